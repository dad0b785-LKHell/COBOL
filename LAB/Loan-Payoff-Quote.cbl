      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Branch payoff quote for a personal loan: the principal still
      *> outstanding, interest accrued on it from the last installment
      *> date to the payoff date the customer chooses (nothing for a
      *> loan the delinquency aging moved to non-accrual), and the
      *> early-settlement charge - the loanpayoff.cfg share of the
      *> outstanding principal, default 2%. The figure is good for
      *> the configured number of days (default 10) and is kept on
      *> loanquote.dat, one live quote per loan, for Loan-Prepay to
      *> settle against.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Loan-Payoff-Quote.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select archivoLoans assign to "loan.dat"
           organization is indexed
           access is dynamic
           record key is loan-seq-no.

       Select optional archivoQuotes assign to "loanquote.dat"
           organization is indexed
           access is dynamic
           record key is quote-loan-seq.

       Select optional archivoPayoffCfg assign to "loanpayoff.cfg"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoLoans.
       copy "LOANREC.cpy".

       FD archivoQuotes.
       copy "LOANQUOTE.cpy".

       FD archivoPayoffCfg.
       01 payoff-config-record.
           05 payoff-cfg-charge-rate pic v9(4).
           05 payoff-cfg-valid-days  pic 9(3).

       working-storage section.
       78 default-charge-rate     value .0200.
       78 default-valid-days      value 10.
       77 ws-charge-rate         pic v9(4).
       77 ws-valid-days          pic 9(3).
       77 ws-today               pic 9(8).
       77 ws-today-days          pic 9(9) comp.
       77 ws-expiry-days         pic 9(9) comp.
       77 ws-payoff-days         pic 9(9) comp.
       77 ws-last-paid-days      pic 9(9) comp.
       77 ws-accrual-days        pic s9(5).
       77 ws-loan-seq            pic 9(9).
       77 ws-payoff-date         pic 9(8).
       77 ws-expiry-date         pic 9(8).
       77 ws-interest            pic s9(7)v99.
       77 ws-charge              pic s9(7)v99.
       77 ws-total               pic s9(7)v99.
       77 print-amount           pic -(7)9.99.
       01 ws-loan-bool           pic 9 value zero.
          88  ws-loan-quotable     value 1.

       Linkage Section.
         77 ls-staff-id          pic 9(5).

      *>----------------------------------------------------------------
       Procedure division using ls-staff-id.

       main-procedure.
           accept ws-today from date yyyymmdd.
           perform load-payoff-config.
           compute ws-today-days = function integer-of-date (ws-today).
           compute ws-expiry-days = ws-today-days + ws-valid-days.
           compute ws-expiry-date =
               function date-of-integer (ws-expiry-days).
           display "    Loan seq no ? : " no advancing.
           accept ws-loan-seq.
           open input archivoLoans.
           perform look-up-loan.
           if not ws-loan-quotable
               close archivoLoans
               exit program
           end-if.
           display "    Payoff date (yyyymmdd, 0 = today) ? : "
                   no advancing.
           accept ws-payoff-date.
           if ws-payoff-date is equal to zero
               move ws-today to ws-payoff-date
           end-if.
           if ws-payoff-date is less than ws-today
           or ws-payoff-date is greater than ws-expiry-date
               display space
               display "    Payoff date must fall between today and "
                       ws-expiry-date
               close archivoLoans
               exit program
           end-if.
           perform compute-payoff.
           perform write-quote.
           perform show-quote.
           close archivoLoans.
           exit program
           .
      *>----------------------------------------------------------------

       load-payoff-config.
           move default-charge-rate to ws-charge-rate.
           move default-valid-days  to ws-valid-days.
           open input archivoPayoffCfg
           read archivoPayoffCfg
                   at end
                       continue
                   not at end
                       move payoff-cfg-charge-rate to ws-charge-rate
                       move payoff-cfg-valid-days  to ws-valid-days
           end-read.
           close archivoPayoffCfg
           .
      *>----------------------------------------------------------------

       look-up-loan.
           move zero to ws-loan-bool.
           move ws-loan-seq to loan-seq-no.
           read archivoLoans record
                             key is loan-seq-no
               invalid key
                   display space
                   display "    No such loan"
               not invalid key
                   if loan-is-active
                       set ws-loan-quotable to true
                   else
                       display space
                       display "    Loan is already paid off"
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

      *> Interest runs from the last installment date - one month
      *> before the next due date, which a missed installment leaves
      *> where it was - so arrears interest is in the figure too.

       compute-payoff.
           compute ws-last-paid-days =
               function integer-of-date (loan-next-due-date) - 30.
           compute ws-payoff-days =
               function integer-of-date (ws-payoff-date).
           compute ws-accrual-days = ws-payoff-days - ws-last-paid-days.
           if ws-accrual-days is less than zero
           or loan-is-non-accrual
               move zero to ws-accrual-days
           end-if.
           compute ws-interest rounded =
               loan-outstanding * loan-rate * ws-accrual-days / 365.
           compute ws-charge rounded =
               loan-outstanding * ws-charge-rate.
           compute ws-total = loan-outstanding + ws-interest
                            + ws-charge
           .
      *>----------------------------------------------------------------

       write-quote.
           move loan-seq-no      to quote-loan-seq.
           move ws-today         to quote-date.
           move ws-payoff-date   to quote-payoff-date.
           move ws-expiry-date   to quote-expiry-date.
           move loan-outstanding to quote-principal.
           move ws-interest      to quote-interest.
           move ws-charge        to quote-charge.
           move ws-total         to quote-total.
           move ls-staff-id      to quote-staff-id.
           set quote-is-open     to true.
           open i-o archivoQuotes
               write loan-quote-record
                   invalid key
                       rewrite loan-quote-record
               end-write
           close archivoQuotes
           .
      *>----------------------------------------------------------------

       show-quote.
           display space.
           display "    Payoff quote for loan " loan-seq-no.
           move loan-outstanding to print-amount.
           display "      Principal outstanding : " print-amount.
           move ws-interest to print-amount.
           display "      Interest to " ws-payoff-date " : "
                   print-amount.
           move ws-charge to print-amount.
           display "      Early settlement      : " print-amount.
           move ws-total to print-amount.
           display "      Total to settle       : " print-amount.
           display "    Quote good until " ws-expiry-date
           .
      *>----------------------------------------------------------------

       end program Loan-Payoff-Quote.
