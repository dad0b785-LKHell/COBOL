      *>----------------------------------------------------------------
      *>  ATM Project - Suspicious transaction report case layout
      *>  One record per alert compliance escalated in AML-Workbench:
      *>  the subject customer's identity as kyc.dat held it on the
      *>  day of escalation, the officer's narrative and the
      *>  contributing journal sequence numbers carried over from
      *>  the alert. STR-Filing-Batch writes every case with a
      *>  narrative to the regulator's filing file and stamps the
      *>  filing date; the acknowledgment reference the financial
      *>  intelligence unit sends back is keyed at STR-Workbench.
      *>----------------------------------------------------------------
       01 str-case-record.
           05 str-case-no          pic 9(9).
           05 str-alert-seq        pic 9(9).
           05 str-customer-id      pic 9(5).
           05 str-customer-name    pic x(10).
           05 str-rule             pic x(2).
           05 str-status           pic x(1).
              88  str-is-open           value "O".
              88  str-is-filed          value "F".
              88  str-is-acknowledged   value "A".
           05 str-escalated-date   pic 9(8).
           05 str-escalated-by     pic 9(5).
           05 str-narrative        pic x(60).
           05 str-kyc-doc-type     pic x(1).
           05 str-kyc-doc-number   pic x(15).
           05 str-kyc-birth-date   pic 9(8).
           05 str-kyc-risk-class   pic x(1).
           05 str-jrnl-count       pic 9(2).
           05 str-jrnl-seq occurs 10 times pic 9(9).
           05 str-filed-date       pic 9(8).
           05 str-ack-reference    pic x(15).
           05 str-ack-date         pic 9(8).
           05 filler               pic x(8).
