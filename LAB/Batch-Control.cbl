       copy "RUNHIST.cpy".

       working-storage section.
       78 job-step-count         value 28.
       01 ws-job-table.
           05 filler pic x(52) value
              "backup      ./run-backup-b" &
           05 filler pic x(52) value
              "chequeret   ./run-cheque-r" &
              "eturn-batch.sh            ".
           05 filler pic x(52) value
              "outclear    ./run-outward-" &
              "clearing-batch.sh         ".
           05 filler pic x(52) value
              "standord    ./run-standing" &
              "-order-batch.sh           ".
           05 filler pic x(52) value
              "reprice     ./run-loan-rep" &
              "rice-batch.sh             ".
           05 filler pic x(52) value
              "loanrepay   ./run-loan-rep" &
              "ayment-batch.sh           ".
           05 filler pic x(52) value
              "tdmaturity  ./run-term-dep" &
              "osit-maturity-batch.sh    ".
           05 filler pic x(52) value
              "rdeposit    ./run-recurrin" &
              "g-deposit-batch.sh        ".
           05 filler pic x(52) value
              "odexpiry    ./run-overdraf" &
              "t-expiry-batch.sh         ".
           05 filler pic x(52) value
              "ratenotice  ./run-rate-not" &
              "ice-batch.sh              ".
           05 filler pic x(52) value
              "billremit   ./run-biller-r" &
              "emit-batch.sh             ".
           05 filler pic x(52) value
              "airtime     ./run-airtime-" &
              "settle-batch.sh           ".
           05 filler pic x(52) value
              "dormant     ./run-dormant-" &
              "batch.sh                  ".
           05 filler pic x(52) value
              "recon       ./run-reconcil" &
              "iation-batch.sh           ".
           05 filler pic x(52) value
              "warehouse   ./run-warehous" &
              "e-extract-batch.sh        ".
           05 filler pic x(52) value
              "corpstmt    ./run-corporat" &
              "e-statement-batch.sh      ".
           05 filler pic x(52) value
              "vaultlimit  ./run-vault-li" &
              "mit-batch.sh              ".
           05 filler pic x(52) value
              "staffconf   ./run-staff-co" &
              "nflict-batch.sh           ".
           05 filler pic x(52) value
              "rescreen    ./run-watchlis" &
              "t-rescreen-batch.sh       ".
           05 filler pic x(52) value
              "strfiling   ./run-str-fili" &
              "ng-batch.sh               ".
           05 filler pic x(52) value
              "payeefraud  ./run-payee-fr" &
              "aud-report-batch.sh       ".
           05 filler pic x(52) value
              "retention   ./run-retentio" &
              "n-purge-batch.sh          ".
              "resetlim    ./run-reset-da" &
              "ily-limits-batch.sh       ".
       01 ws-job-list redefines ws-job-table.
           05 ws-job-entry occurs 28 times.
              10 ws-job-name       pic x(12).
              10 ws-job-command    pic x(40).
       77 ws-today               pic 9(8).
