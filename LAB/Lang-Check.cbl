       01 gaps-report-line       pic x(60).

       working-storage section.
       78 used-key-count         value 14.
       01 ws-used-keys.
           05 filler pic x(20) value "MAIN-HDR            ".
           05 filler pic x(20) value "MAIN-OPT-WITHDRAW   ".
           05 filler pic x(20) value "STANDORD-HDR        ".
           05 filler pic x(20) value "PIN-HDR             ".
           05 filler pic x(20) value "PIN-OLD-PROMPT      ".
           05 filler pic x(20) value "OOS-HDR             ".
           05 filler pic x(20) value "OOS-MSG             ".
           05 filler pic x(20) value "OOS-BACK            ".
       01 ws-used-key-list redefines ws-used-keys.
           05 ws-used-key occurs 14 times pic x(20).
       78 language-count         value 3.
       01 ws-languages.
           05 filler pic x(2) value "EN".
