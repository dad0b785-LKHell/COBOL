              88  appr-is-wire          value "WI".
              88  appr-is-nomination    value "NM".
              88  appr-is-param-set     value "PA".
              88  appr-is-staff-change  value "SC".
              88  appr-is-loan-writeoff value "LW".
              88  appr-is-lien-lift     value "LF".
              88  appr-is-attorney      value "PW".
              88  appr-is-draft         value "DR".
              88  appr-is-loan-application value "LA".
           05 appr-maker-staff-id  pic 9(5).
           05 appr-date            pic 9(8).
           05 appr-status          pic x(1).
