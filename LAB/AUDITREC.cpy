              88  audit-confirmation    value "AC".
              88  audit-nominee-change  value "NR".
              88  audit-customer-merge  value "CM".
              88  audit-staff-admin     value "SA".
              88  audit-staff-link      value "SL".
              88  audit-screen-decision value "SN".
              88  audit-goodwill-credit value "GW".
              88  audit-risk-reclass    value "RK".
              88  audit-card-controls   value "CX".
              88  audit-card-replace    value "CP".
              88  audit-lien            value "LE".
              88  audit-od-facility     value "OF".
              88  audit-product-conv    value "PC".
              88  audit-attorney        value "PW".
              88  audit-draft           value "DR".
              88  audit-period-close    value "GC".
              88  audit-tax-residency   value "TR".
              88  audit-mktg-consent    value "MC".
              88  audit-campaign        value "CG".
              88  audit-lead-worked     value "LW".
              88  audit-subject-access  value "DS".
              88  audit-atm-maint       value "MW".
              88  audit-site-terms      value "AS".
           05 audit-key            pic 9(9).
           05 audit-before         pic x(40).
           05 audit-after          pic x(40).
