           move zero to ws-signed-amount.
           evaluate journal-txn-type
               when "DP" when "TI" when "IN" when "RV" when "CH"
               when "SA" when "LD" when "TM" when "SI" when "DX"
               when "IW" when "MR" when "LY" when "GW"
                   move journal-amount to ws-signed-amount
                   set ws-entry-moves-balance to true
               when "WD" when "TO" when "FE" when "WT" when "ES"
               when "TD" when "LP" when "LI" when "BP" when "PY"
               when "DD" when "IC" when "GS" when "CD" when "WO"
               when "VT" when "LR" when "NW" when "DI" when "CE"
               when "MT"
                   compute ws-signed-amount = zero - journal-amount
                   set ws-entry-moves-balance to true
               when other
