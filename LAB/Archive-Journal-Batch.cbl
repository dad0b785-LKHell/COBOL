               when "IN" add journal-amount to bf-closing-balance
               when "RV" add journal-amount to bf-closing-balance
               when "CH" add journal-amount to bf-closing-balance
               when "DX" add journal-amount to bf-closing-balance
               when "IW" add journal-amount to bf-closing-balance
               when "MR" add journal-amount to bf-closing-balance
               when "LY" add journal-amount to bf-closing-balance
               when "GW" add journal-amount to bf-closing-balance
               when "WD" subtract journal-amount
                             from bf-closing-balance
               when "TO" subtract journal-amount
                             from bf-closing-balance
               when "LI" subtract journal-amount
                             from bf-closing-balance
               when "LR" subtract journal-amount
                             from bf-closing-balance
               when "NW" subtract journal-amount
                             from bf-closing-balance
               when "DI" subtract journal-amount
                             from bf-closing-balance
               when "CE" subtract journal-amount
                             from bf-closing-balance
               when "MT" subtract journal-amount
                             from bf-closing-balance
               when "BP" subtract journal-amount
                             from bf-closing-balance
               when "PY" subtract journal-amount
