               WHEN "IN"
               WHEN "MI"
               WHEN "XC"
               WHEN "XR"
               WHEN "PV"
               WHEN "AD"
               WHEN "LP"
               WHEN "FB"
               WHEN "BC"
               WHEN "CO"
                   MOVE "C" TO S2-DRCR
               WHEN "WD"
               WHEN "TD"
               WHEN "PR"
               WHEN "ES"
               WHEN "AW"
               WHEN "LD"
               WHEN "LR"
               WHEN "ID"
               WHEN "CQ"
               WHEN "FS"
               WHEN "BD"
               WHEN "GS"
                   MOVE "D" TO S2-DRCR
           END-EVALUATE
           IF S2-DRCR NOT = SPACE
