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
                   ADD JR-AMOUNT TO WS-NET-TOTAL
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
                   SUBTRACT JR-AMOUNT FROM WS-NET-TOTAL
           END-EVALUATE
           WRITE WS-ARCH-REC FROM WS-JRNL-REC
