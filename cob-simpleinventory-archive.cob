           EVALUATE WS-MP-TYPE
             WHEN "RECEIPT"
               ADD WS-MP-QTY TO WS-OPENBAL-BAL-S (WS-OPENBAL-USE)
             WHEN "RETURN"
               ADD WS-MP-QTY TO WS-OPENBAL-BAL-S (WS-OPENBAL-USE)
             WHEN "ISSUE"
               SUBTRACT WS-MP-QTY
                 FROM WS-OPENBAL-BAL-S (WS-OPENBAL-USE)
             WHEN "WORECEIPT"
               ADD WS-MP-QTY TO WS-OPENBAL-BAL-S (WS-OPENBAL-USE)
             WHEN "WOISSUE"
               SUBTRACT WS-MP-QTY
                 FROM WS-OPENBAL-BAL-S (WS-OPENBAL-USE)
             WHEN "ADJUSTMENT"
               MOVE WS-MP-NEWINS
                 TO WS-OPENBAL-BAL-S (WS-OPENBAL-USE)
           " QTY=" WS-OPENBAL-QTY
           " OLDINS=" WS-OPENBAL-QTY
           " NEWINS=" WS-OPENBAL-QTY
           " LOC=MAI" " TOLOC=   " " OPER=ARCHIVE"
           DELIMITED BY SIZE INTO STOCKMOVE-LINE
         END-STRING.
         WRITE STOCKMOVE-LINE.
