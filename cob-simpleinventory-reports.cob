           05 COST PIC 9(5)V9(2).
           05 ICURRENCY PIC X(3).
           05 REORDER-POINT PIC 9(4)V9(2).
           05 STOCK-UOM PIC X(4).

         FD EXRATE-FILE
           RECORD CONTAINS 30 CHARACTERS.
           05 COUNT-BOOKQTY PIC 9(4)V9(2).
           05 COUNT-COUNTEDQTY PIC 9(4)V9(2).
           05 COUNT-FLAG PIC X.
           05 COUNT-NO PIC 9(6).

         FD VALUATION-REPORT
           RECORD CONTAINS 80 CHARACTERS.
           05 WS-COST PIC 9(5)V9(2).
           05 WS-ICURRENCY PIC X(3).
           05 WS-REORDER-POINT PIC 9(4)V9(2).
           05 WS-STOCK-UOM PIC X(4).
         01 WS-EXRATE-FILEFD.
           05 WS-EXRATE-KEY.
             10 WS-EXRATE-CURRENCY PIC X(3).
           05 WS-COUNT-BOOKQTY PIC 9(4)V9(2).
           05 WS-COUNT-COUNTEDQTY PIC 9(4)V9(2).
           05 WS-COUNT-FLAG PIC X.
           05 WS-COUNT-NO PIC 9(6).
         01 WS-MOVEPARSE.
           05 WS-MP-DATE PIC 9(8).
           05 FILLER PIC X.
         WRITE VALUATION-REPORT-LINE.
         MOVE "Location: ALL" TO VALUATION-REPORT-LINE.
         WRITE VALUATION-REPORT-LINE.
         MOVE "Part  Model      Name        Stock  Unit    Cost  Curr"
           TO VALUATION-REPORT-LINE.
         WRITE VALUATION-REPORT-LINE.
         MOVE ALL "-" TO VALUATION-REPORT-LINE.
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END
                 COMPUTE WS-EXTVALUE = WS-INS * WS-COST
                 IF WS-STOCK-UOM = SPACES
                   MOVE "EA" TO WS-STOCK-UOM
                 END-IF
                 STRING WS-IKEY " " WS-MN " " WS-NAME " "
                   WS-INS " " WS-STOCK-UOM " " WS-COST " "
                   WS-ICURRENCY "   " WS-EXTVALUE
                   DELIMITED BY SIZE INTO VALUATION-REPORT-LINE
                 WRITE VALUATION-REPORT-LINE
                 ADD WS-EXTVALUE TO WS-GRANDTOTAL
         WRITE REORDER-REPORT-LINE.
         MOVE "Location: ALL" TO REORDER-REPORT-LINE.
         WRITE REORDER-REPORT-LINE.
         MOVE "Part  Model      Name          Stock  Unit Reorder Pt"
           TO REORDER-REPORT-LINE.
         WRITE REORDER-REPORT-LINE.
         MOVE ALL "-" TO REORDER-REPORT-LINE.
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END
                 IF WS-INS < WS-REORDER-POINT
                   IF WS-STOCK-UOM = SPACES
                     MOVE "EA" TO WS-STOCK-UOM
                   END-IF
                   STRING WS-IKEY " " WS-MN " " WS-NAME " "
                     WS-INS " " WS-STOCK-UOM " " WS-REORDER-POINT
                     DELIMITED BY SIZE INTO REORDER-REPORT-LINE
                   WRITE REORDER-REPORT-LINE
                   ADD 1 TO WS-REORDER-LINES
           EVALUATE WS-MP-TYPE
             WHEN "RECEIPT"
               ADD WS-MP-QTY TO WS-RECON-BAL-S (WS-RECON-USE)
             WHEN "RETURN"
               ADD WS-MP-QTY TO WS-RECON-BAL-S (WS-RECON-USE)
             WHEN "ISSUE"
               SUBTRACT WS-MP-QTY FROM WS-RECON-BAL-S (WS-RECON-USE)
             WHEN "WORECEIPT"
               ADD WS-MP-QTY TO WS-RECON-BAL-S (WS-RECON-USE)
             WHEN "WOISSUE"
               SUBTRACT WS-MP-QTY FROM WS-RECON-BAL-S (WS-RECON-USE)
             WHEN "ADJUSTMENT"
               MOVE WS-MP-NEWINS TO WS-RECON-BAL-S (WS-RECON-USE)
             WHEN "TRANSFER" CONTINUE
         STRING "PARTS NOT YET COUNTED: " WS-COUNT-NOTCOUNTED
           DELIMITED BY SIZE INTO VARIANCE-REPORT-LINE.
         WRITE VARIANCE-REPORT-LINE.
         MOVE SPACES TO VARIANCE-REPORT-LINE.
         STRING "COUNT NUMBER: " WS-COUNT-NO
           DELIMITED BY SIZE INTO VARIANCE-REPORT-LINE.
         WRITE VARIANCE-REPORT-LINE.

         CLOSE VARIANCE-REPORT.
         CLOSE DATAFILE.
