             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-GLMAP-STATUS.

           SELECT PROVISION-FILE ASSIGN TO
               "cob-simpleinventory-provision.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PROV-PERIOD
             FILE STATUS IS WS-PROVISION-STATUS.

           SELECT GLINT-FILE ASSIGN TO WS-GLINT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-GLINT-STATUS.
           05 COST PIC 9(5)V9(2).
           05 ICURRENCY PIC X(3).
           05 REORDER-POINT PIC 9(4)V9(2).
           05 STOCK-UOM PIC X(4).

         FD EXRATE-FILE
           RECORD CONTAINS 30 CHARACTERS.
           RECORD CONTAINS 60 CHARACTERS.
         01 GLMAP-LINE PIC X(60).

         FD PROVISION-FILE
           RECORD CONTAINS 100 CHARACTERS.
         01 PROVISION-FILEFD.
           05 PROV-PERIOD PIC 9(6).
           05 PROV-STATUS PIC X(10).
           05 PROV-AMOUNT PIC 9(9)V9(2).
           05 PROV-CURRENCY PIC X(3).
           05 PROV-STOCKVALUE PIC 9(9)V9(2).
           05 PROV-PARTS PIC 9(5).
           05 PROV-THRESHOLD PIC 9(3).
           05 PROV-CALC-DATE PIC 9(8).
           05 PROV-CALC-OPER PIC X(8).
           05 PROV-APPR-DATE PIC 9(8).
           05 PROV-APPR-OPER PIC X(8).

         FD GLINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
         01 GLINT-LINE PIC X(80).
           05 WS-COST PIC 9(5)V9(2).
           05 WS-ICURRENCY PIC X(3).
           05 WS-REORDER-POINT PIC 9(4)V9(2).
           05 WS-STOCK-UOM PIC X(4).
         01 WS-EXRATE-FILEFD.
           05 WS-EXRATE-KEY.
             10 WS-EXRATE-CURRENCY PIC X(3).
           88 WS-DATAFILE-AVAILABLE VALUE "Y".
         01 WS-GL-PERIOD-X PIC X(6) VALUE SPACES.
         01 WS-GL-PERIOD PIC 9(6) VALUE ZERO.
         01 WS-GL-PERIOD-R REDEFINES WS-GL-PERIOD.
           05 WS-GL-PERIOD-YY PIC 9(4).
           05 WS-GL-PERIOD-MM PIC 99.
         01 WS-GL-PRIORPERIOD PIC 9(6) VALUE ZERO.
         01 WS-GL-FROMDATE PIC 9(8) VALUE ZERO.
         01 WS-GL-TODATE PIC 9(8) VALUE ZERO.
         01 WS-GLMAP-TABLE.
         01 WS-GL-NORATE PIC 9(6) VALUE ZERO.
         01 WS-GL-DRTOTAL PIC 9(11)V9(2) VALUE ZERO.
         01 WS-GL-CRTOTAL PIC 9(11)V9(2) VALUE ZERO.
         01 WS-GL-PROVKIND PIC X(10) VALUE SPACES.
         01 WS-GL-PROVRESERVE PIC 9(9)V9(2) VALUE ZERO.
         01 WS-GL-PROVREVERSAL PIC 9(9)V9(2) VALUE ZERO.
         01 WS-GL-PROVUNAPPROVED PIC 9(6) VALUE ZERO.
         01 WS-PROVISION-FILEFD.
           05 WS-PROV-PERIOD PIC 9(6).
           05 WS-PROV-STATUS PIC X(10).
           05 WS-PROV-AMOUNT PIC 9(9)V9(2).
           05 WS-PROV-CURRENCY PIC X(3).
           05 WS-PROV-STOCKVALUE PIC 9(9)V9(2).
           05 WS-PROV-PARTS PIC 9(5).
           05 WS-PROV-THRESHOLD PIC 9(3).
           05 WS-PROV-CALC-DATE PIC 9(8).
           05 WS-PROV-CALC-OPER PIC X(8).
           05 WS-PROV-APPR-DATE PIC 9(8).
           05 WS-PROV-APPR-OPER PIC X(8).
         01 WS-RETCODE PIC 9(2) VALUE ZERO.
         01 WS-DATAFILE-STATUS PIC X(2) VALUE "00".
           88 WS-DATAFILE-OK VALUE "00".
           88 WS-GLMAP-OK VALUE "00".
           88 WS-GLMAP-EOF VALUE "10".
           88 WS-GLMAP-FILENOTFOUND VALUE "35".
         01 WS-PROVISION-STATUS PIC X(2) VALUE "00".
           88 WS-PROVISION-OK VALUE "00".
           88 WS-PROVISION-EOF VALUE "10".
           88 WS-PROVISION-KEYNOTFOUND VALUE "23" "21".
           88 WS-PROVISION-FILENOTFOUND VALUE "35".
         01 WS-GLINT-STATUS PIC X(2) VALUE "00".
           88 WS-GLINT-OK VALUE "00".

         DISPLAY "Turns one period of stock movements and posted count".
         DISPLAY "variances into a balanced journal interface file in "
           WS-HOME-CURRENCY ".".
         DISPLAY "The approved stock write-down provision of the "
           "period is booked".
         DISPLAY "and the provision of the prior period is reversed.".
         DISPLAY " ".
         DISPLAY "Period To Extract (YYYYMM):".
         ACCEPT WS-GL-PERIOD-X.
         MOVE WS-GL-PERIOD-X TO WS-GL-PERIOD.
         COMPUTE WS-GL-FROMDATE = WS-GL-PERIOD * 100 + 1.
         COMPUTE WS-GL-TODATE = WS-GL-PERIOD * 100 + 31.
         IF WS-GL-PERIOD-MM = 1
           COMPUTE WS-GL-PRIORPERIOD =
             (WS-GL-PERIOD-YY - 1) * 100 + 12
         ELSE
           COMPUTE WS-GL-PRIORPERIOD = WS-GL-PERIOD - 1
         END-IF.
         MOVE WS-GL-TODATE TO WS-RATEDATE.
         MOVE SPACES TO WS-GLINT-FILENAME.
         STRING "cob-simpleinventory-glinterface-" WS-GL-PERIOD
           DISPLAY "RECEIPT,*,1400,2100"
           DISPLAY "ISSUE,*,5000,1400"
           DISPLAY "ADJUSTMENT,COUNT,1400,5900"
           DISPLAY "WOISSUE,*,1450,1400"
           DISPLAY "WORECEIPT,*,1400,1450"
           DISPLAY "RETURN,*,1400,5000"
           DISPLAY "PROVISION,*,5950,1490"
           MOVE 8 TO WS-RETCODE
           GO TO 0000GLQUIT
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.
         CLOSE STOCKMOVE-FILE.
         PERFORM 0000CHECKSTOCKMOVESTATUS.
         PERFORM 0000GLPROVISION.

         PERFORM 0000WRITEGLINTERFACE.
         PERFORM 0000WRITEGLREPORT.

         IF WS-GL-NOMAP > ZERO OR WS-GL-NOPART > ZERO
             OR WS-GL-NORATE > ZERO OR WS-GL-PROVUNAPPROVED > ZERO
           IF WS-RETCODE < 4
             MOVE 4 TO WS-RETCODE
           END-IF
         DISPLAY "Skipped - no mapping  : " WS-GL-NOMAP.
         DISPLAY "Skipped - no part     : " WS-GL-NOPART.
         DISPLAY "Skipped - no rate     : " WS-GL-NORATE.
         DISPLAY "Provision reserve     : " WS-GL-PROVRESERVE.
         DISPLAY "Provision reversal    : " WS-GL-PROVREVERSAL.
         DISPLAY "Total debits  (" WS-HOME-CURRENCY "): "
           WS-GL-DRTOTAL.
         DISPLAY "Total credits (" WS-HOME-CURRENCY "): "
               MOVE WS-MP-QTY TO WS-GL-QTY
               MOVE WS-GLMAP-DR (WS-GLMAP-USE) TO WS-GL-DRACCT
               MOVE WS-GLMAP-CR (WS-GLMAP-USE) TO WS-GL-CRACCT
             WHEN "RETURN"
               MOVE WS-MP-QTY TO WS-GL-QTY
               MOVE WS-GLMAP-DR (WS-GLMAP-USE) TO WS-GL-DRACCT
               MOVE WS-GLMAP-CR (WS-GLMAP-USE) TO WS-GL-CRACCT
             WHEN "WOISSUE"
               MOVE WS-MP-QTY TO WS-GL-QTY
               MOVE WS-GLMAP-DR (WS-GLMAP-USE) TO WS-GL-DRACCT
               MOVE WS-GLMAP-CR (WS-GLMAP-USE) TO WS-GL-CRACCT
             WHEN "WORECEIPT"
               MOVE WS-MP-QTY TO WS-GL-QTY
               MOVE WS-GLMAP-DR (WS-GLMAP-USE) TO WS-GL-DRACCT
               MOVE WS-GLMAP-CR (WS-GLMAP-USE) TO WS-GL-CRACCT
             WHEN "ADJUSTMENT"
               COMPUTE WS-GL-DELTA-S =
                 WS-MP-NEWINS - WS-MP-OLDINS
         ELSE
           COMPUTE WS-GL-AMOUNT ROUNDED =
             WS-GL-QTY * WS-COST * WS-EXRATE-RATE
           PERFORM 0000GLPOSTAMOUNT
           ADD 1 TO WS-GL-POSTED
         END-IF.

       0000GLPOSTAMOUNT.
         MOVE WS-GL-DRACCT TO WS-GLACCT-FIND.
         PERFORM 0000GLACCTLOCATE.
         IF WS-GLACCT-USE > ZERO
           ADD WS-GL-AMOUNT TO WS-GLACCT-DR (WS-GLACCT-USE)
           ADD WS-GL-AMOUNT TO WS-GL-DRTOTAL
         END-IF.
         MOVE WS-GL-CRACCT TO WS-GLACCT-FIND.
         PERFORM 0000GLACCTLOCATE.
         IF WS-GLACCT-USE > ZERO
           ADD WS-GL-AMOUNT TO WS-GLACCT-CR (WS-GLACCT-USE)
           ADD WS-GL-AMOUNT TO WS-GL-CRTOTAL
         END-IF.

       0000GLPROVISION.
         OPEN INPUT PROVISION-FILE.
         PERFORM 0000CHECKPROVISIONSTATUS.
         IF WS-PROVISION-OK
           MOVE WS-GL-PERIOD TO PROV-PERIOD
           MOVE "RESERVE" TO WS-GL-PROVKIND
           PERFORM 0000GLPROVISIONONE
           MOVE WS-GL-PRIORPERIOD TO PROV-PERIOD
           MOVE "REVERSAL" TO WS-GL-PROVKIND
           PERFORM 0000GLPROVISIONONE
           CLOSE PROVISION-FILE
           PERFORM 0000CHECKPROVISIONSTATUS
         END-IF.

       0000GLPROVISIONONE.
         READ PROVISION-FILE INTO WS-PROVISION-FILEFD
           KEY IS PROV-PERIOD
           INVALID KEY CONTINUE
           NOT INVALID KEY PERFORM 0000GLPOSTPROVISION
         END-READ.
         PERFORM 0000CHECKPROVISIONSTATUS.

       0000GLPOSTPROVISION.
         IF WS-PROV-STATUS NOT = "APPROVED"
           IF WS-GL-PROVKIND = "RESERVE"
             DISPLAY "!PROVISION FOR PERIOD " WS-PROV-PERIOD
               " IS NOT APPROVED - NOT EXTRACTED!"
             ADD 1 TO WS-GL-PROVUNAPPROVED
           END-IF
         ELSE
           IF WS-PROV-AMOUNT > ZERO
             MOVE "PROVISION" TO WS-MP-TYPE
             MOVE WS-GL-PROVKIND TO WS-MP-REASON
             PERFORM 0000GLFINDMAPPING
             IF WS-GLMAP-USE = ZERO
               ADD 1 TO WS-GL-NOMAP
             ELSE
               MOVE WS-PROV-AMOUNT TO WS-GL-AMOUNT
               IF WS-GL-PROVKIND = "RESERVE"
                 MOVE WS-GLMAP-DR (WS-GLMAP-USE) TO WS-GL-DRACCT
                 MOVE WS-GLMAP-CR (WS-GLMAP-USE) TO WS-GL-CRACCT
                 ADD WS-GL-AMOUNT TO WS-GL-PROVRESERVE
               ELSE
                 MOVE WS-GLMAP-CR (WS-GLMAP-USE) TO WS-GL-DRACCT
                 MOVE WS-GLMAP-DR (WS-GLMAP-USE) TO WS-GL-CRACCT
                 ADD WS-GL-AMOUNT TO WS-GL-PROVREVERSAL
               END-IF
               PERFORM 0000GLPOSTAMOUNT
             END-IF
           END-IF
         END-IF.

       0000GLACCTLOCATE.
           " No rate: " WS-GL-NORATE
           DELIMITED BY SIZE INTO GLRPT-LINE.
         WRITE GLRPT-LINE.
         MOVE SPACES TO GLRPT-LINE.
         STRING "Provision reserve " WS-GL-PERIOD ": "
           WS-GL-PROVRESERVE
           "  Reversal of " WS-GL-PRIORPERIOD ": "
           WS-GL-PROVREVERSAL
           DELIMITED BY SIZE INTO GLRPT-LINE.
         WRITE GLRPT-LINE.
         IF WS-GL-PROVUNAPPROVED > ZERO
           MOVE "!PERIOD PROVISION IS NOT APPROVED - NOT EXTRACTED!"
             TO GLRPT-LINE
           WRITE GLRPT-LINE
         END-IF.
         CLOSE GLRPT-FILE.
         DISPLAY "Extract summary written to "
           "cob-simpleinventory-glextract.txt".
             " ON STOCK MOVEMENT FILE!"
         END-IF.

       0000CHECKPROVISIONSTATUS.
         IF WS-PROVISION-OK OR WS-PROVISION-EOF
             OR WS-PROVISION-KEYNOTFOUND OR WS-PROVISION-FILENOTFOUND
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-PROVISION-STATUS
             " ON PROVISION FILE!"
         END-IF.

       0000GLQUIT.
         MOVE WS-RETCODE TO RETURN-CODE.
       STOP-RUN.
