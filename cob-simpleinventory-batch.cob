             RECORD KEY IS IKEY
             ALTERNATE RECORD KEY IS MN WITH DUPLICATES
             ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
             LOCK MODE IS MANUAL
             FILE STATUS IS WS-DATAFILE-STATUS.

           SELECT CSV-FILE ASSIGN TO WS-CSV-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RUNREPORT-STATUS.

           SELECT ASNREJECT-FILE ASSIGN TO WS-ASNREJECT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ASNREJECT-STATUS.

           SELECT PO-FILE ASSIGN TO
               "cob-simpleinventory-po.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PO-NO
             LOCK MODE IS MANUAL
             FILE STATUS IS WS-POFILE-STATUS.

           SELECT POUOM-FILE ASSIGN TO
               "cob-simpleinventory-pounits.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS POUOM-KEY
             LOCK MODE IS MANUAL
             FILE STATUS IS WS-POUOM-STATUS.

           SELECT PORCPT-FILE ASSIGN TO
               "cob-simpleinventory-poreceipts.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PORCPT-KEY
             LOCK MODE IS MANUAL
             FILE STATUS IS WS-PORCPT-STATUS.

           SELECT LOCSTOCK-FILE ASSIGN TO
               "cob-simpleinventory-locstock.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LOCSTOCK-KEY
             LOCK MODE IS MANUAL
             FILE STATUS IS WS-LOCSTOCK-STATUS.

           SELECT LOT-FILE ASSIGN TO
               "cob-simpleinventory-lots.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LOT-KEY
             LOCK MODE IS MANUAL
             FILE STATUS IS WS-LOT-STATUS.

           SELECT LOTTRACE-FILE ASSIGN TO
               "cob-simpleinventory-lottrace.log"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LOTTRACE-STATUS.

           SELECT STOCKMOVE-FILE ASSIGN TO
               "cob-simpleinventory-stockmoves.log"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STOCKMOVE-STATUS.

           SELECT COSTHIST-FILE ASSIGN TO
               "cob-simpleinventory-costhist.log"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
         FILE SECTION.
         FD DATAFILE
           05 COST PIC 9(5)V9(2).
           05 ICURRENCY PIC X(3).
           05 REORDER-POINT PIC 9(4)V9(2).
           05 STOCK-UOM PIC X(4).

         FD CSV-FILE
           RECORD CONTAINS 150 CHARACTERS.
           RECORD CONTAINS 80 CHARACTERS.
         01 RUNREPORT-LINE PIC X(80).

         FD ASNREJECT-FILE
           RECORD CONTAINS 200 CHARACTERS.
         01 ASNREJECT-LINE PIC X(200).

         FD PO-FILE
           RECORD CONTAINS 300 CHARACTERS.
         01 PO-FILEFD.
           05 PO-NO PIC 9(6).
           05 PO-SUPP-NO PIC 9(4).
           05 PO-STATUS PIC X(10).
           05 PO-LINECOUNT PIC 9(2).
           05 PO-LINE OCCURS 10 TIMES.
             10 PO-LINE-IKEY PIC 9(4).
             10 PO-LINE-QTYORD PIC 9(4)V9(2).
             10 PO-LINE-QTYRCV PIC 9(4)V9(2).
             10 PO-LINE-COST PIC 9(5)V9(2).
             10 PO-LINE-CURRENCY PIC X(3).
           05 PO-ORDER-DATE PIC 9(8).
           05 PO-PROMISE-DATE PIC 9(8).

         FD POUOM-FILE
           RECORD CONTAINS 30 CHARACTERS.
         01 POUOM-FILEFD.
           05 POUOM-KEY.
             10 POUOM-PO-NO PIC 9(6).
             10 POUOM-LINE PIC 9(2).
           05 POUOM-CODE PIC X(4).
           05 POUOM-FACTOR PIC 9(5)V9(4).

         FD PORCPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
         01 PORCPT-FILEFD.
           05 PORCPT-KEY.
             10 PORCPT-PO-NO PIC 9(6).
             10 PORCPT-LINE PIC 9(2).
             10 PORCPT-SEQ PIC 9(3).
           05 PORCPT-SUPP-NO PIC 9(4).
           05 PORCPT-IKEY PIC 9(4).
           05 PORCPT-DATE PIC 9(8).
           05 PORCPT-QTY PIC 9(4)V9(2).
           05 PORCPT-UOM PIC X(4).
           05 PORCPT-STOCKQTY PIC 9(4)V9(2).
           05 PORCPT-LOC PIC X(3).
           05 PORCPT-LOT PIC X(10).
           05 PORCPT-OPER PIC X(8).
           05 PORCPT-SHIPDATE PIC 9(8).

         FD LOCSTOCK-FILE
           RECORD CONTAINS 20 CHARACTERS.
         01 LOCSTOCK-FILEFD.
           05 LOCSTOCK-KEY.
             10 LOCSTOCK-IKEY PIC 9(4).
             10 LOCSTOCK-LOC PIC X(3).
           05 LOCSTOCK-QTY PIC 9(4)V9(2).

         FD LOT-FILE
           RECORD CONTAINS 60 CHARACTERS.
         01 LOT-FILEFD.
           05 LOT-KEY.
             10 LOT-IKEY PIC 9(4).
             10 LOT-NO PIC X(10).
           05 LOT-RCVDATE PIC 9(8).
           05 LOT-QTYRCV PIC 9(4)V9(2).
           05 LOT-QTYREMAIN PIC 9(4)V9(2).
           05 LOT-REF PIC X(10).

         FD LOTTRACE-FILE
           RECORD CONTAINS 120 CHARACTERS.
         01 LOTTRACE-LINE PIC X(120).

         FD STOCKMOVE-FILE
           RECORD CONTAINS 200 CHARACTERS.
         01 STOCKMOVE-LINE PIC X(200).

         FD COSTHIST-FILE
           RECORD CONTAINS 120 CHARACTERS.
         01 COSTHIST-LINE PIC X(120).

         WORKING-STORAGE SECTION.
         01 WS-ENDOFFILE PIC 9 VALUE ZERO.
         01 WS-CSV-FILENAME PIC X(80) VALUE SPACES.
           05 WS-COST PIC 9(5)V9(2).
           05 WS-ICURRENCY PIC X(3).
           05 WS-REORDER-POINT PIC 9(4)V9(2).
           05 WS-STOCK-UOM PIC X(4).
         01 WS-LASTFIELD-LEN PIC 9(3) VALUE ZERO.
         01 WS-RECORDS-IN PIC 9(6) VALUE ZERO.
         01 WS-RECORDS-OUT PIC 9(6) VALUE ZERO.
           88 WS-DATAFILE-KEYNOTFOUND VALUE "23" "21".
           88 WS-DATAFILE-DUPKEY VALUE "22".
           88 WS-DATAFILE-FILENOTFOUND VALUE "35".
           88 WS-DATAFILE-INUSE VALUE "51" "61".
         01 WS-DATAFILE-AVAILABLE-SW PIC X VALUE "N".
           88 WS-DATAFILE-AVAILABLE VALUE "Y".
         01 WS-CSV-STATUS PIC X(2) VALUE "00".
           05 WS-CHK-RECORDS PIC 9(6).
           05 WS-CHK-SEP2 PIC X(6).
           05 WS-CHK-DATE PIC X(8).
         01 WS-RESTART-SW PIC X VALUE "N".
           88 WS-RESTART VALUE "Y".
         01 WS-OLDDATAFILEFD.
           05 WS-OLDIKEY PIC 9(4).
           05 WS-OLDMN PIC X(9).
           05 WS-OLDNAME PIC X(16).
           05 WS-OLDDES PIC X(40).
           05 WS-OLDINS PIC 9(4)V9(2).
           05 WS-OLDCOST PIC 9(5)V9(2).
           05 WS-OLDICURRENCY PIC X(3).
           05 WS-OLDREORDERPOINT PIC 9(4)V9(2).
           05 WS-OLDSTOCKUOM PIC X(4).
         01 WS-JOURNALOP PIC X(10).
         01 WS-OPERATOR-ID PIC X(8) VALUE "BATCH".
         01 WS-PO-FILEFD.
           05 WS-PO-NO PIC 9(6).
           05 WS-PO-SUPP-NO PIC 9(4).
           05 WS-PO-STATUS PIC X(10).
           05 WS-PO-LINECOUNT PIC 9(2).
           05 WS-PO-LINE OCCURS 10 TIMES.
             10 WS-PO-LINE-IKEY PIC 9(4).
             10 WS-PO-LINE-QTYORD PIC 9(4)V9(2).
             10 WS-PO-LINE-QTYRCV PIC 9(4)V9(2).
             10 WS-PO-LINE-COST PIC 9(5)V9(2).
             10 WS-PO-LINE-CURRENCY PIC X(3).
           05 WS-PO-ORDER-DATE PIC 9(8).
           05 WS-PO-PROMISE-DATE PIC 9(8).
         01 WS-POFILE-STATUS PIC X(2) VALUE "00".
           88 WS-POFILE-OK VALUE "00".
           88 WS-POFILE-EOF VALUE "10".
           88 WS-POFILE-KEYNOTFOUND VALUE "23" "21".
           88 WS-POFILE-FILENOTFOUND VALUE "35".
           88 WS-POFILE-INUSE VALUE "51" "61".
         01 WS-POFILE-AVAILABLE-SW PIC X VALUE "N".
           88 WS-POFILE-AVAILABLE VALUE "Y".
         01 WS-PO-IDX PIC 9(2) VALUE ZERO.
         01 WS-PO-OPENLINES PIC 9(2) VALUE ZERO.
         01 WS-POUOM-STATUS PIC X(2) VALUE "00".
           88 WS-POUOM-OK VALUE "00".
           88 WS-POUOM-EOF VALUE "10".
           88 WS-POUOM-KEYNOTFOUND VALUE "23" "21".
           88 WS-POUOM-FILENOTFOUND VALUE "35".
           88 WS-POUOM-INUSE VALUE "51" "61".
         01 WS-POUOM-CODE PIC X(4) VALUE SPACES.
         01 WS-POUOM-FACTOR PIC 9(5)V9(4) VALUE 1.
         01 WS-PORCPT-FILEFD.
           05 WS-PORCPT-KEY.
             10 WS-PORCPT-PO-NO PIC 9(6).
             10 WS-PORCPT-LINE PIC 9(2).
             10 WS-PORCPT-SEQ PIC 9(3).
           05 WS-PORCPT-SUPP-NO PIC 9(4).
           05 WS-PORCPT-IKEY PIC 9(4).
           05 WS-PORCPT-DATE PIC 9(8).
           05 WS-PORCPT-QTY PIC 9(4)V9(2).
           05 WS-PORCPT-UOM PIC X(4).
           05 WS-PORCPT-STOCKQTY PIC 9(4)V9(2).
           05 WS-PORCPT-LOC PIC X(3).
           05 WS-PORCPT-LOT PIC X(10).
           05 WS-PORCPT-OPER PIC X(8).
           05 WS-PORCPT-SHIPDATE PIC 9(8).
         01 WS-PORCPT-STATUS PIC X(2) VALUE "00".
           88 WS-PORCPT-OK VALUE "00".
           88 WS-PORCPT-EOF VALUE "10".
           88 WS-PORCPT-KEYNOTFOUND VALUE "23" "21".
           88 WS-PORCPT-DUPKEY VALUE "22".
           88 WS-PORCPT-FILENOTFOUND VALUE "35".
           88 WS-PORCPT-INUSE VALUE "51" "61".
         01 WS-PORCPT-DONE-SW PIC X VALUE "N".
           88 WS-PORCPT-DONE VALUE "Y".
         01 WS-PORCPT-LASTSEQ PIC 9(3) VALUE ZERO.
         01 WS-LOCSTOCK-FILEFD.
           05 WS-LOCSTOCK-KEY.
             10 WS-LOCSTOCK-IKEY PIC 9(4).
             10 WS-LOCSTOCK-LOC PIC X(3).
           05 WS-LOCSTOCK-QTY PIC 9(4)V9(2).
         01 WS-LOCSTOCK-STATUS PIC X(2) VALUE "00".
           88 WS-LOCSTOCK-OK VALUE "00".
           88 WS-LOCSTOCK-EOF VALUE "10".
           88 WS-LOCSTOCK-KEYNOTFOUND VALUE "23" "21".
           88 WS-LOCSTOCK-DUPKEY VALUE "22".
           88 WS-LOCSTOCK-FILENOTFOUND VALUE "35".
           88 WS-LOCSTOCK-INUSE VALUE "51" "61".
         01 WS-HOME-LOCATION PIC X(3) VALUE "MAI".
         01 WS-MOVELOC PIC X(3) VALUE SPACES.
         01 WS-MOVETOLOC PIC X(3) VALUE SPACES.
         01 WS-LOCTARGET PIC X(3) VALUE SPACES.
         01 WS-LOCQTY PIC 9(4)V9(2) VALUE ZERO.
         01 WS-LOCSEED-QTY PIC 9(4)V9(2) VALUE ZERO.
         01 WS-LOCFOUND-SW PIC X VALUE "N".
           88 WS-LOCFOUND VALUE "Y".
         01 WS-LOT-FILEFD.
           05 WS-LOT-KEY.
             10 WS-LOT-IKEY PIC 9(4).
             10 WS-LOT-NO PIC X(10).
           05 WS-LOT-RCVDATE PIC 9(8).
           05 WS-LOT-QTYRCV PIC 9(4)V9(2).
           05 WS-LOT-QTYREMAIN PIC 9(4)V9(2).
           05 WS-LOT-REF PIC X(10).
         01 WS-LOT-STATUS PIC X(2) VALUE "00".
           88 WS-LOT-OK VALUE "00".
           88 WS-LOT-EOF VALUE "10".
           88 WS-LOT-KEYNOTFOUND VALUE "23" "21".
           88 WS-LOT-DUPKEY VALUE "22".
           88 WS-LOT-FILENOTFOUND VALUE "35".
           88 WS-LOT-INUSE VALUE "51" "61".
         01 WS-LOTTRACE-STATUS PIC X(2) VALUE "00".
           88 WS-LOTTRACE-OK VALUE "00".
         01 WS-STOCKMOVE-STATUS PIC X(2) VALUE "00".
           88 WS-STOCKMOVE-OK VALUE "00".
         01 WS-LOT-NO-IN PIC X(10) VALUE SPACES.
         01 WS-MOVETYPE PIC X(10) VALUE SPACES.
         01 WS-MOVEQTY PIC 9(4)V9(2) VALUE ZERO.
         01 WS-REASONCODE PIC X(10) VALUE SPACES.
         01 WS-STOCKOLDINS PIC 9(4)V9(2) VALUE ZERO.
         01 WS-STOCKOLDCOST PIC 9(5)V9(2) VALUE ZERO.
         01 WS-NEWCOST PIC 9(5)V9(2) VALUE ZERO.
         01 WS-RCV-LINE PIC 9(2) VALUE ZERO.
         01 WS-RCV-QTY PIC 9(4)V9(2) VALUE ZERO.
         01 WS-RCV-DOCQTY PIC 9(4)V9(2) VALUE ZERO.
         01 WS-ASNREJECT-FILENAME PIC X(80)
           VALUE "cob-simpleinventory-asn-rejects.txt".
         01 WS-ASNREJECT-STATUS PIC X(2) VALUE "00".
           88 WS-ASNREJECT-OK VALUE "00".
         01 WS-ASN-LOCATION PIC X(3) VALUE SPACES.
         01 WS-ASN-REASON PIC X(40) VALUE SPACES.
         01 WS-ASN-PO-X PIC X(10) VALUE SPACES.
         01 WS-ASN-PO-LEN PIC 9(3) VALUE ZERO.
         01 WS-ASN-IKEY-X PIC X(10) VALUE SPACES.
         01 WS-ASN-IKEY-LEN PIC 9(3) VALUE ZERO.
         01 WS-ASN-QTY-X PIC X(10) VALUE SPACES.
         01 WS-ASN-QTY-LEN PIC 9(3) VALUE ZERO.
         01 WS-ASN-LOT-X PIC X(12) VALUE SPACES.
         01 WS-ASN-LOT-LEN PIC 9(3) VALUE ZERO.
         01 WS-ASN-SHIP-X PIC X(10) VALUE SPACES.
         01 WS-ASN-SHIP-LEN PIC 9(3) VALUE ZERO.
         01 WS-ASN-NUMX PIC X(10) VALUE SPACES.
         01 WS-ASN-NUMLEN PIC 9(3) VALUE ZERO.
         01 WS-ASN-NUMMAX PIC 9(3) VALUE ZERO.
         01 WS-ASN-NUMVAL PIC 9(8) VALUE ZERO.
         01 WS-ASN-NUMOK-SW PIC X VALUE "N".
           88 WS-ASN-NUMOK VALUE "Y".
         01 WS-ASN-PO-NO PIC 9(6) VALUE ZERO.
         01 WS-ASN-IKEY PIC 9(4) VALUE ZERO.
         01 WS-ASN-RAWQTY PIC 9(6) VALUE ZERO.
         01 WS-ASN-QTY PIC 9(4)V9(2) VALUE ZERO.
         01 WS-ASN-SHIPDATE PIC 9(8) VALUE ZERO.
         01 WS-ASN-SHIPPARTS REDEFINES WS-ASN-SHIPDATE.
           05 WS-ASN-SHIP-YY PIC 9(4).
           05 WS-ASN-SHIP-MM PIC 9(2).
           05 WS-ASN-SHIP-DD PIC 9(2).
         01 WS-ASN-PARTFOUND-SW PIC X VALUE "N".
           88 WS-ASN-PARTFOUND VALUE "Y".
         01 WS-ASN-POSTED-SW PIC X VALUE "N".
           88 WS-ASN-POSTED VALUE "Y".
         01 WS-ASN-CONVERTED-SW PIC X VALUE "Y".
           88 WS-ASN-CONVERTED VALUE "Y".
         01 WS-ASN-ALREADY PIC 9(6) VALUE ZERO.
         01 WS-LOCK-RETRY-SW PIC X VALUE "N".
           88 WS-LOCK-RETRY VALUE "Y".
         01 WS-LOCK-TRIES PIC 9(2) VALUE ZERO.
         01 WS-LOCK-MAXTRIES PIC 9(2) VALUE 5.
         01 WS-LOCK-TIME PIC 9(8) VALUE ZERO.
         01 WS-LOCK-TIMEPARTS REDEFINES WS-LOCK-TIME.
           05 WS-LOCK-HHMMSS PIC 9(6).
           05 WS-LOCK-HUNDREDTHS PIC 9(2).
         01 WS-LOCK-WAITFROM PIC 9(6) VALUE ZERO.

         LOCAL-STORAGE SECTION.
         01 USER-SELECTION PIC 9 VALUE ZERO.
         MOVE 0 TO USER-SELECTION.
         DISPLAY " ".
         DISPLAY "CSV fields expected, in order:".
         DISPLAY "IKEY,MN,NAME,DES,INS,COST,ICURRENCY,REORDER-POINT,"
           "STOCK-UOM".
         DISPLAY "INS, COST and REORDER-POINT are digits only, with".
         DISPLAY "the last 2 digits being the decimal places.".
         DISPLAY "Enter CSV file name to import:".
           INTO WS-IKEY WS-MN WS-NAME WS-DES
                WS-INS WS-COST WS-ICURRENCY
                WS-REORDER-POINT COUNT IN WS-LASTFIELD-LEN
                WS-STOCK-UOM
         END-UNSTRING.
         IF WS-STOCK-UOM = SPACES
           MOVE "EA" TO WS-STOCK-UOM
         END-IF.

         IF WS-LASTFIELD-LEN = 0
           DISPLAY "!REJECTED (short line): " CSV-LINE
               NOT INVALID KEY
                 ADD 1 TO WS-RECORDS-IN
             END-WRITE
             IF WS-DATAFILE-INUSE
               DISPLAY "!REJECTED (record in use): " CSV-LINE
               ADD 1 TO WS-RECORDS-REJECTED
             END-IF
           END-IF
         END-IF.
         PERFORM 0000CHECKDATAFILESTATUS.
         MOVE SPACES TO CSV-LINE.
         STRING WS-IKEY "," WS-MN "," WS-NAME "," WS-DES ","
           WS-INS "," WS-COST "," WS-ICURRENCY "," WS-REORDER-POINT
           "," WS-STOCK-UOM
           DELIMITED BY SIZE INTO CSV-LINE
         END-STRING.
         WRITE CSV-LINE.
         STRING YY2 "-" MM2 "-" DD2 " " WS-JNL-HH ":" WS-JNL-MM ":"
           WS-JNL-SS " IMPORT FILE=" WS-CSV-FILENAME
           " LOADED=" WS-RECORDS-IN " REJECTED=" WS-RECORDS-REJECTED
           " OPER=BATCH"
           DELIMITED BY SIZE INTO JOURNAL-LINE
         END-STRING.
         OPEN EXTEND JOURNAL-FILE.
         MOVE SPACES TO JOURNAL-LINE.
         STRING YY2 "-" MM2 "-" DD2 " " WS-JNL-HH ":" WS-JNL-MM ":"
           WS-JNL-SS " EXPORT FILE=" WS-CSV-FILENAME
           " RECORDS=" WS-RECORDS-OUT " OPER=BATCH"
           DELIMITED BY SIZE INTO JOURNAL-LINE
         END-STRING.
         OPEN EXTEND JOURNAL-FILE.
             WHEN "OPERATION" MOVE WS-PARM-VALUE TO WS-PARM-OPERATION
             WHEN "FILE" MOVE WS-PARM-VALUE TO WS-CSV-FILENAME
             WHEN "REPORT" MOVE WS-PARM-VALUE TO WS-RUNREPORT-FILENAME
             WHEN "REJECTS" MOVE WS-PARM-VALUE TO WS-ASNREJECT-FILENAME
             WHEN "LOCATION" MOVE WS-PARM-VALUE TO WS-ASN-LOCATION
             WHEN OTHER
               DISPLAY "!UNKNOWN PARAMETER " WS-PARM-KEY "!"
           END-EVALUATE
                 END-IF
               END-IF
             END-IF
           WHEN "ASN"
             IF WS-CSV-FILENAME = SPACES
               DISPLAY "!MISSING FILE PARAMETER!"
               MOVE 12 TO WS-RETCODE
             ELSE
               PERFORM 0000READCHECKPOINT
               PERFORM 0000RUNASN
               IF WS-CSV-FILENOTFOUND
                 MOVE 8 TO WS-RETCODE
               ELSE
                 PERFORM 0000WRITECHECKPOINTDONE
                 PERFORM 0000JOURNALASN
                 DISPLAY "ASN lines received: " WS-RECORDS-IN
                 DISPLAY "ASN lines rejected: " WS-RECORDS-REJECTED
                 IF WS-ASN-ALREADY > 0
                   DISPLAY "ASN lines received before the restart: "
                     WS-ASN-ALREADY
                 END-IF
                 IF WS-RECORDS-REJECTED > 0
                   MOVE 4 TO WS-RETCODE
                 END-IF
                 IF NOT WS-DATAFILE-AVAILABLE
                     OR NOT WS-POFILE-AVAILABLE
                   MOVE 8 TO WS-RETCODE
                 END-IF
               END-IF
             END-IF
           WHEN "EXPORT"
             IF WS-CSV-FILENAME = SPACES
               DISPLAY "!MISSING FILE PARAMETER!"

       0000READCHECKPOINT.
         MOVE ZERO TO WS-SKIP-COUNT.
         MOVE "N" TO WS-RESTART-SW.
         ACCEPT CURRENTDATE2 FROM DATE YYYYMMDD.
         OPEN INPUT CHECKPOINT-FILE.
         IF WS-CHK-OK
                   AND WS-CHK-RECORDS IS NUMERIC
                 IF WS-CHK-DATE = CURRENTDATE2
                   MOVE WS-CHK-RECORDS TO WS-SKIP-COUNT
                   MOVE "Y" TO WS-RESTART-SW
                 ELSE
                   DISPLAY "Checkpoint is from another run date - "
                     "starting from the beginning."
           WS-RECORDS-REJECTED " Exported: " WS-RECORDS-OUT
           DELIMITED BY SIZE INTO RUNREPORT-LINE.
         WRITE RUNREPORT-LINE.
         IF WS-PARM-OPERATION = "ASN"
           MOVE SPACES TO RUNREPORT-LINE
           STRING "Rejects: " WS-ASNREJECT-FILENAME
             DELIMITED BY SIZE INTO RUNREPORT-LINE
           WRITE RUNREPORT-LINE
           MOVE SPACES TO RUNREPORT-LINE
           STRING "Received before restart: " WS-ASN-ALREADY
             DELIMITED BY SIZE INTO RUNREPORT-LINE
           WRITE RUNREPORT-LINE
         END-IF.
         MOVE SPACES TO RUNREPORT-LINE.
         STRING "Return Code: " WS-RETCODE
           DELIMITED BY SIZE INTO RUNREPORT-LINE.
         WRITE RUNREPORT-LINE.
         CLOSE RUNREPORT-FILE.

       0000RUNASN.
         MOVE ZERO TO WS-RECORDS-IN.
         MOVE ZERO TO WS-RECORDS-REJECTED.
         MOVE ZERO TO WS-ASN-ALREADY.
         MOVE ZERO TO WS-PROCESSED.
         MOVE 0 TO WS-ENDOFFILE.
         IF WS-ASN-LOCATION = SPACES
           MOVE WS-HOME-LOCATION TO WS-ASN-LOCATION
         END-IF.

         OPEN INPUT CSV-FILE.
         PERFORM 0000CHECKCSVSTATUS.
         IF WS-CSV-FILENOTFOUND
           DISPLAY "!ASN FILE NOT FOUND!"
         ELSE
           PERFORM 0000RUNASNLOAD
         END-IF.

       0000RUNASNLOAD.
         OPEN I-O DATAFILE.
         PERFORM 0000CHECKDATAFILESTATUS.
         IF WS-DATAFILE-OK
           MOVE "Y" TO WS-DATAFILE-AVAILABLE-SW
         ELSE
           MOVE "N" TO WS-DATAFILE-AVAILABLE-SW
           DISPLAY "!NO INVENTORY ON FILE YET!"
         END-IF.
         OPEN I-O PO-FILE.
         PERFORM 0000CHECKPOFILESTATUS.
         IF WS-POFILE-OK
           MOVE "Y" TO WS-POFILE-AVAILABLE-SW
         ELSE
           MOVE "N" TO WS-POFILE-AVAILABLE-SW
           DISPLAY "!NO PURCHASE ORDERS ON FILE YET!"
         END-IF.
         PERFORM 0000OPENPORCPTFILE.
         PERFORM 0000OPENASNREJECTS.

         MOVE WS-SKIP-COUNT TO WS-PROCESSED.
         PERFORM 0000WRITECHECKPOINT.
         MOVE ZERO TO WS-PROCESSED.
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ CSV-FILE INTO CSV-LINE
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
               ADD 1 TO WS-PROCESSED
               IF WS-PROCESSED > WS-SKIP-COUNT
                 PERFORM 0000ASNONELINE
                 PERFORM 0000WRITECHECKPOINT
               END-IF
           END-READ
         END-PERFORM.

         MOVE ALL "-" TO ASNREJECT-LINE.
         WRITE ASNREJECT-LINE.
         MOVE SPACES TO ASNREJECT-LINE.
         STRING "Lines read: " WS-PROCESSED
           "  Received: " WS-RECORDS-IN
           "  Rejected: " WS-RECORDS-REJECTED
           "  Already received before restart: " WS-ASN-ALREADY
           DELIMITED BY SIZE INTO ASNREJECT-LINE.
         WRITE ASNREJECT-LINE.
         CLOSE ASNREJECT-FILE.
         CLOSE CSV-FILE.
         CLOSE PORCPT-FILE.
         PERFORM 0000CHECKPORCPTSTATUS.
         IF WS-POFILE-AVAILABLE
           CLOSE PO-FILE
           PERFORM 0000CHECKPOFILESTATUS
         END-IF.
         IF WS-DATAFILE-AVAILABLE
           CLOSE DATAFILE
           PERFORM 0000CHECKDATAFILESTATUS
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.

       0000OPENASNREJECTS.
         ACCEPT CURRENTDATE2 FROM DATE YYYYMMDD.
         IF WS-RESTART
           DISPLAY "Restarting: skipping first " WS-SKIP-COUNT
             " ASN lines already processed."
           OPEN EXTEND ASNREJECT-FILE
           IF NOT WS-ASNREJECT-OK
             OPEN OUTPUT ASNREJECT-FILE
           END-IF
           MOVE SPACES TO ASNREJECT-LINE
           STRING "Restarted " YY2 "-" MM2 "-" DD2
             " after line " WS-SKIP-COUNT
             DELIMITED BY SIZE INTO ASNREJECT-LINE
           WRITE ASNREJECT-LINE
         ELSE
           OPEN OUTPUT ASNREJECT-FILE
           MOVE "ASN REJECT REPORT" TO ASNREJECT-LINE
           WRITE ASNREJECT-LINE
           MOVE SPACES TO ASNREJECT-LINE
           STRING "Run Date: " YY2 "-" MM2 "-" DD2
             "  File: " WS-CSV-FILENAME
             DELIMITED BY SIZE INTO ASNREJECT-LINE
           WRITE ASNREJECT-LINE
           MOVE SPACES TO ASNREJECT-LINE
           STRING "Line   Reason                                   "
             "ASN line"
             DELIMITED BY SIZE INTO ASNREJECT-LINE
           WRITE ASNREJECT-LINE
           MOVE ALL "-" TO ASNREJECT-LINE
           WRITE ASNREJECT-LINE
         END-IF.
         IF NOT WS-ASNREJECT-OK
           DISPLAY "!CANNOT WRITE ASN REJECTS TO "
             WS-ASNREJECT-FILENAME "!"
         END-IF.

       0000ASNONELINE.
         IF CSV-LINE NOT = SPACES
           MOVE SPACES TO WS-ASN-REASON
           MOVE "N" TO WS-ASN-POSTED-SW
           PERFORM 0000ASNPARSE
           IF WS-ASN-REASON = SPACES
             PERFORM 0000ASNCHECKPOSTED
           END-IF
           IF WS-ASN-REASON = SPACES AND NOT WS-ASN-POSTED
             PERFORM 0000ASNVALIDATE
           END-IF
           IF WS-ASN-REASON = SPACES AND NOT WS-ASN-POSTED
             PERFORM 0000ASNPOST
           END-IF
           IF WS-ASN-REASON NOT = SPACES
             PERFORM 0000ASNREJECT
           END-IF
           IF WS-POFILE-AVAILABLE
             UNLOCK PO-FILE
           END-IF
           IF WS-DATAFILE-AVAILABLE
             UNLOCK DATAFILE
           END-IF
         END-IF.

       0000ASNPARSE.
         MOVE SPACES TO WS-ASN-PO-X.
         MOVE SPACES TO WS-ASN-IKEY-X.
         MOVE SPACES TO WS-ASN-QTY-X.
         MOVE SPACES TO WS-ASN-LOT-X.
         MOVE SPACES TO WS-ASN-SHIP-X.
         MOVE ZERO TO WS-ASN-PO-LEN.
         MOVE ZERO TO WS-ASN-IKEY-LEN.
         MOVE ZERO TO WS-ASN-QTY-LEN.
         MOVE ZERO TO WS-ASN-LOT-LEN.
         MOVE ZERO TO WS-ASN-SHIP-LEN.
         UNSTRING CSV-LINE DELIMITED BY ","
           INTO WS-ASN-PO-X COUNT IN WS-ASN-PO-LEN
                WS-ASN-IKEY-X COUNT IN WS-ASN-IKEY-LEN
                WS-ASN-QTY-X COUNT IN WS-ASN-QTY-LEN
                WS-ASN-LOT-X COUNT IN WS-ASN-LOT-LEN
                WS-ASN-SHIP-X COUNT IN WS-ASN-SHIP-LEN
         END-UNSTRING.

         IF WS-ASN-SHIP-X = SPACES
           MOVE "SHORT LINE - 5 FIELDS EXPECTED" TO WS-ASN-REASON
         END-IF.
         IF WS-ASN-REASON = SPACES
           MOVE WS-ASN-PO-X TO WS-ASN-NUMX
           MOVE 6 TO WS-ASN-NUMMAX
           PERFORM 0000ASNNUMERIC
           IF WS-ASN-NUMOK
             MOVE WS-ASN-NUMVAL TO WS-ASN-PO-NO
           ELSE
             MOVE "PO NUMBER IS NOT NUMERIC" TO WS-ASN-REASON
           END-IF
         END-IF.
         IF WS-ASN-REASON = SPACES
           MOVE WS-ASN-IKEY-X TO WS-ASN-NUMX
           MOVE 4 TO WS-ASN-NUMMAX
           PERFORM 0000ASNNUMERIC
           IF WS-ASN-NUMOK
             MOVE WS-ASN-NUMVAL TO WS-ASN-IKEY
           ELSE
             MOVE "PART NUMBER IS NOT NUMERIC" TO WS-ASN-REASON
           END-IF
         END-IF.
         IF WS-ASN-REASON = SPACES
           MOVE WS-ASN-QTY-X TO WS-ASN-NUMX
           MOVE 6 TO WS-ASN-NUMMAX
           PERFORM 0000ASNNUMERIC
           IF WS-ASN-NUMOK
             MOVE WS-ASN-NUMVAL TO WS-ASN-RAWQTY
             COMPUTE WS-ASN-QTY = WS-ASN-RAWQTY / 100
             IF WS-ASN-QTY = ZERO
               MOVE "QUANTITY MUST BE A POSITIVE NUMBER"
                 TO WS-ASN-REASON
             END-IF
           ELSE
             MOVE "QUANTITY IS NOT NUMERIC" TO WS-ASN-REASON
           END-IF
         END-IF.
         IF WS-ASN-REASON = SPACES
           IF WS-ASN-LOT-LEN > 10
             MOVE "LOT NUMBER LONGER THAN 10 CHARACTERS"
               TO WS-ASN-REASON
           ELSE
             MOVE WS-ASN-LOT-X TO WS-LOT-NO-IN
             IF WS-LOT-NO-IN = SPACES
               STRING "PO" WS-ASN-PO-NO
                 DELIMITED BY SIZE INTO WS-LOT-NO-IN
               END-STRING
             END-IF
           END-IF
         END-IF.
         IF WS-ASN-REASON = SPACES
           MOVE WS-ASN-SHIP-X TO WS-ASN-NUMX
           MOVE 8 TO WS-ASN-NUMMAX
           PERFORM 0000ASNNUMERIC
           IF WS-ASN-NUMOK AND WS-ASN-NUMLEN = 8
             MOVE WS-ASN-NUMVAL TO WS-ASN-SHIPDATE
             IF WS-ASN-SHIP-YY < 1900
                 OR WS-ASN-SHIP-MM < 1 OR WS-ASN-SHIP-MM > 12
                 OR WS-ASN-SHIP-DD < 1 OR WS-ASN-SHIP-DD > 31
               MOVE "SHIP DATE IS NOT A VALID YYYYMMDD DATE"
                 TO WS-ASN-REASON
             END-IF
           ELSE
             MOVE "SHIP DATE IS NOT A VALID YYYYMMDD DATE"
               TO WS-ASN-REASON
           END-IF
         END-IF.

       0000ASNNUMERIC.
         MOVE "N" TO WS-ASN-NUMOK-SW.
         MOVE ZERO TO WS-ASN-NUMVAL.
         MOVE ZERO TO WS-ASN-NUMLEN.
         INSPECT WS-ASN-NUMX TALLYING WS-ASN-NUMLEN
           FOR CHARACTERS BEFORE INITIAL SPACE.
         IF WS-ASN-NUMLEN > 0 AND WS-ASN-NUMLEN NOT > WS-ASN-NUMMAX
           IF WS-ASN-NUMX (1:WS-ASN-NUMLEN) IS NUMERIC
             MOVE WS-ASN-NUMX (1:WS-ASN-NUMLEN) TO WS-ASN-NUMVAL
             MOVE "Y" TO WS-ASN-NUMOK-SW
           END-IF
         END-IF.

       0000ASNCHECKPOSTED.
         IF WS-RESTART AND WS-PROCESSED = WS-SKIP-COUNT + 1
           ACCEPT CURRENTDATE2 FROM DATE YYYYMMDD
           MOVE "N" TO WS-PORCPT-DONE-SW
           MOVE WS-ASN-PO-NO TO PORCPT-PO-NO
           MOVE ZERO TO PORCPT-LINE
           MOVE ZERO TO PORCPT-SEQ
           START PORCPT-FILE KEY IS NOT LESS THAN PORCPT-KEY
             INVALID KEY MOVE "Y" TO WS-PORCPT-DONE-SW
           END-START
           PERFORM 0000CHECKPORCPTSTATUS
           PERFORM UNTIL WS-PORCPT-DONE
             READ PORCPT-FILE NEXT RECORD INTO WS-PORCPT-FILEFD
               AT END MOVE "Y" TO WS-PORCPT-DONE-SW
               NOT AT END
                 IF WS-PORCPT-PO-NO NOT = WS-ASN-PO-NO
                   MOVE "Y" TO WS-PORCPT-DONE-SW
                 ELSE
                   IF WS-PORCPT-IKEY = WS-ASN-IKEY
                       AND WS-PORCPT-DATE = CURRENTDATE2
                       AND WS-PORCPT-QTY = WS-ASN-QTY
                       AND WS-PORCPT-LOT = WS-LOT-NO-IN
                       AND WS-PORCPT-SHIPDATE = WS-ASN-SHIPDATE
                       AND WS-PORCPT-OPER = WS-OPERATOR-ID
                     MOVE "Y" TO WS-ASN-POSTED-SW
                   END-IF
                 END-IF
             END-READ
             PERFORM 0000CHECKPORCPTSTATUS
           END-PERFORM
           IF WS-ASN-POSTED
             ADD 1 TO WS-ASN-ALREADY
             DISPLAY "ASN line " WS-PROCESSED " (PO " WS-ASN-PO-NO
               " part " WS-ASN-IKEY ") was received before the "
               "restart - not received again."
             MOVE SPACES TO ASNREJECT-LINE
             STRING WS-PROCESSED " "
               "ALREADY RECEIVED BEFORE RESTART          "
               CSV-LINE
               DELIMITED BY SIZE INTO ASNREJECT-LINE
             WRITE ASNREJECT-LINE
           END-IF
         END-IF.

       0000ASNVALIDATE.
         IF NOT WS-DATAFILE-AVAILABLE
           MOVE "INVENTORY FILE NOT AVAILABLE" TO WS-ASN-REASON
         END-IF.
         IF NOT WS-POFILE-AVAILABLE
           MOVE "PURCHASE ORDER FILE NOT AVAILABLE" TO WS-ASN-REASON
         END-IF.
         IF WS-ASN-REASON = SPACES
           MOVE WS-ASN-PO-NO TO PO-NO
           MOVE ZERO TO WS-LOCK-TRIES
           MOVE "Y" TO WS-LOCK-RETRY-SW
           PERFORM UNTIL NOT WS-LOCK-RETRY
             MOVE "N" TO WS-LOCK-RETRY-SW
             READ PO-FILE INTO WS-PO-FILEFD WITH LOCK
               KEY IS PO-NO
               INVALID KEY
                 MOVE "PO DOSE NOT EXIST" TO WS-ASN-REASON
             END-READ
             IF WS-POFILE-INUSE
               PERFORM 0000LOCKWAIT
             END-IF
           END-PERFORM
           IF WS-POFILE-INUSE
             MOVE "RECORD IN USE BY ANOTHER USER" TO WS-ASN-REASON
           END-IF
           PERFORM 0000CHECKPOFILESTATUS
         END-IF.
         IF WS-ASN-REASON = SPACES
           IF WS-PO-STATUS NOT = "OPEN" AND WS-PO-STATUS NOT = "PARTIAL"
             STRING "PO IS " WS-PO-STATUS
               DELIMITED BY SIZE INTO WS-ASN-REASON
             END-STRING
           END-IF
         END-IF.
         IF WS-ASN-REASON = SPACES
           MOVE ZERO TO WS-RCV-LINE
           MOVE "N" TO WS-ASN-PARTFOUND-SW
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
             UNTIL WS-PO-IDX > WS-PO-LINECOUNT OR WS-PO-IDX > 10
               OR WS-RCV-LINE > ZERO
             IF WS-PO-LINE-IKEY (WS-PO-IDX) = WS-ASN-IKEY
               MOVE "Y" TO WS-ASN-PARTFOUND-SW
               IF WS-ASN-QTY + WS-PO-LINE-QTYRCV (WS-PO-IDX) NOT >
                   WS-PO-LINE-QTYORD (WS-PO-IDX)
                 MOVE WS-PO-IDX TO WS-RCV-LINE
               END-IF
             END-IF
           END-PERFORM
           IF NOT WS-ASN-PARTFOUND
             MOVE "PART IS NOT ON THE PO" TO WS-ASN-REASON
           ELSE
             IF WS-RCV-LINE = ZERO
               MOVE "QUANTITY IS MORE THAN OPEN ON THE PO"
                 TO WS-ASN-REASON
             END-IF
           END-IF
         END-IF.
         IF WS-ASN-REASON = SPACES
           PERFORM 0000POLINEFACTOR
           MOVE WS-ASN-QTY TO WS-RCV-DOCQTY
           MOVE "Y" TO WS-ASN-CONVERTED-SW
           COMPUTE WS-RCV-QTY ROUNDED =
             WS-RCV-DOCQTY * WS-POUOM-FACTOR
             ON SIZE ERROR
               MOVE "N" TO WS-ASN-CONVERTED-SW
           END-COMPUTE
           IF NOT WS-ASN-CONVERTED OR WS-RCV-QTY = ZERO
             MOVE "QUANTITY CAN NOT BE CONVERTED TO STOCK UNITS"
               TO WS-ASN-REASON
           END-IF
         END-IF.
         IF WS-ASN-REASON = SPACES
           MOVE WS-ASN-IKEY TO IKEY
           MOVE ZERO TO WS-LOCK-TRIES
           MOVE "Y" TO WS-LOCK-RETRY-SW
           PERFORM UNTIL NOT WS-LOCK-RETRY
             MOVE "N" TO WS-LOCK-RETRY-SW
             READ DATAFILE INTO WS-DATAFILEFD WITH LOCK
               KEY IS IKEY
               INVALID KEY
                 MOVE "PART NUMBER DOSE NOT EXIST" TO WS-ASN-REASON
             END-READ
             IF WS-DATAFILE-INUSE
               PERFORM 0000LOCKWAIT
             END-IF
           END-PERFORM
           IF WS-DATAFILE-INUSE
             MOVE "RECORD IN USE BY ANOTHER USER" TO WS-ASN-REASON
           END-IF
           PERFORM 0000CHECKDATAFILESTATUS
         END-IF.
         IF WS-ASN-REASON = SPACES
           IF WS-INS + WS-RCV-QTY > 9999.99
             MOVE "STOCK ON HAND WOULD EXCEED 9999.99"
               TO WS-ASN-REASON
           END-IF
           IF WS-POUOM-CODE = SPACES
             MOVE WS-STOCK-UOM TO WS-POUOM-CODE
           END-IF
           IF WS-POUOM-CODE = SPACES
             MOVE "EA" TO WS-POUOM-CODE
           END-IF
         END-IF.

       0000ASNPOST.
         MOVE WS-ASN-LOCATION TO WS-MOVELOC.
         MOVE SPACES TO WS-MOVETOLOC.
         MOVE WS-DATAFILEFD TO WS-OLDDATAFILEFD.
         MOVE WS-INS TO WS-STOCKOLDINS.
         ADD WS-RCV-QTY TO WS-INS.
         MOVE WS-COST TO WS-STOCKOLDCOST.
         IF WS-PO-LINE-CURRENCY (WS-RCV-LINE) = WS-ICURRENCY
           COMPUTE WS-NEWCOST ROUNDED =
             ((WS-STOCKOLDINS * WS-COST) +
              (WS-RCV-DOCQTY * WS-PO-LINE-COST (WS-RCV-LINE)))
             / (WS-STOCKOLDINS + WS-RCV-QTY)
           MOVE WS-NEWCOST TO WS-COST
         ELSE
           DISPLAY "!PO LINE CURRENCY "
             WS-PO-LINE-CURRENCY (WS-RCV-LINE)
             " DIFFERS FROM ITEM CURRENCY " WS-ICURRENCY
             " - COST NOT RECALCULATED!"
         END-IF.
         MOVE WS-DATAFILEFD TO DATAFILEFD.
         REWRITE DATAFILEFD
           INVALID KEY
             MOVE "COULD NOT UPDATE STOCK" TO WS-ASN-REASON
           NOT INVALID KEY
             PERFORM 0000ASNPOSTMOVES
         END-REWRITE.
         PERFORM 0000CHECKDATAFILESTATUS.

       0000ASNPOSTMOVES.
         PERFORM 0000JOURNALEDIT.
         IF WS-COST NOT = WS-STOCKOLDCOST
           DISPLAY "Weighted average cost for part " WS-IKEY
             " moved from " WS-STOCKOLDCOST " to " WS-COST "."
           PERFORM 0000WRITECOSTHIST
         END-IF.
         MOVE "RECEIPT" TO WS-MOVETYPE.
         MOVE WS-RCV-QTY TO WS-MOVEQTY.
         MOVE SPACES TO WS-REASONCODE.
         STRING "PO" WS-PO-NO
           DELIMITED BY SIZE INTO WS-REASONCODE
         END-STRING.
         PERFORM 0000APPLYLOCSTOCKMOVE.
         PERFORM 0000WRITESTOCKMOVE.
         PERFORM 0000LOTRECEIVE.
         PERFORM 0000ASNUPDATEPO.
         PERFORM 0000WRITEPORECEIPT.
         ADD 1 TO WS-RECORDS-IN.
         DISPLAY "ASN line " WS-PROCESSED ": PO " WS-PO-NO
           " line " WS-RCV-LINE " part " WS-IKEY " received "
           WS-RCV-DOCQTY " " WS-POUOM-CODE " into " WS-MOVELOC
           ", PO is now " WS-PO-STATUS ".".

       0000ASNUPDATEPO.
         ADD WS-RCV-DOCQTY TO WS-PO-LINE-QTYRCV (WS-RCV-LINE).
         MOVE ZERO TO WS-PO-OPENLINES.
         PERFORM VARYING WS-PO-IDX FROM 1 BY 1
           UNTIL WS-PO-IDX > WS-PO-LINECOUNT OR WS-PO-IDX > 10
           IF WS-PO-LINE-QTYRCV (WS-PO-IDX) <
               WS-PO-LINE-QTYORD (WS-PO-IDX)
             ADD 1 TO WS-PO-OPENLINES
           END-IF
         END-PERFORM.
         IF WS-PO-OPENLINES = ZERO
           MOVE "RECEIVED" TO WS-PO-STATUS
         ELSE
           MOVE "PARTIAL" TO WS-PO-STATUS
         END-IF.
         MOVE WS-PO-FILEFD TO PO-FILEFD.
         REWRITE PO-FILEFD
           INVALID KEY
             DISPLAY "!ERROR COULD NOT UPDATE PO " WS-PO-NO "!"
         END-REWRITE.
         PERFORM 0000CHECKPOFILESTATUS.

       0000LOCKWAIT.
         ADD 1 TO WS-LOCK-TRIES.
         IF WS-LOCK-TRIES < WS-LOCK-MAXTRIES
           MOVE "Y" TO WS-LOCK-RETRY-SW
           ACCEPT WS-LOCK-TIME FROM TIME
           MOVE WS-LOCK-HHMMSS TO WS-LOCK-WAITFROM
           PERFORM UNTIL WS-LOCK-HHMMSS NOT = WS-LOCK-WAITFROM
             ACCEPT WS-LOCK-TIME FROM TIME
           END-PERFORM
         END-IF.

       0000ASNREJECT.
         ADD 1 TO WS-RECORDS-REJECTED.
         DISPLAY "!REJECTED (" WS-ASN-REASON "): " CSV-LINE.
         MOVE SPACES TO ASNREJECT-LINE.
         STRING WS-PROCESSED " " WS-ASN-REASON " " CSV-LINE
           DELIMITED BY SIZE INTO ASNREJECT-LINE.
         WRITE ASNREJECT-LINE.

       0000POLINEFACTOR.
         MOVE SPACES TO WS-POUOM-CODE.
         MOVE 1 TO WS-POUOM-FACTOR.
         OPEN INPUT POUOM-FILE.
         PERFORM 0000CHECKPOUOMSTATUS.
         IF WS-POUOM-OK
           MOVE WS-PO-NO TO POUOM-PO-NO
           MOVE WS-RCV-LINE TO POUOM-LINE
           READ POUOM-FILE
             KEY IS POUOM-KEY
             INVALID KEY CONTINUE
             NOT INVALID KEY
               MOVE POUOM-CODE TO WS-POUOM-CODE
               MOVE POUOM-FACTOR TO WS-POUOM-FACTOR
           END-READ
           PERFORM 0000CHECKPOUOMSTATUS
           CLOSE POUOM-FILE
           PERFORM 0000CHECKPOUOMSTATUS
         END-IF.

       0000APPLYLOCSTOCKMOVE.
         PERFORM 0000OPENLOCSTOCKFILE.
         MOVE WS-STOCKOLDINS TO WS-LOCSEED-QTY.
         PERFORM 0000SEEDLOCSTOCK.
         MOVE WS-MOVELOC TO WS-LOCTARGET.
         MOVE WS-MOVEQTY TO WS-LOCQTY.
         PERFORM 0000LOCSTOCKADDQTY.
         CLOSE LOCSTOCK-FILE.
         PERFORM 0000CHECKLOCSTOCKSTATUS.

       0000OPENLOCSTOCKFILE.
         OPEN I-O LOCSTOCK-FILE.
         PERFORM 0000CHECKLOCSTOCKSTATUS.
         IF WS-LOCSTOCK-FILENOTFOUND
           OPEN OUTPUT LOCSTOCK-FILE
           PERFORM 0000CHECKLOCSTOCKSTATUS
           CLOSE LOCSTOCK-FILE
           PERFORM 0000CHECKLOCSTOCKSTATUS
           OPEN I-O LOCSTOCK-FILE
           PERFORM 0000CHECKLOCSTOCKSTATUS
         END-IF.

       0000SEEDLOCSTOCK.
         MOVE "N" TO WS-LOCFOUND-SW.
         MOVE WS-IKEY TO LOCSTOCK-IKEY.
         MOVE LOW-VALUES TO LOCSTOCK-LOC.
         START LOCSTOCK-FILE KEY IS NOT LESS THAN LOCSTOCK-KEY
           INVALID KEY CONTINUE
         END-START.
         IF WS-LOCSTOCK-OK
           READ LOCSTOCK-FILE INTO WS-LOCSTOCK-FILEFD
             AT END CONTINUE
             NOT AT END
               IF WS-LOCSTOCK-IKEY = WS-IKEY
                 MOVE "Y" TO WS-LOCFOUND-SW
               END-IF
           END-READ
         END-IF.
         PERFORM 0000CHECKLOCSTOCKSTATUS.
         IF NOT WS-LOCFOUND
           IF WS-LOCSEED-QTY > ZERO
             MOVE WS-IKEY TO LOCSTOCK-IKEY
             MOVE WS-HOME-LOCATION TO LOCSTOCK-LOC
             MOVE WS-LOCSEED-QTY TO LOCSTOCK-QTY
             WRITE LOCSTOCK-FILEFD
               INVALID KEY
                 DISPLAY "!ERROR COULD NOT STORE LOCATION STOCK!"
             END-WRITE
             PERFORM 0000CHECKLOCSTOCKSTATUS
           END-IF
         END-IF.

       0000LOCSTOCKADDQTY.
         MOVE WS-IKEY TO LOCSTOCK-IKEY.
         MOVE WS-LOCTARGET TO LOCSTOCK-LOC.
         MOVE ZERO TO WS-LOCK-TRIES.
         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           READ LOCSTOCK-FILE INTO WS-LOCSTOCK-FILEFD WITH LOCK
             KEY IS LOCSTOCK-KEY
             INVALID KEY
               MOVE WS-IKEY TO LOCSTOCK-IKEY
               MOVE WS-LOCTARGET TO LOCSTOCK-LOC
               MOVE WS-LOCQTY TO LOCSTOCK-QTY
               WRITE LOCSTOCK-FILEFD
                 INVALID KEY
                   DISPLAY "!ERROR COULD NOT STORE LOCATION STOCK!"
               END-WRITE
             NOT INVALID KEY
               ADD WS-LOCQTY TO WS-LOCSTOCK-QTY
               MOVE WS-LOCSTOCK-FILEFD TO LOCSTOCK-FILEFD
               REWRITE LOCSTOCK-FILEFD
                 INVALID KEY
                   DISPLAY "!ERROR COULD NOT STORE LOCATION STOCK!"
               END-REWRITE
           END-READ
           IF WS-LOCSTOCK-INUSE
             PERFORM 0000LOCKWAIT
           END-IF
         END-PERFORM.
         IF WS-LOCSTOCK-INUSE
           DISPLAY "!LOCATION " WS-LOCTARGET " STOCK FOR PART " WS-IKEY
             " NOT UPDATED - RECORD IN USE BY ANOTHER USER!"
         END-IF.
         PERFORM 0000CHECKLOCSTOCKSTATUS.

       0000LOTRECEIVE.
         ACCEPT CURRENTDATE2 FROM DATE YYYYMMDD.
         PERFORM 0000OPENLOTFILE.
         MOVE WS-IKEY TO LOT-IKEY.
         MOVE WS-LOT-NO-IN TO LOT-NO.
         MOVE ZERO TO WS-LOCK-TRIES.
         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           READ LOT-FILE INTO WS-LOT-FILEFD WITH LOCK
             KEY IS LOT-KEY
             INVALID KEY
               MOVE WS-IKEY TO LOT-IKEY
               MOVE WS-LOT-NO-IN TO LOT-NO
               MOVE CURRENTDATE2 TO LOT-RCVDATE
               MOVE WS-RCV-QTY TO LOT-QTYRCV
               MOVE WS-RCV-QTY TO LOT-QTYREMAIN
               MOVE WS-REASONCODE TO LOT-REF
               WRITE LOT-FILEFD
                 INVALID KEY
                   DISPLAY "!ERROR COULD NOT STORE LOT!"
               END-WRITE
             NOT INVALID KEY
               ADD WS-RCV-QTY TO WS-LOT-QTYRCV
               ADD WS-RCV-QTY TO WS-LOT-QTYREMAIN
               MOVE WS-LOT-FILEFD TO LOT-FILEFD
               REWRITE LOT-FILEFD
                 INVALID KEY
                   DISPLAY "!ERROR COULD NOT STORE LOT!"
               END-REWRITE
           END-READ
           IF WS-LOT-INUSE
             PERFORM 0000LOCKWAIT
           END-IF
         END-PERFORM.
         IF WS-LOT-INUSE
           DISPLAY "!LOT " WS-LOT-NO-IN " OF PART " WS-IKEY
             " NOT UPDATED - RECORD IN USE BY ANOTHER USER!"
         END-IF.
         PERFORM 0000CHECKLOTSTATUS.
         CLOSE LOT-FILE.
         PERFORM 0000CHECKLOTSTATUS.
         PERFORM 0000WRITELOTTRACE.

       0000OPENLOTFILE.
         OPEN I-O LOT-FILE.
         PERFORM 0000CHECKLOTSTATUS.
         IF WS-LOT-FILENOTFOUND
           OPEN OUTPUT LOT-FILE
           PERFORM 0000CHECKLOTSTATUS
           CLOSE LOT-FILE
           PERFORM 0000CHECKLOTSTATUS
           OPEN I-O LOT-FILE
           PERFORM 0000CHECKLOTSTATUS
         END-IF.

       0000WRITELOTTRACE.
         ACCEPT CURRENTDATE2 FROM DATE YYYYMMDD.
         ACCEPT WS-JOURNALTIME FROM TIME.
         MOVE SPACES TO LOTTRACE-LINE.
         STRING YY2 MM2 DD2 " " WS-JNL-HH WS-JNL-MM WS-JNL-SS
           " IKEY=" WS-IKEY " LOT=" WS-LOT-NO-IN
           " TYPE=RECEIPT    QTY=" WS-RCV-QTY
           " REF=" WS-REASONCODE " OPER=" WS-OPERATOR-ID
           DELIMITED BY SIZE INTO LOTTRACE-LINE
         END-STRING.
         OPEN EXTEND LOTTRACE-FILE.
         WRITE LOTTRACE-LINE.
         CLOSE LOTTRACE-FILE.

       0000WRITESTOCKMOVE.
         ACCEPT CURRENTDATE2 FROM DATE YYYYMMDD.
         ACCEPT WS-JOURNALTIME FROM TIME.
         MOVE SPACES TO STOCKMOVE-LINE.
         STRING YY2 MM2 DD2 " " WS-JNL-HH WS-JNL-MM WS-JNL-SS
           " IKEY=" WS-IKEY " TYPE=" WS-MOVETYPE
           " REASON=" WS-REASONCODE " QTY=" WS-MOVEQTY
           " OLDINS=" WS-STOCKOLDINS " NEWINS=" WS-INS
           " LOC=" WS-MOVELOC " TOLOC=" WS-MOVETOLOC
           " OPER=" WS-OPERATOR-ID
           DELIMITED BY SIZE INTO STOCKMOVE-LINE
         END-STRING.
         OPEN EXTEND STOCKMOVE-FILE.
         WRITE STOCKMOVE-LINE.
         CLOSE STOCKMOVE-FILE.

       0000WRITECOSTHIST.
         ACCEPT CURRENTDATE2 FROM DATE YYYYMMDD.
         ACCEPT WS-JOURNALTIME FROM TIME.
         MOVE SPACES TO COSTHIST-LINE.
         STRING YY2 MM2 DD2 " " WS-JNL-HH WS-JNL-MM WS-JNL-SS
           " IKEY=" WS-IKEY " PO=" WS-PO-NO
           " OLDCOST=" WS-STOCKOLDCOST " NEWCOST=" WS-COST
           " QTY=" WS-RCV-QTY " CUR=" WS-ICURRENCY
           " OPER=" WS-OPERATOR-ID
           DELIMITED BY SIZE INTO COSTHIST-LINE
         END-STRING.
         OPEN EXTEND COSTHIST-FILE.
         WRITE COSTHIST-LINE.
         CLOSE COSTHIST-FILE.

       0000JOURNALEDIT.
         MOVE "EDIT" TO WS-JOURNALOP.
         ACCEPT CURRENTDATE2 FROM DATE YYYYMMDD.
         ACCEPT WS-JOURNALTIME FROM TIME.
         MOVE SPACES TO JOURNAL-LINE.
         STRING YY2 MM2 DD2 " " WS-JNL-HH WS-JNL-MM WS-JNL-SS
           " " WS-JOURNALOP " IKEY=" WS-IKEY
           " OLD(MN=" WS-OLDMN ",NAME=" WS-OLDNAME
           ",DES=" WS-OLDDES ",INS=" WS-OLDINS
           ",COST=" WS-OLDCOST ",CUR=" WS-OLDICURRENCY
           ",ROP=" WS-OLDREORDERPOINT ")"
           " NEW(MN=" WS-MN ",NAME=" WS-NAME
           ",DES=" WS-DES ",INS=" WS-INS
           ",COST=" WS-COST ",CUR=" WS-ICURRENCY
           ",ROP=" WS-REORDER-POINT ")"
           " OPER=" WS-OPERATOR-ID
           " UOM=" WS-OLDSTOCKUOM "/" WS-STOCK-UOM
           DELIMITED BY SIZE INTO JOURNAL-LINE
         END-STRING.
         OPEN EXTEND JOURNAL-FILE.
         WRITE JOURNAL-LINE.
         CLOSE JOURNAL-FILE.

       0000JOURNALASN.
         ACCEPT CURRENTDATE2 FROM DATE YYYYMMDD.
         ACCEPT WS-JOURNALTIME FROM TIME.
         MOVE SPACES TO JOURNAL-LINE.
         STRING YY2 "-" MM2 "-" DD2 " " WS-JNL-HH ":" WS-JNL-MM ":"
           WS-JNL-SS " ASN FILE=" WS-CSV-FILENAME
           " RECEIVED=" WS-RECORDS-IN " REJECTED=" WS-RECORDS-REJECTED
           " OPER=BATCH"
           DELIMITED BY SIZE INTO JOURNAL-LINE
         END-STRING.
         OPEN EXTEND JOURNAL-FILE.
         WRITE JOURNAL-LINE.
         CLOSE JOURNAL-FILE.

       0000WRITEPORECEIPT.
         MOVE ZERO TO WS-PORCPT-LASTSEQ.
         MOVE "N" TO WS-PORCPT-DONE-SW.
         MOVE WS-PO-NO TO PORCPT-PO-NO.
         MOVE WS-RCV-LINE TO PORCPT-LINE.
         MOVE ZERO TO PORCPT-SEQ.
         START PORCPT-FILE KEY IS NOT LESS THAN PORCPT-KEY
           INVALID KEY MOVE "Y" TO WS-PORCPT-DONE-SW
         END-START.
         PERFORM 0000CHECKPORCPTSTATUS.
         PERFORM UNTIL WS-PORCPT-DONE
           READ PORCPT-FILE NEXT RECORD
             AT END MOVE "Y" TO WS-PORCPT-DONE-SW
             NOT AT END
               IF PORCPT-PO-NO = WS-PO-NO
                   AND PORCPT-LINE = WS-RCV-LINE
                 MOVE PORCPT-SEQ TO WS-PORCPT-LASTSEQ
               ELSE
                 MOVE "Y" TO WS-PORCPT-DONE-SW
               END-IF
           END-READ
           PERFORM 0000CHECKPORCPTSTATUS
         END-PERFORM.

         ACCEPT CURRENTDATE2 FROM DATE YYYYMMDD.
         MOVE WS-PO-NO TO WS-PORCPT-PO-NO.
         MOVE WS-RCV-LINE TO WS-PORCPT-LINE.
         COMPUTE WS-PORCPT-SEQ = WS-PORCPT-LASTSEQ + 1
           ON SIZE ERROR
             MOVE 999 TO WS-PORCPT-SEQ
         END-COMPUTE.
         MOVE WS-PO-SUPP-NO TO WS-PORCPT-SUPP-NO.
         MOVE WS-PO-LINE-IKEY (WS-RCV-LINE) TO WS-PORCPT-IKEY.
         MOVE CURRENTDATE2 TO WS-PORCPT-DATE.
         MOVE WS-RCV-DOCQTY TO WS-PORCPT-QTY.
         MOVE WS-POUOM-CODE TO WS-PORCPT-UOM.
         MOVE WS-RCV-QTY TO WS-PORCPT-STOCKQTY.
         MOVE WS-MOVELOC TO WS-PORCPT-LOC.
         MOVE WS-LOT-NO-IN TO WS-PORCPT-LOT.
         MOVE WS-OPERATOR-ID TO WS-PORCPT-OPER.
         MOVE WS-ASN-SHIPDATE TO WS-PORCPT-SHIPDATE.
         MOVE WS-PORCPT-FILEFD TO PORCPT-FILEFD.
         WRITE PORCPT-FILEFD
           INVALID KEY
             DISPLAY "!ERROR COULD NOT RECORD RECEIPT FOR PO "
               WS-PO-NO " LINE " WS-RCV-LINE "!"
         END-WRITE.
         PERFORM 0000CHECKPORCPTSTATUS.

       0000OPENPORCPTFILE.
         OPEN I-O PORCPT-FILE.
         PERFORM 0000CHECKPORCPTSTATUS.
         IF WS-PORCPT-FILENOTFOUND
           OPEN OUTPUT PORCPT-FILE
           PERFORM 0000CHECKPORCPTSTATUS
           CLOSE PORCPT-FILE
           PERFORM 0000CHECKPORCPTSTATUS
           OPEN I-O PORCPT-FILE
           PERFORM 0000CHECKPORCPTSTATUS
         END-IF.

       0000CHECKPOFILESTATUS.
         IF WS-POFILE-OK OR WS-POFILE-EOF OR WS-POFILE-KEYNOTFOUND
             OR WS-POFILE-FILENOTFOUND OR WS-POFILE-INUSE
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-POFILE-STATUS
             " ON PURCHASE ORDER FILE!"
         END-IF.

       0000CHECKPOUOMSTATUS.
         IF WS-POUOM-OK OR WS-POUOM-EOF OR WS-POUOM-KEYNOTFOUND
             OR WS-POUOM-FILENOTFOUND OR WS-POUOM-INUSE
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-POUOM-STATUS
             " ON PO LINE UNIT FILE!"
         END-IF.

       0000CHECKPORCPTSTATUS.
         IF WS-PORCPT-OK OR WS-PORCPT-EOF OR WS-PORCPT-KEYNOTFOUND
             OR WS-PORCPT-DUPKEY OR WS-PORCPT-FILENOTFOUND
             OR WS-PORCPT-INUSE
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-PORCPT-STATUS
             " ON PO RECEIPT FILE!"
         END-IF.

       0000CHECKLOCSTOCKSTATUS.
         IF WS-LOCSTOCK-OK OR WS-LOCSTOCK-EOF
             OR WS-LOCSTOCK-KEYNOTFOUND OR WS-LOCSTOCK-DUPKEY
             OR WS-LOCSTOCK-FILENOTFOUND OR WS-LOCSTOCK-INUSE
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-LOCSTOCK-STATUS
             " ON LOCATION STOCK FILE!"
         END-IF.

       0000CHECKLOTSTATUS.
         IF WS-LOT-OK OR WS-LOT-EOF OR WS-LOT-KEYNOTFOUND
             OR WS-LOT-DUPKEY OR WS-LOT-FILENOTFOUND OR WS-LOT-INUSE
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-LOT-STATUS " ON LOT FILE!"
         END-IF.

       0000CHECKDATAFILESTATUS.
         IF WS-DATAFILE-OK OR WS-DATAFILE-EOF OR WS-DATAFILE-KEYNOTFOUND
             OR WS-DATAFILE-DUPKEY OR WS-DATAFILE-FILENOTFOUND
             OR WS-DATAFILE-INUSE
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-DATAFILE-STATUS " ON DATAFILE!"
