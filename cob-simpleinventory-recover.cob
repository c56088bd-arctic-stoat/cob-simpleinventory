           05 COST PIC 9(5)V9(2).
           05 ICURRENCY PIC X(3).
           05 REORDER-POINT PIC 9(4)V9(2).
           05 STOCK-UOM PIC X(4).

         FD BACKUP-FILE
           RECORD CONTAINS 100 CHARACTERS.
           05 WS-COST PIC 9(5)V9(2).
           05 WS-ICURRENCY PIC X(3).
           05 WS-REORDER-POINT PIC 9(4)V9(2).
           05 WS-STOCK-UOM PIC X(4).
         01 WS-JNLPARSE.
           05 WS-JP-DATE PIC 9(8).
           05 FILLER PIC X.
           05 FILLER PIC X(5).
           05 WS-JP-NEWROP PIC 9(4)V9(2).
           05 FILLER PIC X.
           05 FILLER PIC X(14).
           05 FILLER PIC X(5).
           05 WS-JP-OLDUOM PIC X(4).
           05 FILLER PIC X.
           05 WS-JP-NEWUOM PIC X(4).
         01 WS-CUTDATE-X PIC X(8) VALUE SPACES.
         01 WS-CUTTIME-X PIC X(6) VALUE SPACES.
         01 WS-CUTDATE PIC 9(8) VALUE ZERO.
         MOVE WS-COST TO COST.
         MOVE WS-ICURRENCY TO ICURRENCY.
         MOVE WS-REORDER-POINT TO REORDER-POINT.
         MOVE WS-STOCK-UOM TO STOCK-UOM.
         WRITE DATAFILEFD
           INVALID KEY
             DISPLAY "!ERROR RESTORING RECORD, PART NUMBER " WS-IKEY
         ELSE
           MOVE ZERO TO REORDER-POINT
         END-IF.
         IF WS-JP-NEWUOM = SPACES
           MOVE "EA" TO STOCK-UOM
         ELSE
           MOVE WS-JP-NEWUOM TO STOCK-UOM
         END-IF.

       0000CHECKDATAFILESTATUS.
         IF WS-DATAFILE-OK OR WS-DATAFILE-EOF OR WS-DATAFILE-KEYNOTFOUND
