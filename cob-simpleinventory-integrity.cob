000000* MIT License
      * Copyright (c) 2018 Christer Stig Åke Landstedt
      *
      * Permission is hereby granted, free of charge, to any person obtaining a copy
      * of this software and associated documentation files (the "Software"), to deal
      * in the Software without restriction, including without limitation the rights
      * to use, copy, modify, merge, publish, distribute, sublicense, and/or sell
      * copies of the Software, and to permit persons to whom the Software is
      * furnished to do so, subject to the following conditions:
      *
      * The above copyright notice and this permission notice shall be included in all
      * copies or substantial portions of the Software.
      *
      * THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY OF ANY KIND, EXPRESS OR
      * IMPLIED, INCLUDING BUT NOT LIMITED TO THE WARRANTIES OF MERCHANTABILITY,
      * FITNESS FOR A PARTICULAR PURPOSE AND NONINFRINGEMENT. IN NO EVENT SHALL THE
      * AUTHORS OR COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM, DAMAGES OR OTHER
      * LIABILITY, WHETHER IN AN ACTION OF CONTRACT, TORT OR OTHERWISE, ARISING FROM,
      * OUT OF OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR OTHER DEALINGS IN THE
      * SOFTWARE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. cob-simpleinventory-integrity.
       AUTHOR.  "Christer Stig Åke Landstedt".

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT DATAFILE ASSIGN TO "cob-simpleinventory.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS IKEY
             ALTERNATE RECORD KEY IS MN WITH DUPLICATES
             ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
             FILE STATUS IS WS-DATAFILE-STATUS.

           SELECT SUPPLIER-FILE ASSIGN TO
               "cob-simpleinventory-suppliers.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SUPP-NO
             FILE STATUS IS WS-SUPPLIER-STATUS.

           SELECT ITEMSUPP-FILE ASSIGN TO
               "cob-simpleinventory-itemsupp.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ITEMSUPP-IKEY
             FILE STATUS IS WS-ITEMSUPP-STATUS.

           SELECT PO-FILE ASSIGN TO
               "cob-simpleinventory-po.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PO-NO
             FILE STATUS IS WS-POFILE-STATUS.

           SELECT LOCSTOCK-FILE ASSIGN TO
               "cob-simpleinventory-locstock.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LOCSTOCK-KEY
             FILE STATUS IS WS-LOCSTOCK-STATUS.

           SELECT INVOICE-FILE ASSIGN TO
               "cob-simpleinventory-invoices.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS INV-KEY
             FILE STATUS IS WS-INVOICE-STATUS.

           SELECT ORDER-FILE ASSIGN TO
               "cob-simpleinventory-orders.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ORDER-NO
             FILE STATUS IS WS-ORDERFILE-STATUS.

           SELECT LOT-FILE ASSIGN TO
               "cob-simpleinventory-lots.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LOT-KEY
             FILE STATUS IS WS-LOT-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO
               "cob-simpleinventory-customers.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CUST-NO
             FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT PRICE-FILE ASSIGN TO
               "cob-simpleinventory-prices.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PRICE-KEY
             FILE STATUS IS WS-PRICE-STATUS.

           SELECT CUSTINV-FILE ASSIGN TO
               "cob-simpleinventory-custinvoices.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CINV-NO
             FILE STATUS IS WS-CUSTINV-STATUS.

           SELECT RETURN-FILE ASSIGN TO
               "cob-simpleinventory-returns.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RMA-NO
             FILE STATUS IS WS-RETURN-STATUS.

           SELECT BOM-FILE ASSIGN TO
               "cob-simpleinventory-bom.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS BOM-KEY
             FILE STATUS IS WS-BOM-STATUS.

           SELECT UOM-FILE ASSIGN TO
               "cob-simpleinventory-uom.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS UOM-KEY
             FILE STATUS IS WS-UOM-STATUS.

           SELECT PORCPT-FILE ASSIGN TO
               "cob-simpleinventory-poreceipts.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PORCPT-KEY
             FILE STATUS IS WS-PORCPT-STATUS.

           SELECT WORKORDER-FILE ASSIGN TO
               "cob-simpleinventory-workorders.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS WO-NO
             FILE STATUS IS WS-WORKORDER-STATUS.

           SELECT INTEGRITY-REPORT ASSIGN TO
               "cob-simpleinventory-integrity.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
         FILE SECTION.
         FD DATAFILE
           RECORD CONTAINS 100 CHARACTERS.
         01 DATAFILEFD.
           05 IKEY PIC 9(4).
           05 MN PIC X(9).
           05 NAME PIC X(16).
           05 DES PIC X(40).
           05 INS PIC 9(4)V9(2).
           05 COST PIC 9(5)V9(2).
           05 ICURRENCY PIC X(3).
           05 REORDER-POINT PIC 9(4)V9(2).
           05 STOCK-UOM PIC X(4).

         FD SUPPLIER-FILE
           RECORD CONTAINS 80 CHARACTERS.
         01 SUPPLIER-FILEFD.
           05 SUPP-NO PIC 9(4).
           05 SUPP-NAME PIC X(30).
           05 SUPP-CONTACT PIC X(30).
           05 SUPP-CURRENCY PIC X(3).
           05 SUPP-LEADTIME PIC 9(3).

         FD ITEMSUPP-FILE
           RECORD CONTAINS 20 CHARACTERS.
         01 ITEMSUPP-FILEFD.
           05 ITEMSUPP-IKEY PIC 9(4).
           05 ITEMSUPP-SUPP-NO PIC 9(4).

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

         FD LOCSTOCK-FILE
           RECORD CONTAINS 20 CHARACTERS.
         01 LOCSTOCK-FILEFD.
           05 LOCSTOCK-KEY.
             10 LOCSTOCK-IKEY PIC 9(4).
             10 LOCSTOCK-LOC PIC X(3).
           05 LOCSTOCK-QTY PIC 9(4)V9(2).

         FD INVOICE-FILE
           RECORD CONTAINS 260 CHARACTERS.
         01 INVOICE-FILEFD.
           05 INV-KEY.
             10 INV-SUPPINV PIC X(10).
             10 INV-PO-NO PIC 9(6).
           05 INV-SUPP-NO PIC 9(4).
           05 INV-STATUS PIC X(10).
           05 INV-REASON PIC X(20).
           05 INV-LINECOUNT PIC 9(2).
           05 INV-LINE OCCURS 10 TIMES.
             10 INV-LINE-IKEY PIC 9(4).
             10 INV-LINE-QTY PIC 9(4)V9(2).
             10 INV-LINE-PRICE PIC 9(5)V9(2).
             10 INV-LINE-CURRENCY PIC X(3).
           05 INV-APPROVER PIC X(8).

         FD ORDER-FILE
           RECORD CONTAINS 60 CHARACTERS.
         01 ORDER-FILEFD.
           05 ORDER-NO PIC 9(6).
           05 ORDER-CUSTREF PIC X(15).
           05 ORDER-IKEY PIC 9(4).
           05 ORDER-QTYORD PIC 9(4)V9(2).
           05 ORDER-QTYALLOC PIC 9(4)V9(2).
           05 ORDER-QTYSHIP PIC 9(4)V9(2).
           05 ORDER-STATUS PIC X(10).

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

         FD CUSTOMER-FILE
           RECORD CONTAINS 80 CHARACTERS.
         01 CUSTOMER-FILEFD.
           05 CUST-NO PIC 9(4).
           05 CUST-NAME PIC X(30).
           05 CUST-CONTACT PIC X(30).
           05 CUST-CREDITLIMIT PIC 9(7)V9(2).

         FD PRICE-FILE
           RECORD CONTAINS 30 CHARACTERS.
         01 PRICE-FILEFD.
           05 PRICE-KEY.
             10 PRICE-IKEY PIC 9(4).
             10 PRICE-CUST-NO PIC 9(4).
           05 PRICE-AMOUNT PIC 9(5)V9(2).
           05 PRICE-CURRENCY PIC X(3).

         FD CUSTINV-FILE
           RECORD CONTAINS 150 CHARACTERS.
         01 CUSTINV-FILEFD.
           05 CINV-NO PIC 9(6).
           05 CINV-TYPE PIC X(10).
           05 CINV-DATE PIC 9(8).
           05 CINV-ORDER-NO PIC 9(6).
           05 CINV-CUST-NO PIC 9(4).
           05 CINV-IKEY PIC 9(4).
           05 CINV-QTY PIC 9(4)V9(2).
           05 CINV-PRICE PIC 9(5)V9(2).
           05 CINV-CURRENCY PIC X(3).
           05 CINV-AMOUNT PIC 9(9)V9(2).
           05 CINV-COST PIC 9(5)V9(2).
           05 CINV-COSTCURR PIC X(3).
           05 CINV-HOMEAMOUNT PIC 9(9)V9(2).
           05 CINV-HOMECOST PIC 9(9)V9(2).
           05 CINV-STATUS PIC X(10).
           05 CINV-REF PIC X(10).

         FD RETURN-FILE
           RECORD CONTAINS 120 CHARACTERS.
         01 RETURN-FILEFD.
           05 RMA-NO PIC 9(6).
           05 RMA-ORDER-NO PIC 9(6).
           05 RMA-REF PIC X(10).
           05 RMA-CUST-NO PIC 9(4).
           05 RMA-IKEY PIC 9(4).
           05 RMA-QTY PIC 9(4)V9(2).
           05 RMA-REASON PIC X(20).
           05 RMA-DATE PIC 9(8).
           05 RMA-STATUS PIC X(10).
           05 RMA-DISPDATE PIC 9(8).
           05 RMA-LOC PIC X(3).
           05 RMA-LOT-NO PIC X(10).
           05 RMA-CINV-NO PIC 9(6).

         FD BOM-FILE
           RECORD CONTAINS 30 CHARACTERS.
         01 BOM-FILEFD.
           05 BOM-KEY.
             10 BOM-PARENT PIC 9(4).
             10 BOM-COMPONENT PIC 9(4).
           05 BOM-QTYPER PIC 9(4)V9(2).

         FD UOM-FILE
           RECORD CONTAINS 30 CHARACTERS.
         01 UOM-FILEFD.
           05 UOM-KEY.
             10 UOM-IKEY PIC 9(4).
             10 UOM-CODE PIC X(4).
           05 UOM-FACTOR PIC 9(5)V9(4).

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

         FD WORKORDER-FILE
           RECORD CONTAINS 100 CHARACTERS.
         01 WORKORDER-FILEFD.
           05 WO-NO PIC 9(6).
           05 WO-TYPE PIC X(12).
           05 WO-PARENT PIC 9(4).
           05 WO-QTY PIC 9(4)V9(2).
           05 WO-LOC PIC X(3).
           05 WO-STATUS PIC X(10).
           05 WO-CREATED PIC 9(8).
           05 WO-DONEDATE PIC 9(8).
           05 WO-LOT-NO PIC X(10).
           05 WO-UNITCOST PIC 9(5)V9(2).
           05 WO-CURRENCY PIC X(3).
           05 WO-OPER PIC X(8).

         FD INTEGRITY-REPORT
           RECORD CONTAINS 104 CHARACTERS.
         01 INTEGRITY-REPORT-LINE PIC X(104).

         WORKING-STORAGE SECTION.
         01 WS-ENDOFFILE PIC 9 VALUE ZERO.
         01 WS-SUBEOF PIC 9 VALUE ZERO.
         01 CURRENTDATE2.
           05 YY2 PIC 9999.
           05 MM2 PIC 99.
           05 DD2 PIC 99.
         01 WS-CUSTREF-PARSE.
           05 WS-CUSTREF-NO PIC 9(4).
           05 FILLER PIC X(11).
         01 WS-CHK-IKEY PIC 9(4) VALUE ZERO.
         01 WS-CHK-SUPP-NO PIC 9(4) VALUE ZERO.
         01 WS-CHK-CUST-NO PIC 9(4) VALUE ZERO.
         01 WS-CHK-PO-NO PIC 9(6) VALUE ZERO.
         01 WS-CHK-ORDER-NO PIC 9(6) VALUE ZERO.
         01 WS-CHK-FOUND-SW PIC X VALUE "N".
           88 WS-CHK-FOUND VALUE "Y".
         01 WS-CHK-LIVE-SW PIC X VALUE "N".
           88 WS-CHK-LIVE VALUE "Y".
         01 WS-CHK-IDX PIC 9(2) VALUE ZERO.
         01 WS-EXC-SEVERITY PIC X(7) VALUE SPACES.
         01 WS-EXC-FILE PIC X(9) VALUE SPACES.
         01 WS-EXC-KEY PIC X(20) VALUE SPACES.
         01 WS-EXC-TEXT PIC X(64) VALUE SPACES.
         01 WS-EXC-ERRORS PIC 9(6) VALUE ZERO.
         01 WS-EXC-WARNINGS PIC 9(6) VALUE ZERO.
         01 WS-LOCSUM PIC 9(7)V9(2) VALUE ZERO.
         01 WS-LOCROWS PIC 9(4) VALUE ZERO.
         01 WS-LOTSUM PIC 9(7)V9(2) VALUE ZERO.
         01 WS-LOTROWS PIC 9(4) VALUE ZERO.
         01 WS-ALLOCSUM PIC 9(7)V9(2) VALUE ZERO.
         01 WS-SUM-ED PIC Z(6)9.99.
         01 WS-INS-ED PIC Z(6)9.99.
         01 WS-ALLOC-TABLE.
           05 WS-ALLOC-ENTRY OCCURS 500 TIMES.
             10 WS-ALLOC-IKEY PIC 9(4).
             10 WS-ALLOC-TOTAL PIC 9(7)V9(2).
         01 WS-ALLOC-COUNT PIC 9(3) VALUE ZERO.
         01 WS-ALLOC-IDX PIC 9(3) VALUE ZERO.
         01 WS-ALLOC-USE PIC 9(3) VALUE ZERO.
         01 WS-COUNT-PARTS PIC 9(6) VALUE ZERO.
         01 WS-COUNT-ORDERS PIC 9(6) VALUE ZERO.
         01 WS-COUNT-POS PIC 9(6) VALUE ZERO.
         01 WS-COUNT-INVOICES PIC 9(6) VALUE ZERO.
         01 WS-COUNT-ITEMSUPP PIC 9(6) VALUE ZERO.
         01 WS-COUNT-PRICES PIC 9(6) VALUE ZERO.
         01 WS-COUNT-CUSTINV PIC 9(6) VALUE ZERO.
         01 WS-COUNT-RETURNS PIC 9(6) VALUE ZERO.
         01 WS-COUNT-LOCSTOCK PIC 9(6) VALUE ZERO.
         01 WS-COUNT-LOTS PIC 9(6) VALUE ZERO.
         01 WS-COUNT-BOM PIC 9(6) VALUE ZERO.
         01 WS-COUNT-WOS PIC 9(6) VALUE ZERO.
         01 WS-COUNT-UOM PIC 9(6) VALUE ZERO.
         01 WS-COUNT-PORCPT PIC 9(6) VALUE ZERO.
         01 WS-RETCODE PIC 9(2) VALUE ZERO.
         01 WS-STEPRC PIC 9(2) VALUE ZERO.
         01 WS-DATAFILE-AVAILABLE-SW PIC X VALUE "N".
           88 WS-DATAFILE-AVAILABLE VALUE "Y".
         01 WS-SUPPLIER-AVAILABLE-SW PIC X VALUE "N".
           88 WS-SUPPLIER-AVAILABLE VALUE "Y".
         01 WS-CUSTOMER-AVAILABLE-SW PIC X VALUE "N".
           88 WS-CUSTOMER-AVAILABLE VALUE "Y".
         01 WS-POFILE-AVAILABLE-SW PIC X VALUE "N".
           88 WS-POFILE-AVAILABLE VALUE "Y".
         01 WS-ORDERFILE-AVAILABLE-SW PIC X VALUE "N".
           88 WS-ORDERFILE-AVAILABLE VALUE "Y".
         01 WS-LOCSTOCK-AVAILABLE-SW PIC X VALUE "N".
           88 WS-LOCSTOCK-AVAILABLE VALUE "Y".
         01 WS-LOT-AVAILABLE-SW PIC X VALUE "N".
           88 WS-LOT-AVAILABLE VALUE "Y".
         01 WS-DATAFILE-STATUS PIC X(2) VALUE "00".
           88 WS-DATAFILE-OK VALUE "00".
           88 WS-DATAFILE-EOF VALUE "10".
           88 WS-DATAFILE-KEYNOTFOUND VALUE "23" "21".
           88 WS-DATAFILE-FILENOTFOUND VALUE "35".
         01 WS-SUPPLIER-STATUS PIC X(2) VALUE "00".
           88 WS-SUPPLIER-OK VALUE "00".
           88 WS-SUPPLIER-EOF VALUE "10".
           88 WS-SUPPLIER-KEYNOTFOUND VALUE "23" "21".
           88 WS-SUPPLIER-FILENOTFOUND VALUE "35".
         01 WS-ITEMSUPP-STATUS PIC X(2) VALUE "00".
           88 WS-ITEMSUPP-OK VALUE "00".
           88 WS-ITEMSUPP-EOF VALUE "10".
           88 WS-ITEMSUPP-KEYNOTFOUND VALUE "23" "21".
           88 WS-ITEMSUPP-FILENOTFOUND VALUE "35".
         01 WS-POFILE-STATUS PIC X(2) VALUE "00".
           88 WS-POFILE-OK VALUE "00".
           88 WS-POFILE-EOF VALUE "10".
           88 WS-POFILE-KEYNOTFOUND VALUE "23" "21".
           88 WS-POFILE-FILENOTFOUND VALUE "35".
         01 WS-LOCSTOCK-STATUS PIC X(2) VALUE "00".
           88 WS-LOCSTOCK-OK VALUE "00".
           88 WS-LOCSTOCK-EOF VALUE "10".
           88 WS-LOCSTOCK-KEYNOTFOUND VALUE "23" "21".
           88 WS-LOCSTOCK-FILENOTFOUND VALUE "35".
         01 WS-INVOICE-STATUS PIC X(2) VALUE "00".
           88 WS-INVOICE-OK VALUE "00".
           88 WS-INVOICE-EOF VALUE "10".
           88 WS-INVOICE-KEYNOTFOUND VALUE "23" "21".
           88 WS-INVOICE-FILENOTFOUND VALUE "35".
         01 WS-ORDERFILE-STATUS PIC X(2) VALUE "00".
           88 WS-ORDERFILE-OK VALUE "00".
           88 WS-ORDERFILE-EOF VALUE "10".
           88 WS-ORDERFILE-KEYNOTFOUND VALUE "23" "21".
           88 WS-ORDERFILE-FILENOTFOUND VALUE "35".
         01 WS-LOT-STATUS PIC X(2) VALUE "00".
           88 WS-LOT-OK VALUE "00".
           88 WS-LOT-EOF VALUE "10".
           88 WS-LOT-KEYNOTFOUND VALUE "23" "21".
           88 WS-LOT-FILENOTFOUND VALUE "35".
         01 WS-CUSTOMER-STATUS PIC X(2) VALUE "00".
           88 WS-CUSTOMER-OK VALUE "00".
           88 WS-CUSTOMER-EOF VALUE "10".
           88 WS-CUSTOMER-KEYNOTFOUND VALUE "23" "21".
           88 WS-CUSTOMER-FILENOTFOUND VALUE "35".
         01 WS-PRICE-STATUS PIC X(2) VALUE "00".
           88 WS-PRICE-OK VALUE "00".
           88 WS-PRICE-EOF VALUE "10".
           88 WS-PRICE-KEYNOTFOUND VALUE "23" "21".
           88 WS-PRICE-FILENOTFOUND VALUE "35".
         01 WS-CUSTINV-STATUS PIC X(2) VALUE "00".
           88 WS-CUSTINV-OK VALUE "00".
           88 WS-CUSTINV-EOF VALUE "10".
           88 WS-CUSTINV-KEYNOTFOUND VALUE "23" "21".
           88 WS-CUSTINV-FILENOTFOUND VALUE "35".
         01 WS-RETURN-STATUS PIC X(2) VALUE "00".
           88 WS-RETURN-OK VALUE "00".
           88 WS-RETURN-EOF VALUE "10".
           88 WS-RETURN-KEYNOTFOUND VALUE "23" "21".
           88 WS-RETURN-FILENOTFOUND VALUE "35".
         01 WS-BOM-STATUS PIC X(2) VALUE "00".
           88 WS-BOM-OK VALUE "00".
           88 WS-BOM-EOF VALUE "10".
           88 WS-BOM-KEYNOTFOUND VALUE "23" "21".
           88 WS-BOM-FILENOTFOUND VALUE "35".
         01 WS-UOM-STATUS PIC X(2) VALUE "00".
           88 WS-UOM-OK VALUE "00".
           88 WS-UOM-EOF VALUE "10".
           88 WS-UOM-KEYNOTFOUND VALUE "23" "21".
           88 WS-UOM-FILENOTFOUND VALUE "35".
         01 WS-PORCPT-STATUS PIC X(2) VALUE "00".
           88 WS-PORCPT-OK VALUE "00".
           88 WS-PORCPT-EOF VALUE "10".
           88 WS-PORCPT-KEYNOTFOUND VALUE "23" "21".
           88 WS-PORCPT-FILENOTFOUND VALUE "35".
         01 WS-WORKORDER-STATUS PIC X(2) VALUE "00".
           88 WS-WORKORDER-OK VALUE "00".
           88 WS-WORKORDER-EOF VALUE "10".
           88 WS-WORKORDER-KEYNOTFOUND VALUE "23" "21".
           88 WS-WORKORDER-FILENOTFOUND VALUE "35".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
       0000INTEGSTART.
         DISPLAY "-----------------------------------------------------"
                 "-----------".
         DISPLAY "Cobol Simple Inventory - File Integrity Check".
         DISPLAY "-----------------------------------------------------"
                 "-----------".
         DISPLAY "Walks every data file and reports broken references".
         DISPLAY "and stock quantities that do not agree.".
         DISPLAY " ".
         ACCEPT CURRENTDATE2 FROM DATE YYYYMMDD.

         OPEN INPUT DATAFILE.
         PERFORM 0000CHECKDATAFILESTATUS.
         IF WS-DATAFILE-OK
           MOVE "Y" TO WS-DATAFILE-AVAILABLE-SW
         ELSE
           DISPLAY "!NO INVENTORY ON FILE YET - NOTHING CHECKED!"
           MOVE 12 TO WS-RETCODE
           GO TO 0000INTEGQUIT
         END-IF.
         OPEN INPUT SUPPLIER-FILE.
         PERFORM 0000CHECKSUPPLIERSTATUS.
         IF WS-SUPPLIER-OK
           MOVE "Y" TO WS-SUPPLIER-AVAILABLE-SW
         END-IF.
         OPEN INPUT CUSTOMER-FILE.
         PERFORM 0000CHECKCUSTOMERSTATUS.
         IF WS-CUSTOMER-OK
           MOVE "Y" TO WS-CUSTOMER-AVAILABLE-SW
         END-IF.
         OPEN INPUT PO-FILE.
         PERFORM 0000CHECKPOFILESTATUS.
         IF WS-POFILE-OK
           MOVE "Y" TO WS-POFILE-AVAILABLE-SW
         END-IF.
         OPEN INPUT ORDER-FILE.
         PERFORM 0000CHECKORDERFILESTATUS.
         IF WS-ORDERFILE-OK
           MOVE "Y" TO WS-ORDERFILE-AVAILABLE-SW
         END-IF.
         OPEN INPUT LOCSTOCK-FILE.
         PERFORM 0000CHECKLOCSTOCKSTATUS.
         IF WS-LOCSTOCK-OK
           MOVE "Y" TO WS-LOCSTOCK-AVAILABLE-SW
         END-IF.
         OPEN INPUT LOT-FILE.
         PERFORM 0000CHECKLOTSTATUS.
         IF WS-LOT-OK
           MOVE "Y" TO WS-LOT-AVAILABLE-SW
         END-IF.

         OPEN OUTPUT INTEGRITY-REPORT.
         MOVE "FILE INTEGRITY CHECK" TO INTEGRITY-REPORT-LINE.
         WRITE INTEGRITY-REPORT-LINE.
         MOVE SPACES TO INTEGRITY-REPORT-LINE.
         STRING "Run Date: " YY2 "-" MM2 "-" DD2
           DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE.
         WRITE INTEGRITY-REPORT-LINE.
         MOVE "Level   File      Record            Exception"
           TO INTEGRITY-REPORT-LINE.
         WRITE INTEGRITY-REPORT-LINE.
         MOVE ALL "-" TO INTEGRITY-REPORT-LINE.
         WRITE INTEGRITY-REPORT-LINE.

         PERFORM 0000CHECKORDERS.
         PERFORM 0000CHECKPOS.
         PERFORM 0000CHECKINVOICES.
         PERFORM 0000CHECKITEMSUPP.
         PERFORM 0000CHECKPRICES.
         PERFORM 0000CHECKCUSTINV.
         PERFORM 0000CHECKRETURNS.
         PERFORM 0000CHECKBOM.
         PERFORM 0000CHECKWORKORDERS.
         PERFORM 0000CHECKUOM.
         PERFORM 0000CHECKPORCPT.
         PERFORM 0000CHECKLOCSTOCK.
         PERFORM 0000CHECKLOTS.
         PERFORM 0000CHECKPARTS.

         MOVE ALL "-" TO INTEGRITY-REPORT-LINE.
         WRITE INTEGRITY-REPORT-LINE.
         MOVE SPACES TO INTEGRITY-REPORT-LINE.
         STRING "Records checked: parts " WS-COUNT-PARTS
           " orders " WS-COUNT-ORDERS " POs " WS-COUNT-POS
           " supplier invoices " WS-COUNT-INVOICES
           DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE.
         WRITE INTEGRITY-REPORT-LINE.
         MOVE SPACES TO INTEGRITY-REPORT-LINE.
         STRING "  preferred suppliers " WS-COUNT-ITEMSUPP
           " prices " WS-COUNT-PRICES
           " customer invoices " WS-COUNT-CUSTINV
           " returns " WS-COUNT-RETURNS
           DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE.
         WRITE INTEGRITY-REPORT-LINE.
         MOVE SPACES TO INTEGRITY-REPORT-LINE.
         STRING "  location stock rows " WS-COUNT-LOCSTOCK
           " lots " WS-COUNT-LOTS
           " BOM lines " WS-COUNT-BOM " work orders " WS-COUNT-WOS
           DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE.
         WRITE INTEGRITY-REPORT-LINE.
         MOVE SPACES TO INTEGRITY-REPORT-LINE.
         STRING "  unit conversions " WS-COUNT-UOM
           " PO receipts " WS-COUNT-PORCPT
           DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE.
         WRITE INTEGRITY-REPORT-LINE.
         MOVE SPACES TO INTEGRITY-REPORT-LINE.
         STRING "ERRORS: " WS-EXC-ERRORS "  WARNINGS: " WS-EXC-WARNINGS
           "  RETURN CODE: " WS-RETCODE
           DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE.
         WRITE INTEGRITY-REPORT-LINE.
         CLOSE INTEGRITY-REPORT.

         PERFORM 0000INTEGCLOSEFILES.
         DISPLAY "Errors   : " WS-EXC-ERRORS.
         DISPLAY "Warnings : " WS-EXC-WARNINGS.
         DISPLAY "Integrity report written to "
           "cob-simpleinventory-integrity.txt".
         DISPLAY "Return code: " WS-RETCODE.
         GO TO 0000INTEGQUIT.

       0000INTEGCLOSEFILES.
         CLOSE DATAFILE.
         PERFORM 0000CHECKDATAFILESTATUS.
         IF WS-SUPPLIER-AVAILABLE
           CLOSE SUPPLIER-FILE
           PERFORM 0000CHECKSUPPLIERSTATUS
         END-IF.
         IF WS-CUSTOMER-AVAILABLE
           CLOSE CUSTOMER-FILE
           PERFORM 0000CHECKCUSTOMERSTATUS
         END-IF.
         IF WS-POFILE-AVAILABLE
           CLOSE PO-FILE
           PERFORM 0000CHECKPOFILESTATUS
         END-IF.
         IF WS-ORDERFILE-AVAILABLE
           CLOSE ORDER-FILE
           PERFORM 0000CHECKORDERFILESTATUS
         END-IF.
         IF WS-LOCSTOCK-AVAILABLE
           CLOSE LOCSTOCK-FILE
           PERFORM 0000CHECKLOCSTOCKSTATUS
         END-IF.
         IF WS-LOT-AVAILABLE
           CLOSE LOT-FILE
           PERFORM 0000CHECKLOTSTATUS
         END-IF.

       0000WRITEEXCEPTION.
         IF WS-EXC-SEVERITY = "ERROR"
           ADD 1 TO WS-EXC-ERRORS
           MOVE 8 TO WS-STEPRC
         ELSE
           ADD 1 TO WS-EXC-WARNINGS
           MOVE 4 TO WS-STEPRC
         END-IF.
         PERFORM 0000SETRETCODE.
         MOVE SPACES TO INTEGRITY-REPORT-LINE.
         STRING WS-EXC-SEVERITY " " WS-EXC-FILE " " WS-EXC-KEY " "
           WS-EXC-TEXT
           DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE.
         WRITE INTEGRITY-REPORT-LINE.
         MOVE SPACES TO WS-EXC-KEY WS-EXC-TEXT.

       0000SETRETCODE.
         IF WS-STEPRC > WS-RETCODE
           MOVE WS-STEPRC TO WS-RETCODE
         END-IF.
         MOVE ZERO TO WS-STEPRC.

       0000SEVERITYBYLIVE.
         IF WS-CHK-LIVE
           MOVE "ERROR" TO WS-EXC-SEVERITY
         ELSE
           MOVE "WARNING" TO WS-EXC-SEVERITY
         END-IF.

       0000FINDPART.
         MOVE "N" TO WS-CHK-FOUND-SW.
         MOVE WS-CHK-IKEY TO IKEY.
         READ DATAFILE
           KEY IS IKEY
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE "Y" TO WS-CHK-FOUND-SW
         END-READ.
         PERFORM 0000CHECKDATAFILESTATUS.

       0000FINDSUPPLIER.
         MOVE "N" TO WS-CHK-FOUND-SW.
         IF WS-SUPPLIER-AVAILABLE
           MOVE WS-CHK-SUPP-NO TO SUPP-NO
           READ SUPPLIER-FILE
             KEY IS SUPP-NO
             INVALID KEY CONTINUE
             NOT INVALID KEY MOVE "Y" TO WS-CHK-FOUND-SW
           END-READ
           PERFORM 0000CHECKSUPPLIERSTATUS
         END-IF.

       0000FINDCUSTOMER.
         MOVE "N" TO WS-CHK-FOUND-SW.
         IF WS-CUSTOMER-AVAILABLE
           MOVE WS-CHK-CUST-NO TO CUST-NO
           READ CUSTOMER-FILE
             KEY IS CUST-NO
             INVALID KEY CONTINUE
             NOT INVALID KEY MOVE "Y" TO WS-CHK-FOUND-SW
           END-READ
           PERFORM 0000CHECKCUSTOMERSTATUS
         END-IF.

       0000FINDPO.
         MOVE "N" TO WS-CHK-FOUND-SW.
         IF WS-POFILE-AVAILABLE
           MOVE WS-CHK-PO-NO TO PO-NO
           READ PO-FILE
             KEY IS PO-NO
             INVALID KEY CONTINUE
             NOT INVALID KEY MOVE "Y" TO WS-CHK-FOUND-SW
           END-READ
           PERFORM 0000CHECKPOFILESTATUS
         END-IF.

       0000FINDORDER.
         MOVE "N" TO WS-CHK-FOUND-SW.
         IF WS-ORDERFILE-AVAILABLE
           MOVE WS-CHK-ORDER-NO TO ORDER-NO
           READ ORDER-FILE
             KEY IS ORDER-NO
             INVALID KEY CONTINUE
             NOT INVALID KEY MOVE "Y" TO WS-CHK-FOUND-SW
           END-READ
           PERFORM 0000CHECKORDERFILESTATUS
         END-IF.

       0000CHECKORDERS.
         MOVE 0 TO WS-ENDOFFILE.
         IF WS-ORDERFILE-AVAILABLE
           MOVE ZERO TO ORDER-NO
           START ORDER-FILE KEY IS NOT LESS THAN ORDER-NO
             INVALID KEY MOVE 1 TO WS-ENDOFFILE
           END-START
           PERFORM 0000CHECKORDERFILESTATUS
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ ORDER-FILE NEXT
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END PERFORM 0000CHECKONEORDER
             END-READ
             PERFORM 0000CHECKORDERFILESTATUS
           END-PERFORM
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.

       0000CHECKONEORDER.
         ADD 1 TO WS-COUNT-ORDERS.
         MOVE "ORDER" TO WS-EXC-FILE.
         IF ORDER-STATUS = "SHIPPED" OR ORDER-STATUS = "CANCELLED"
           MOVE "N" TO WS-CHK-LIVE-SW
         ELSE
           MOVE "Y" TO WS-CHK-LIVE-SW
         END-IF.
         MOVE ORDER-IKEY TO WS-CHK-IKEY.
         PERFORM 0000FINDPART.
         IF NOT WS-CHK-FOUND
           PERFORM 0000SEVERITYBYLIVE
           STRING "ORDER " ORDER-NO DELIMITED BY SIZE INTO WS-EXC-KEY
           STRING "PART " ORDER-IKEY " NOT ON INVENTORY FILE ("
             ORDER-STATUS ")"
             DELIMITED BY SIZE INTO WS-EXC-TEXT
           PERFORM 0000WRITEEXCEPTION
         END-IF.
         MOVE ORDER-CUSTREF TO WS-CUSTREF-PARSE.
         IF WS-CUSTREF-NO IS NUMERIC AND WS-CUSTREF-NO > ZERO
           MOVE WS-CUSTREF-NO TO WS-CHK-CUST-NO
           PERFORM 0000FINDCUSTOMER
           IF NOT WS-CHK-FOUND
             PERFORM 0000SEVERITYBYLIVE
             STRING "ORDER " ORDER-NO DELIMITED BY SIZE INTO WS-EXC-KEY
             STRING "CUSTOMER " WS-CUSTREF-NO
               " NOT ON CUSTOMER FILE"
               DELIMITED BY SIZE INTO WS-EXC-TEXT
             PERFORM 0000WRITEEXCEPTION
           END-IF
         END-IF.
         IF ORDER-QTYALLOC > ZERO
           PERFORM 0000ALLOCACCUMULATE
         END-IF.

       0000ALLOCACCUMULATE.
         MOVE ZERO TO WS-ALLOC-USE.
         PERFORM VARYING WS-ALLOC-IDX FROM 1 BY 1
           UNTIL WS-ALLOC-IDX > WS-ALLOC-COUNT
           IF WS-ALLOC-IKEY (WS-ALLOC-IDX) = ORDER-IKEY
             MOVE WS-ALLOC-IDX TO WS-ALLOC-USE
           END-IF
         END-PERFORM.
         IF WS-ALLOC-USE = ZERO
           IF WS-ALLOC-COUNT < 500
             ADD 1 TO WS-ALLOC-COUNT
             MOVE WS-ALLOC-COUNT TO WS-ALLOC-USE
             MOVE ORDER-IKEY TO WS-ALLOC-IKEY (WS-ALLOC-USE)
             MOVE ZERO TO WS-ALLOC-TOTAL (WS-ALLOC-USE)
           ELSE
             DISPLAY "!TOO MANY ALLOCATED PARTS - SKIPPING PART "
               ORDER-IKEY "!"
           END-IF
         END-IF.
         IF WS-ALLOC-USE > ZERO
           ADD ORDER-QTYALLOC TO WS-ALLOC-TOTAL (WS-ALLOC-USE)
         END-IF.

       0000CHECKPOS.
         MOVE 0 TO WS-ENDOFFILE.
         IF WS-POFILE-AVAILABLE
           MOVE ZERO TO PO-NO
           START PO-FILE KEY IS NOT LESS THAN PO-NO
             INVALID KEY MOVE 1 TO WS-ENDOFFILE
           END-START
           PERFORM 0000CHECKPOFILESTATUS
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ PO-FILE NEXT
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END PERFORM 0000CHECKONEPO
             END-READ
             PERFORM 0000CHECKPOFILESTATUS
           END-PERFORM
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.

       0000CHECKONEPO.
         ADD 1 TO WS-COUNT-POS.
         MOVE "PO" TO WS-EXC-FILE.
         IF PO-STATUS = "RECEIVED" OR PO-STATUS = "CANCELLED"
           MOVE "N" TO WS-CHK-LIVE-SW
         ELSE
           MOVE "Y" TO WS-CHK-LIVE-SW
         END-IF.
         MOVE PO-SUPP-NO TO WS-CHK-SUPP-NO.
         PERFORM 0000FINDSUPPLIER.
         IF NOT WS-CHK-FOUND
           PERFORM 0000SEVERITYBYLIVE
           STRING "PO " PO-NO DELIMITED BY SIZE INTO WS-EXC-KEY
           STRING "SUPPLIER " PO-SUPP-NO " NOT ON SUPPLIER FILE ("
             PO-STATUS ")"
             DELIMITED BY SIZE INTO WS-EXC-TEXT
           PERFORM 0000WRITEEXCEPTION
         END-IF.
         PERFORM 0000CHECKONEPOLINE
           VARYING WS-CHK-IDX FROM 1 BY 1
           UNTIL WS-CHK-IDX > PO-LINECOUNT OR WS-CHK-IDX > 10.

       0000CHECKONEPOLINE.
         MOVE PO-LINE-IKEY (WS-CHK-IDX) TO WS-CHK-IKEY.
         PERFORM 0000FINDPART.
         IF NOT WS-CHK-FOUND
           PERFORM 0000SEVERITYBYLIVE
           STRING "PO " PO-NO " LINE " WS-CHK-IDX
             DELIMITED BY SIZE INTO WS-EXC-KEY
           STRING "PART " PO-LINE-IKEY (WS-CHK-IDX)
             " NOT ON INVENTORY FILE"
             DELIMITED BY SIZE INTO WS-EXC-TEXT
           PERFORM 0000WRITEEXCEPTION
         END-IF.
         IF PO-LINE-QTYRCV (WS-CHK-IDX) > PO-LINE-QTYORD (WS-CHK-IDX)
           MOVE "ERROR" TO WS-EXC-SEVERITY
           STRING "PO " PO-NO " LINE " WS-CHK-IDX
             DELIMITED BY SIZE INTO WS-EXC-KEY
           STRING "RECEIVED " PO-LINE-QTYRCV (WS-CHK-IDX)
             " IS MORE THAN ORDERED " PO-LINE-QTYORD (WS-CHK-IDX)
             DELIMITED BY SIZE INTO WS-EXC-TEXT
           PERFORM 0000WRITEEXCEPTION
         END-IF.

       0000CHECKINVOICES.
         MOVE 0 TO WS-ENDOFFILE.
         OPEN INPUT INVOICE-FILE.
         PERFORM 0000CHECKINVOICESTATUS.
         IF WS-INVOICE-OK
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ INVOICE-FILE NEXT
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END PERFORM 0000CHECKONEINVOICE
             END-READ
             PERFORM 0000CHECKINVOICESTATUS
           END-PERFORM
           CLOSE INVOICE-FILE
           PERFORM 0000CHECKINVOICESTATUS
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.

       0000CHECKONEINVOICE.
         ADD 1 TO WS-COUNT-INVOICES.
         MOVE "INVOICE" TO WS-EXC-FILE.
         IF INV-STATUS = "HELD"
           MOVE "Y" TO WS-CHK-LIVE-SW
         ELSE
           MOVE "N" TO WS-CHK-LIVE-SW
         END-IF.
         MOVE INV-PO-NO TO WS-CHK-PO-NO.
         PERFORM 0000FINDPO.
         IF NOT WS-CHK-FOUND
           MOVE "ERROR" TO WS-EXC-SEVERITY
           STRING INV-SUPPINV " PO " INV-PO-NO
             DELIMITED BY SIZE INTO WS-EXC-KEY
           STRING "PURCHASE ORDER " INV-PO-NO " NOT ON PO FILE"
             DELIMITED BY SIZE INTO WS-EXC-TEXT
           PERFORM 0000WRITEEXCEPTION
         END-IF.
         MOVE INV-SUPP-NO TO WS-CHK-SUPP-NO.
         PERFORM 0000FINDSUPPLIER.
         IF NOT WS-CHK-FOUND
           PERFORM 0000SEVERITYBYLIVE
           STRING INV-SUPPINV " PO " INV-PO-NO
             DELIMITED BY SIZE INTO WS-EXC-KEY
           STRING "SUPPLIER " INV-SUPP-NO " NOT ON SUPPLIER FILE"
             DELIMITED BY SIZE INTO WS-EXC-TEXT
           PERFORM 0000WRITEEXCEPTION
         END-IF.
         PERFORM 0000CHECKONEINVLINE
           VARYING WS-CHK-IDX FROM 1 BY 1
           UNTIL WS-CHK-IDX > INV-LINECOUNT OR WS-CHK-IDX > 10.

       0000CHECKONEINVLINE.
         MOVE INV-LINE-IKEY (WS-CHK-IDX) TO WS-CHK-IKEY.
         PERFORM 0000FINDPART.
         IF NOT WS-CHK-FOUND
           PERFORM 0000SEVERITYBYLIVE
           STRING INV-SUPPINV " LINE " WS-CHK-IDX
             DELIMITED BY SIZE INTO WS-EXC-KEY
           STRING "PART " INV-LINE-IKEY (WS-CHK-IDX)
             " NOT ON INVENTORY FILE"
             DELIMITED BY SIZE INTO WS-EXC-TEXT
           PERFORM 0000WRITEEXCEPTION
         END-IF.

       0000CHECKITEMSUPP.
         MOVE 0 TO WS-ENDOFFILE.
         OPEN INPUT ITEMSUPP-FILE.
         PERFORM 0000CHECKITEMSUPPSTATUS.
         IF WS-ITEMSUPP-OK
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ ITEMSUPP-FILE NEXT
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END PERFORM 0000CHECKONEITEMSUPP
             END-READ
             PERFORM 0000CHECKITEMSUPPSTATUS
           END-PERFORM
           CLOSE ITEMSUPP-FILE
           PERFORM 0000CHECKITEMSUPPSTATUS
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.

       0000CHECKONEITEMSUPP.
         ADD 1 TO WS-COUNT-ITEMSUPP.
         MOVE "ITEMSUPP" TO WS-EXC-FILE.
         MOVE "ERROR" TO WS-EXC-SEVERITY.
         MOVE ITEMSUPP-IKEY TO WS-CHK-IKEY.
         PERFORM 0000FINDPART.
         IF NOT WS-CHK-FOUND
           STRING "PART " ITEMSUPP-IKEY
             DELIMITED BY SIZE INTO WS-EXC-KEY
           MOVE "PART NOT ON INVENTORY FILE" TO WS-EXC-TEXT
           PERFORM 0000WRITEEXCEPTION
         END-IF.
         MOVE ITEMSUPP-SUPP-NO TO WS-CHK-SUPP-NO.
         PERFORM 0000FINDSUPPLIER.
         IF NOT WS-CHK-FOUND
           MOVE "ERROR" TO WS-EXC-SEVERITY
           STRING "PART " ITEMSUPP-IKEY
             DELIMITED BY SIZE INTO WS-EXC-KEY
           STRING "PREFERRED SUPPLIER " ITEMSUPP-SUPP-NO
             " NOT ON SUPPLIER FILE"
             DELIMITED BY SIZE INTO WS-EXC-TEXT
           PERFORM 0000WRITEEXCEPTION
         END-IF.

       0000CHECKPRICES.
         MOVE 0 TO WS-ENDOFFILE.
         OPEN INPUT PRICE-FILE.
         PERFORM 0000CHECKPRICESTATUS.
         IF WS-PRICE-OK
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ PRICE-FILE NEXT
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END PERFORM 0000CHECKONEPRICE
             END-READ
             PERFORM 0000CHECKPRICESTATUS
           END-PERFORM
           CLOSE PRICE-FILE
           PERFORM 0000CHECKPRICESTATUS
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.

       0000CHECKONEPRICE.
         ADD 1 TO WS-COUNT-PRICES.
         MOVE "PRICE" TO WS-EXC-FILE.
         MOVE "ERROR" TO WS-EXC-SEVERITY.
         MOVE PRICE-IKEY TO WS-CHK-IKEY.
         PERFORM 0000FINDPART.
         IF NOT WS-CHK-FOUND
           STRING "PART " PRICE-IKEY " CUST " PRICE-CUST-NO
             DELIMITED BY SIZE INTO WS-EXC-KEY
           MOVE "PART NOT ON INVENTORY FILE" TO WS-EXC-TEXT
           PERFORM 0000WRITEEXCEPTION
         END-IF.
         IF PRICE-CUST-NO > ZERO
           MOVE PRICE-CUST-NO TO WS-CHK-CUST-NO
           PERFORM 0000FINDCUSTOMER
           IF NOT WS-CHK-FOUND
             MOVE "ERROR" TO WS-EXC-SEVERITY
             STRING "PART " PRICE-IKEY " CUST " PRICE-CUST-NO
               DELIMITED BY SIZE INTO WS-EXC-KEY
             MOVE "CUSTOMER NOT ON CUSTOMER FILE" TO WS-EXC-TEXT
             PERFORM 0000WRITEEXCEPTION
           END-IF
         END-IF.

       0000CHECKCUSTINV.
         MOVE 0 TO WS-ENDOFFILE.
         OPEN INPUT CUSTINV-FILE.
         PERFORM 0000CHECKCUSTINVSTATUS.
         IF WS-CUSTINV-OK
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ CUSTINV-FILE NEXT
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END PERFORM 0000CHECKONECUSTINV
             END-READ
             PERFORM 0000CHECKCUSTINVSTATUS
           END-PERFORM
           CLOSE CUSTINV-FILE
           PERFORM 0000CHECKCUSTINVSTATUS
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.

       0000CHECKONECUSTINV.
         ADD 1 TO WS-COUNT-CUSTINV.
         MOVE "CUSTINV" TO WS-EXC-FILE.
         IF CINV-STATUS = "OPEN"
           MOVE "Y" TO WS-CHK-LIVE-SW
         ELSE
           MOVE "N" TO WS-CHK-LIVE-SW
         END-IF.
         MOVE CINV-CUST-NO TO WS-CHK-CUST-NO.
         PERFORM 0000FINDCUSTOMER.
         IF NOT WS-CHK-FOUND
           PERFORM 0000SEVERITYBYLIVE
           STRING CINV-TYPE " " CINV-NO
             DELIMITED BY SIZE INTO WS-EXC-KEY
           STRING "CUSTOMER " CINV-CUST-NO " NOT ON CUSTOMER FILE"
             DELIMITED BY SIZE INTO WS-EXC-TEXT
           PERFORM 0000WRITEEXCEPTION
         END-IF.
         MOVE CINV-IKEY TO WS-CHK-IKEY.
         PERFORM 0000FINDPART.
         IF NOT WS-CHK-FOUND
           MOVE "WARNING" TO WS-EXC-SEVERITY
           STRING CINV-TYPE " " CINV-NO
             DELIMITED BY SIZE INTO WS-EXC-KEY
           STRING "PART " CINV-IKEY " NOT ON INVENTORY FILE"
             DELIMITED BY SIZE INTO WS-EXC-TEXT
           PERFORM 0000WRITEEXCEPTION
         END-IF.
         MOVE CINV-ORDER-NO TO WS-CHK-ORDER-NO.
         PERFORM 0000FINDORDER.
         IF NOT WS-CHK-FOUND
           PERFORM 0000SEVERITYBYLIVE
           STRING CINV-TYPE " " CINV-NO
             DELIMITED BY SIZE INTO WS-EXC-KEY
           STRING "ORDER " CINV-ORDER-NO " NOT ON ORDER FILE"
             DELIMITED BY SIZE INTO WS-EXC-TEXT
           PERFORM 0000WRITEEXCEPTION
         END-IF.

       0000CHECKRETURNS.
         MOVE 0 TO WS-ENDOFFILE.
         OPEN INPUT RETURN-FILE.
         PERFORM 0000CHECKRETURNSTATUS.
         IF WS-RETURN-OK
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ RETURN-FILE NEXT
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END PERFORM 0000CHECKONERETURN
             END-READ
             PERFORM 0000CHECKRETURNSTATUS
           END-PERFORM
           CLOSE RETURN-FILE
           PERFORM 0000CHECKRETURNSTATUS
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.

       0000CHECKONERETURN.
         ADD 1 TO WS-COUNT-RETURNS.
         MOVE "RETURN" TO WS-EXC-FILE.
         IF RMA-STATUS = "AUTHORIZED"
           MOVE "Y" TO WS-CHK-LIVE-SW
         ELSE
           MOVE "N" TO WS-CHK-LIVE-SW
         END-IF.
         MOVE RMA-ORDER-NO TO WS-CHK-ORDER-NO.
         PERFORM 0000FINDORDER.
         IF NOT WS-CHK-FOUND
           PERFORM 0000SEVERITYBYLIVE
           STRING "RMA " RMA-NO DELIMITED BY SIZE INTO WS-EXC-KEY
           STRING "ORDER " RMA-ORDER-NO " NOT ON ORDER FILE"
             DELIMITED BY SIZE INTO WS-EXC-TEXT
           PERFORM 0000WRITEEXCEPTION
         END-IF.
         MOVE RMA-CUST-NO TO WS-CHK-CUST-NO.
         IF RMA-CUST-NO > ZERO
           PERFORM 0000FINDCUSTOMER
           IF NOT WS-CHK-FOUND
             PERFORM 0000SEVERITYBYLIVE
             STRING "RMA " RMA-NO DELIMITED BY SIZE INTO WS-EXC-KEY
             STRING "CUSTOMER " RMA-CUST-NO " NOT ON CUSTOMER FILE"
               DELIMITED BY SIZE INTO WS-EXC-TEXT
             PERFORM 0000WRITEEXCEPTION
           END-IF
         END-IF.
         MOVE RMA-IKEY TO WS-CHK-IKEY.
         PERFORM 0000FINDPART.
         IF NOT WS-CHK-FOUND
           PERFORM 0000SEVERITYBYLIVE
           STRING "RMA " RMA-NO DELIMITED BY SIZE INTO WS-EXC-KEY
           STRING "PART " RMA-IKEY " NOT ON INVENTORY FILE"
             DELIMITED BY SIZE INTO WS-EXC-TEXT
           PERFORM 0000WRITEEXCEPTION
         END-IF.

       0000CHECKBOM.
         MOVE 0 TO WS-ENDOFFILE.
         OPEN INPUT BOM-FILE.
         PERFORM 0000CHECKBOMSTATUS.
         IF WS-BOM-OK
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ BOM-FILE NEXT
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END PERFORM 0000CHECKONEBOM
             END-READ
             PERFORM 0000CHECKBOMSTATUS
           END-PERFORM
           CLOSE BOM-FILE
           PERFORM 0000CHECKBOMSTATUS
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.

       0000CHECKONEBOM.
         ADD 1 TO WS-COUNT-BOM.
         MOVE "BOM" TO WS-EXC-FILE.
         MOVE BOM-PARENT TO WS-CHK-IKEY.
         PERFORM 0000FINDPART.
         IF NOT WS-CHK-FOUND
           MOVE "ERROR" TO WS-EXC-SEVERITY
           STRING "BOM " BOM-PARENT "/" BOM-COMPONENT
             DELIMITED BY SIZE INTO WS-EXC-KEY
           STRING "PARENT PART " BOM-PARENT " NOT ON INVENTORY FILE"
             DELIMITED BY SIZE INTO WS-EXC-TEXT
           PERFORM 0000WRITEEXCEPTION
         END-IF.
         MOVE BOM-COMPONENT TO WS-CHK-IKEY.
         PERFORM 0000FINDPART.
         IF NOT WS-CHK-FOUND
           MOVE "ERROR" TO WS-EXC-SEVERITY
           STRING "BOM " BOM-PARENT "/" BOM-COMPONENT
             DELIMITED BY SIZE INTO WS-EXC-KEY
           STRING "COMPONENT PART " BOM-COMPONENT
             " NOT ON INVENTORY FILE"
             DELIMITED BY SIZE INTO WS-EXC-TEXT
           PERFORM 0000WRITEEXCEPTION
         END-IF.

       0000CHECKUOM.
         MOVE 0 TO WS-ENDOFFILE.
         OPEN INPUT UOM-FILE.
         PERFORM 0000CHECKUOMSTATUS.
         IF WS-UOM-OK
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ UOM-FILE NEXT
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END PERFORM 0000CHECKONEUOM
             END-READ
             PERFORM 0000CHECKUOMSTATUS
           END-PERFORM
           CLOSE UOM-FILE
           PERFORM 0000CHECKUOMSTATUS
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.

       0000CHECKONEUOM.
         ADD 1 TO WS-COUNT-UOM.
         MOVE "UOM" TO WS-EXC-FILE.
         MOVE UOM-IKEY TO WS-CHK-IKEY.
         PERFORM 0000FINDPART.
         IF NOT WS-CHK-FOUND
           MOVE "WARNING" TO WS-EXC-SEVERITY
           STRING "UNIT " UOM-IKEY "/" UOM-CODE
             DELIMITED BY SIZE INTO WS-EXC-KEY
           STRING "PART " UOM-IKEY " NOT ON INVENTORY FILE"
             DELIMITED BY SIZE INTO WS-EXC-TEXT
           PERFORM 0000WRITEEXCEPTION
         END-IF.
         IF UOM-FACTOR IS NOT NUMERIC OR UOM-FACTOR = ZERO
           MOVE "ERROR" TO WS-EXC-SEVERITY
           STRING "UNIT " UOM-IKEY "/" UOM-CODE
             DELIMITED BY SIZE INTO WS-EXC-KEY
           MOVE "CONVERSION FACTOR IS ZERO OR NOT NUMERIC"
             TO WS-EXC-TEXT
           PERFORM 0000WRITEEXCEPTION
         END-IF.

       0000CHECKPORCPT.
         MOVE 0 TO WS-ENDOFFILE.
         OPEN INPUT PORCPT-FILE.
         PERFORM 0000CHECKPORCPTSTATUS.
         IF WS-PORCPT-OK
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ PORCPT-FILE NEXT
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END PERFORM 0000CHECKONEPORCPT
             END-READ
             PERFORM 0000CHECKPORCPTSTATUS
           END-PERFORM
           CLOSE PORCPT-FILE
           PERFORM 0000CHECKPORCPTSTATUS
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.

       0000CHECKONEPORCPT.
         ADD 1 TO WS-COUNT-PORCPT.
         MOVE "PORCPT" TO WS-EXC-FILE.
         MOVE PORCPT-PO-NO TO WS-CHK-PO-NO.
         PERFORM 0000FINDPO.
         IF NOT WS-CHK-FOUND
           MOVE "WARNING" TO WS-EXC-SEVERITY
           STRING "PO " PORCPT-PO-NO "/" PORCPT-LINE "/" PORCPT-SEQ
             DELIMITED BY SIZE INTO WS-EXC-KEY
           STRING "RECEIPT FOR PURCHASE ORDER " PORCPT-PO-NO
             " NOT ON PO FILE"
             DELIMITED BY SIZE INTO WS-EXC-TEXT
           PERFORM 0000WRITEEXCEPTION
         END-IF.
         MOVE PORCPT-SUPP-NO TO WS-CHK-SUPP-NO.
         PERFORM 0000FINDSUPPLIER.
         IF NOT WS-CHK-FOUND
           MOVE "WARNING" TO WS-EXC-SEVERITY
           STRING "PO " PORCPT-PO-NO "/" PORCPT-LINE "/" PORCPT-SEQ
             DELIMITED BY SIZE INTO WS-EXC-KEY
           STRING "SUPPLIER " PORCPT-SUPP-NO " NOT ON SUPPLIER FILE"
             DELIMITED BY SIZE INTO WS-EXC-TEXT
           PERFORM 0000WRITEEXCEPTION
         END-IF.

       0000CHECKWORKORDERS.
         MOVE 0 TO WS-ENDOFFILE.
         OPEN INPUT WORKORDER-FILE.
         PERFORM 0000CHECKWORKORDERSTATUS.
         IF WS-WORKORDER-OK
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ WORKORDER-FILE NEXT
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END PERFORM 0000CHECKONEWORKORDER
             END-READ
             PERFORM 0000CHECKWORKORDERSTATUS
           END-PERFORM
           CLOSE WORKORDER-FILE
           PERFORM 0000CHECKWORKORDERSTATUS
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.

       0000CHECKONEWORKORDER.
         ADD 1 TO WS-COUNT-WOS.
         MOVE "WORKORDER" TO WS-EXC-FILE.
         IF WO-STATUS = "OPEN"
           MOVE "Y" TO WS-CHK-LIVE-SW
         ELSE
           MOVE "N" TO WS-CHK-LIVE-SW
         END-IF.
         MOVE WO-PARENT TO WS-CHK-IKEY.
         PERFORM 0000FINDPART.
         IF NOT WS-CHK-FOUND
           PERFORM 0000SEVERITYBYLIVE
           STRING "WO " WO-NO DELIMITED BY SIZE INTO WS-EXC-KEY
           STRING "PART " WO-PARENT " NOT ON INVENTORY FILE"
             DELIMITED BY SIZE INTO WS-EXC-TEXT
           PERFORM 0000WRITEEXCEPTION
         END-IF.

       0000CHECKLOCSTOCK.
         MOVE 0 TO WS-ENDOFFILE.
         IF WS-LOCSTOCK-AVAILABLE
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ LOCSTOCK-FILE NEXT
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END PERFORM 0000CHECKONELOCSTOCK
             END-READ
             PERFORM 0000CHECKLOCSTOCKSTATUS
           END-PERFORM
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.

       0000CHECKONELOCSTOCK.
         ADD 1 TO WS-COUNT-LOCSTOCK.
         MOVE LOCSTOCK-IKEY TO WS-CHK-IKEY.
         PERFORM 0000FINDPART.
         IF NOT WS-CHK-FOUND
           MOVE "LOCSTOCK" TO WS-EXC-FILE
           IF LOCSTOCK-QTY > ZERO
             MOVE "ERROR" TO WS-EXC-SEVERITY
           ELSE
             MOVE "WARNING" TO WS-EXC-SEVERITY
           END-IF
           STRING "PART " LOCSTOCK-IKEY " LOC " LOCSTOCK-LOC
             DELIMITED BY SIZE INTO WS-EXC-KEY
           STRING "PART NOT ON INVENTORY FILE, QTY " LOCSTOCK-QTY
             DELIMITED BY SIZE INTO WS-EXC-TEXT
           PERFORM 0000WRITEEXCEPTION
         END-IF.

       0000CHECKLOTS.
         MOVE 0 TO WS-ENDOFFILE.
         IF WS-LOT-AVAILABLE
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ LOT-FILE NEXT
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END PERFORM 0000CHECKONELOT
             END-READ
             PERFORM 0000CHECKLOTSTATUS
           END-PERFORM
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.

       0000CHECKONELOT.
         ADD 1 TO WS-COUNT-LOTS.
         MOVE LOT-IKEY TO WS-CHK-IKEY.
         PERFORM 0000FINDPART.
         IF NOT WS-CHK-FOUND
           MOVE "LOT" TO WS-EXC-FILE
           IF LOT-QTYREMAIN > ZERO
             MOVE "ERROR" TO WS-EXC-SEVERITY
           ELSE
             MOVE "WARNING" TO WS-EXC-SEVERITY
           END-IF
           STRING "PART " LOT-IKEY " " LOT-NO
             DELIMITED BY SIZE INTO WS-EXC-KEY
           STRING "PART NOT ON INVENTORY FILE, REMAINING "
             LOT-QTYREMAIN
             DELIMITED BY SIZE INTO WS-EXC-TEXT
           PERFORM 0000WRITEEXCEPTION
         END-IF.

       0000CHECKPARTS.
         MOVE 0 TO WS-ENDOFFILE.
         MOVE ZERO TO IKEY.
         START DATAFILE KEY IS NOT LESS THAN IKEY
           INVALID KEY MOVE 1 TO WS-ENDOFFILE
         END-START.
         PERFORM 0000CHECKDATAFILESTATUS.
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ DATAFILE NEXT
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END PERFORM 0000CHECKONEPART
           END-READ
           PERFORM 0000CHECKDATAFILESTATUS
         END-PERFORM.
         MOVE 0 TO WS-ENDOFFILE.

       0000CHECKONEPART.
         ADD 1 TO WS-COUNT-PARTS.
         MOVE "INVENTORY" TO WS-EXC-FILE.
         MOVE "ERROR" TO WS-EXC-SEVERITY.
         MOVE INS TO WS-INS-ED.
         PERFORM 0000SUMLOCSTOCK.
         IF WS-LOCROWS > ZERO AND WS-LOCSUM NOT = INS
           MOVE WS-LOCSUM TO WS-SUM-ED
           STRING "PART " IKEY DELIMITED BY SIZE INTO WS-EXC-KEY
           STRING "LOCATION STOCK " WS-SUM-ED
             " DOES NOT AGREE WITH IN STOCK " WS-INS-ED
             DELIMITED BY SIZE INTO WS-EXC-TEXT
           PERFORM 0000WRITEEXCEPTION
         END-IF.
         PERFORM 0000SUMLOTS.
         IF WS-LOTROWS > ZERO AND WS-LOTSUM NOT = INS
           MOVE "ERROR" TO WS-EXC-SEVERITY
           MOVE WS-LOTSUM TO WS-SUM-ED
           STRING "PART " IKEY DELIMITED BY SIZE INTO WS-EXC-KEY
           STRING "LOTS REMAINING " WS-SUM-ED
             " DOES NOT AGREE WITH IN STOCK " WS-INS-ED
             DELIMITED BY SIZE INTO WS-EXC-TEXT
           PERFORM 0000WRITEEXCEPTION
         END-IF.
         MOVE ZERO TO WS-ALLOCSUM.
         PERFORM VARYING WS-ALLOC-IDX FROM 1 BY 1
           UNTIL WS-ALLOC-IDX > WS-ALLOC-COUNT
           IF WS-ALLOC-IKEY (WS-ALLOC-IDX) = IKEY
             MOVE WS-ALLOC-TOTAL (WS-ALLOC-IDX) TO WS-ALLOCSUM
           END-IF
         END-PERFORM.
         IF WS-ALLOCSUM > INS
           MOVE "ERROR" TO WS-EXC-SEVERITY
           MOVE WS-ALLOCSUM TO WS-SUM-ED
           STRING "PART " IKEY DELIMITED BY SIZE INTO WS-EXC-KEY
           STRING "ALLOCATED TO ORDERS " WS-SUM-ED
             " EXCEEDS IN STOCK " WS-INS-ED
             DELIMITED BY SIZE INTO WS-EXC-TEXT
           PERFORM 0000WRITEEXCEPTION
         END-IF.

       0000SUMLOCSTOCK.
         MOVE ZERO TO WS-LOCSUM.
         MOVE ZERO TO WS-LOCROWS.
         MOVE 0 TO WS-SUBEOF.
         IF WS-LOCSTOCK-AVAILABLE
           MOVE IKEY TO LOCSTOCK-IKEY
           MOVE LOW-VALUES TO LOCSTOCK-LOC
           START LOCSTOCK-FILE KEY IS NOT LESS THAN LOCSTOCK-KEY
             INVALID KEY MOVE 1 TO WS-SUBEOF
           END-START
           PERFORM 0000CHECKLOCSTOCKSTATUS
           PERFORM UNTIL WS-SUBEOF = 1
             READ LOCSTOCK-FILE NEXT
               AT END MOVE 1 TO WS-SUBEOF
               NOT AT END
                 IF LOCSTOCK-IKEY = IKEY
                   ADD LOCSTOCK-QTY TO WS-LOCSUM
                   ADD 1 TO WS-LOCROWS
                 ELSE
                   MOVE 1 TO WS-SUBEOF
                 END-IF
             END-READ
             PERFORM 0000CHECKLOCSTOCKSTATUS
           END-PERFORM
         END-IF.
         MOVE 0 TO WS-SUBEOF.

       0000SUMLOTS.
         MOVE ZERO TO WS-LOTSUM.
         MOVE ZERO TO WS-LOTROWS.
         MOVE 0 TO WS-SUBEOF.
         IF WS-LOT-AVAILABLE
           MOVE IKEY TO LOT-IKEY
           MOVE LOW-VALUES TO LOT-NO
           START LOT-FILE KEY IS NOT LESS THAN LOT-KEY
             INVALID KEY MOVE 1 TO WS-SUBEOF
           END-START
           PERFORM 0000CHECKLOTSTATUS
           PERFORM UNTIL WS-SUBEOF = 1
             READ LOT-FILE NEXT
               AT END MOVE 1 TO WS-SUBEOF
               NOT AT END
                 IF LOT-IKEY = IKEY
                   ADD LOT-QTYREMAIN TO WS-LOTSUM
                   ADD 1 TO WS-LOTROWS
                 ELSE
                   MOVE 1 TO WS-SUBEOF
                 END-IF
             END-READ
             PERFORM 0000CHECKLOTSTATUS
           END-PERFORM
         END-IF.
         MOVE 0 TO WS-SUBEOF.

       0000CHECKDATAFILESTATUS.
         IF WS-DATAFILE-OK OR WS-DATAFILE-EOF OR WS-DATAFILE-KEYNOTFOUND
             OR WS-DATAFILE-FILENOTFOUND
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-DATAFILE-STATUS " ON DATAFILE!"
         END-IF.

       0000CHECKSUPPLIERSTATUS.
         IF WS-SUPPLIER-OK OR WS-SUPPLIER-EOF
             OR WS-SUPPLIER-KEYNOTFOUND OR WS-SUPPLIER-FILENOTFOUND
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-SUPPLIER-STATUS
             " ON SUPPLIER FILE!"
         END-IF.

       0000CHECKITEMSUPPSTATUS.
         IF WS-ITEMSUPP-OK OR WS-ITEMSUPP-EOF
             OR WS-ITEMSUPP-KEYNOTFOUND OR WS-ITEMSUPP-FILENOTFOUND
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-ITEMSUPP-STATUS
             " ON ITEM SUPPLIER FILE!"
         END-IF.

       0000CHECKPOFILESTATUS.
         IF WS-POFILE-OK OR WS-POFILE-EOF
             OR WS-POFILE-KEYNOTFOUND OR WS-POFILE-FILENOTFOUND
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-POFILE-STATUS " ON PO FILE!"
         END-IF.

       0000CHECKLOCSTOCKSTATUS.
         IF WS-LOCSTOCK-OK OR WS-LOCSTOCK-EOF
             OR WS-LOCSTOCK-KEYNOTFOUND OR WS-LOCSTOCK-FILENOTFOUND
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-LOCSTOCK-STATUS
             " ON LOCATION STOCK FILE!"
         END-IF.

       0000CHECKINVOICESTATUS.
         IF WS-INVOICE-OK OR WS-INVOICE-EOF
             OR WS-INVOICE-KEYNOTFOUND OR WS-INVOICE-FILENOTFOUND
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-INVOICE-STATUS
             " ON SUPPLIER INVOICE FILE!"
         END-IF.

       0000CHECKORDERFILESTATUS.
         IF WS-ORDERFILE-OK OR WS-ORDERFILE-EOF
             OR WS-ORDERFILE-KEYNOTFOUND OR WS-ORDERFILE-FILENOTFOUND
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-ORDERFILE-STATUS
             " ON ORDER FILE!"
         END-IF.

       0000CHECKLOTSTATUS.
         IF WS-LOT-OK OR WS-LOT-EOF
             OR WS-LOT-KEYNOTFOUND OR WS-LOT-FILENOTFOUND
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-LOT-STATUS " ON LOT FILE!"
         END-IF.

       0000CHECKCUSTOMERSTATUS.
         IF WS-CUSTOMER-OK OR WS-CUSTOMER-EOF
             OR WS-CUSTOMER-KEYNOTFOUND OR WS-CUSTOMER-FILENOTFOUND
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-CUSTOMER-STATUS
             " ON CUSTOMER FILE!"
         END-IF.

       0000CHECKPRICESTATUS.
         IF WS-PRICE-OK OR WS-PRICE-EOF
             OR WS-PRICE-KEYNOTFOUND OR WS-PRICE-FILENOTFOUND
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-PRICE-STATUS
             " ON PRICE FILE!"
         END-IF.

       0000CHECKCUSTINVSTATUS.
         IF WS-CUSTINV-OK OR WS-CUSTINV-EOF
             OR WS-CUSTINV-KEYNOTFOUND OR WS-CUSTINV-FILENOTFOUND
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-CUSTINV-STATUS
             " ON CUSTOMER INVOICE FILE!"
         END-IF.

       0000CHECKRETURNSTATUS.
         IF WS-RETURN-OK OR WS-RETURN-EOF
             OR WS-RETURN-KEYNOTFOUND OR WS-RETURN-FILENOTFOUND
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-RETURN-STATUS
             " ON RETURNS FILE!"
         END-IF.

       0000CHECKBOMSTATUS.
         IF WS-BOM-OK OR WS-BOM-EOF
             OR WS-BOM-KEYNOTFOUND OR WS-BOM-FILENOTFOUND
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-BOM-STATUS
             " ON BILL OF MATERIALS FILE!"
         END-IF.

       0000CHECKUOMSTATUS.
         IF WS-UOM-OK OR WS-UOM-EOF
             OR WS-UOM-KEYNOTFOUND OR WS-UOM-FILENOTFOUND
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-UOM-STATUS
             " ON UNIT OF MEASURE FILE!"
         END-IF.

       0000CHECKPORCPTSTATUS.
         IF WS-PORCPT-OK OR WS-PORCPT-EOF
             OR WS-PORCPT-KEYNOTFOUND OR WS-PORCPT-FILENOTFOUND
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-PORCPT-STATUS
             " ON PO RECEIPT FILE!"
         END-IF.

       0000CHECKWORKORDERSTATUS.
         IF WS-WORKORDER-OK OR WS-WORKORDER-EOF
             OR WS-WORKORDER-KEYNOTFOUND OR WS-WORKORDER-FILENOTFOUND
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-WORKORDER-STATUS
             " ON WORK ORDER FILE!"
         END-IF.

       0000INTEGQUIT.
         MOVE WS-RETCODE TO RETURN-CODE.
       STOP-RUN.
