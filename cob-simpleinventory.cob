             RECORD KEY IS IKEY
             ALTERNATE RECORD KEY IS MN WITH DUPLICATES
             ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
             LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
             FILE STATUS IS WS-DATAFILE-STATUS.

           SELECT VALUATION-REPORT ASSIGN TO
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EXRATE-KEY
             LOCK MODE IS MANUAL
             FILE STATUS IS WS-EXRATE-STATUS.

           SELECT BACKUP-FILE ASSIGN TO WS-BACKUP-FILENAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS VALHIST-KEY
             LOCK MODE IS MANUAL
             FILE STATUS IS WS-VALHIST-STATUS.

           SELECT TREND-REPORT ASSIGN TO
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SUPP-NO
             LOCK MODE IS MANUAL
             FILE STATUS IS WS-SUPPLIER-STATUS.

           SELECT ITEMSUPP-FILE ASSIGN TO
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ITEMSUPP-IKEY
             LOCK MODE IS MANUAL
             FILE STATUS IS WS-ITEMSUPP-STATUS.

           SELECT PO-FILE ASSIGN TO
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PO-NO
             LOCK MODE IS MANUAL
             FILE STATUS IS WS-POFILE-STATUS.

           SELECT LOCSTOCK-FILE ASSIGN TO
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LOCSTOCK-KEY
             LOCK MODE IS MANUAL
             FILE STATUS IS WS-LOCSTOCK-STATUS.

           SELECT COUNT-FILE ASSIGN TO
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS COUNT-IKEY
             LOCK MODE IS MANUAL
             FILE STATUS IS WS-COUNT-STATUS.

           SELECT VARIANCE-REPORT ASSIGN TO
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS INV-KEY
             LOCK MODE IS MANUAL
             FILE STATUS IS WS-INVOICE-STATUS.

           SELECT INVOICE-REPORT ASSIGN TO
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ORDER-NO
             LOCK MODE IS MANUAL
             FILE STATUS IS WS-ORDERFILE-STATUS.

           SELECT LOT-FILE ASSIGN TO
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LOT-KEY
             LOCK MODE IS MANUAL
             FILE STATUS IS WS-LOT-STATUS.

           SELECT LOTTRACE-FILE ASSIGN TO
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CUST-NO
             LOCK MODE IS MANUAL
             FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT BACKORDER-REPORT ASSIGN TO
               "cob-simpleinventory-backorder.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRICE-FILE ASSIGN TO
               "cob-simpleinventory-prices.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PRICE-KEY
             LOCK MODE IS MANUAL
             FILE STATUS IS WS-PRICE-STATUS.

           SELECT CUSTINV-FILE ASSIGN TO
               "cob-simpleinventory-custinvoices.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CINV-NO
             LOCK MODE IS MANUAL
             FILE STATUS IS WS-CUSTINV-STATUS.

           SELECT CUSTINV-REPORT ASSIGN TO
               "cob-simpleinventory-custinvoice.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGISTER-REPORT ASSIGN TO
               "cob-simpleinventory-invregister.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MARGIN-REPORT ASSIGN TO
               "cob-simpleinventory-margin.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RETURN-FILE ASSIGN TO
               "cob-simpleinventory-returns.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RMA-NO
             LOCK MODE IS MANUAL
             FILE STATUS IS WS-RETURN-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO
               "cob-simpleinventory-operators.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS OPER-ID
             LOCK MODE IS MANUAL
             FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT SECURITY-FILE ASSIGN TO
               "cob-simpleinventory-security.log"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BOM-FILE ASSIGN TO
               "cob-simpleinventory-bom.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS BOM-KEY
             LOCK MODE IS MANUAL
             FILE STATUS IS WS-BOM-STATUS.

           SELECT WORKORDER-FILE ASSIGN TO
               "cob-simpleinventory-workorders.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS WO-NO
             LOCK MODE IS MANUAL
             FILE STATUS IS WS-WORKORDER-STATUS.

           SELECT UOM-FILE ASSIGN TO
               "cob-simpleinventory-uom.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS UOM-KEY
             LOCK MODE IS MANUAL
             FILE STATUS IS WS-UOM-STATUS.

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

           SELECT SCORECARD-REPORT ASSIGN TO
               "cob-simpleinventory-scorecard.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOVEARCH-FILE ASSIGN TO WS-MOVEARCH-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MOVEARCH-STATUS.

           SELECT PROVISION-FILE ASSIGN TO
               "cob-simpleinventory-provision.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PROV-PERIOD
             LOCK MODE IS MANUAL
             FILE STATUS IS WS-PROVISION-STATUS.

           SELECT OBSOLETE-REPORT ASSIGN TO
               "cob-simpleinventory-obsolete.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROL-FILE ASSIGN TO
               "cob-simpleinventory-control.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CTL-KEY
             LOCK MODE IS MANUAL
             FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD DATAFILE
           05 COST PIC 9(5)V9(2).
           05 ICURRENCY PIC X(3).
           05 REORDER-POINT PIC 9(4)V9(2).
           05 STOCK-UOM PIC X(4).

         FD VALUATION-REPORT
           RECORD CONTAINS 80 CHARACTERS.
           05 SUPP-CONTACT PIC X(30).
           05 SUPP-CURRENCY PIC X(3).
           05 SUPP-LEADTIME PIC 9(3).
           05 SUPP-PURCHUOM PIC X(4).

         FD ITEMSUPP-FILE
           RECORD CONTAINS 20 CHARACTERS.
           05 COUNT-BOOKQTY PIC 9(4)V9(2).
           05 COUNT-COUNTEDQTY PIC 9(4)V9(2).
           05 COUNT-FLAG PIC X.
           05 COUNT-NO PIC 9(6).

         FD VARIANCE-REPORT
           RECORD CONTAINS 80 CHARACTERS.
             10 INV-LINE-QTY PIC 9(4)V9(2).
             10 INV-LINE-PRICE PIC 9(5)V9(2).
             10 INV-LINE-CURRENCY PIC X(3).
           05 INV-APPROVER PIC X(8).

         FD INVOICE-REPORT
           RECORD CONTAINS 80 CHARACTERS.
           05 ORDER-QTYALLOC PIC 9(4)V9(2).
           05 ORDER-QTYSHIP PIC 9(4)V9(2).
           05 ORDER-STATUS PIC X(10).
           05 ORDER-UOM PIC X(4).

         FD LOT-FILE
           RECORD CONTAINS 60 CHARACTERS.
           05 CUST-NAME PIC X(30).
           05 CUST-CONTACT PIC X(30).
           05 CUST-CREDITLIMIT PIC 9(7)V9(2).
           05 CUST-SALESUOM PIC X(4).

         FD BACKORDER-REPORT
           RECORD CONTAINS 80 CHARACTERS.
             10 PO-LINE-QTYRCV PIC 9(4)V9(2).
             10 PO-LINE-COST PIC 9(5)V9(2).
             10 PO-LINE-CURRENCY PIC X(3).
           05 PO-ORDER-DATE PIC 9(8).
           05 PO-PROMISE-DATE PIC 9(8).

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

         FD CUSTINV-REPORT
           RECORD CONTAINS 80 CHARACTERS.
         01 CUSTINV-REPORT-LINE PIC X(80).

         FD REGISTER-REPORT
           RECORD CONTAINS 100 CHARACTERS.
         01 REGISTER-REPORT-LINE PIC X(100).

         FD MARGIN-REPORT
           RECORD CONTAINS 100 CHARACTERS.
         01 MARGIN-REPORT-LINE PIC X(100).

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

         FD OPERATOR-FILE
           RECORD CONTAINS 80 CHARACTERS.
         01 OPERATOR-FILEFD.
           05 OPER-ID PIC X(8).
           05 OPER-NAME PIC X(30).
           05 OPER-PASSWORD PIC X(8).
           05 OPER-LEVEL PIC 9.
           05 OPER-STATUS PIC X(10).
           05 OPER-LASTSIGNON PIC 9(8).

         FD SECURITY-FILE
           RECORD CONTAINS 120 CHARACTERS.
         01 SECURITY-LINE PIC X(120).

         FD BOM-FILE
           RECORD CONTAINS 30 CHARACTERS.
         01 BOM-FILEFD.
           05 BOM-KEY.
             10 BOM-PARENT PIC 9(4).
             10 BOM-COMPONENT PIC 9(4).
           05 BOM-QTYPER PIC 9(4)V9(2).

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

         FD UOM-FILE
           RECORD CONTAINS 30 CHARACTERS.
         01 UOM-FILEFD.
           05 UOM-KEY.
             10 UOM-IKEY PIC 9(4).
             10 UOM-CODE PIC X(4).
           05 UOM-FACTOR PIC 9(5)V9(4).

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

         FD SCORECARD-REPORT
           RECORD CONTAINS 100 CHARACTERS.
         01 SCORECARD-REPORT-LINE PIC X(100).

         FD MOVEARCH-FILE
           RECORD CONTAINS 200 CHARACTERS.
         01 MOVEARCH-LINE PIC X(200).

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

         FD OBSOLETE-REPORT
           RECORD CONTAINS 132 CHARACTERS.
         01 OBSOLETE-REPORT-LINE PIC X(132).

         FD CONTROL-FILE
           RECORD CONTAINS 40 CHARACTERS.
         01 CONTROL-FILEFD.
           05 CTL-KEY PIC X(10).
           05 CTL-NEXT-NO PIC 9(6).
           05 CTL-LAST-OPER PIC X(8).
           05 CTL-LAST-DATE PIC 9(8).

         WORKING-STORAGE SECTION.
         01 WS-ENDOFFILE PIC 9 VALUE ZERO.
           05 WS-COST PIC 9(5)V9(2).
           05 WS-ICURRENCY PIC X(3).
           05 WS-REORDER-POINT PIC 9(4)V9(2).
           05 WS-STOCK-UOM PIC X(4).
         01 WS-OLDDATAFILEFD.
           05 WS-OLDIKEY PIC 9(4).
           05 WS-OLDMN PIC X(9).
           05 WS-OLDCOST PIC 9(5)V9(2).
           05 WS-OLDICURRENCY PIC X(3).
           05 WS-OLDREORDERPOINT PIC 9(4)V9(2).
           05 WS-OLDSTOCKUOM PIC X(4).
         01 WS-JOURNALOP PIC X(10).
         01 WS-JOURNALTIME.
           05 WS-JNL-HH PIC 99.
           88 WS-DATAFILE-KEYNOTFOUND VALUE "23" "21".
           88 WS-DATAFILE-DUPKEY VALUE "22".
           88 WS-DATAFILE-FILENOTFOUND VALUE "35".
           88 WS-DATAFILE-INUSE VALUE "51" "61".
         01 WS-DATAFILE-AVAILABLE-SW PIC X VALUE "N".
           88 WS-DATAFILE-AVAILABLE VALUE "Y".
         01 WS-DATAFILE-OPEN-SW PIC X VALUE "N".
           88 WS-EXRATE-KEYNOTFOUND VALUE "23" "21".
           88 WS-EXRATE-DUPKEY VALUE "22".
           88 WS-EXRATE-FILENOTFOUND VALUE "35".
           88 WS-EXRATE-INUSE VALUE "51" "61".
         01 WS-EXRATE-AVAILABLE-SW PIC X VALUE "N".
           88 WS-EXRATE-AVAILABLE VALUE "Y".
         01 WS-SUPPLIER-FILEFD.
           05 WS-SUPP-CONTACT PIC X(30).
           05 WS-SUPP-CURRENCY PIC X(3).
           05 WS-SUPP-LEADTIME PIC 9(3).
           05 WS-SUPP-PURCHUOM PIC X(4).
         01 WS-ITEMSUPP-FILEFD.
           05 WS-ITEMSUPP-IKEY PIC 9(4).
           05 WS-ITEMSUPP-SUPP-NO PIC 9(4).
           88 WS-SUPPLIER-KEYNOTFOUND VALUE "23" "21".
           88 WS-SUPPLIER-DUPKEY VALUE "22".
           88 WS-SUPPLIER-FILENOTFOUND VALUE "35".
           88 WS-SUPPLIER-INUSE VALUE "51" "61".
         01 WS-ITEMSUPP-STATUS PIC X(2) VALUE "00".
           88 WS-ITEMSUPP-OK VALUE "00".
           88 WS-ITEMSUPP-EOF VALUE "10".
           88 WS-ITEMSUPP-KEYNOTFOUND VALUE "23" "21".
           88 WS-ITEMSUPP-DUPKEY VALUE "22".
           88 WS-ITEMSUPP-FILENOTFOUND VALUE "35".
           88 WS-ITEMSUPP-INUSE VALUE "51" "61".
         01 WS-PO-FILEFD.
           05 WS-PO-NO PIC 9(6).
           05 WS-PO-SUPP-NO PIC 9(4).
             10 WS-PO-LINE-QTYRCV PIC 9(4)V9(2).
             10 WS-PO-LINE-COST PIC 9(5)V9(2).
             10 WS-PO-LINE-CURRENCY PIC X(3).
           05 WS-PO-ORDER-DATE PIC 9(8).
           05 WS-PO-PROMISE-DATE PIC 9(8).
         01 WS-POFILE-STATUS PIC X(2) VALUE "00".
           88 WS-POFILE-OK VALUE "00".
           88 WS-POFILE-EOF VALUE "10".
           88 WS-POFILE-KEYNOTFOUND VALUE "23" "21".
           88 WS-POFILE-DUPKEY VALUE "22".
           88 WS-POFILE-FILENOTFOUND VALUE "35".
           88 WS-POFILE-INUSE VALUE "51" "61".
         01 WS-NEXT-PO-NO PIC 9(6) VALUE ZERO.
         01 WS-PO-IDX PIC 9(2) VALUE ZERO.
         01 WS-PO-OPENLINES PIC 9(2) VALUE ZERO.
             10 WS-INV-LINE-QTY PIC 9(4)V9(2).
             10 WS-INV-LINE-PRICE PIC 9(5)V9(2).
             10 WS-INV-LINE-CURRENCY PIC X(3).
           05 WS-INV-APPROVER PIC X(8).
         01 WS-INVOICE-STATUS PIC X(2) VALUE "00".
           88 WS-INVOICE-OK VALUE "00".
           88 WS-INVOICE-EOF VALUE "10".
           88 WS-INVOICE-KEYNOTFOUND VALUE "23" "21".
           88 WS-INVOICE-DUPKEY VALUE "22".
           88 WS-INVOICE-FILENOTFOUND VALUE "35".
           88 WS-INVOICE-INUSE VALUE "51" "61".
         01 WS-INV-IDX PIC 9(2) VALUE ZERO.
         01 WS-INV-POLINE PIC 9(2) VALUE ZERO.
         01 WS-INV-ENT-IKEY PIC 9(4) VALUE ZERO.
           05 WS-CUST-NAME PIC X(30).
           05 WS-CUST-CONTACT PIC X(30).
           05 WS-CUST-CREDITLIMIT PIC 9(7)V9(2).
           05 WS-CUST-SALESUOM PIC X(4).
         01 WS-CUSTOMER-STATUS PIC X(2) VALUE "00".
           88 WS-CUSTOMER-OK VALUE "00".
           88 WS-CUSTOMER-EOF VALUE "10".
           88 WS-CUSTOMER-KEYNOTFOUND VALUE "23" "21".
           88 WS-CUSTOMER-DUPKEY VALUE "22".
           88 WS-CUSTOMER-FILENOTFOUND VALUE "35".
           88 WS-CUSTOMER-INUSE VALUE "51" "61".
         01 WS-CUSTOMER-AVAILABLE-SW PIC X VALUE "N".
           88 WS-CUSTOMER-AVAILABLE VALUE "Y".
         01 WS-CUST-OPENVALUE PIC 9(9)V9(2) VALUE ZERO.
           88 WS-LOT-KEYNOTFOUND VALUE "23" "21".
           88 WS-LOT-DUPKEY VALUE "22".
           88 WS-LOT-FILENOTFOUND VALUE "35".
           88 WS-LOT-INUSE VALUE "51" "61".
         01 WS-LOTTRACE-STATUS PIC X(2) VALUE "00".
           88 WS-LOTTRACE-OK VALUE "00".
           88 WS-LOTTRACE-EOF VALUE "10".
           05 WS-LP-QTY PIC 9(4)V9(2).
           05 FILLER PIC X(5).
           05 WS-LP-REF PIC X(10).
           05 FILLER PIC X(6).
           05 WS-LP-OPER PIC X(8).
           05 FILLER PIC X(24).
         01 WS-TRACE-IKEY PIC 9(4) VALUE ZERO.
         01 WS-TRACE-LOT PIC X(10) VALUE SPACES.
         01 WS-TRACE-ORDER PIC 9(6) VALUE ZERO.
               15 WS-DRAFT-QTY PIC 9(4)V9(2).
               15 WS-DRAFT-COST PIC 9(5)V9(2).
               15 WS-DRAFT-CURRENCY PIC X(3).
               15 WS-DRAFT-UOM PIC X(4).
               15 WS-DRAFT-FACTOR PIC 9(5)V9(4).
         01 WS-DRAFT-COUNT PIC 9(2) VALUE ZERO.
         01 WS-DRAFT-IDX PIC 9(2) VALUE ZERO.
         01 WS-DRAFT-USE PIC 9(2) VALUE ZERO.
           05 WS-COUNT-BOOKQTY PIC 9(4)V9(2).
           05 WS-COUNT-COUNTEDQTY PIC 9(4)V9(2).
           05 WS-COUNT-FLAG PIC X.
           05 WS-COUNT-NO PIC 9(6).
         01 WS-COUNT-STATUS PIC X(2) VALUE "00".
           88 WS-COUNT-OK VALUE "00".
           88 WS-COUNT-EOF VALUE "10".
           88 WS-COUNT-KEYNOTFOUND VALUE "23" "21".
           88 WS-COUNT-DUPKEY VALUE "22".
           88 WS-COUNT-FILENOTFOUND VALUE "35".
           88 WS-COUNT-INUSE VALUE "51" "61".
         01 WS-COUNT-GENCOUNT PIC 9(4) VALUE ZERO.
         01 WS-COUNT-POSTCOUNT PIC 9(4) VALUE ZERO.
         01 WS-COUNT-NOTCOUNTED PIC 9(4) VALUE ZERO.
           88 WS-LOCSTOCK-KEYNOTFOUND VALUE "23" "21".
           88 WS-LOCSTOCK-DUPKEY VALUE "22".
           88 WS-LOCSTOCK-FILENOTFOUND VALUE "35".
           88 WS-LOCSTOCK-INUSE VALUE "51" "61".
         01 WS-HOME-LOCATION PIC X(3) VALUE "MAI".
         01 WS-MOVELOC PIC X(3) VALUE SPACES.
         01 WS-MOVETOLOC PIC X(3) VALUE SPACES.
           05 WS-MP-LOC PIC X(3).
           05 FILLER PIC X(7).
           05 WS-MP-TOLOC PIC X(3).
           05 FILLER PIC X(6).
           05 WS-MP-OPER PIC X(8).
           05 FILLER PIC X(70).
         01 WS-HIST-IKEY PIC 9(4) VALUE ZERO.
         01 WS-HIST-FROM-X PIC X(8) VALUE SPACES.
         01 WS-HIST-TO-X PIC X(8) VALUE SPACES.
           88 WS-VALHIST-KEYNOTFOUND VALUE "23" "21".
           88 WS-VALHIST-DUPKEY VALUE "22".
           88 WS-VALHIST-FILENOTFOUND VALUE "35".
           88 WS-VALHIST-INUSE VALUE "51" "61".
         01 WS-CLOSE-PERIOD PIC 9(6) VALUE ZERO.
         01 WS-CLOSE-PERIOD-X PIC X(6) VALUE SPACES.
         01 WS-TREND-TABLE.
           05 WS-ORDER-QTYALLOC PIC 9(4)V9(2).
           05 WS-ORDER-QTYSHIP PIC 9(4)V9(2).
           05 WS-ORDER-STATUS PIC X(10).
           05 WS-ORDER-UOM PIC X(4).
         01 WS-ORDERFILE-STATUS PIC X(2) VALUE "00".
           88 WS-ORDERFILE-OK VALUE "00".
           88 WS-ORDERFILE-EOF VALUE "10".
           88 WS-ORDERFILE-KEYNOTFOUND VALUE "23" "21".
           88 WS-ORDERFILE-DUPKEY VALUE "22".
           88 WS-ORDERFILE-FILENOTFOUND VALUE "35".
           88 WS-ORDERFILE-INUSE VALUE "51" "61".
         01 WS-ORDER-HOLD PIC X(60) VALUE SPACES.
         01 WS-NEXT-ORDER-NO PIC 9(6) VALUE ZERO.
         01 WS-ORDSCAN-IKEY PIC 9(4) VALUE ZERO.
         01 WS-ORD-ALLOCTOT PIC 9(6)V9(2) VALUE ZERO.
         01 WS-ABC-ACOUNT PIC 9(3) VALUE ZERO.
         01 WS-ABC-BCOUNT PIC 9(3) VALUE ZERO.
         01 WS-ABC-CCOUNT PIC 9(3) VALUE ZERO.
         01 WS-PRICE-FILEFD.
           05 WS-PRICE-KEY.
             10 WS-PRICE-IKEY PIC 9(4).
             10 WS-PRICE-CUST-NO PIC 9(4).
           05 WS-PRICE-AMOUNT PIC 9(5)V9(2).
           05 WS-PRICE-CURRENCY PIC X(3).
         01 WS-PRICE-STATUS PIC X(2) VALUE "00".
           88 WS-PRICE-OK VALUE "00".
           88 WS-PRICE-EOF VALUE "10".
           88 WS-PRICE-KEYNOTFOUND VALUE "23" "21".
           88 WS-PRICE-DUPKEY VALUE "22".
           88 WS-PRICE-FILENOTFOUND VALUE "35".
           88 WS-PRICE-INUSE VALUE "51" "61".
         01 WS-PRICE-AVAILABLE-SW PIC X VALUE "N".
           88 WS-PRICE-AVAILABLE VALUE "Y".
         01 WS-PRICE-FOUND-SW PIC X VALUE "N".
           88 WS-PRICE-FOUND VALUE "Y".
         01 WS-PRICELOOK-IKEY PIC 9(4) VALUE ZERO.
         01 WS-PRICELOOK-CUSTNO PIC 9(4) VALUE ZERO.
         01 WS-SELLPRICE PIC 9(5)V9(2) VALUE ZERO.
         01 WS-SELLCURR PIC X(3) VALUE SPACES.
         01 WS-PRICESOURCE PIC X(8) VALUE SPACES.
         01 WS-HOMECONV-IN PIC 9(9)V9(2) VALUE ZERO.
         01 WS-HOMECONV-OUT PIC 9(9)V9(2) VALUE ZERO.
         01 WS-CUSTINV-FILEFD.
           05 WS-CINV-NO PIC 9(6).
           05 WS-CINV-TYPE PIC X(10).
           05 WS-CINV-DATE PIC 9(8).
           05 WS-CINV-ORDER-NO PIC 9(6).
           05 WS-CINV-CUST-NO PIC 9(4).
           05 WS-CINV-IKEY PIC 9(4).
           05 WS-CINV-QTY PIC 9(4)V9(2).
           05 WS-CINV-PRICE PIC 9(5)V9(2).
           05 WS-CINV-CURRENCY PIC X(3).
           05 WS-CINV-AMOUNT PIC 9(9)V9(2).
           05 WS-CINV-COST PIC 9(5)V9(2).
           05 WS-CINV-COSTCURR PIC X(3).
           05 WS-CINV-HOMEAMOUNT PIC 9(9)V9(2).
           05 WS-CINV-HOMECOST PIC 9(9)V9(2).
           05 WS-CINV-STATUS PIC X(10).
           05 WS-CINV-REF PIC X(10).
         01 WS-CUSTINV-STATUS PIC X(2) VALUE "00".
           88 WS-CUSTINV-OK VALUE "00".
           88 WS-CUSTINV-EOF VALUE "10".
           88 WS-CUSTINV-KEYNOTFOUND VALUE "23" "21".
           88 WS-CUSTINV-DUPKEY VALUE "22".
           88 WS-CUSTINV-FILENOTFOUND VALUE "35".
           88 WS-CUSTINV-INUSE VALUE "51" "61".
         01 WS-NEXT-CINV-NO PIC 9(6) VALUE ZERO.
         01 WS-CINV-PRINTNO PIC 9(6) VALUE ZERO.
         01 WS-CINV-CUSTNAME PIC X(30) VALUE SPACES.
         01 WS-CINV-CUSTCONTACT PIC X(30) VALUE SPACES.
         01 WS-CINV-AMOUNT-ED PIC Z(8)9.9(2).
         01 WS-CINV-PRICE-ED PIC Z(4)9.9(2).
         01 WS-CINV-QTY-ED PIC Z(3)9.9(2).
         01 WS-CUSTEXPOSURE-S PIC S9(9)V9(2) VALUE ZERO.
         01 WS-BILL-FROM-X PIC X(8) VALUE SPACES.
         01 WS-BILL-TO-X PIC X(8) VALUE SPACES.
         01 WS-BILL-FROM PIC 9(8) VALUE ZERO.
         01 WS-BILL-TO PIC 9(8) VALUE 99999999.
         01 WS-BILL-COUNT PIC 9(5) VALUE ZERO.
         01 WS-BILL-OPENCOUNT PIC 9(5) VALUE ZERO.
         01 WS-BILL-HOMETOTAL-S PIC S9(11)V9(2) VALUE ZERO.
         01 WS-BILL-OPENTOTAL-S PIC S9(11)V9(2) VALUE ZERO.
         01 WS-BILL-TOTAL-ED PIC -Z(10)9.9(2).
         01 WS-MGPART-TABLE.
           05 WS-MGPART-ENTRY OCCURS 500 TIMES.
             10 WS-MGPART-IKEY PIC 9(4).
             10 WS-MGPART-QTY-S PIC S9(7)V9(2).
             10 WS-MGPART-SALES-S PIC S9(11)V9(2).
             10 WS-MGPART-COST-S PIC S9(11)V9(2).
         01 WS-MGPART-COUNT PIC 9(3) VALUE ZERO.
         01 WS-MGPART-IDX PIC 9(3) VALUE ZERO.
         01 WS-MGPART-USE PIC 9(3) VALUE ZERO.
         01 WS-MGCUST-TABLE.
           05 WS-MGCUST-ENTRY OCCURS 200 TIMES.
             10 WS-MGCUST-NO PIC 9(4).
             10 WS-MGCUST-SALES-S PIC S9(11)V9(2).
             10 WS-MGCUST-COST-S PIC S9(11)V9(2).
         01 WS-MGCUST-COUNT PIC 9(3) VALUE ZERO.
         01 WS-MGCUST-IDX PIC 9(3) VALUE ZERO.
         01 WS-MGCUST-USE PIC 9(3) VALUE ZERO.
         01 WS-MG-SIGNED-S PIC S9(11)V9(2) VALUE ZERO.
         01 WS-MG-SALESTOT-S PIC S9(11)V9(2) VALUE ZERO.
         01 WS-MG-COSTTOT-S PIC S9(11)V9(2) VALUE ZERO.
         01 WS-MG-MARGIN-S PIC S9(11)V9(2) VALUE ZERO.
         01 WS-MG-PCT-S PIC S9(5)V9(2) VALUE ZERO.
         01 WS-MG-QTY-ED PIC -Z(6)9.9(2).
         01 WS-MG-SALES-ED PIC -Z(10)9.9(2).
         01 WS-MG-COST-ED PIC -Z(10)9.9(2).
         01 WS-MG-MARGIN-ED PIC -Z(10)9.9(2).
         01 WS-MG-PCT-ED PIC -Z(4)9.9(2).
         01 WS-MG-NAME PIC X(16) VALUE SPACES.
         01 WS-RETURN-FILEFD.
           05 WS-RMA-NO PIC 9(6).
           05 WS-RMA-ORDER-NO PIC 9(6).
           05 WS-RMA-REF PIC X(10).
           05 WS-RMA-CUST-NO PIC 9(4).
           05 WS-RMA-IKEY PIC 9(4).
           05 WS-RMA-QTY PIC 9(4)V9(2).
           05 WS-RMA-REASON PIC X(20).
           05 WS-RMA-DATE PIC 9(8).
           05 WS-RMA-STATUS PIC X(10).
           05 WS-RMA-DISPDATE PIC 9(8).
           05 WS-RMA-LOC PIC X(3).
           05 WS-RMA-LOT-NO PIC X(10).
           05 WS-RMA-CINV-NO PIC 9(6).
         01 WS-RETURN-STATUS PIC X(2) VALUE "00".
           88 WS-RETURN-OK VALUE "00".
           88 WS-RETURN-EOF VALUE "10".
           88 WS-RETURN-KEYNOTFOUND VALUE "23" "21".
           88 WS-RETURN-DUPKEY VALUE "22".
           88 WS-RETURN-FILENOTFOUND VALUE "35".
           88 WS-RETURN-INUSE VALUE "51" "61".
         01 WS-NEXT-RMA-NO PIC 9(6) VALUE ZERO.
         01 WS-RMA-ENTRYNO PIC 9(6) VALUE ZERO.
         01 WS-RMA-NEWQTY PIC 9(4)V9(2) VALUE ZERO.
         01 WS-RMA-PRIORQTY PIC 9(5)V9(2) VALUE ZERO.
         01 WS-RMA-MAXQTY-S PIC S9(5)V9(2) VALUE ZERO.
         01 WS-RMA-QUAR-LOCATION PIC X(3) VALUE "QUA".
         01 WS-RMA-ORIGLOT PIC X(10) VALUE SPACES.
         01 WS-RMA-INVFOUND-SW PIC X VALUE "N".
           88 WS-RMA-INVFOUND VALUE "Y".
         01 WS-RMA-CRPRICE PIC 9(5)V9(2) VALUE ZERO.
         01 WS-RMA-CRCURR PIC X(3) VALUE SPACES.
         01 WS-RMA-CRCOST PIC 9(5)V9(2) VALUE ZERO.
         01 WS-RMA-CRCOSTCURR PIC X(3) VALUE SPACES.
         01 WS-RMA-LIST-COUNT PIC 9(5) VALUE ZERO.
         01 WS-OPERATOR-FILEFD.
           05 WS-OPER-ID PIC X(8).
           05 WS-OPER-NAME PIC X(30).
           05 WS-OPER-PASSWORD PIC X(8).
           05 WS-OPER-LEVEL PIC 9.
           05 WS-OPER-STATUS PIC X(10).
           05 WS-OPER-LASTSIGNON PIC 9(8).
         01 WS-OPERATOR-STATUS PIC X(2) VALUE "00".
           88 WS-OPERATOR-OK VALUE "00".
           88 WS-OPERATOR-EOF VALUE "10".
           88 WS-OPERATOR-KEYNOTFOUND VALUE "23" "21".
           88 WS-OPERATOR-DUPKEY VALUE "22".
           88 WS-OPERATOR-FILENOTFOUND VALUE "35".
           88 WS-OPERATOR-INUSE VALUE "51" "61".
         01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
         01 WS-OPERATOR-NAME PIC X(30) VALUE SPACES.
         01 WS-OPERATOR-LEVEL PIC 9 VALUE ZERO.
           88 WS-OPERATOR-INQUIRY VALUE 1.
           88 WS-OPERATOR-CLERK VALUE 2.
           88 WS-OPERATOR-SUPERVISOR VALUE 3.
         01 WS-SIGNEDON-SW PIC X VALUE "N".
           88 WS-SIGNEDON VALUE "Y".
         01 WS-SIGNON-TRIES PIC 9 VALUE ZERO.
         01 WS-SIGNON-MAXTRIES PIC 9 VALUE 3.
         01 WS-SIGNON-ID PIC X(8) VALUE SPACES.
         01 WS-SIGNON-PASSWORD PIC X(8) VALUE SPACES.
         01 WS-SIGNON-PASSWORD2 PIC X(8) VALUE SPACES.
         01 WS-OPER-EMPTY-SW PIC X VALUE "N".
           88 WS-OPER-EMPTY VALUE "Y".
         01 WS-OPER-LEVEL-X PIC X VALUE SPACES.
         01 WS-OPER-LEVELNAME PIC X(10) VALUE SPACES.
         01 WS-OPER-LIST-COUNT PIC 9(5) VALUE ZERO.
         01 WS-AUTH-NEED PIC 9 VALUE ZERO.
         01 WS-AUTH-FUNCTION PIC X(20) VALUE SPACES.
         01 WS-AUTH-SW PIC X VALUE "N".
           88 WS-AUTH-GRANTED VALUE "Y".
         01 WS-SECLOG-EVENT PIC X(10) VALUE SPACES.
         01 WS-SECLOG-OPER PIC X(8) VALUE SPACES.
         01 WS-SECLOG-DETAIL PIC X(30) VALUE SPACES.
         01 WS-INVAPPR-SUPPINV PIC X(10) VALUE SPACES.
         01 WS-INVAPPR-PO-NO PIC 9(6) VALUE ZERO.
         01 WS-REF-FOUND-SW PIC X VALUE "N".
           88 WS-REF-FOUND VALUE "Y".
         01 WS-REF-REASON PIC X(60) VALUE SPACES.
         01 WS-REF-IKEY PIC 9(4) VALUE ZERO.
         01 WS-REF-SUPP-NO PIC 9(4) VALUE ZERO.
         01 WS-REF-CUST-NO PIC 9(4) VALUE ZERO.
         01 WS-REF-IDX PIC 9(2) VALUE ZERO.
         01 WS-BOM-FILEFD.
           05 WS-BOM-KEY.
             10 WS-BOM-PARENT PIC 9(4).
             10 WS-BOM-COMPONENT PIC 9(4).
           05 WS-BOM-QTYPER PIC 9(4)V9(2).
         01 WS-BOM-STATUS PIC X(2) VALUE "00".
           88 WS-BOM-OK VALUE "00".
           88 WS-BOM-EOF VALUE "10".
           88 WS-BOM-KEYNOTFOUND VALUE "23" "21".
           88 WS-BOM-DUPKEY VALUE "22".
           88 WS-BOM-FILENOTFOUND VALUE "35".
           88 WS-BOM-INUSE VALUE "51" "61".
         01 WS-BOM-LIST-COUNT PIC 9(3) VALUE ZERO.
         01 WS-BOM-NAME PIC X(16) VALUE SPACES.
         01 WS-BOM-EXT PIC 9(9)V9(4) VALUE ZERO.
         01 WS-WORKORDER-FILEFD.
           05 WS-WO-NO PIC 9(6).
           05 WS-WO-TYPE PIC X(12).
           05 WS-WO-PARENT PIC 9(4).
           05 WS-WO-QTY PIC 9(4)V9(2).
           05 WS-WO-LOC PIC X(3).
           05 WS-WO-STATUS PIC X(10).
           05 WS-WO-CREATED PIC 9(8).
           05 WS-WO-DONEDATE PIC 9(8).
           05 WS-WO-LOT-NO PIC X(10).
           05 WS-WO-UNITCOST PIC 9(5)V9(2).
           05 WS-WO-CURRENCY PIC X(3).
           05 WS-WO-OPER PIC X(8).
         01 WS-WORKORDER-STATUS PIC X(2) VALUE "00".
           88 WS-WORKORDER-OK VALUE "00".
           88 WS-WORKORDER-EOF VALUE "10".
           88 WS-WORKORDER-KEYNOTFOUND VALUE "23" "21".
           88 WS-WORKORDER-DUPKEY VALUE "22".
           88 WS-WORKORDER-FILENOTFOUND VALUE "35".
           88 WS-WORKORDER-INUSE VALUE "51" "61".
         01 WS-NEXT-WO-NO PIC 9(6) VALUE ZERO.
         01 WS-WO-ENTRYNO PIC 9(6) VALUE ZERO.
         01 WS-WO-REF PIC X(10) VALUE SPACES.
         01 WS-WO-TYPESEL PIC 9 VALUE ZERO.
         01 WS-WO-LIST-COUNT PIC 9(5) VALUE ZERO.
         01 WS-WOCOMP-TABLE.
           05 WS-WOCOMP-ENTRY OCCURS 50 TIMES.
             10 WS-WOCOMP-IKEY PIC 9(4).
             10 WS-WOCOMP-QTYPER PIC 9(4)V9(2).
             10 WS-WOCOMP-NEED PIC 9(8)V9(2).
             10 WS-WOCOMP-COST PIC 9(5)V9(2).
         01 WS-WOCOMP-COUNT PIC 9(2) VALUE ZERO.
         01 WS-WOCOMP-IDX PIC 9(2) VALUE ZERO.
         01 WS-WO-SHORT-SW PIC X VALUE "N".
           88 WS-WO-SHORT VALUE "Y".
         01 WS-WO-LOCKPARTS-SW PIC X VALUE "N".
           88 WS-WO-LOCKPARTS VALUE "Y".
         01 WS-WO-PARENTCOST PIC 9(5)V9(2) VALUE ZERO.
         01 WS-WO-PARENTINS PIC 9(4)V9(2) VALUE ZERO.
         01 WS-WO-PARENTCURR PIC X(3) VALUE SPACES.
         01 WS-WO-PARENTRATE PIC 9(4)V9(6) VALUE ZERO.
         01 WS-WO-COMPCOST PIC 9(7)V9(4) VALUE ZERO.
         01 WS-WO-ROLLUP PIC 9(9)V9(4) VALUE ZERO.
         01 WS-WO-FACTOR PIC 9(5)V9(6) VALUE ZERO.
         01 WS-WO-AVAIL PIC 9(4)V9(2) VALUE ZERO.
         01 WS-WO-AVAILFLAG PIC X(8) VALUE SPACES.
         01 WS-WO-POSTIKEY PIC 9(4) VALUE ZERO.
         01 WS-WO-POSTQTY PIC 9(4)V9(2) VALUE ZERO.
         01 WS-WO-POSTCOST PIC 9(5)V9(2) VALUE ZERO.
         01 WS-WO-POSTOK-SW PIC X VALUE "Y".
           88 WS-WO-POSTOK VALUE "Y".
         01 WS-WO-NOTRCVD-SW PIC X VALUE "N".
           88 WS-WO-NOTRCVD VALUE "Y".
         01 WS-UOM-FILEFD.
           05 WS-UOM-KEY.
             10 WS-UOM-IKEY PIC 9(4).
             10 WS-UOM-CODE PIC X(4).
           05 WS-UOM-FACTOR PIC 9(5)V9(4).
         01 WS-UOM-STATUS PIC X(2) VALUE "00".
           88 WS-UOM-OK VALUE "00".
           88 WS-UOM-EOF VALUE "10".
           88 WS-UOM-KEYNOTFOUND VALUE "23" "21".
           88 WS-UOM-DUPKEY VALUE "22".
           88 WS-UOM-FILENOTFOUND VALUE "35".
           88 WS-UOM-INUSE VALUE "51" "61".
         01 WS-POUOM-FILEFD.
           05 WS-POUOM-KEY.
             10 WS-POUOM-PO-NO PIC 9(6).
             10 WS-POUOM-LINE PIC 9(2).
           05 WS-POUOM-CODE PIC X(4).
           05 WS-POUOM-FACTOR PIC 9(5)V9(4).
         01 WS-POUOM-STATUS PIC X(2) VALUE "00".
           88 WS-POUOM-OK VALUE "00".
           88 WS-POUOM-EOF VALUE "10".
           88 WS-POUOM-KEYNOTFOUND VALUE "23" "21".
           88 WS-POUOM-DUPKEY VALUE "22".
           88 WS-POUOM-FILENOTFOUND VALUE "35".
           88 WS-POUOM-INUSE VALUE "51" "61".
         01 WS-UOM-FOUND-SW PIC X VALUE "N".
           88 WS-UOM-FOUND VALUE "Y".
         01 WS-UOM-LOOKIKEY PIC 9(4) VALUE ZERO.
         01 WS-UOM-LOOKCODE PIC X(4) VALUE SPACES.
         01 WS-UOM-STOCKCODE PIC X(4) VALUE SPACES.
         01 WS-UOM-CONVFACTOR PIC 9(5)V9(4) VALUE ZERO.
         01 WS-UOM-LIST-COUNT PIC 9(3) VALUE ZERO.
         01 WS-UOM-WHOLE PIC 9(6) VALUE ZERO.
         01 WS-UOM-DOCQTY PIC 9(4)V9(2) VALUE ZERO.
         01 WS-UOM-DOCCOST PIC 9(5)V9(2) VALUE ZERO.
         01 WS-UOM-CONVERTED-SW PIC X VALUE "Y".
           88 WS-UOM-CONVERTED VALUE "Y".
         01 WS-UOM-INVFACTOR PIC 9(5)V9(4) VALUE ZERO.
         01 WS-INV-ENT-UOM-TABLE.
           05 WS-INV-ENT-UOM PIC X(4) OCCURS 10 TIMES.
         01 WS-RCV-DOCQTY PIC 9(4)V9(2) VALUE ZERO.
         01 WS-ORD-UOM-IN PIC X(4) VALUE SPACES.
         01 WS-ORD-DOCQTY PIC 9(4)V9(2) VALUE ZERO.
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
         01 WS-PORCPT-AVAILABLE-SW PIC X VALUE "N".
           88 WS-PORCPT-AVAILABLE VALUE "Y".
         01 WS-PORCPT-LASTSEQ PIC 9(3) VALUE ZERO.
         01 WS-DAYNUM-DATE PIC 9(8) VALUE ZERO.
         01 WS-DAYNUM-DATE-R REDEFINES WS-DAYNUM-DATE.
           05 WS-DAYNUM-YY PIC 9(4).
           05 WS-DAYNUM-MM PIC 99.
           05 WS-DAYNUM-DD PIC 99.
         01 WS-DAYNUM-Y PIC 9(4) VALUE ZERO.
         01 WS-DAYNUM-M PIC 9(2) VALUE ZERO.
         01 WS-DAYNUM-Q4 PIC 9(4) VALUE ZERO.
         01 WS-DAYNUM-Q100 PIC 9(4) VALUE ZERO.
         01 WS-DAYNUM-Q400 PIC 9(4) VALUE ZERO.
         01 WS-DAYNUM-MD PIC 9(3) VALUE ZERO.
         01 WS-DAYNUM PIC 9(7) VALUE ZERO.
         01 WS-DAYNUM-FROM PIC 9(7) VALUE ZERO.
         01 WS-DAYNUM-DIFF-S PIC S9(5) VALUE ZERO.
         01 WS-DATEADD-DAYS PIC 9(3) VALUE ZERO.
         01 WS-DATEADD-MAXDD PIC 99 VALUE ZERO.
         01 WS-DATEADD-QUOT PIC 9(4) VALUE ZERO.
         01 WS-DATEADD-REM4 PIC 9(3) VALUE ZERO.
         01 WS-DATEADD-REM100 PIC 9(3) VALUE ZERO.
         01 WS-DATEADD-REM400 PIC 9(3) VALUE ZERO.
         01 WS-DATEVALID-SW PIC X VALUE "N".
           88 WS-DATEVALID VALUE "Y".
         01 WS-PROMISE-X PIC X(8) VALUE SPACES.
         01 WS-PROMISE-LEADTIME PIC 9(3) VALUE ZERO.
         01 WS-SC-FROM-X PIC X(8) VALUE SPACES.
         01 WS-SC-TO-X PIC X(8) VALUE SPACES.
         01 WS-SC-FROM PIC 9(8) VALUE ZERO.
         01 WS-SC-TO PIC 9(8) VALUE 99999999.
         01 WS-SC-TODAY PIC 9(8) VALUE ZERO.
         01 WS-SC-SUPPCOUNT PIC 9(4) VALUE ZERO.
         01 WS-SC-PODONE-SW PIC X VALUE "N".
           88 WS-SC-PODONE VALUE "Y".
         01 WS-SC-INVDONE-SW PIC X VALUE "N".
           88 WS-SC-INVDONE VALUE "Y".
         01 WS-SC-POFILE-AVAILABLE-SW PIC X VALUE "N".
           88 WS-SC-POFILE-AVAILABLE VALUE "Y".
         01 WS-SC-INVFILE-AVAILABLE-SW PIC X VALUE "N".
           88 WS-SC-INVFILE-AVAILABLE VALUE "Y".
         01 WS-SC-INPERIOD-SW PIC X VALUE "N".
           88 WS-SC-INPERIOD VALUE "Y".
         01 WS-SC-TOTALS.
           05 WS-SC-POS PIC 9(5).
           05 WS-SC-LINES PIC 9(5).
           05 WS-SC-COMPLETE PIC 9(5).
           05 WS-SC-OVERDUE PIC 9(5).
           05 WS-SC-FILLSUM PIC 9(7)V9(2).
           05 WS-SC-RCPTS PIC 9(5).
           05 WS-SC-ONTIME PIC 9(5).
           05 WS-SC-LATE PIC 9(5).
           05 WS-SC-NOPROMISE PIC 9(5).
           05 WS-SC-DAYSLATE PIC 9(7).
           05 WS-SC-LEADCOUNT PIC 9(5).
           05 WS-SC-LEADSUM PIC 9(7).
           05 WS-SC-INVS PIC 9(5).
           05 WS-SC-HELD PIC 9(5).
           05 WS-SC-VAROVER PIC 9(9)V9(2).
           05 WS-SC-VARUNDER PIC 9(9)V9(2).
           05 WS-SC-INVPOVALUE PIC 9(9)V9(2).
           05 WS-SC-RSN-COUNT PIC 9(2).
           05 WS-SC-RSN OCCURS 8 TIMES.
             10 WS-SC-RSN-TEXT PIC X(20).
             10 WS-SC-RSN-TIMES PIC 9(4).
         01 WS-SC-RSN-IDX PIC 9(2) VALUE ZERO.
         01 WS-SC-RSN-USE PIC 9(2) VALUE ZERO.
         01 WS-SC-FILLPCT PIC 9(3)V9(2) VALUE ZERO.
         01 WS-SC-PCT PIC 9(3)V9(2) VALUE ZERO.
         01 WS-SC-AVGDAYS PIC 9(5)V9 VALUE ZERO.
         01 WS-SC-LEADDIFF-S PIC S9(5)V9 VALUE ZERO.
         01 WS-SC-DIFF-S PIC S9(5)V9(2) VALUE ZERO.
         01 WS-SC-LINEVAR PIC 9(9)V9(2) VALUE ZERO.
         01 WS-SC-NET-S PIC S9(9)V9(2) VALUE ZERO.
         01 WS-SC-VARPCT-S PIC S9(5)V9(2) VALUE ZERO.
         01 WS-SC-POLINE PIC 9(2) VALUE ZERO.
         01 WS-SC-CNT-ED PIC Z(4)9.
         01 WS-SC-CNT2-ED PIC Z(4)9.
         01 WS-SC-CNT3-ED PIC Z(4)9.
         01 WS-SC-PCT-ED PIC ZZ9.99.
         01 WS-SC-DAYS-ED PIC Z(4)9.9.
         01 WS-SC-DIFF-ED PIC -Z(4)9.9.
         01 WS-SC-AMT-ED PIC Z(8)9.99.
         01 WS-SC-AMT2-ED PIC Z(8)9.99.
         01 WS-SC-NET-ED PIC -Z(8)9.99.
         01 WS-SC-VARPCT-ED PIC -Z(4)9.99.
         01 WS-MOVEARCH-FILENAME PIC X(80) VALUE SPACES.
         01 WS-MOVEARCH-STATUS PIC X(2) VALUE "00".
           88 WS-MOVEARCH-OK VALUE "00".
           88 WS-MOVEARCH-EOF VALUE "10".
           88 WS-MOVEARCH-FILENOTFOUND VALUE "35".
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
         01 WS-PROVISION-STATUS PIC X(2) VALUE "00".
           88 WS-PROVISION-OK VALUE "00".
           88 WS-PROVISION-EOF VALUE "10".
           88 WS-PROVISION-KEYNOTFOUND VALUE "23" "21".
           88 WS-PROVISION-DUPKEY VALUE "22".
           88 WS-PROVISION-FILENOTFOUND VALUE "35".
           88 WS-PROVISION-INUSE VALUE "51" "61".
         01 WS-PROV-FOUND-SW PIC X VALUE "N".
           88 WS-PROV-FOUND VALUE "Y".
         01 WS-PROV-PERIOD-X PIC X(6) VALUE SPACES.
         01 WS-PROV-COUNT PIC 9(4) VALUE ZERO.
         01 WS-EO-PERIOD-X PIC X(6) VALUE SPACES.
         01 WS-EO-PERIOD PIC 9(6) VALUE ZERO.
         01 WS-EO-PERIOD-R REDEFINES WS-EO-PERIOD.
           05 WS-EO-PERIOD-YY PIC 9(4).
           05 WS-EO-PERIOD-MM PIC 99.
         01 WS-EO-TODAY PIC 9(8) VALUE ZERO.
         01 WS-EO-ASOF PIC 9(8) VALUE ZERO.
         01 WS-EO-USEFROM PIC 9(8) VALUE ZERO.
         01 WS-EO-FIRSTDATE PIC 9(8) VALUE ZERO.
         01 WS-EO-FROM PIC 9(8) VALUE ZERO.
         01 WS-EO-LAST PIC 9(8) VALUE ZERO.
         01 WS-EO-LAST-R REDEFINES WS-EO-LAST.
           05 WS-EO-LAST-YY PIC 9(4).
           05 WS-EO-LAST-MM PIC 99.
           05 WS-EO-LAST-DD PIC 99.
         01 WS-EO-PARM-X PIC X(3) VALUE SPACES.
         01 WS-EO-PARM PIC 9(3) VALUE ZERO.
         01 WS-EO-PARM-DEFAULT PIC 9(3) VALUE ZERO.
         01 WS-EO-PARMOK-SW PIC X VALUE "N".
           88 WS-EO-PARMOK VALUE "Y".
         01 WS-EO-THRESH PIC 9(3) VALUE ZERO.
         01 WS-EO-THRESH2 PIC 9(4) VALUE ZERO.
         01 WS-EO-OBSPCT PIC 9(3) VALUE ZERO.
         01 WS-EO-FULLPCT PIC 9(3) VALUE ZERO.
         01 WS-EO-EXCMOS PIC 9(3) VALUE ZERO.
         01 WS-EO-EXCPCT PIC 9(3) VALUE ZERO.
         01 WS-EO-TABLE.
           05 WS-EO-ENTRY OCCURS 500 TIMES.
             10 WS-EO-IKEY PIC 9(4).
             10 WS-EO-FIRSTSEEN PIC 9(8).
             10 WS-EO-LASTISSUE PIC 9(8).
             10 WS-EO-USEQTY PIC 9(7)V9(2).
         01 WS-EO-COUNT PIC 9(3) VALUE ZERO.
         01 WS-EO-IDX PIC 9(3) VALUE ZERO.
         01 WS-EO-USE PIC 9(3) VALUE ZERO.
         01 WS-EO-FINDKEY PIC 9(4) VALUE ZERO.
         01 WS-EO-FILES PIC 9(3) VALUE ZERO.
         01 WS-EO-ARCHEOF-SW PIC X VALUE "N".
           88 WS-EO-ARCHEOF VALUE "Y".
         01 WS-EO-USEMONTHS PIC 9(2)V9(2) VALUE ZERO.
         01 WS-EO-USED PIC 9(7)V9(2) VALUE ZERO.
         01 WS-EO-MONTHLY PIC 9(7)V9(4) VALUE ZERO.
         01 WS-EO-MOS PIC 9(4)V9 VALUE ZERO.
         01 WS-EO-NOUSE-SW PIC X VALUE "N".
           88 WS-EO-NOUSE VALUE "Y".
         01 WS-EO-AGEMONTHS PIC 9(4) VALUE ZERO.
         01 WS-EO-BAND PIC 9 VALUE ZERO.
         01 WS-EO-BANDTEXT PIC X(12) VALUE SPACES.
         01 WS-EO-BANDTOTALS.
           05 WS-EO-BANDTOT OCCURS 5 TIMES.
             10 WS-EO-BAND-PARTS PIC 9(5).
             10 WS-EO-BAND-VALUE PIC 9(9)V9(2).
             10 WS-EO-BAND-PROV PIC 9(9)V9(2).
         01 WS-EO-VALUE PIC 9(9)V9(2) VALUE ZERO.
         01 WS-EO-EXCQTY PIC 9(4)V9(2) VALUE ZERO.
         01 WS-EO-PCT PIC 9(3) VALUE ZERO.
         01 WS-EO-PROV PIC 9(9)V9(2) VALUE ZERO.
         01 WS-EO-REASON PIC X(8) VALUE SPACES.
         01 WS-EO-TOTVALUE PIC 9(9)V9(2) VALUE ZERO.
         01 WS-EO-TOTPROV PIC 9(9)V9(2) VALUE ZERO.
         01 WS-EO-PROVPARTS PIC 9(5) VALUE ZERO.
         01 WS-EO-NORATE PIC 9(5) VALUE ZERO.
         01 WS-EO-LAST-ED PIC X(10) VALUE SPACES.
         01 WS-EO-MOS-ED PIC Z(3)9.9.
         01 WS-EO-MOS-X PIC X(6) VALUE SPACES.
         01 WS-EO-AMT-ED PIC Z(8)9.99.
         01 WS-EO-AMT2-ED PIC Z(8)9.99.
         01 WS-EO-CNT-ED PIC Z(4)9.
         01 WS-CONTROL-FILEFD.
           05 WS-CTL-KEY PIC X(10).
           05 WS-CTL-NEXT-NO PIC 9(6).
           05 WS-CTL-LAST-OPER PIC X(8).
           05 WS-CTL-LAST-DATE PIC 9(8).
         01 WS-CONTROL-STATUS PIC X(2) VALUE "00".
           88 WS-CONTROL-OK VALUE "00".
           88 WS-CONTROL-EOF VALUE "10".
           88 WS-CONTROL-KEYNOTFOUND VALUE "23" "21".
           88 WS-CONTROL-DUPKEY VALUE "22".
           88 WS-CONTROL-FILENOTFOUND VALUE "35".
           88 WS-CONTROL-INUSE VALUE "51" "61".
         01 WS-CTL-DOCTYPE PIC X(10) VALUE SPACES.
         01 WS-CTL-SEED PIC 9(6) VALUE ZERO.
         01 WS-CTL-NUMBER PIC 9(6) VALUE ZERO.
         01 WS-CTL-GOT-SW PIC X VALUE "N".
           88 WS-CTL-GOT VALUE "Y".
         01 WS-CTL-BUSY-SW PIC X VALUE "N".
           88 WS-CTL-BUSY VALUE "Y".
         01 WS-LOCK-RETRY-SW PIC X VALUE "N".
           88 WS-LOCK-RETRY VALUE "Y".
         01 WS-LOCK-ANSWER PIC 9 VALUE ZERO.

         LOCAL-STORAGE SECTION.
         01 USER-SELECTION PIC 9 VALUE ZERO.
           05 LS-NAME PIC X(19) VALUE "| Name".
           05 LS-DES PIC X(43) VALUE "| Description".
           05 LS-INS PIC X(11) VALUE "| In Stock".
           05 LS-UOM PIC X(8) VALUE "| Unit".
           05 LS-COST PIC X(6) VALUE "| Cost".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
       0000SELECTIONSTART.
         IF NOT WS-SIGNEDON
           PERFORM 0000SIGNON
         END-IF.
         MOVE 0 TO USER-SELECTION.
         ACCEPT CURRENTDATE2 FROM DATE yyyymmdd.
         DISPLAY "-----------------------------------------------------"
                 "-----------------------------------------------------"
                 "-----------".
         DISPLAY "Cobol Simple Inventory 0.1 "YY2"-"MM2"-"DD2
           "   Operator: " WS-OPERATOR-ID " " WS-OPERATOR-NAME.
         DISPLAY "-----------------------------------------------------"
                 "-----------------------------------------------------"
                 "-----------".
           DISPLAY "    5 : Purchasing"
           DISPLAY "    6 : Stock Count"
           DISPLAY "    7 : Customer Orders"
           DISPLAY "    8 : System, Operators And Information"
           DISPLAY "    9 : Exit application"
           DISPLAY "Select number and press Enter: "
           ACCEPT USER-SELECTION
             WHEN 5 GO TO 0000SELECTIONPURCHASING
             WHEN 6 GO TO 0000SELECTIONCOUNTING
             WHEN 7 GO TO 0000SELECTIONORDERS
             WHEN 8 GO TO 0000SELECTIONSYSTEM
             WHEN 9 GO TO 0000SELECTIONQUIT
             WHEN OTHER PERFORM 0000SELECTIONSTARTERROR
           END-EVALUATE
           READ DATAFILE INTO WS-DATAFILEFD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
               IF WS-STOCK-UOM = SPACES
                 MOVE "EA" TO WS-STOCK-UOM
               END-IF
               DISPLAY IKEY "        | " MN "    | "
                 NAME " | " DES " | " INS "  | " WS-STOCK-UOM "  | "
                 COST " " ICURRENCY
           END-READ
           PERFORM 0000CHECKDATAFILESTATUS
         END-PERFORM.
           DISPLAY "    3 : Delete Item In Inventory"
           DISPLAY "    4 : Delete ALL Inventory"
           DISPLAY "    5 : Restore Inventory From Backup"
           DISPLAY "    6 : Bills Of Material And Work Orders"
           DISPLAY "    7 : Units Of Measure"
           DISPLAY "    8 : Go To Main Menu"
           DISPLAY "    9 : Exit Application"
           DISPLAY "Select number and press Enter: "
           ACCEPT USER-SELECTION

             WHEN 3 PERFORM 0000SELECTIONDELETE
             WHEN 4 PERFORM 0000SELECTIONDELETEALL
             WHEN 5 PERFORM 0000SELECTIONRESTORE
             WHEN 6 PERFORM 0000SELECTIONWORKORDERS
             WHEN 7 PERFORM 0000SELECTIONUOM
             WHEN 8
               PERFORM 0000CLOSEINVENTORYDATAFILE
               PERFORM 0000SELECTIONSTART
             WHEN 9 GO TO 0000SELECTIONQUIT
             WHEN OTHER PERFORM 0000SELECTIONCONTACTSERROR
           END-EVALUATE
         END-PERFORM.

       0000SELECTIONADD.
       MOVE 0 TO USER-SELECTION.
       MOVE 2 TO WS-AUTH-NEED.
       MOVE "INVENTORYADD" TO WS-AUTH-FUNCTION.
       PERFORM 0000CHECKAUTHORITY.
       IF NOT WS-AUTH-GRANTED
         GO TO 0000SELECTIONINVENTORY
       END-IF.

       DISPLAY " ".
       DISPLAY "Enter Part Number (4 digets):".
       ACCEPT WS-ICURRENCY
       DISPLAY "Enter Reorder Point:"
       ACCEPT WS-REORDER-POINT
       DISPLAY "Enter Stocking Unit (max 4 characters, blank = EA):"
       ACCEPT WS-STOCK-UOM
       IF WS-STOCK-UOM = SPACES
         MOVE "EA" TO WS-STOCK-UOM
       END-IF.
       DISPLAY "Enter Location (3 characters, blank = MAI):"
       ACCEPT WS-MOVELOC.
       IF WS-MOVELOC = SPACES
       MOVE WS-COST TO COST.
       MOVE WS-ICURRENCY TO ICURRENCY.
       MOVE WS-REORDER-POINT TO REORDER-POINT.
       MOVE WS-STOCK-UOM TO STOCK-UOM.

       MOVE WS-DATAFILEFD TO DATAFILEFD.


       0000SELECTIONEDIT.
         MOVE 0 TO USER-SELECTION.
         MOVE 2 TO WS-AUTH-NEED.
         MOVE "INVENTORYEDIT" TO WS-AUTH-FUNCTION.
         PERFORM 0000CHECKAUTHORITY.
         IF NOT WS-AUTH-GRANTED
           GO TO 0000SELECTIONINVENTORY
         END-IF.
         MOVE 0 TO WS-LOOKUPMODE.
         MOVE "N" TO WS-STOCKMOVE-PENDING-SW.

               DISPLAY "!!!ERROR WRONG INPUT"
               PERFORM 0000SELECTIONEDITERROR2
             END-IF
           WHEN 2
             DISPLAY "Enter Model Number To Edit:"
             ACCEPT WS-MN
           WHEN 3
             DISPLAY "Enter Name To Edit:"
             ACCEPT WS-NAME
           WHEN OTHER
             DISPLAY "!!!ERROR WRONG INPUT"
             GO TO 0000SELECTIONINVENTORY
         END-EVALUATE.
         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           EVALUATE WS-LOOKUPMODE
             WHEN 1
               MOVE WS-IKEY TO IKEY
               READ DATAFILE INTO WS-DATAFILEFD WITH LOCK
                 KEY IS IKEY
                 INVALID KEY
                   DISPLAY "!ERROR PART NUMBER DOSE NOT EXIST!"
                   PERFORM 0000SELECTIONEDITERROR2
               END-READ
             WHEN 2
               MOVE WS-MN TO MN
               READ DATAFILE INTO WS-DATAFILEFD WITH LOCK
                 KEY IS MN
                 INVALID KEY
                   DISPLAY "!ERROR MODEL NUMBER DOSE NOT EXIST!"
                   PERFORM 0000SELECTIONEDITERROR2
               END-READ
             WHEN 3
               MOVE WS-NAME TO NAME
               READ DATAFILE INTO WS-DATAFILEFD WITH LOCK
                 KEY IS NAME
                 INVALID KEY
                   DISPLAY "!ERROR NAME DOSE NOT EXIST!"
                   PERFORM 0000SELECTIONEDITERROR2
               END-READ
           END-EVALUATE
           IF WS-DATAFILE-INUSE
             PERFORM 0000RECORDINUSE
             IF NOT WS-LOCK-RETRY
               GO TO 0000SELECTIONINVENTORY
             END-IF
           END-IF
         END-PERFORM.
         PERFORM 0000CHECKDATAFILESTATUS.
         MOVE WS-DATAFILEFD TO WS-OLDDATAFILEFD.

         DISPLAY "    Cost Per Unit : " WS-COST
         DISPLAY "    Currency      : " WS-ICURRENCY
         DISPLAY "    Reorder Point : " WS-REORDER-POINT
         DISPLAY "    Stocking Unit : " WS-STOCK-UOM
         DISPLAY "---------------------------------------------------"
                 "---------------------------------------------------"
                 "-----------"
         DISPLAY "    5 : Edit Cost"
         DISPLAY "    6 : Edit Currency"
         DISPLAY "    7 : Edit Reorder Point"
         DISPLAY "    8 : Edit Stocking Unit"
         DISPLAY "    9 : Cancel Edit"
         DISPLAY "Select number and press Enter: "
         ACCEPT USER-SELECTION

           WHEN 5 PERFORM 0000SELECTIONEDITCOST
           WHEN 6 PERFORM 0000SELECTIONEDITCURRENCY
           WHEN 7 PERFORM 0000SELECTIONEDITREORDERPOINT
           WHEN 8 PERFORM 0000SELECTIONEDITSTOCKUOM
           WHEN 9
             UNLOCK DATAFILE
             GO TO 0000SELECTIONINVENTORY
           WHEN OTHER PERFORM 0000SELECTIONEDITERROR
         END-EVALUATE
       END-PERFORM.
           ACCEPT WS-REORDER-POINT.
           GO TO 0000CONTINUEEDIT.

         0000SELECTIONEDITSTOCKUOM.
           DISPLAY " ".
           IF WS-INS > ZERO
             DISPLAY "!ERROR STOCKING UNIT CAN NOT CHANGE WHILE "
               "ITEM IS IN STOCK!"
             MOVE 0 TO USER-SELECTION
             GO TO 0000SELECTIONEDITMENU
           END-IF.
           DISPLAY "New Stocking Unit (max 4 characters, blank = EA):"
           ACCEPT WS-STOCK-UOM.
           IF WS-STOCK-UOM = SPACES
             MOVE "EA" TO WS-STOCK-UOM
           END-IF.
           DISPLAY "Note: alternate unit factors are held per stocking"
             " unit - review them under Units Of Measure.".
           GO TO 0000CONTINUEEDIT.

         0000CONTINUEEDIT.

         PERFORM 0000VALIDATEEDIT.
         MOVE WS-COST TO COST.
         MOVE WS-ICURRENCY TO ICURRENCY.
         MOVE WS-REORDER-POINT TO REORDER-POINT.
         MOVE WS-STOCK-UOM TO STOCK-UOM.
           REWRITE DATAFILEFD
             INVALID KEY DISPLAY"!ERROR CONTACT DOSE NOT EXIST!"
             NOT INVALID KEY
               END-IF
           END-REWRITE.
         PERFORM 0000CHECKDATAFILESTATUS.
         UNLOCK DATAFILE.
         MOVE "N" TO WS-STOCKMOVE-PENDING-SW.

       GO TO 0000SELECTIONINVENTORY.

       DISPLAY " ".
       DISPLAY "!ERROR WRONG INPUT!".
       UNLOCK DATAFILE.
       GO TO 0000SELECTIONEDIT.

       0000SELECTIONEDITERROR2.

       0000SELECTIONDELETE.
         MOVE 0 TO USER-SELECTION.
         MOVE 2 TO WS-AUTH-NEED.
         MOVE "INVENTORYDELETE" TO WS-AUTH-FUNCTION.
         PERFORM 0000CHECKAUTHORITY.
         IF NOT WS-AUTH-GRANTED
           GO TO 0000SELECTIONINVENTORY
         END-IF.
         MOVE 0 TO WS-LOOKUPMODE.
         DISPLAY " ".
         DISPLAY "---------------------------------------------------"
               DISPLAY "!ERROR WRONG INPUT!"
               PERFORM 0000SELECTIONDELETEERROR2
             END-IF
           WHEN 2
             DISPLAY "Enter Model Number Of Item To Be Deleted:"
             ACCEPT WS-MN
           WHEN 3
             DISPLAY "Enter Name Of Item To Be Deleted:"
             ACCEPT WS-NAME
           WHEN OTHER
             DISPLAY "!ERROR WRONG INPUT!"
             GO TO 0000SELECTIONINVENTORY
         END-EVALUATE.
         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           EVALUATE WS-LOOKUPMODE
             WHEN 1
               MOVE WS-IKEY TO IKEY
               READ DATAFILE INTO WS-DATAFILEFD WITH LOCK
                 KEY IS IKEY
                 INVALID KEY
                   DISPLAY "!ERROR PART NUMBER DOSE NOT EXIST!"
                   PERFORM 0000SELECTIONDELETEERROR2
               END-READ
             WHEN 2
               MOVE WS-MN TO MN
               READ DATAFILE INTO WS-DATAFILEFD WITH LOCK
                 KEY IS MN
                 INVALID KEY
                   DISPLAY "!ERROR MODEL NUMBER DOSE NOT EXIST!"
                   PERFORM 0000SELECTIONDELETEERROR2
               END-READ
             WHEN 3
               MOVE WS-NAME TO NAME
               READ DATAFILE INTO WS-DATAFILEFD WITH LOCK
                 KEY IS NAME
                 INVALID KEY
                   DISPLAY "!ERROR NAME DOSE NOT EXIST!"
                   PERFORM 0000SELECTIONDELETEERROR2
               END-READ
           END-EVALUATE
           IF WS-DATAFILE-INUSE
             PERFORM 0000RECORDINUSE
             IF NOT WS-LOCK-RETRY
               GO TO 0000SELECTIONINVENTORY
             END-IF
           END-IF
         END-PERFORM.
         PERFORM 0000CHECKDATAFILESTATUS.

         DISPLAY " ".

           EVALUATE USER-SELECTION
             WHEN 1 PERFORM 0000CONTINUEDELETE
             WHEN 2
               UNLOCK DATAFILE
               PERFORM 0000SELECTIONINVENTORY
             WHEN OTHER PERFORM 0000SELECTIONDELETEERROR
           END-EVALUATE
         END-PERFORM.

         0000CONTINUEDELETE.

         PERFORM 0000PARTREFCHECK.
         IF WS-REF-FOUND
           DISPLAY "!PART CAN NOT BE DELETED!"
           DISPLAY "Reason: " WS-REF-REASON
           UNLOCK DATAFILE
           GO TO 0000SELECTIONINVENTORY
         END-IF.

         MOVE WS-DATAFILEFD TO WS-OLDDATAFILEFD.

         DELETE DATAFILE
             DISPLAY "Item Deleted."
             PERFORM 0000JOURNALDELETE
             PERFORM 0000PURGELOCSTOCK
             PERFORM 0000PURGEPARTLINKS
         END-DELETE.
         PERFORM 0000CHECKDATAFILESTATUS.
         UNLOCK DATAFILE.

       GO TO 0000SELECTIONINVENTORY.


       DISPLAY " ".
       DISPLAY "!ERROR WRONG INPUT!".
       UNLOCK DATAFILE.
       GO TO 0000SELECTIONDELETE.

       0000SELECTIONDELETEERROR2.

       0000SELECTIONDELETEALL.
         MOVE 0 TO USER-SELECTION.
         MOVE 3 TO WS-AUTH-NEED.
         MOVE "DELETEALL" TO WS-AUTH-FUNCTION.
         PERFORM 0000CHECKAUTHORITY.
         IF NOT WS-AUTH-GRANTED
           GO TO 0000SELECTIONINVENTORY
         END-IF.
         DISPLAY " ".
           DISPLAY "---------------------------------------------------"
                   "---------------------------------------------------"
           MOVE 1 TO COST
           MOVE "SEK" TO ICURRENCY
           MOVE 0 TO REORDER-POINT
           MOVE "EA" TO STOCK-UOM
           WRITE DATAFILEFD
           END-WRITE.
         PERFORM 0000CHECKDATAFILESTATUS.

       0000SELECTIONRESTORE.
         MOVE 0 TO USER-SELECTION.
         MOVE 3 TO WS-AUTH-NEED.
         MOVE "RESTORE" TO WS-AUTH-FUNCTION.
         PERFORM 0000CHECKAUTHORITY.
         IF NOT WS-AUTH-GRANTED
           GO TO 0000SELECTIONINVENTORY
         END-IF.
         DISPLAY " ".
         DISPLAY "---------------------------------------------------"
                 "---------------------------------------------------"
         MOVE WS-COST TO COST.
         MOVE WS-ICURRENCY TO ICURRENCY.
         MOVE WS-REORDER-POINT TO REORDER-POINT.
         MOVE WS-STOCK-UOM TO STOCK-UOM.
         WRITE DATAFILEFD
           INVALID KEY
             DISPLAY "!ERROR RESTORING RECORD, PART NUMBER " WS-IKEY
       0000JOURNALDELETE.
         MOVE "DELETE" TO WS-JOURNALOP.
         MOVE ZERO TO WS-INS WS-COST WS-REORDER-POINT.
         MOVE SPACES TO WS-MN WS-NAME WS-DES WS-ICURRENCY
           WS-STOCK-UOM.
         PERFORM 0000WRITEJOURNAL.

       0000JOURNALDELETEALL.
         MOVE SPACES TO JOURNAL-LINE.
         STRING YY2 MM2 DD2 " " WS-JNL-HH WS-JNL-MM WS-JNL-SS
           " " WS-JOURNALOP " RECORDS=" WS-BACKUP-RECORDCOUNT
           " BACKUP=" WS-BACKUP-FILENAME " OPER=" WS-OPERATOR-ID
           DELIMITED BY SIZE INTO JOURNAL-LINE
         END-STRING.
         OPEN EXTEND JOURNAL-FILE.
         STRING YY2 MM2 DD2 " " WS-JNL-HH WS-JNL-MM WS-JNL-SS
           " " WS-JOURNALOP " RESTORED=" WS-BACKUP-RECORDCOUNT
           " REJECTED=" WS-BACKUP-REJECTCOUNT
           " BACKUP=" WS-BACKUP-FILENAME " OPER=" WS-OPERATOR-ID
           DELIMITED BY SIZE INTO JOURNAL-LINE
         END-STRING.
         OPEN EXTEND JOURNAL-FILE.
           " REASON=" WS-REASONCODE " QTY=" WS-MOVEQTY
           " OLDINS=" WS-STOCKOLDINS " NEWINS=" WS-INS
           " LOC=" WS-MOVELOC " TOLOC=" WS-MOVETOLOC
           " OPER=" WS-OPERATOR-ID
           DELIMITED BY SIZE INTO STOCKMOVE-LINE
         END-STRING.
         OPEN EXTEND STOCKMOVE-FILE.
           " IKEY=" WS-IKEY " PO=" WS-PO-NO
           " OLDCOST=" WS-STOCKOLDCOST " NEWCOST=" WS-COST
           " QTY=" WS-RCV-QTY " CUR=" WS-ICURRENCY
           " OPER=" WS-OPERATOR-ID
           DELIMITED BY SIZE INTO COSTHIST-LINE
         END-STRING.
         OPEN EXTEND COSTHIST-FILE.
           ",DES=" WS-DES ",INS=" WS-INS
           ",COST=" WS-COST ",CUR=" WS-ICURRENCY
           ",ROP=" WS-REORDER-POINT ")"
           " OPER=" WS-OPERATOR-ID
           " UOM=" WS-OLDSTOCKUOM "/" WS-STOCK-UOM
           DELIMITED BY SIZE INTO JOURNAL-LINE
         END-STRING.
         OPEN EXTEND JOURNAL-FILE.
           DISPLAY "    2 : Low Stock / Reorder Report"
           DISPLAY "    3 : Stock Movement History Inquiry"
           DISPLAY "    4 : Ledger Reconciliation Report"
           DISPLAY "    5 : Period-End Close And Stock Provision"
           DISPLAY "    6 : Valuation Trend Report"
           DISPLAY "    7 : ABC Classification Report"
           DISPLAY "    8 : Reorder Point Suggestions"
             WHEN 2 PERFORM 0000SELECTIONREORDERREPORT
             WHEN 3 PERFORM 0000SELECTIONMOVEHISTORY
             WHEN 4 PERFORM 0000SELECTIONRECONREPORT
             WHEN 5 PERFORM 0000SELECTIONPERIODEND
             WHEN 6 PERFORM 0000SELECTIONTRENDREPORT
             WHEN 7 PERFORM 0000SELECTIONABCREPORT
             WHEN 8 PERFORM 0000SELECTIONROPSUGGEST
             DELIMITED BY SIZE INTO VALUATION-REPORT-LINE
         END-IF.
         WRITE VALUATION-REPORT-LINE.
         MOVE "Part  Model      Name        Stock  Unit    Cost  Curr"
           TO VALUATION-REPORT-LINE.
         WRITE VALUATION-REPORT-LINE.
         MOVE ALL "-" TO VALUATION-REPORT-LINE.
                   MOVE WS-LOCQTY TO WS-RPTQTY
                 END-IF
                 COMPUTE WS-EXTVALUE = WS-RPTQTY * WS-COST
                 IF WS-STOCK-UOM = SPACES
                   MOVE "EA" TO WS-STOCK-UOM
                 END-IF
                 STRING WS-IKEY " " WS-MN " " WS-NAME " "
                   WS-RPTQTY " " WS-STOCK-UOM " " WS-COST " "
                   WS-ICURRENCY "   " WS-EXTVALUE
                   DELIMITED BY SIZE INTO VALUATION-REPORT-LINE
                 WRITE VALUATION-REPORT-LINE
                 ADD WS-EXTVALUE TO WS-GRANDTOTAL
             DELIMITED BY SIZE INTO REORDER-REPORT-LINE
         END-IF.
         WRITE REORDER-REPORT-LINE.
         MOVE "Part  Model      Name          Stock  Unit Reorder Pt"
           TO REORDER-REPORT-LINE.
         WRITE REORDER-REPORT-LINE.
         MOVE ALL "-" TO REORDER-REPORT-LINE.
                   MOVE WS-LOCQTY TO WS-RPTQTY
                 END-IF
                 IF WS-RPTQTY < WS-REORDER-POINT
                   IF WS-STOCK-UOM = SPACES
                     MOVE "EA" TO WS-STOCK-UOM
                   END-IF
                   STRING WS-IKEY " " WS-MN " " WS-NAME " "
                     WS-RPTQTY " " WS-STOCK-UOM " " WS-REORDER-POINT
                     DELIMITED BY SIZE INTO REORDER-REPORT-LINE
                   WRITE REORDER-REPORT-LINE
                 END-IF
         DISPLAY " ".
         DISPLAY "Movement History For Part " WS-HIST-IKEY.
         DISPLAY "Date     Time   Type       Reason     Qty     "
                 "Loc To  Balance     Operator".
         DISPLAY "---------------------------------------------------"
                 "------------------------------".

         PERFORM UNTIL WS-ENDOFFILE = 1
           READ STOCKMOVE-FILE INTO WS-MOVEPARSE
         PERFORM 0000CHECKSTOCKMOVESTATUS.

         DISPLAY "---------------------------------------------------"
                 "------------------------------".
         DISPLAY "Movements listed: " WS-HIST-COUNT.

       GO TO 0000SELECTIONREPORTS.
         END-IF.
         EVALUATE WS-MP-TYPE
           WHEN "RECEIPT" ADD WS-MP-QTY TO WS-RUNBAL-S
           WHEN "RETURN" ADD WS-MP-QTY TO WS-RUNBAL-S
           WHEN "ISSUE" SUBTRACT WS-MP-QTY FROM WS-RUNBAL-S
           WHEN "WORECEIPT" ADD WS-MP-QTY TO WS-RUNBAL-S
           WHEN "WOISSUE" SUBTRACT WS-MP-QTY FROM WS-RUNBAL-S
           WHEN "ADJUSTMENT" MOVE WS-MP-NEWINS TO WS-RUNBAL-S
           WHEN "TRANSFER" CONTINUE
           WHEN OTHER CONTINUE

         DISPLAY WS-MP-DATE " " WS-MP-TIME " " WS-MP-TYPE " "
           WS-MP-REASON " " WS-MP-QTY " " WS-MP-LOC " "
           WS-MP-TOLOC " " WS-RUNBAL-ED " " WS-MP-OPER.
         ADD 1 TO WS-HIST-COUNT.

       0000SELECTIONRECONREPORT.
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

       0000SELECTIONPERIODCLOSE.
         MOVE 0 TO USER-SELECTION.
         MOVE 3 TO WS-AUTH-NEED.
         MOVE "PERIODCLOSE" TO WS-AUTH-FUNCTION.
         PERFORM 0000CHECKAUTHORITY.
         IF NOT WS-AUTH-GRANTED
           GO TO 0000SELECTIONPERIODEND
         END-IF.
         ACCEPT CURRENTDATE2 FROM DATE YYYYMMDD.
         DISPLAY " ".
         DISPLAY "Period To Close (YYYYMM, blank = current):".
         ELSE
           IF WS-CLOSE-PERIOD-X IS NOT NUMERIC
             DISPLAY "!ERROR PERIOD MUST BE NUMERIC YYYYMM!"
             GO TO 0000SELECTIONPERIODEND
           END-IF
           MOVE WS-CLOSE-PERIOD-X TO WS-CLOSE-PERIOD
         END-IF.
         PERFORM 0000OPENVALHISTFILE.
         IF NOT WS-VALHIST-OK
           DISPLAY "!CANNOT OPEN VALUATION HISTORY FILE!"
           GO TO 0000SELECTIONPERIODEND
         END-IF.
         MOVE WS-CLOSE-PERIOD TO VALHIST-PERIOD.
         MOVE "ALL" TO VALHIST-CURRENCY.
             DISPLAY "!PERIOD " WS-CLOSE-PERIOD
               " IS ALREADY CLOSED AND LOCKED!"
             CLOSE VALHIST-FILE
             GO TO 0000SELECTIONPERIODEND
         END-READ.
         PERFORM 0000CHECKVALHISTSTATUS.

         CLOSE VALHIST-FILE.
         PERFORM 0000CHECKVALHISTSTATUS.

       GO TO 0000SELECTIONPERIODEND.

       0000CONTINUEPERIODCLOSE.
         MOVE 0 TO WS-ENDOFFILE.
           CLOSE EXRATE-FILE
           PERFORM 0000CHECKEXRATESTATUS
         END-IF.
         UNLOCK VALHIST-FILE.

         MOVE WS-CLOSE-PERIOD TO VALHIST-PERIOD.
         MOVE "ALL" TO VALHIST-CURRENCY.
         PERFORM 0000CHECKVALHISTSTATUS.

       0000CLOSEONECURRENCY.
         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           MOVE WS-CLOSE-PERIOD TO VALHIST-PERIOD
           MOVE WS-CURR-CODE (WS-CURR-IDX) TO VALHIST-CURRENCY
           READ VALHIST-FILE WITH LOCK
             KEY IS VALHIST-KEY
             INVALID KEY
               MOVE WS-CURR-TOTAL (WS-CURR-IDX) TO VALHIST-TOTAL
               WRITE VALHIST-FILEFD
                 INVALID KEY
                   DISPLAY "!ERROR COULD NOT STORE SNAPSHOT FOR "
                     WS-CURR-CODE (WS-CURR-IDX) "!"
               END-WRITE
             NOT INVALID KEY
               MOVE WS-CURR-TOTAL (WS-CURR-IDX) TO VALHIST-TOTAL
               REWRITE VALHIST-FILEFD
                 INVALID KEY
                   DISPLAY "!ERROR COULD NOT STORE SNAPSHOT FOR "
                     WS-CURR-CODE (WS-CURR-IDX) "!"
               END-REWRITE
           END-READ
           IF WS-VALHIST-INUSE
             PERFORM 0000RECORDINUSE
             IF NOT WS-LOCK-RETRY
               DISPLAY "!SNAPSHOT FOR " WS-CURR-CODE (WS-CURR-IDX)
                 " NOT STORED!"
             END-IF
           END-IF
         END-PERFORM.
         PERFORM 0000CHECKVALHISTSTATUS.

         PERFORM 0000CURRTOHOMERATE.
           PERFORM 0000CHECKVALHISTSTATUS
         END-IF.

       0000SELECTIONPERIODEND.
         MOVE 0 TO USER-SELECTION.
         DISPLAY " ".
         DISPLAY "---------------------------------------------------"
                 "---------------------------------------------------"
                 "---------------".
         DISPLAY "PERIOD-END CLOSE AND STOCK PROVISION MENU".
         DISPLAY "---------------------------------------------------"
                 "---------------------------------------------------"
                 "---------------".
         PERFORM UNTIL USER-SELECTION>0
           DISPLAY "    1 : Period-End Close"
           DISPLAY "    2 : Excess And Obsolete Stock Report"
           DISPLAY "    3 : Approve Write-Down Provision"
           DISPLAY "    4 : List Write-Down Provisions"
           DISPLAY "    5 : Return To Reports Menu"
           DISPLAY "Select number and press Enter: "
           ACCEPT USER-SELECTION

           EVALUATE USER-SELECTION
             WHEN 1 PERFORM 0000SELECTIONPERIODCLOSE
             WHEN 2 PERFORM 0000SELECTIONEOREPORT
             WHEN 3 PERFORM 0000SELECTIONPROVAPPROVE
             WHEN 4 PERFORM 0000SELECTIONPROVLIST
             WHEN 5 GO TO 0000SELECTIONREPORTS
             WHEN OTHER PERFORM 0000SELECTIONPERIODENDERROR
           END-EVALUATE
         END-PERFORM.

       0000SELECTIONPERIODENDERROR.

       DISPLAY " ".
       DISPLAY "!ERROR WRONG INPUT!".
       GO TO 0000SELECTIONPERIODEND.

       0000SELECTIONEOREPORT.
         MOVE 0 TO USER-SELECTION.
         MOVE 2 TO WS-AUTH-NEED.
         MOVE "EOREPORT" TO WS-AUTH-FUNCTION.
         PERFORM 0000CHECKAUTHORITY.
         IF NOT WS-AUTH-GRANTED
           GO TO 0000SELECTIONPERIODEND
         END-IF.
         ACCEPT CURRENTDATE2 FROM DATE YYYYMMDD.
         MOVE CURRENTDATE2 TO WS-EO-TODAY.
         DISPLAY " ".
         DISPLAY "Provision Period (YYYYMM, blank = current):".
         ACCEPT WS-EO-PERIOD-X.
         IF WS-EO-PERIOD-X = SPACES
           COMPUTE WS-EO-PERIOD = YY2 * 100 + MM2
         ELSE
           IF WS-EO-PERIOD-X IS NOT NUMERIC
             DISPLAY "!ERROR PERIOD MUST BE NUMERIC YYYYMM!"
             GO TO 0000SELECTIONPERIODEND
           END-IF
           MOVE WS-EO-PERIOD-X TO WS-EO-PERIOD
         END-IF.
         IF WS-EO-PERIOD-MM < 1 OR WS-EO-PERIOD-MM > 12
           DISPLAY "!ERROR PERIOD MONTH MUST BE 01 TO 12!"
           GO TO 0000SELECTIONPERIODEND
         END-IF.
         IF WS-EO-PERIOD > YY2 * 100 + MM2
           DISPLAY "!ERROR PERIOD IS IN THE FUTURE!"
           GO TO 0000SELECTIONPERIODEND
         END-IF.

         DISPLAY "Months Without An Issue Before Stock Is Obsolete "
           "(3 digets, blank = 012):".
         MOVE 12 TO WS-EO-PARM-DEFAULT.
         PERFORM 0000EOASKPARM.
         IF NOT WS-EO-PARMOK OR WS-EO-PARM = ZERO
           DISPLAY "!ERROR THRESHOLD MUST BE 001 TO 999 MONTHS!"
           GO TO 0000SELECTIONPERIODEND
         END-IF.
         MOVE WS-EO-PARM TO WS-EO-THRESH.
         COMPUTE WS-EO-THRESH2 = WS-EO-THRESH * 2.
         DISPLAY "Write-Down % For Obsolete Stock "
           "(3 digets, blank = 050):".
         MOVE 50 TO WS-EO-PARM-DEFAULT.
         PERFORM 0000EOASKPARM.
         IF NOT WS-EO-PARMOK OR WS-EO-PARM > 100
           DISPLAY "!ERROR PERCENTAGE MUST BE 000 TO 100!"
           GO TO 0000SELECTIONPERIODEND
         END-IF.
         MOVE WS-EO-PARM TO WS-EO-OBSPCT.
         DISPLAY "Write-Down % When No Issue For Twice The Threshold "
           "(3 digets, blank = 100):".
         MOVE 100 TO WS-EO-PARM-DEFAULT.
         PERFORM 0000EOASKPARM.
         IF NOT WS-EO-PARMOK OR WS-EO-PARM > 100
           DISPLAY "!ERROR PERCENTAGE MUST BE 000 TO 100!"
           GO TO 0000SELECTIONPERIODEND
         END-IF.
         MOVE WS-EO-PARM TO WS-EO-FULLPCT.
         DISPLAY "Months Of Supply Above Which Stock Is Excess "
           "(3 digets, blank = 024, 000 = no excess check):".
         MOVE 24 TO WS-EO-PARM-DEFAULT.
         PERFORM 0000EOASKPARM.
         IF NOT WS-EO-PARMOK
           GO TO 0000SELECTIONPERIODEND
         END-IF.
         MOVE WS-EO-PARM TO WS-EO-EXCMOS.
         DISPLAY "Write-Down % For The Excess Quantity "
           "(3 digets, blank = 025):".
         MOVE 25 TO WS-EO-PARM-DEFAULT.
         PERFORM 0000EOASKPARM.
         IF NOT WS-EO-PARMOK OR WS-EO-PARM > 100
           DISPLAY "!ERROR PERCENTAGE MUST BE 000 TO 100!"
           GO TO 0000SELECTIONPERIODEND
         END-IF.
         MOVE WS-EO-PARM TO WS-EO-EXCPCT.

         COMPUTE WS-DAYNUM-DATE = WS-EO-PERIOD * 100 + 1.
         PERFORM 0000DATEMONTHDAYS.
         MOVE WS-DATEADD-MAXDD TO WS-DAYNUM-DD.
         MOVE WS-DAYNUM-DATE TO WS-RATEDATE.
         MOVE WS-DAYNUM-DATE TO WS-EO-ASOF.
         IF WS-EO-ASOF > WS-EO-TODAY
           MOVE WS-EO-TODAY TO WS-EO-ASOF
         END-IF.
         COMPUTE WS-EO-USEFROM = WS-EO-ASOF - 10000.

         PERFORM 0000EOLOADHISTORY.
         IF WS-EO-FIRSTDATE = ZERO
           DISPLAY "!NO STOCK MOVEMENTS ON FILE YET!"
           GO TO 0000SELECTIONPERIODEND
         END-IF.
         IF WS-EO-FIRSTDATE > WS-EO-USEFROM
           MOVE WS-EO-FIRSTDATE TO WS-DATE1
           MOVE WS-EO-ASOF TO WS-DATE2
           PERFORM 0000DATEDIFFEXACT
           COMPUTE WS-EO-USEMONTHS ROUNDED =
             WS-DAYNUM-DIFF-S * 12 / 365
           IF WS-EO-USEMONTHS < 1
             MOVE 1 TO WS-EO-USEMONTHS
           END-IF
         ELSE
           MOVE 12 TO WS-EO-USEMONTHS
         END-IF.

         OPEN INPUT DATAFILE.
         PERFORM 0000CHECKDATAFILESTATUS.
         IF NOT WS-DATAFILE-OK
           DISPLAY "!NO INVENTORY ON FILE YET!"
           GO TO 0000SELECTIONPERIODEND
         END-IF.
         OPEN INPUT EXRATE-FILE.
         PERFORM 0000CHECKEXRATESTATUS.
           END-IF
         END-IF.

         MOVE ZERO TO WS-EO-TOTVALUE.
         MOVE ZERO TO WS-EO-TOTPROV.
         MOVE ZERO TO WS-EO-PROVPARTS.
         MOVE ZERO TO WS-EO-NORATE.
         INITIALIZE WS-EO-BANDTOTALS.
         OPEN OUTPUT OBSOLETE-REPORT.
         MOVE "EXCESS AND OBSOLETE STOCK REPORT"
           TO OBSOLETE-REPORT-LINE.
         WRITE OBSOLETE-REPORT-LINE.
         MOVE SPACES TO OBSOLETE-REPORT-LINE.
         STRING "Run Date: " YY2 "-" MM2 "-" DD2
           "  Period: " WS-EO-PERIOD
           "  As Of: " WS-EO-ASOF
           "  Currency: " WS-HOME-CURRENCY
           "  Rates As Of: " WS-RATEDATE
           DELIMITED BY SIZE INTO OBSOLETE-REPORT-LINE.
         WRITE OBSOLETE-REPORT-LINE.
         MOVE SPACES TO OBSOLETE-REPORT-LINE.
         STRING "Obsolete after " WS-EO-THRESH
           " months without an issue: " WS-EO-OBSPCT
           "% written down, " WS-EO-FULLPCT "% after "
           WS-EO-THRESH2 " months"
           DELIMITED BY SIZE INTO OBSOLETE-REPORT-LINE.
         WRITE OBSOLETE-REPORT-LINE.
         MOVE SPACES TO OBSOLETE-REPORT-LINE.
         IF WS-EO-EXCMOS = ZERO
           MOVE "Excess check: not applied" TO OBSOLETE-REPORT-LINE
         ELSE
           STRING "Excess over " WS-EO-EXCMOS
             " months of supply: " WS-EO-EXCPCT
             "% of the excess quantity written down"
             DELIMITED BY SIZE INTO OBSOLETE-REPORT-LINE
         END-IF.
         WRITE OBSOLETE-REPORT-LINE.
         MOVE SPACES TO OBSOLETE-REPORT-LINE.
         STRING "Usage rate from issues in the " WS-EO-USEMONTHS
           " months to the as-of date. Movement history from "
           WS-EO-FIRSTDATE ", archived logs read: " WS-EO-FILES
           DELIMITED BY SIZE INTO OBSOLETE-REPORT-LINE.
         WRITE OBSOLETE-REPORT-LINE.
         MOVE "Stock on hand and unit cost as on file at run time."
           TO OBSOLETE-REPORT-LINE.
         WRITE OBSOLETE-REPORT-LINE.
         MOVE SPACES TO OBSOLETE-REPORT-LINE.
         STRING "Part  Name             Age Band     Last Issue "
           "Stock  Unit Supply  Value (home)  WD%    Provision "
           "Reason"
           DELIMITED BY SIZE INTO OBSOLETE-REPORT-LINE.
         WRITE OBSOLETE-REPORT-LINE.
         MOVE ALL "-" TO OBSOLETE-REPORT-LINE.
         WRITE OBSOLETE-REPORT-LINE.

         MOVE 0 TO WS-ENDOFFILE.
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ DATAFILE INTO WS-DATAFILEFD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
               IF WS-INS > ZERO
                 PERFORM 0000EOONEPART
               END-IF
           END-READ
           PERFORM 0000CHECKDATAFILESTATUS
         END-PERFORM.
         MOVE 0 TO WS-ENDOFFILE.
         CLOSE DATAFILE.
         PERFORM 0000CHECKDATAFILESTATUS.
         IF WS-EXRATE-AVAILABLE
           CLOSE EXRATE-FILE
           PERFORM 0000CHECKEXRATESTATUS
         END-IF.

         MOVE ALL "-" TO OBSOLETE-REPORT-LINE.
         WRITE OBSOLETE-REPORT-LINE.
         MOVE "AGE BAND SUMMARY (months since the last issue)"
           TO OBSOLETE-REPORT-LINE.
         WRITE OBSOLETE-REPORT-LINE.
         MOVE "Age Band      Parts  Value (home)     Provision"
           TO OBSOLETE-REPORT-LINE.
         WRITE OBSOLETE-REPORT-LINE.
         PERFORM 0000EOBANDLINE
           VARYING WS-EO-BAND FROM 1 BY 1
           UNTIL WS-EO-BAND > 5.
         MOVE ALL "-" TO OBSOLETE-REPORT-LINE.
         WRITE OBSOLETE-REPORT-LINE.
         MOVE WS-EO-TOTVALUE TO WS-EO-AMT-ED.
         MOVE SPACES TO OBSOLETE-REPORT-LINE.
         STRING "TOTAL STOCK VALUE (" WS-HOME-CURRENCY "): "
           WS-EO-AMT-ED
           DELIMITED BY SIZE INTO OBSOLETE-REPORT-LINE.
         WRITE OBSOLETE-REPORT-LINE.
         MOVE WS-EO-TOTPROV TO WS-EO-AMT-ED.
         MOVE WS-EO-PROVPARTS TO WS-EO-CNT-ED.
         MOVE SPACES TO OBSOLETE-REPORT-LINE.
         STRING "SUGGESTED PROVISION (" WS-HOME-CURRENCY "): "
           WS-EO-AMT-ED "  Parts written down: " WS-EO-CNT-ED
           DELIMITED BY SIZE INTO OBSOLETE-REPORT-LINE.
         WRITE OBSOLETE-REPORT-LINE.
         IF WS-EO-NORATE > ZERO
           MOVE WS-EO-NORATE TO WS-EO-CNT-ED
           MOVE SPACES TO OBSOLETE-REPORT-LINE
           STRING "!PARTS NOT VALUED - NO EXCHANGE RATE: "
             WS-EO-CNT-ED "!"
             DELIMITED BY SIZE INTO OBSOLETE-REPORT-LINE
           WRITE OBSOLETE-REPORT-LINE
         END-IF.
         CLOSE OBSOLETE-REPORT.

         DISPLAY " ".
         DISPLAY "Excess and obsolete report written to "
           "cob-simpleinventory-obsolete.txt".
         DISPLAY "Suggested provision (" WS-HOME-CURRENCY "): "
           WS-EO-AMT-ED.

         PERFORM UNTIL USER-SELECTION>0
           DISPLAY "Save this provision for period " WS-EO-PERIOD
           DISPLAY "for supervisor approval?"
           DISPLAY "    1 : Yes save the provision"
           DISPLAY "    2 : No!"
           DISPLAY "Select number and press Enter: "
           ACCEPT USER-SELECTION

           EVALUATE USER-SELECTION
             WHEN 1 PERFORM 0000EOSAVEPROVISION
             WHEN 2 CONTINUE
             WHEN OTHER
               DISPLAY "!ERROR WRONG INPUT!"
               MOVE 0 TO USER-SELECTION
           END-EVALUATE
         END-PERFORM.

       GO TO 0000SELECTIONPERIODEND.

       0000EOASKPARM.
         MOVE "Y" TO WS-EO-PARMOK-SW.
         MOVE SPACES TO WS-EO-PARM-X.
         ACCEPT WS-EO-PARM-X.
         IF WS-EO-PARM-X = SPACES
           MOVE WS-EO-PARM-DEFAULT TO WS-EO-PARM
         ELSE
           IF WS-EO-PARM-X IS NOT NUMERIC
             DISPLAY "!ERROR VALUE MUST BE 3 DIGETS!"
             MOVE "N" TO WS-EO-PARMOK-SW
           ELSE
             MOVE WS-EO-PARM-X TO WS-EO-PARM
           END-IF
         END-IF.

       0000EOLOADHISTORY.
         MOVE 0 TO WS-ENDOFFILE.
         MOVE ZERO TO WS-EO-COUNT.
         MOVE ZERO TO WS-EO-FIRSTDATE.
         MOVE ZERO TO WS-EO-FILES.
         INITIALIZE WS-EO-TABLE.
         OPEN INPUT VALHIST-FILE.
         PERFORM 0000CHECKVALHISTSTATUS.
         IF WS-VALHIST-OK
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ VALHIST-FILE NEXT RECORD INTO WS-VALHIST-FILEFD
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END
                 IF WS-VALHIST-CURRENCY = "ALL"
                   PERFORM 0000EOREADARCHIVE
                 END-IF
             END-READ
             PERFORM 0000CHECKVALHISTSTATUS
           END-PERFORM
           CLOSE VALHIST-FILE
           PERFORM 0000CHECKVALHISTSTATUS
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.

         OPEN INPUT STOCKMOVE-FILE.
         PERFORM 0000CHECKSTOCKMOVESTATUS.
         IF WS-STOCKMOVE-OK
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ STOCKMOVE-FILE INTO WS-MOVEPARSE
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END PERFORM 0000EOONEMOVE
             END-READ
             PERFORM 0000CHECKSTOCKMOVESTATUS
           END-PERFORM
           CLOSE STOCKMOVE-FILE
           PERFORM 0000CHECKSTOCKMOVESTATUS
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.

       0000EOREADARCHIVE.
         MOVE SPACES TO WS-MOVEARCH-FILENAME.
         STRING "cob-simpleinventory-stockmoves-" WS-VALHIST-PERIOD
           ".log"
           DELIMITED BY SIZE INTO WS-MOVEARCH-FILENAME
         END-STRING.
         OPEN INPUT MOVEARCH-FILE.
         PERFORM 0000CHECKMOVEARCHSTATUS.
         IF WS-MOVEARCH-OK
           ADD 1 TO WS-EO-FILES
           MOVE "N" TO WS-EO-ARCHEOF-SW
           PERFORM UNTIL WS-EO-ARCHEOF
             READ MOVEARCH-FILE INTO WS-MOVEPARSE
               AT END MOVE "Y" TO WS-EO-ARCHEOF-SW
               NOT AT END PERFORM 0000EOONEMOVE
             END-READ
             PERFORM 0000CHECKMOVEARCHSTATUS
           END-PERFORM
           CLOSE MOVEARCH-FILE
           PERFORM 0000CHECKMOVEARCHSTATUS
         END-IF.

       0000EOONEMOVE.
         IF WS-MP-DATE IS NUMERIC AND WS-MP-IKEY IS NUMERIC
             AND WS-MP-DATE NOT > WS-EO-ASOF
           IF WS-EO-FIRSTDATE = ZERO
               OR WS-MP-DATE < WS-EO-FIRSTDATE
             MOVE WS-MP-DATE TO WS-EO-FIRSTDATE
           END-IF
           MOVE WS-MP-IKEY TO WS-EO-FINDKEY
           PERFORM 0000EOFINDPART
           IF WS-EO-USE = ZERO
             PERFORM 0000EOADDPART
           END-IF
           IF WS-EO-USE > ZERO
             PERFORM 0000EOAPPLYMOVE
           END-IF
         END-IF.

       0000EOFINDPART.
         MOVE ZERO TO WS-EO-USE.
         PERFORM VARYING WS-EO-IDX FROM 1 BY 1
           UNTIL WS-EO-IDX > WS-EO-COUNT
             OR WS-EO-USE > 0
           IF WS-EO-IKEY (WS-EO-IDX) = WS-EO-FINDKEY
             MOVE WS-EO-IDX TO WS-EO-USE
           END-IF
         END-PERFORM.

       0000EOADDPART.
         IF WS-EO-COUNT < 500
           ADD 1 TO WS-EO-COUNT
           MOVE WS-EO-COUNT TO WS-EO-USE
           MOVE WS-EO-FINDKEY TO WS-EO-IKEY (WS-EO-USE)
           MOVE ZERO TO WS-EO-FIRSTSEEN (WS-EO-USE)
           MOVE ZERO TO WS-EO-LASTISSUE (WS-EO-USE)
           MOVE ZERO TO WS-EO-USEQTY (WS-EO-USE)
         ELSE
           DISPLAY "!TOO MANY PARTS IN MOVEMENT LEDGER - PART "
             WS-EO-FINDKEY " AGED FROM START OF HISTORY!"
         END-IF.

       0000EOAPPLYMOVE.
         IF WS-EO-FIRSTSEEN (WS-EO-USE) = ZERO
             OR WS-MP-DATE < WS-EO-FIRSTSEEN (WS-EO-USE)
           MOVE WS-MP-DATE TO WS-EO-FIRSTSEEN (WS-EO-USE)
         END-IF.
         IF WS-MP-TYPE = "ISSUE" OR WS-MP-TYPE = "WOISSUE"
           IF WS-MP-DATE > WS-EO-LASTISSUE (WS-EO-USE)
             MOVE WS-MP-DATE TO WS-EO-LASTISSUE (WS-EO-USE)
           END-IF
           IF WS-MP-DATE > WS-EO-USEFROM
             ADD WS-MP-QTY TO WS-EO-USEQTY (WS-EO-USE)
           END-IF
         END-IF.

       0000EOONEPART.
         MOVE WS-IKEY TO WS-EO-FINDKEY.
         PERFORM 0000EOFINDPART.
         MOVE ZERO TO WS-EO-LAST.
         MOVE ZERO TO WS-EO-USED.
         IF WS-EO-USE > ZERO
           MOVE WS-EO-LASTISSUE (WS-EO-USE) TO WS-EO-LAST
           MOVE WS-EO-USEQTY (WS-EO-USE) TO WS-EO-USED
           IF WS-EO-LAST > ZERO
             MOVE WS-EO-LAST TO WS-EO-FROM
           ELSE
             MOVE WS-EO-FIRSTSEEN (WS-EO-USE) TO WS-EO-FROM
           END-IF
         ELSE
           MOVE WS-EO-FIRSTDATE TO WS-EO-FROM
         END-IF.
         MOVE WS-EO-FROM TO WS-DATE1.
         MOVE WS-EO-ASOF TO WS-DATE2.
         PERFORM 0000DATEDIFFEXACT.
         IF WS-DAYNUM-DIFF-S > ZERO
           COMPUTE WS-EO-AGEMONTHS = WS-DAYNUM-DIFF-S * 12 / 365
         ELSE
           MOVE ZERO TO WS-EO-AGEMONTHS
         END-IF.
         EVALUATE TRUE
           WHEN WS-EO-LAST = ZERO MOVE 5 TO WS-EO-BAND
           WHEN WS-EO-AGEMONTHS < 6 MOVE 1 TO WS-EO-BAND
           WHEN WS-EO-AGEMONTHS < 12 MOVE 2 TO WS-EO-BAND
           WHEN WS-EO-AGEMONTHS < 24 MOVE 3 TO WS-EO-BAND
           WHEN OTHER MOVE 4 TO WS-EO-BAND
         END-EVALUATE.

         MOVE "N" TO WS-EO-NOUSE-SW.
         MOVE ZERO TO WS-EO-MONTHLY.
         MOVE ZERO TO WS-EO-MOS.
         IF WS-EO-USED > ZERO
           COMPUTE WS-EO-MONTHLY ROUNDED =
             WS-EO-USED / WS-EO-USEMONTHS
         END-IF.
         IF WS-EO-MONTHLY = ZERO
           MOVE "Y" TO WS-EO-NOUSE-SW
         ELSE
           COMPUTE WS-EO-MOS ROUNDED = WS-INS / WS-EO-MONTHLY
             ON SIZE ERROR MOVE 9999.9 TO WS-EO-MOS
           END-COMPUTE
         END-IF.

         MOVE ZERO TO WS-EO-VALUE.
         MOVE ZERO TO WS-EO-EXCQTY.
         MOVE ZERO TO WS-EO-PCT.
         MOVE ZERO TO WS-EO-PROV.
         MOVE SPACES TO WS-EO-REASON.
         MOVE WS-ICURRENCY TO WS-RATECURR.
         PERFORM 0000RATEFORCURRENCY.
         IF NOT WS-EXRATE-FOUND
           ADD 1 TO WS-EO-NORATE
           MOVE "NO RATE" TO WS-EO-REASON
         ELSE
           PERFORM 0000EOWRITEDOWN
         END-IF.
         PERFORM 0000EOWRITEPARTLINE.

       0000EOWRITEDOWN.
         COMPUTE WS-EO-VALUE ROUNDED =
           WS-INS * WS-COST * WS-EXRATE-RATE
           ON SIZE ERROR MOVE 999999999.99 TO WS-EO-VALUE
         END-COMPUTE.
         EVALUATE TRUE
           WHEN WS-EO-AGEMONTHS NOT < WS-EO-THRESH2
             MOVE WS-EO-FULLPCT TO WS-EO-PCT
             MOVE "OBSOLETE" TO WS-EO-REASON
             COMPUTE WS-EO-PROV ROUNDED =
               WS-EO-VALUE * WS-EO-PCT / 100
           WHEN WS-EO-AGEMONTHS NOT < WS-EO-THRESH
             MOVE WS-EO-OBSPCT TO WS-EO-PCT
             MOVE "OBSOLETE" TO WS-EO-REASON
             COMPUTE WS-EO-PROV ROUNDED =
               WS-EO-VALUE * WS-EO-PCT / 100
           WHEN WS-EO-EXCMOS > ZERO AND NOT WS-EO-NOUSE
               AND WS-EO-MOS > WS-EO-EXCMOS
             COMPUTE WS-EO-EXCQTY ROUNDED =
               WS-INS - (WS-EO-MONTHLY * WS-EO-EXCMOS)
             MOVE WS-EO-EXCPCT TO WS-EO-PCT
             MOVE "EXCESS" TO WS-EO-REASON
             COMPUTE WS-EO-PROV ROUNDED =
               WS-EO-EXCQTY * WS-COST * WS-EXRATE-RATE
               * WS-EO-PCT / 100
           WHEN OTHER CONTINUE
         END-EVALUATE.
         ADD 1 TO WS-EO-BAND-PARTS (WS-EO-BAND).
         ADD WS-EO-VALUE TO WS-EO-BAND-VALUE (WS-EO-BAND).
         ADD WS-EO-PROV TO WS-EO-BAND-PROV (WS-EO-BAND).
         ADD WS-EO-VALUE TO WS-EO-TOTVALUE.
         ADD WS-EO-PROV TO WS-EO-TOTPROV.
         IF WS-EO-PROV > ZERO
           ADD 1 TO WS-EO-PROVPARTS
         END-IF.

       0000EOWRITEPARTLINE.
         PERFORM 0000EOBANDNAME.
         IF WS-EO-LAST = ZERO
           MOVE "NONE" TO WS-EO-LAST-ED
         ELSE
           MOVE SPACES TO WS-EO-LAST-ED
           STRING WS-EO-LAST-YY "-" WS-EO-LAST-MM "-" WS-EO-LAST-DD
             DELIMITED BY SIZE INTO WS-EO-LAST-ED
         END-IF.
         IF WS-EO-NOUSE
           MOVE "NO USE" TO WS-EO-MOS-X
         ELSE
           MOVE WS-EO-MOS TO WS-EO-MOS-ED
           MOVE WS-EO-MOS-ED TO WS-EO-MOS-X
         END-IF.
         IF WS-STOCK-UOM = SPACES
           MOVE "EA" TO WS-STOCK-UOM
         END-IF.
         MOVE WS-EO-VALUE TO WS-EO-AMT-ED.
         MOVE WS-EO-PROV TO WS-EO-AMT2-ED.
         MOVE SPACES TO OBSOLETE-REPORT-LINE.
         STRING WS-IKEY "  " WS-NAME " " WS-EO-BANDTEXT " "
           WS-EO-LAST-ED " " WS-INS " " WS-STOCK-UOM " "
           WS-EO-MOS-X " " WS-EO-AMT-ED " " WS-EO-PCT " "
           WS-EO-AMT2-ED " " WS-EO-REASON
           DELIMITED BY SIZE INTO OBSOLETE-REPORT-LINE.
         WRITE OBSOLETE-REPORT-LINE.

       0000EOBANDNAME.
         EVALUATE WS-EO-BAND
           WHEN 1 MOVE "0-5 MONTHS" TO WS-EO-BANDTEXT
           WHEN 2 MOVE "6-11 MONTHS" TO WS-EO-BANDTEXT
           WHEN 3 MOVE "12-23 MONTHS" TO WS-EO-BANDTEXT
           WHEN 4 MOVE "24+ MONTHS" TO WS-EO-BANDTEXT
           WHEN OTHER MOVE "NO ISSUE" TO WS-EO-BANDTEXT
         END-EVALUATE.

       0000EOBANDLINE.
         PERFORM 0000EOBANDNAME.
         MOVE WS-EO-BAND-PARTS (WS-EO-BAND) TO WS-EO-CNT-ED.
         MOVE WS-EO-BAND-VALUE (WS-EO-BAND) TO WS-EO-AMT-ED.
         MOVE WS-EO-BAND-PROV (WS-EO-BAND) TO WS-EO-AMT2-ED.
         MOVE SPACES TO OBSOLETE-REPORT-LINE.
         STRING WS-EO-BANDTEXT " " WS-EO-CNT-ED " " WS-EO-AMT-ED
           " " WS-EO-AMT2-ED
           DELIMITED BY SIZE INTO OBSOLETE-REPORT-LINE.
         WRITE OBSOLETE-REPORT-LINE.

       0000EOSAVEPROVISION.
         PERFORM 0000OPENPROVISIONFILE.
         IF NOT WS-PROVISION-OK
           DISPLAY "!CANNOT OPEN PROVISION FILE!"
         ELSE
           MOVE "N" TO WS-PROV-FOUND-SW
           MOVE "Y" TO WS-LOCK-RETRY-SW
           PERFORM UNTIL NOT WS-LOCK-RETRY
             MOVE "N" TO WS-LOCK-RETRY-SW
             MOVE WS-EO-PERIOD TO PROV-PERIOD
             READ PROVISION-FILE INTO WS-PROVISION-FILEFD WITH LOCK
               KEY IS PROV-PERIOD
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-PROV-FOUND-SW
             END-READ
             IF WS-PROVISION-INUSE
               PERFORM 0000RECORDINUSE
             END-IF
           END-PERFORM
           PERFORM 0000CHECKPROVISIONSTATUS
           EVALUATE TRUE
             WHEN WS-PROVISION-INUSE
               DISPLAY "!PROVISION FOR PERIOD " WS-EO-PERIOD
                 " NOT SAVED!"
             WHEN WS-PROV-FOUND AND WS-PROV-STATUS = "APPROVED"
               DISPLAY "!PROVISION FOR PERIOD " WS-EO-PERIOD
                 " IS ALREADY APPROVED - NOT REPLACED!"
             WHEN OTHER
               PERFORM 0000EOSTOREPROVISION
           END-EVALUATE
           CLOSE PROVISION-FILE
           PERFORM 0000CHECKPROVISIONSTATUS
         END-IF.

       0000EOSTOREPROVISION.
         MOVE WS-EO-PERIOD TO WS-PROV-PERIOD.
         MOVE "PROPOSED" TO WS-PROV-STATUS.
         MOVE WS-EO-TOTPROV TO WS-PROV-AMOUNT.
         MOVE WS-HOME-CURRENCY TO WS-PROV-CURRENCY.
         MOVE WS-EO-TOTVALUE TO WS-PROV-STOCKVALUE.
         MOVE WS-EO-PROVPARTS TO WS-PROV-PARTS.
         MOVE WS-EO-THRESH TO WS-PROV-THRESHOLD.
         MOVE WS-EO-TODAY TO WS-PROV-CALC-DATE.
         MOVE WS-OPERATOR-ID TO WS-PROV-CALC-OPER.
         MOVE ZERO TO WS-PROV-APPR-DATE.
         MOVE SPACES TO WS-PROV-APPR-OPER.
         MOVE WS-PROVISION-FILEFD TO PROVISION-FILEFD.
         IF WS-PROV-FOUND
           REWRITE PROVISION-FILEFD
             INVALID KEY
               DISPLAY "!ERROR COULD NOT SAVE PROVISION!"
             NOT INVALID KEY
               DISPLAY "Provision for period " WS-EO-PERIOD
                 " replaced, awaiting approval."
           END-REWRITE
         ELSE
           WRITE PROVISION-FILEFD
             INVALID KEY
               DISPLAY "!ERROR COULD NOT SAVE PROVISION!"
             NOT INVALID KEY
               DISPLAY "Provision for period " WS-EO-PERIOD
                 " saved, awaiting approval."
           END-WRITE
         END-IF.
         PERFORM 0000CHECKPROVISIONSTATUS.

       0000SELECTIONPROVAPPROVE.
         MOVE 0 TO USER-SELECTION.
         MOVE 3 TO WS-AUTH-NEED.
         MOVE "PROVAPPROVE" TO WS-AUTH-FUNCTION.
         PERFORM 0000CHECKAUTHORITY.
         IF NOT WS-AUTH-GRANTED
           GO TO 0000SELECTIONPERIODEND
         END-IF.
         ACCEPT CURRENTDATE2 FROM DATE YYYYMMDD.
         DISPLAY " ".
         DISPLAY "Provision Period (YYYYMM, blank = current):".
         ACCEPT WS-PROV-PERIOD-X.
         IF WS-PROV-PERIOD-X = SPACES
           COMPUTE WS-PROV-PERIOD = YY2 * 100 + MM2
         ELSE
           IF WS-PROV-PERIOD-X IS NOT NUMERIC
             DISPLAY "!ERROR PERIOD MUST BE NUMERIC YYYYMM!"
             GO TO 0000SELECTIONPERIODEND
           END-IF
           MOVE WS-PROV-PERIOD-X TO WS-PROV-PERIOD
         END-IF.

         OPEN I-O PROVISION-FILE.
         PERFORM 0000CHECKPROVISIONSTATUS.
         IF NOT WS-PROVISION-OK
           DISPLAY "No write-down provisions on file yet."
           GO TO 0000SELECTIONPERIODEND
         END-IF.
         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           MOVE WS-PROV-PERIOD TO PROV-PERIOD
           READ PROVISION-FILE INTO WS-PROVISION-FILEFD WITH LOCK
             KEY IS PROV-PERIOD
             INVALID KEY
               DISPLAY "!ERROR NO PROVISION SAVED FOR PERIOD "
                 WS-PROV-PERIOD "!"
               CLOSE PROVISION-FILE
               GO TO 0000SELECTIONPERIODEND
           END-READ
           IF WS-PROVISION-INUSE
             PERFORM 0000RECORDINUSE
             IF NOT WS-LOCK-RETRY
               CLOSE PROVISION-FILE
               GO TO 0000SELECTIONPERIODEND
             END-IF
           END-IF
         END-PERFORM.
         PERFORM 0000CHECKPROVISIONSTATUS.
         IF WS-PROV-STATUS NOT = "PROPOSED"
           DISPLAY "!ERROR PROVISION IS NOT AWAITING APPROVAL, "
             "STATUS " WS-PROV-STATUS "!"
           CLOSE PROVISION-FILE
           GO TO 0000SELECTIONPERIODEND
         END-IF.
         MOVE WS-PROV-STOCKVALUE TO WS-EO-AMT-ED.
         MOVE WS-PROV-AMOUNT TO WS-EO-AMT2-ED.
         DISPLAY "Period " WS-PROV-PERIOD " calculated "
           WS-PROV-CALC-DATE " by " WS-PROV-CALC-OPER.
         DISPLAY "Stock value (" WS-PROV-CURRENCY "): " WS-EO-AMT-ED.
         DISPLAY "Provision   (" WS-PROV-CURRENCY "): "
           WS-EO-AMT2-ED.
         DISPLAY "Parts written down: " WS-PROV-PARTS
           "  Obsolete after " WS-PROV-THRESHOLD " months".
         DISPLAY "Approve this provision for the general ledger?".
         DISPLAY "    1 : Yes".
         DISPLAY "    2 : No!".
         ACCEPT USER-SELECTION.
         IF USER-SELECTION = 1
           MOVE "APPROVED" TO WS-PROV-STATUS
           MOVE CURRENTDATE2 TO WS-PROV-APPR-DATE
           MOVE WS-OPERATOR-ID TO WS-PROV-APPR-OPER
           MOVE WS-PROVISION-FILEFD TO PROVISION-FILEFD
           REWRITE PROVISION-FILEFD
             INVALID KEY
               DISPLAY "!ERROR COULD NOT SAVE PROVISION!"
             NOT INVALID KEY
               MOVE "APPROVAL" TO WS-SECLOG-EVENT
               MOVE WS-OPERATOR-ID TO WS-SECLOG-OPER
               MOVE SPACES TO WS-SECLOG-DETAIL
               STRING "PROVISION " WS-PROV-PERIOD
                 DELIMITED BY SIZE INTO WS-SECLOG-DETAIL
               END-STRING
               PERFORM 0000WRITESECLOG
               DISPLAY "Provision for period " WS-PROV-PERIOD
                 " approved by " WS-OPERATOR-ID "."
           END-REWRITE
           PERFORM 0000CHECKPROVISIONSTATUS
         ELSE
           DISPLAY "Provision left awaiting approval."
         END-IF.
         MOVE 0 TO USER-SELECTION.
         CLOSE PROVISION-FILE.
         PERFORM 0000CHECKPROVISIONSTATUS.

       GO TO 0000SELECTIONPERIODEND.

       0000SELECTIONPROVLIST.
         MOVE 0 TO WS-ENDOFFILE.
         MOVE ZERO TO WS-PROV-COUNT.
         OPEN INPUT PROVISION-FILE.
         PERFORM 0000CHECKPROVISIONSTATUS.
         IF NOT WS-PROVISION-OK
           DISPLAY "No write-down provisions on file yet."
           GO TO 0000SELECTIONPERIODEND
         END-IF.
         DISPLAY " ".
         DISPLAY "Period Status       Provision  Curr Calculated "
           "By       Approved By".
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ PROVISION-FILE NEXT RECORD INTO WS-PROVISION-FILEFD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
               ADD 1 TO WS-PROV-COUNT
               MOVE WS-PROV-AMOUNT TO WS-EO-AMT-ED
               DISPLAY WS-PROV-PERIOD " " WS-PROV-STATUS " "
                 WS-EO-AMT-ED " " WS-PROV-CURRENCY "  "
                 WS-PROV-CALC-DATE " " WS-PROV-CALC-OPER " "
                 WS-PROV-APPR-DATE " " WS-PROV-APPR-OPER
           END-READ
           PERFORM 0000CHECKPROVISIONSTATUS
         END-PERFORM.
         MOVE 0 TO WS-ENDOFFILE.
         CLOSE PROVISION-FILE.
         PERFORM 0000CHECKPROVISIONSTATUS.
         DISPLAY "Provisions listed: " WS-PROV-COUNT.

       GO TO 0000SELECTIONPERIODEND.

       0000OPENPROVISIONFILE.
         OPEN I-O PROVISION-FILE.
         PERFORM 0000CHECKPROVISIONSTATUS.
         IF WS-PROVISION-FILENOTFOUND
           OPEN OUTPUT PROVISION-FILE
           PERFORM 0000CHECKPROVISIONSTATUS
           CLOSE PROVISION-FILE
           PERFORM 0000CHECKPROVISIONSTATUS
           OPEN I-O PROVISION-FILE
           PERFORM 0000CHECKPROVISIONSTATUS
         END-IF.

       0000SELECTIONABCREPORT.
         MOVE 0 TO USER-SELECTION.
         MOVE 0 TO WS-ENDOFFILE.
         MOVE ZERO TO WS-ABC-COUNT.
         MOVE ZERO TO WS-ABC-SKIPPED.
         MOVE ZERO TO WS-ABC-TOTAL.
         MOVE ZERO TO WS-ABC-CUM.
         MOVE ZERO TO WS-ABC-ACOUNT.
         MOVE ZERO TO WS-ABC-BCOUNT.
         MOVE ZERO TO WS-ABC-CCOUNT.
         INITIALIZE WS-ABC-TABLE.
         ACCEPT CURRENTDATE2 FROM DATE YYYYMMDD.
         MOVE CURRENTDATE2 TO WS-RATEDATE.

         OPEN INPUT DATAFILE.
         PERFORM 0000CHECKDATAFILESTATUS.
         IF NOT WS-DATAFILE-OK
           DISPLAY "!NO INVENTORY ON FILE YET!"
           GO TO 0000SELECTIONREPORTS
         END-IF.
         OPEN INPUT EXRATE-FILE.
         PERFORM 0000CHECKEXRATESTATUS.
         IF WS-EXRATE-OK
           MOVE "Y" TO WS-EXRATE-AVAILABLE-SW
         ELSE
           MOVE "N" TO WS-EXRATE-AVAILABLE-SW
           IF WS-EXRATE-FILENOTFOUND
             DISPLAY "!NO EXCHANGE RATES ON FILE YET!"
           END-IF
         END-IF.

         PERFORM UNTIL WS-ENDOFFILE = 1
           READ DATAFILE INTO WS-DATAFILEFD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END PERFORM 0000ABCONEITEM
           END-READ
           PERFORM 0000CHECKDATAFILESTATUS
         END-PERFORM.
         MOVE 0 TO WS-ENDOFFILE.

         IF WS-EXRATE-AVAILABLE
           CLOSE EXRATE-FILE
           PERFORM 0000CHECKEXRATESTATUS
         END-IF.
         CLOSE DATAFILE.
         PERFORM 0000CHECKDATAFILESTATUS.

         IF WS-ABC-COUNT = ZERO
           DISPLAY "!NO PARTS COULD BE VALUED - NO REPORT WRITTEN!"
           GO TO 0000SELECTIONREPORTS
         END-IF.

         PERFORM 0000ABCSORTBYVALUE.

         OPEN OUTPUT ABC-REPORT.
         MOVE "ABC VALUE CLASSIFICATION REPORT" TO ABC-REPORT-LINE.
         WRITE ABC-REPORT-LINE.
         ACCEPT CURRENTDATE2 FROM DATE YYYYMMDD.
         MOVE SPACES TO ABC-REPORT-LINE.
         STRING "Run Date: " YY2 "-" MM2 "-" DD2
           "  Ranked by value in " WS-HOME-CURRENCY
           DELIMITED BY SIZE INTO ABC-REPORT-LINE.
         WRITE ABC-REPORT-LINE.
         MOVE "Part  Model      Name             Value        "
           TO ABC-REPORT-LINE.
         WRITE ABC-REPORT-LINE.
         MOVE ALL "-" TO ABC-REPORT-LINE.
         WRITE ABC-REPORT-LINE.

         PERFORM 0000ABCWRITEONELINE
           VARYING WS-ABC-IDX FROM 1 BY 1
           UNTIL WS-ABC-IDX > WS-ABC-COUNT.

         MOVE ALL "-" TO ABC-REPORT-LINE.
         WRITE ABC-REPORT-LINE.
         MOVE SPACES TO ABC-REPORT-LINE.
         STRING "CLASS A: " WS-ABC-ACOUNT " CLASS B: "
           WS-ABC-BCOUNT " CLASS C: " WS-ABC-CCOUNT
           DELIMITED BY SIZE INTO ABC-REPORT-LINE.
         WRITE ABC-REPORT-LINE.
         MOVE SPACES TO ABC-REPORT-LINE.

       0000SELECTIONROPSUGGEST.
         MOVE 0 TO USER-SELECTION.
         MOVE 2 TO WS-AUTH-NEED.
         MOVE "ROPSUGGEST" TO WS-AUTH-FUNCTION.
         PERFORM 0000CHECKAUTHORITY.
         IF NOT WS-AUTH-GRANTED
           GO TO 0000SELECTIONREPORTS
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.
         MOVE ZERO TO WS-USAGE-COUNT.
         MOVE ZERO TO WS-USAGE-FIRSTDATE.
               OR WS-MP-DATE < WS-USAGE-FIRSTDATE
             MOVE WS-MP-DATE TO WS-USAGE-FIRSTDATE
           END-IF
           IF WS-MP-TYPE = "ISSUE" OR WS-MP-TYPE = "WOISSUE"
             PERFORM 0000ROPUSAGEADD
           END-IF
         END-IF.
         DISPLAY "Reorder points updated: " WS-ROP-APPLIED.

       0000ROPAPPLYONE.
         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           MOVE WS-USAGE-IKEY (WS-USAGE-IDX) TO IKEY
           READ DATAFILE INTO WS-DATAFILEFD WITH LOCK
             KEY IS IKEY
             INVALID KEY CONTINUE
             NOT INVALID KEY PERFORM 0000ROPAPPLYUPDATE
           END-READ
           IF WS-DATAFILE-INUSE
             PERFORM 0000RECORDINUSE
             IF NOT WS-LOCK-RETRY
               DISPLAY "!PART " WS-USAGE-IKEY (WS-USAGE-IDX)
                 " REORDER POINT NOT UPDATED!"
             END-IF
           END-IF
         END-PERFORM.
         PERFORM 0000CHECKDATAFILESTATUS.
         UNLOCK DATAFILE.

       0000ROPAPPLYUPDATE.
         IF WS-USAGE-SUGGEST (WS-USAGE-IDX) =
           MOVE WS-COST TO COST
           MOVE WS-ICURRENCY TO ICURRENCY
           MOVE WS-REORDER-POINT TO REORDER-POINT
           MOVE WS-STOCK-UOM TO STOCK-UOM
           REWRITE DATAFILEFD
             INVALID KEY
               DISPLAY "!ERROR COULD NOT UPDATE PART "
           MOVE WS-DAYSBETWEEN-S TO WS-DAYSBETWEEN
         END-IF.

       0000DATEDAYNUMBER.
         MOVE WS-DAYNUM-YY TO WS-DAYNUM-Y.
         MOVE WS-DAYNUM-MM TO WS-DAYNUM-M.
         IF WS-DAYNUM-M < 3
           SUBTRACT 1 FROM WS-DAYNUM-Y
           ADD 12 TO WS-DAYNUM-M
         END-IF.
         DIVIDE WS-DAYNUM-Y BY 4 GIVING WS-DAYNUM-Q4.
         DIVIDE WS-DAYNUM-Y BY 100 GIVING WS-DAYNUM-Q100.
         DIVIDE WS-DAYNUM-Y BY 400 GIVING WS-DAYNUM-Q400.
         COMPUTE WS-DAYNUM-MD = (153 * (WS-DAYNUM-M - 3) + 2) / 5.
         COMPUTE WS-DAYNUM = (WS-DAYNUM-Y * 365) + WS-DAYNUM-Q4
           - WS-DAYNUM-Q100 + WS-DAYNUM-Q400 + WS-DAYNUM-MD
           + WS-DAYNUM-DD.

       0000DATEDIFFEXACT.
         MOVE WS-DATE1 TO WS-DAYNUM-DATE.
         PERFORM 0000DATEDAYNUMBER.
         MOVE WS-DAYNUM TO WS-DAYNUM-FROM.
         MOVE WS-DATE2 TO WS-DAYNUM-DATE.
         PERFORM 0000DATEDAYNUMBER.
         COMPUTE WS-DAYNUM-DIFF-S = WS-DAYNUM - WS-DAYNUM-FROM.

       0000DATEADDDAYS.
         PERFORM 0000DATENEXTDAY WS-DATEADD-DAYS TIMES.

       0000DATENEXTDAY.
         ADD 1 TO WS-DAYNUM-DD.
         PERFORM 0000DATEMONTHDAYS.
         IF WS-DAYNUM-DD > WS-DATEADD-MAXDD
           MOVE 1 TO WS-DAYNUM-DD
           ADD 1 TO WS-DAYNUM-MM
           IF WS-DAYNUM-MM > 12
             MOVE 1 TO WS-DAYNUM-MM
             ADD 1 TO WS-DAYNUM-YY
           END-IF
         END-IF.

       0000DATEMONTHDAYS.
         EVALUATE WS-DAYNUM-MM
           WHEN 4
           WHEN 6
           WHEN 9
           WHEN 11
             MOVE 30 TO WS-DATEADD-MAXDD
           WHEN 2
             DIVIDE WS-DAYNUM-YY BY 4 GIVING WS-DATEADD-QUOT
               REMAINDER WS-DATEADD-REM4
             DIVIDE WS-DAYNUM-YY BY 100 GIVING WS-DATEADD-QUOT
               REMAINDER WS-DATEADD-REM100
             DIVIDE WS-DAYNUM-YY BY 400 GIVING WS-DATEADD-QUOT
               REMAINDER WS-DATEADD-REM400
             IF WS-DATEADD-REM4 = ZERO
                 AND (WS-DATEADD-REM100 NOT = ZERO
                   OR WS-DATEADD-REM400 = ZERO)
               MOVE 29 TO WS-DATEADD-MAXDD
             ELSE
               MOVE 28 TO WS-DATEADD-MAXDD
             END-IF
           WHEN OTHER
             MOVE 31 TO WS-DATEADD-MAXDD
         END-EVALUATE.

       0000SELECTIONEXRATES.
         MOVE 0 TO USER-SELECTION.
         DISPLAY " ".

       0000SELECTIONEXRATEADD.
         MOVE 0 TO USER-SELECTION.
         MOVE 2 TO WS-AUTH-NEED.
         MOVE "EXRATEADD" TO WS-AUTH-FUNCTION.
         PERFORM 0000CHECKAUTHORITY.
         IF NOT WS-AUTH-GRANTED
           GO TO 0000SELECTIONEXRATES
         END-IF.
         DISPLAY " ".
         DISPLAY "Currency Code (3 characters, e.g. USD, SEK):".
         ACCEPT WS-EXRATE-CURRENCY.
           MOVE WS-EXRATE-EFFDATE-X TO WS-EXRATE-EFFDATE
         END-IF.

         PERFORM 0000OPENEXRATEFILE.
         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           MOVE WS-EXRATE-FILEFD TO EXRATE-FILEFD
           READ EXRATE-FILE WITH LOCK
             KEY IS EXRATE-KEY
             INVALID KEY
               MOVE WS-EXRATE-FILEFD TO EXRATE-FILEFD
               WRITE EXRATE-FILEFD
                 INVALID KEY DISPLAY "!ERROR COULD NOT STORE RATE!"
                 NOT INVALID KEY
                   DISPLAY "Exchange Rate Added Effective "
                     WS-EXRATE-EFFDATE ". Earlier rates are kept."
               END-WRITE
             NOT INVALID KEY
               MOVE WS-EXRATE-FILEFD TO EXRATE-FILEFD
               REWRITE EXRATE-FILEFD
                 INVALID KEY DISPLAY "!ERROR COULD NOT STORE RATE!"
                 NOT INVALID KEY
                   DISPLAY "Exchange Rate Corrected For "
                     WS-EXRATE-EFFDATE "."
               END-REWRITE
           END-READ
           IF WS-EXRATE-INUSE
             PERFORM 0000RECORDINUSE
             IF NOT WS-LOCK-RETRY
               DISPLAY "!EXCHANGE RATE NOT STORED!"
             END-IF
           END-IF
         END-PERFORM.
         PERFORM 0000CHECKEXRATESTATUS.
         CLOSE EXRATE-FILE.
         PERFORM 0000CHECKEXRATESTATUS.
           DISPLAY "    3 : Delete Supplier"
           DISPLAY "    4 : List Suppliers"
           DISPLAY "    5 : Link Item To Preferred Supplier"
           DISPLAY "    6 : Supplier Scorecard Report"
           DISPLAY "    7 : Return To Main Menu"
           DISPLAY "Select number and press Enter: "
           ACCEPT USER-SELECTION

             WHEN 3 PERFORM 0000SELECTIONSUPPDELETE
             WHEN 4 PERFORM 0000SELECTIONSUPPLIST
             WHEN 5 PERFORM 0000SELECTIONSUPPLINK
             WHEN 6 PERFORM 0000SELECTIONSCORECARD
             WHEN 7 GO TO 0000SELECTIONSTART
             WHEN OTHER PERFORM 0000SELECTIONSUPPERROR
           END-EVALUATE
         END-PERFORM.

       0000SELECTIONSUPPADD.
         MOVE 0 TO USER-SELECTION.
         MOVE 2 TO WS-AUTH-NEED.
         MOVE "SUPPLIERADD" TO WS-AUTH-FUNCTION.
         PERFORM 0000CHECKAUTHORITY.
         IF NOT WS-AUTH-GRANTED
           GO TO 0000SELECTIONSUPPLIERS
         END-IF.
         DISPLAY " ".
         DISPLAY "Supplier Number (4 digets):".
         ACCEPT WS-SUPP-NO.
           DISPLAY "!ERROR LEAD TIME MUST BE NUMERIC!"
           GO TO 0000SELECTIONSUPPLIERS
         END-IF.
         DISPLAY "Default Purchase Unit (max 4 characters, blank = "
           "stocking unit):".
         ACCEPT WS-SUPP-PURCHUOM.

         MOVE WS-SUPPLIER-FILEFD TO SUPPLIER-FILEFD.


       0000SELECTIONSUPPEDIT.
         MOVE 0 TO USER-SELECTION.
         MOVE 2 TO WS-AUTH-NEED.
         MOVE "SUPPLIEREDIT" TO WS-AUTH-FUNCTION.
         PERFORM 0000CHECKAUTHORITY.
         IF NOT WS-AUTH-GRANTED
           GO TO 0000SELECTIONSUPPLIERS
         END-IF.
         DISPLAY " ".
         DISPLAY "Supplier Number To Edit:".
         ACCEPT WS-SUPP-NO.
         END-IF.

         PERFORM 0000OPENSUPPLIERFILE.
         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           MOVE WS-SUPP-NO TO SUPP-NO
           READ SUPPLIER-FILE INTO WS-SUPPLIER-FILEFD WITH LOCK
             KEY IS SUPP-NO
             INVALID KEY
               DISPLAY "!ERROR SUPPLIER DOSE NOT EXIST!"
               CLOSE SUPPLIER-FILE
               GO TO 0000SELECTIONSUPPLIERS
           END-READ
           IF WS-SUPPLIER-INUSE
             PERFORM 0000RECORDINUSE
             IF NOT WS-LOCK-RETRY
               CLOSE SUPPLIER-FILE
               GO TO 0000SELECTIONSUPPLIERS
             END-IF
           END-IF
         END-PERFORM.
         PERFORM 0000CHECKSUPPLIERSTATUS.

         DISPLAY " ".
         DISPLAY "    Contact  : " WS-SUPP-CONTACT.
         DISPLAY "    Currency : " WS-SUPP-CURRENCY.
         DISPLAY "    Lead Time: " WS-SUPP-LEADTIME.
         DISPLAY "    Buys In  : " WS-SUPP-PURCHUOM.
         DISPLAY "New Supplier Name (max 30 characters):".
         ACCEPT WS-SUPP-NAME.
         IF WS-SUPP-NAME = SPACES
           CLOSE SUPPLIER-FILE
           GO TO 0000SELECTIONSUPPLIERS
         END-IF.
         DISPLAY "New Default Purchase Unit (max 4 characters, blank = "
           "stocking unit):".
         ACCEPT WS-SUPP-PURCHUOM.

         MOVE WS-SUPPLIER-FILEFD TO SUPPLIER-FILEFD.
         REWRITE SUPPLIER-FILEFD

       0000SELECTIONSUPPDELETE.
         MOVE 0 TO USER-SELECTION.
         MOVE 2 TO WS-AUTH-NEED.
         MOVE "SUPPLIERDELETE" TO WS-AUTH-FUNCTION.
         PERFORM 0000CHECKAUTHORITY.
         IF NOT WS-AUTH-GRANTED
           GO TO 0000SELECTIONSUPPLIERS
         END-IF.
         DISPLAY " ".
         DISPLAY "Supplier Number To Delete:".
         ACCEPT WS-SUPP-NO.
         END-IF.

         PERFORM 0000OPENSUPPLIERFILE.
         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           MOVE WS-SUPP-NO TO SUPP-NO
           READ SUPPLIER-FILE INTO WS-SUPPLIER-FILEFD WITH LOCK
             KEY IS SUPP-NO
             INVALID KEY
               DISPLAY "!ERROR SUPPLIER DOSE NOT EXIST!"
               CLOSE SUPPLIER-FILE
               GO TO 0000SELECTIONSUPPLIERS
           END-READ
           IF WS-SUPPLIER-INUSE
             PERFORM 0000RECORDINUSE
             IF NOT WS-LOCK-RETRY
               CLOSE SUPPLIER-FILE
               GO TO 0000SELECTIONSUPPLIERS
             END-IF
           END-IF
         END-PERFORM.
         PERFORM 0000CHECKSUPPLIERSTATUS.

         DISPLAY " ".
         DISPLAY "Name: " WS-SUPP-NAME.
         DISPLAY "Contact: " WS-SUPP-CONTACT.

         PERFORM 0000SUPPREFCHECK.
         IF WS-REF-FOUND
           DISPLAY "!SUPPLIER CAN NOT BE DELETED!"
           DISPLAY "Reason: " WS-REF-REASON
           CLOSE SUPPLIER-FILE
           GO TO 0000SELECTIONSUPPLIERS
         END-IF.

         PERFORM UNTIL USER-SELECTION>0
           DISPLAY "Are you sure that you want to delete this supplier?"
           DISPLAY "    1 : Yes I want to delete this supplier"
         MOVE 0 TO WS-ENDOFFILE.
         DISPLAY " ".
         DISPLAY "Supplier | Name                           | Contact"
                 "                        | Curr | Lead Days | Buys In".

         OPEN INPUT SUPPLIER-FILE.
         PERFORM 0000CHECKSUPPLIERSTATUS.
               NOT AT END
                 DISPLAY WS-SUPP-NO "     | " WS-SUPP-NAME " | "
                   WS-SUPP-CONTACT " | " WS-SUPP-CURRENCY "  | "
                   WS-SUPP-LEADTIME "       | " WS-SUPP-PURCHUOM
             END-READ
             PERFORM 0000CHECKSUPPLIERSTATUS
           END-PERFORM

       0000SELECTIONSUPPLINK.
         MOVE 0 TO USER-SELECTION.
         MOVE 2 TO WS-AUTH-NEED.
         MOVE "SUPPLIERLINK" TO WS-AUTH-FUNCTION.
         PERFORM 0000CHECKAUTHORITY.
         IF NOT WS-AUTH-GRANTED
           GO TO 0000SELECTIONSUPPLIERS
         END-IF.
         DISPLAY " ".
         DISPLAY "Part Number To Link (4 digets):".
         ACCEPT WS-ITEMSUPP-IKEY.
         CLOSE SUPPLIER-FILE.
         PERFORM 0000CHECKSUPPLIERSTATUS.

         PERFORM 0000OPENITEMSUPPFILE.
         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           MOVE WS-ITEMSUPP-IKEY TO ITEMSUPP-IKEY
           READ ITEMSUPP-FILE WITH LOCK
             KEY IS ITEMSUPP-IKEY
             INVALID KEY
               MOVE WS-ITEMSUPP-FILEFD TO ITEMSUPP-FILEFD
               WRITE ITEMSUPP-FILEFD
                 INVALID KEY DISPLAY "!ERROR COULD NOT STORE LINK!"
                 NOT INVALID KEY DISPLAY "Preferred Supplier Linked."
               END-WRITE
             NOT INVALID KEY
               MOVE WS-ITEMSUPP-FILEFD TO ITEMSUPP-FILEFD
               REWRITE ITEMSUPP-FILEFD
                 INVALID KEY DISPLAY "!ERROR COULD NOT STORE LINK!"
                 NOT INVALID KEY DISPLAY "Preferred Supplier Updated."
               END-REWRITE
           END-READ
           IF WS-ITEMSUPP-INUSE
             PERFORM 0000RECORDINUSE
             IF NOT WS-LOCK-RETRY
               DISPLAY "!PREFERRED SUPPLIER NOT LINKED!"
             END-IF
           END-IF
         END-PERFORM.
         PERFORM 0000CHECKITEMSUPPSTATUS.
         CLOSE ITEMSUPP-FILE.
         PERFORM 0000CHECKITEMSUPPSTATUS.
           PERFORM 0000CHECKITEMSUPPSTATUS
         END-IF.

       0000SELECTIONSCORECARD.
         MOVE 0 TO USER-SELECTION.
         MOVE 0 TO WS-ENDOFFILE.
         MOVE ZERO TO WS-SC-SUPPCOUNT.
         DISPLAY " ".
         PERFORM 0000SCORECARDRANGE.
         ACCEPT CURRENTDATE2 FROM DATE YYYYMMDD.
         MOVE CURRENTDATE2 TO WS-SC-TODAY.
         MOVE CURRENTDATE2 TO WS-RATEDATE.

         OPEN INPUT SUPPLIER-FILE.
         PERFORM 0000CHECKSUPPLIERSTATUS.
         IF NOT WS-SUPPLIER-OK
           DISPLAY "No suppliers on file yet."
           GO TO 0000SELECTIONSUPPLIERS
         END-IF.
         OPEN INPUT PO-FILE.
         PERFORM 0000CHECKPOFILESTATUS.
         IF WS-POFILE-OK
           MOVE "Y" TO WS-SC-POFILE-AVAILABLE-SW
         ELSE
           MOVE "N" TO WS-SC-POFILE-AVAILABLE-SW
         END-IF.
         OPEN INPUT PORCPT-FILE.
         PERFORM 0000CHECKPORCPTSTATUS.
         IF WS-PORCPT-OK
           MOVE "Y" TO WS-PORCPT-AVAILABLE-SW
         ELSE
           MOVE "N" TO WS-PORCPT-AVAILABLE-SW
         END-IF.
         OPEN INPUT INVOICE-FILE.
         PERFORM 0000CHECKINVOICESTATUS.
         IF WS-INVOICE-OK
           MOVE "Y" TO WS-SC-INVFILE-AVAILABLE-SW
         ELSE
           MOVE "N" TO WS-SC-INVFILE-AVAILABLE-SW
         END-IF.
         PERFORM 0000OPENEXRATEREAD.

         OPEN OUTPUT SCORECARD-REPORT.
         MOVE "SUPPLIER PERFORMANCE SCORECARD" TO SCORECARD-REPORT-LINE.
         WRITE SCORECARD-REPORT-LINE.
         MOVE SPACES TO SCORECARD-REPORT-LINE.
         STRING "Run Date: " YY2 "-" MM2 "-" DD2
           "  PO Order Dates From: " WS-SC-FROM "  To: " WS-SC-TO
           "  Home Currency: " WS-HOME-CURRENCY
           DELIMITED BY SIZE INTO SCORECARD-REPORT-LINE.
         WRITE SCORECARD-REPORT-LINE.
         MOVE "On time = received on or before the PO promise date."
           TO SCORECARD-REPORT-LINE.
         WRITE SCORECARD-REPORT-LINE.
         MOVE SPACES TO SCORECARD-REPORT-LINE.
         STRING "Fill rate = average received/ordered over PO lines "
           "due (promise date passed or received in full)."
           DELIMITED BY SIZE INTO SCORECARD-REPORT-LINE.
         WRITE SCORECARD-REPORT-LINE.
         MOVE SPACES TO SCORECARD-REPORT-LINE.
         STRING "Price variance = (invoice price - PO line cost) "
           "x invoiced quantity, in home currency."
           DELIMITED BY SIZE INTO SCORECARD-REPORT-LINE.
         WRITE SCORECARD-REPORT-LINE.
         MOVE ALL "-" TO SCORECARD-REPORT-LINE.
         WRITE SCORECARD-REPORT-LINE.

         PERFORM UNTIL WS-ENDOFFILE = 1
           READ SUPPLIER-FILE NEXT RECORD INTO WS-SUPPLIER-FILEFD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END PERFORM 0000SCORECARDONESUPP
           END-READ
           PERFORM 0000CHECKSUPPLIERSTATUS
         END-PERFORM.
         MOVE 0 TO WS-ENDOFFILE.

         MOVE ALL "-" TO SCORECARD-REPORT-LINE.
         WRITE SCORECARD-REPORT-LINE.
         MOVE SPACES TO SCORECARD-REPORT-LINE.
         STRING "SUPPLIERS REPORTED: " WS-SC-SUPPCOUNT
           DELIMITED BY SIZE INTO SCORECARD-REPORT-LINE.
         WRITE SCORECARD-REPORT-LINE.
         CLOSE SCORECARD-REPORT.

         PERFORM 0000CLOSEEXRATEREAD.
         IF WS-SC-INVFILE-AVAILABLE
           CLOSE INVOICE-FILE
           PERFORM 0000CHECKINVOICESTATUS
         END-IF.
         IF WS-PORCPT-AVAILABLE
           CLOSE PORCPT-FILE
           PERFORM 0000CHECKPORCPTSTATUS
           MOVE "N" TO WS-PORCPT-AVAILABLE-SW
         END-IF.
         IF WS-SC-POFILE-AVAILABLE
           CLOSE PO-FILE
           PERFORM 0000CHECKPOFILESTATUS
         END-IF.
         CLOSE SUPPLIER-FILE.
         PERFORM 0000CHECKSUPPLIERSTATUS.

         DISPLAY " ".
         DISPLAY "Supplier scorecard written to "
           "cob-simpleinventory-scorecard.txt".

       GO TO 0000SELECTIONSUPPLIERS.

       0000SCORECARDRANGE.
         MOVE ZERO TO WS-SC-FROM.
         MOVE 99999999 TO WS-SC-TO.
         DISPLAY "PO Order Date From (YYYYMMDD, blank = from the "
           "start):".
         ACCEPT WS-SC-FROM-X.
         IF WS-SC-FROM-X NOT = SPACES
           IF WS-SC-FROM-X IS NOT NUMERIC
             DISPLAY "!ERROR DATE MUST BE NUMERIC YYYYMMDD!"
             GO TO 0000SELECTIONSUPPLIERS
           END-IF
           MOVE WS-SC-FROM-X TO WS-SC-FROM
         END-IF.
         DISPLAY "PO Order Date To (YYYYMMDD, blank = up to today):".
         ACCEPT WS-SC-TO-X.
         IF WS-SC-TO-X NOT = SPACES
           IF WS-SC-TO-X IS NOT NUMERIC
             DISPLAY "!ERROR DATE MUST BE NUMERIC YYYYMMDD!"
             GO TO 0000SELECTIONSUPPLIERS
           END-IF
           MOVE WS-SC-TO-X TO WS-SC-TO
         END-IF.

       0000SCORECARDONESUPP.
         ADD 1 TO WS-SC-SUPPCOUNT.
         INITIALIZE WS-SC-TOTALS.
         IF WS-SC-POFILE-AVAILABLE
           MOVE "N" TO WS-SC-PODONE-SW
           MOVE ZERO TO PO-NO
           START PO-FILE KEY IS NOT LESS THAN PO-NO
             INVALID KEY MOVE "Y" TO WS-SC-PODONE-SW
           END-START
           PERFORM 0000CHECKPOFILESTATUS
           PERFORM UNTIL WS-SC-PODONE
             READ PO-FILE NEXT RECORD INTO WS-PO-FILEFD
               AT END MOVE "Y" TO WS-SC-PODONE-SW
               NOT AT END
                 IF WS-PO-SUPP-NO = WS-SUPP-NO
                   PERFORM 0000SCORECARDONEPO
                 END-IF
             END-READ
             PERFORM 0000CHECKPOFILESTATUS
           END-PERFORM
         END-IF.
         IF WS-SC-POFILE-AVAILABLE AND WS-SC-INVFILE-AVAILABLE
           MOVE "N" TO WS-SC-INVDONE-SW
           MOVE LOW-VALUES TO INV-KEY
           START INVOICE-FILE KEY IS NOT LESS THAN INV-KEY
             INVALID KEY MOVE "Y" TO WS-SC-INVDONE-SW
           END-START
           PERFORM 0000CHECKINVOICESTATUS
           PERFORM UNTIL WS-SC-INVDONE
             READ INVOICE-FILE NEXT RECORD INTO WS-INVOICE-FILEFD
               AT END MOVE "Y" TO WS-SC-INVDONE-SW
               NOT AT END
                 IF WS-INV-SUPP-NO = WS-SUPP-NO
                   PERFORM 0000SCORECARDONEINV
                 END-IF
             END-READ
             PERFORM 0000CHECKINVOICESTATUS
           END-PERFORM
         END-IF.

         MOVE SPACES TO SCORECARD-REPORT-LINE.
         STRING "Supplier " WS-SUPP-NO " " WS-SUPP-NAME
           "  Currency " WS-SUPP-CURRENCY
           "  Lead Time In Master " WS-SUPP-LEADTIME " days"
           DELIMITED BY SIZE INTO SCORECARD-REPORT-LINE.
         WRITE SCORECARD-REPORT-LINE.
         IF WS-SC-POS = ZERO AND WS-SC-INVS = ZERO
           MOVE "  No purchase orders in the period."
             TO SCORECARD-REPORT-LINE
           WRITE SCORECARD-REPORT-LINE
         ELSE
           PERFORM 0000SCORECARDWRITEFIGURES
         END-IF.
         MOVE SPACES TO SCORECARD-REPORT-LINE.
         WRITE SCORECARD-REPORT-LINE.

       0000SCORECARDPERIOD.
         IF WS-PO-ORDER-DATE NOT < WS-SC-FROM
             AND WS-PO-ORDER-DATE NOT > WS-SC-TO
           MOVE "Y" TO WS-SC-INPERIOD-SW
         ELSE
           MOVE "N" TO WS-SC-INPERIOD-SW
         END-IF.

       0000SCORECARDONEPO.
         PERFORM 0000PODATESCHECK.
         PERFORM 0000SCORECARDPERIOD.
         IF WS-SC-INPERIOD AND WS-PO-STATUS NOT = "CANCELLED"
           ADD 1 TO WS-SC-POS
           PERFORM 0000SCORECARDONELINE
             VARYING WS-PO-IDX FROM 1 BY 1
             UNTIL WS-PO-IDX > WS-PO-LINECOUNT
         END-IF.

       0000SCORECARDONELINE.
         IF WS-PO-STATUS = "RECEIVED"
             OR (WS-PO-PROMISE-DATE > ZERO
               AND WS-PO-PROMISE-DATE < WS-SC-TODAY)
             OR WS-PO-LINE-QTYRCV (WS-PO-IDX) NOT <
               WS-PO-LINE-QTYORD (WS-PO-IDX)
           ADD 1 TO WS-SC-LINES
           IF WS-PO-LINE-QTYRCV (WS-PO-IDX) NOT <
               WS-PO-LINE-QTYORD (WS-PO-IDX)
             ADD 100 TO WS-SC-FILLSUM
             ADD 1 TO WS-SC-COMPLETE
           ELSE
             COMPUTE WS-SC-FILLPCT ROUNDED =
               WS-PO-LINE-QTYRCV (WS-PO-IDX) * 100
               / WS-PO-LINE-QTYORD (WS-PO-IDX)
             ADD WS-SC-FILLPCT TO WS-SC-FILLSUM
             ADD 1 TO WS-SC-OVERDUE
           END-IF
         END-IF.
         IF WS-PORCPT-AVAILABLE
           MOVE "N" TO WS-PORCPT-DONE-SW
           MOVE WS-PO-NO TO PORCPT-PO-NO
           MOVE WS-PO-IDX TO PORCPT-LINE
           MOVE ZERO TO PORCPT-SEQ
           START PORCPT-FILE KEY IS NOT LESS THAN PORCPT-KEY
             INVALID KEY MOVE "Y" TO WS-PORCPT-DONE-SW
           END-START
           PERFORM 0000CHECKPORCPTSTATUS
           PERFORM UNTIL WS-PORCPT-DONE
             READ PORCPT-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-PORCPT-DONE-SW
               NOT AT END
                 IF PORCPT-PO-NO = WS-PO-NO
                     AND PORCPT-LINE = WS-PO-IDX
                   PERFORM 0000SCORECARDONERCPT
                 ELSE
                   MOVE "Y" TO WS-PORCPT-DONE-SW
                 END-IF
             END-READ
             PERFORM 0000CHECKPORCPTSTATUS
           END-PERFORM
         END-IF.

       0000SCORECARDONERCPT.
         ADD 1 TO WS-SC-RCPTS.
         IF WS-PO-PROMISE-DATE = ZERO
           ADD 1 TO WS-SC-NOPROMISE
         ELSE
           MOVE WS-PO-PROMISE-DATE TO WS-DATE1
           MOVE PORCPT-DATE TO WS-DATE2
           PERFORM 0000DATEDIFFEXACT
           IF WS-DAYNUM-DIFF-S > ZERO
             ADD 1 TO WS-SC-LATE
             ADD WS-DAYNUM-DIFF-S TO WS-SC-DAYSLATE
           ELSE
             ADD 1 TO WS-SC-ONTIME
           END-IF
         END-IF.
         IF WS-PO-ORDER-DATE > ZERO
           MOVE WS-PO-ORDER-DATE TO WS-DATE1
           MOVE PORCPT-DATE TO WS-DATE2
           PERFORM 0000DATEDIFFEXACT
           IF WS-DAYNUM-DIFF-S NOT < ZERO
             ADD 1 TO WS-SC-LEADCOUNT
             ADD WS-DAYNUM-DIFF-S TO WS-SC-LEADSUM
           END-IF
         END-IF.

       0000SCORECARDONEINV.
         MOVE "N" TO WS-SC-INPERIOD-SW.
         MOVE WS-INV-PO-NO TO PO-NO.
         READ PO-FILE INTO WS-PO-FILEFD
           KEY IS PO-NO
           INVALID KEY CONTINUE
           NOT INVALID KEY
             PERFORM 0000PODATESCHECK
             PERFORM 0000SCORECARDPERIOD
         END-READ.
         PERFORM 0000CHECKPOFILESTATUS.
         IF WS-SC-INPERIOD
           ADD 1 TO WS-SC-INVS
           IF WS-INV-REASON NOT = SPACES
             ADD 1 TO WS-SC-HELD
             PERFORM 0000SCORECARDREASON
           END-IF
           PERFORM 0000SCORECARDINVLINE
             VARYING WS-INV-IDX FROM 1 BY 1
             UNTIL WS-INV-IDX > WS-INV-LINECOUNT
         END-IF.

       0000SCORECARDREASON.
         MOVE ZERO TO WS-SC-RSN-USE.
         PERFORM VARYING WS-SC-RSN-IDX FROM 1 BY 1
           UNTIL WS-SC-RSN-IDX > WS-SC-RSN-COUNT
           IF WS-SC-RSN-TEXT (WS-SC-RSN-IDX) = WS-INV-REASON
             MOVE WS-SC-RSN-IDX TO WS-SC-RSN-USE
           END-IF
         END-PERFORM.
         IF WS-SC-RSN-USE = ZERO AND WS-SC-RSN-COUNT < 8
           ADD 1 TO WS-SC-RSN-COUNT
           MOVE WS-SC-RSN-COUNT TO WS-SC-RSN-USE
           MOVE WS-INV-REASON TO WS-SC-RSN-TEXT (WS-SC-RSN-USE)
           MOVE ZERO TO WS-SC-RSN-TIMES (WS-SC-RSN-USE)
         END-IF.
         IF WS-SC-RSN-USE > ZERO
           ADD 1 TO WS-SC-RSN-TIMES (WS-SC-RSN-USE)
         END-IF.

       0000SCORECARDINVLINE.
         MOVE ZERO TO WS-SC-POLINE.
         PERFORM VARYING WS-PO-IDX FROM 1 BY 1
           UNTIL WS-PO-IDX > WS-PO-LINECOUNT
             OR WS-SC-POLINE > 0
           IF WS-PO-LINE-IKEY (WS-PO-IDX) =
               WS-INV-LINE-IKEY (WS-INV-IDX)
             MOVE WS-PO-IDX TO WS-SC-POLINE
           END-IF
         END-PERFORM.
         IF WS-SC-POLINE > ZERO
           IF WS-INV-LINE-CURRENCY (WS-INV-IDX) =
               WS-PO-LINE-CURRENCY (WS-SC-POLINE)
             MOVE WS-INV-LINE-CURRENCY (WS-INV-IDX) TO WS-RATECURR
             PERFORM 0000RATEFORCURRENCY
             IF WS-EXRATE-FOUND
               COMPUTE WS-SC-DIFF-S =
                 WS-INV-LINE-PRICE (WS-INV-IDX)
                 - WS-PO-LINE-COST (WS-SC-POLINE)
               IF WS-SC-DIFF-S < ZERO
                 COMPUTE WS-SC-LINEVAR ROUNDED =
                   (ZERO - WS-SC-DIFF-S)
                   * WS-INV-LINE-QTY (WS-INV-IDX) * WS-EXRATE-RATE
                 ADD WS-SC-LINEVAR TO WS-SC-VARUNDER
               ELSE
                 COMPUTE WS-SC-LINEVAR ROUNDED =
                   WS-SC-DIFF-S
                   * WS-INV-LINE-QTY (WS-INV-IDX) * WS-EXRATE-RATE
                 ADD WS-SC-LINEVAR TO WS-SC-VAROVER
               END-IF
               COMPUTE WS-SC-LINEVAR ROUNDED =
                 WS-PO-LINE-COST (WS-SC-POLINE)
                 * WS-INV-LINE-QTY (WS-INV-IDX) * WS-EXRATE-RATE
               ADD WS-SC-LINEVAR TO WS-SC-INVPOVALUE
             END-IF
           END-IF
         END-IF.

       0000SCORECARDWRITEFIGURES.
         IF WS-SC-LINES > ZERO
           COMPUTE WS-SC-PCT ROUNDED = WS-SC-FILLSUM / WS-SC-LINES
         ELSE
           MOVE ZERO TO WS-SC-PCT
         END-IF.
         MOVE WS-SC-POS TO WS-SC-CNT-ED.
         MOVE WS-SC-LINES TO WS-SC-CNT2-ED.
         MOVE WS-SC-COMPLETE TO WS-SC-CNT3-ED.
         MOVE WS-SC-PCT TO WS-SC-PCT-ED.
         MOVE SPACES TO SCORECARD-REPORT-LINE.
         STRING "  POs " WS-SC-CNT-ED "   Lines due " WS-SC-CNT2-ED
           "   Complete " WS-SC-CNT3-ED "   Line fill rate "
           WS-SC-PCT-ED "%"
           DELIMITED BY SIZE INTO SCORECARD-REPORT-LINE.
         WRITE SCORECARD-REPORT-LINE.
         MOVE WS-SC-OVERDUE TO WS-SC-CNT-ED.
         MOVE SPACES TO SCORECARD-REPORT-LINE.
         STRING "  Lines past promise date and still open "
           WS-SC-CNT-ED
           DELIMITED BY SIZE INTO SCORECARD-REPORT-LINE.
         WRITE SCORECARD-REPORT-LINE.

         IF WS-SC-ONTIME + WS-SC-LATE > ZERO
           COMPUTE WS-SC-PCT ROUNDED =
             WS-SC-ONTIME * 100 / (WS-SC-ONTIME + WS-SC-LATE)
         ELSE
           MOVE ZERO TO WS-SC-PCT
         END-IF.
         MOVE WS-SC-RCPTS TO WS-SC-CNT-ED.
         MOVE WS-SC-ONTIME TO WS-SC-CNT2-ED.
         MOVE WS-SC-LATE TO WS-SC-CNT3-ED.
         MOVE WS-SC-PCT TO WS-SC-PCT-ED.
         MOVE SPACES TO SCORECARD-REPORT-LINE.
         STRING "  Receipts " WS-SC-CNT-ED "   On time " WS-SC-CNT2-ED
           "   Late " WS-SC-CNT3-ED "   On-time delivery "
           WS-SC-PCT-ED "%"
           DELIMITED BY SIZE INTO SCORECARD-REPORT-LINE.
         WRITE SCORECARD-REPORT-LINE.
         IF WS-SC-LATE > ZERO
           COMPUTE WS-SC-AVGDAYS ROUNDED = WS-SC-DAYSLATE / WS-SC-LATE
         ELSE
           MOVE ZERO TO WS-SC-AVGDAYS
         END-IF.
         MOVE WS-SC-AVGDAYS TO WS-SC-DAYS-ED.
         MOVE WS-SC-NOPROMISE TO WS-SC-CNT-ED.
         MOVE SPACES TO SCORECARD-REPORT-LINE.
         STRING "  Average days late " WS-SC-DAYS-ED
           "   Receipts without a promise date " WS-SC-CNT-ED
           DELIMITED BY SIZE INTO SCORECARD-REPORT-LINE.
         WRITE SCORECARD-REPORT-LINE.

         MOVE SPACES TO SCORECARD-REPORT-LINE.
         IF WS-SC-LEADCOUNT > ZERO
           COMPUTE WS-SC-AVGDAYS ROUNDED =
             WS-SC-LEADSUM / WS-SC-LEADCOUNT
           COMPUTE WS-SC-LEADDIFF-S =
             WS-SC-AVGDAYS - WS-SUPP-LEADTIME
           MOVE WS-SC-AVGDAYS TO WS-SC-DAYS-ED
           MOVE WS-SC-LEADDIFF-S TO WS-SC-DIFF-ED
           STRING "  Actual average lead time " WS-SC-DAYS-ED
             " days against " WS-SUPP-LEADTIME " in master, "
             "difference " WS-SC-DIFF-ED " days"
             DELIMITED BY SIZE INTO SCORECARD-REPORT-LINE
         ELSE
           MOVE "  Actual average lead time: no dated receipts"
             TO SCORECARD-REPORT-LINE
         END-IF.
         WRITE SCORECARD-REPORT-LINE.

         MOVE WS-SC-INVS TO WS-SC-CNT-ED.
         MOVE WS-SC-HELD TO WS-SC-CNT2-ED.
         MOVE SPACES TO SCORECARD-REPORT-LINE.
         STRING "  Invoices " WS-SC-CNT-ED "   Held at three-way match "
           WS-SC-CNT2-ED
           DELIMITED BY SIZE INTO SCORECARD-REPORT-LINE.
         WRITE SCORECARD-REPORT-LINE.
         PERFORM 0000SCORECARDWRITEREASON
           VARYING WS-SC-RSN-IDX FROM 1 BY 1
           UNTIL WS-SC-RSN-IDX > WS-SC-RSN-COUNT.

         COMPUTE WS-SC-NET-S = WS-SC-VAROVER - WS-SC-VARUNDER.
         IF WS-SC-INVPOVALUE > ZERO
           COMPUTE WS-SC-VARPCT-S ROUNDED =
             WS-SC-NET-S * 100 / WS-SC-INVPOVALUE
         ELSE
           MOVE ZERO TO WS-SC-VARPCT-S
         END-IF.
         MOVE WS-SC-VAROVER TO WS-SC-AMT-ED.
         MOVE WS-SC-VARUNDER TO WS-SC-AMT2-ED.
         MOVE WS-SC-NET-S TO WS-SC-NET-ED.
         MOVE WS-SC-VARPCT-S TO WS-SC-VARPCT-ED.
         MOVE SPACES TO SCORECARD-REPORT-LINE.
         STRING "  Price variance: above PO " WS-SC-AMT-ED
           "  below PO " WS-SC-AMT2-ED "  net " WS-SC-NET-ED
           " (" WS-SC-VARPCT-ED "%)"
           DELIMITED BY SIZE INTO SCORECARD-REPORT-LINE.
         WRITE SCORECARD-REPORT-LINE.

       0000SCORECARDWRITEREASON.
         MOVE WS-SC-RSN-TIMES (WS-SC-RSN-IDX) TO WS-SC-CNT-ED.
         MOVE SPACES TO SCORECARD-REPORT-LINE.
         STRING "    Hold reason " WS-SC-RSN-TEXT (WS-SC-RSN-IDX)
           WS-SC-CNT-ED
           DELIMITED BY SIZE INTO SCORECARD-REPORT-LINE.
         WRITE SCORECARD-REPORT-LINE.

       0000SELECTIONPURCHASING.
         MOVE 0 TO USER-SELECTION.
         DISPLAY " ".
           DISPLAY "    4 : Cancel PO"
           DISPLAY "    5 : Enter Supplier Invoice"
           DISPLAY "    6 : Invoice Match Report"
           DISPLAY "    7 : Approve Held Supplier Invoice"
           DISPLAY "    8 : Set PO Promise Date"
           DISPLAY "    9 : Return To Main Menu"
           DISPLAY "Select number and press Enter: "
           ACCEPT USER-SELECTION

             WHEN 4 PERFORM 0000SELECTIONPOCANCEL
             WHEN 5 GO TO 0000SELECTIONINVOICEENTER
             WHEN 6 PERFORM 0000SELECTIONINVOICERPT
             WHEN 7 PERFORM 0000SELECTIONINVOICEAPPROVE
             WHEN 8 PERFORM 0000SELECTIONPOPROMISE
             WHEN 9 GO TO 0000SELECTIONSTART
             WHEN OTHER PERFORM 0000SELECTIONPURCHERROR
           END-EVALUATE
         END-PERFORM.

       0000SELECTIONPOGENERATE.
         MOVE 0 TO USER-SELECTION.
         MOVE 2 TO WS-AUTH-NEED.
         MOVE "POGENERATE" TO WS-AUTH-FUNCTION.
         PERFORM 0000CHECKAUTHORITY.
         IF NOT WS-AUTH-GRANTED
           GO TO 0000SELECTIONPURCHASING
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.
         MOVE ZERO TO WS-DRAFT-COUNT.
         INITIALIZE WS-DRAFT-TABLE.
         END-PERFORM.
         MOVE 0 TO WS-ENDOFFILE.

         PERFORM 0000OPENPOUOMFILE.
         PERFORM 0000PODRAFTWRITE
           VARYING WS-DRAFT-IDX FROM 1 BY 1
           UNTIL WS-DRAFT-IDX > WS-DRAFT-COUNT.
         CLOSE POUOM-FILE.
         PERFORM 0000CHECKPOUOMSTATUS.

         CLOSE DATAFILE.
         PERFORM 0000CHECKDATAFILESTATUS.
           END-PERFORM
           IF NOT WS-DRAFT-FOUND
             IF WS-DRAFT-COUNT < 20
               MOVE "PO" TO WS-CTL-DOCTYPE
               MOVE WS-NEXT-PO-NO TO WS-CTL-SEED
               PERFORM 0000NEXTDOCNUMBER
               IF WS-CTL-GOT
                 ADD 1 TO WS-DRAFT-COUNT
                 MOVE WS-DRAFT-COUNT TO WS-DRAFT-USE
                 MOVE WS-ITEMSUPP-SUPP-NO
                   TO WS-DRAFT-SUPP-NO (WS-DRAFT-USE)
                 MOVE WS-CTL-NUMBER TO WS-DRAFT-PO-NO (WS-DRAFT-USE)
                 COMPUTE WS-NEXT-PO-NO = WS-CTL-NUMBER + 1
                 MOVE ZERO TO WS-DRAFT-LINECOUNT (WS-DRAFT-USE)
               ELSE
                 DISPLAY "!NO PO NUMBER ISSUED - PART " WS-IKEY
                   " NOT ORDERED!"
               END-IF
             ELSE
               DISPLAY "!TOO MANY DRAFT ORDERS - PART " WS-IKEY
                 " NOT ORDERED!"
             END-IF
           END-IF
           IF WS-DRAFT-USE > 0
             PERFORM 0000PODRAFTUNIT
             ADD 1 TO WS-DRAFT-LINECOUNT (WS-DRAFT-USE)
             MOVE WS-DRAFT-LINECOUNT (WS-DRAFT-USE) TO WS-PO-IDX
             MOVE WS-IKEY
               TO WS-DRAFT-IKEY (WS-DRAFT-USE WS-PO-IDX)
             MOVE WS-UOM-DOCQTY
               TO WS-DRAFT-QTY (WS-DRAFT-USE WS-PO-IDX)
             MOVE WS-UOM-DOCCOST
               TO WS-DRAFT-COST (WS-DRAFT-USE WS-PO-IDX)
             MOVE WS-ICURRENCY
               TO WS-DRAFT-CURRENCY (WS-DRAFT-USE WS-PO-IDX)
             MOVE WS-UOM-LOOKCODE
               TO WS-DRAFT-UOM (WS-DRAFT-USE WS-PO-IDX)
             MOVE WS-UOM-CONVFACTOR
               TO WS-DRAFT-FACTOR (WS-DRAFT-USE WS-PO-IDX)
           END-IF
         END-IF.

       0000PODRAFTUNIT.
         MOVE WS-STOCK-UOM TO WS-UOM-STOCKCODE.
         IF WS-UOM-STOCKCODE = SPACES
           MOVE "EA" TO WS-UOM-STOCKCODE
         END-IF.
         MOVE SPACES TO WS-UOM-LOOKCODE.
         OPEN INPUT SUPPLIER-FILE.
         PERFORM 0000CHECKSUPPLIERSTATUS.
         IF WS-SUPPLIER-OK
           MOVE WS-ITEMSUPP-SUPP-NO TO SUPP-NO
           READ SUPPLIER-FILE
             KEY IS SUPP-NO
             INVALID KEY CONTINUE
             NOT INVALID KEY MOVE SUPP-PURCHUOM TO WS-UOM-LOOKCODE
           END-READ
           PERFORM 0000CHECKSUPPLIERSTATUS
           CLOSE SUPPLIER-FILE
           PERFORM 0000CHECKSUPPLIERSTATUS
         END-IF.
         MOVE WS-IKEY TO WS-UOM-LOOKIKEY.
         PERFORM 0000UOMFACTOR.
         MOVE "Y" TO WS-UOM-CONVERTED-SW.
         IF NOT WS-UOM-FOUND
           DISPLAY "!PART " WS-IKEY " HAS NO " WS-UOM-LOOKCODE
             " UNIT - ORDERED IN " WS-UOM-STOCKCODE "!"
           MOVE "N" TO WS-UOM-CONVERTED-SW
         END-IF.
         IF WS-UOM-CONVERTED AND WS-UOM-CONVFACTOR NOT = 1
           COMPUTE WS-UOM-WHOLE = WS-SHORTQTY / WS-UOM-CONVFACTOR
             ON SIZE ERROR
               MOVE "N" TO WS-UOM-CONVERTED-SW
           END-COMPUTE
           IF WS-UOM-WHOLE * WS-UOM-CONVFACTOR < WS-SHORTQTY
             ADD 1 TO WS-UOM-WHOLE
           END-IF
           COMPUTE WS-UOM-DOCQTY = WS-UOM-WHOLE
             ON SIZE ERROR
               MOVE "N" TO WS-UOM-CONVERTED-SW
           END-COMPUTE
           COMPUTE WS-UOM-DOCCOST ROUNDED =
             WS-COST * WS-UOM-CONVFACTOR
             ON SIZE ERROR
               MOVE "N" TO WS-UOM-CONVERTED-SW
           END-COMPUTE
           IF WS-UOM-CONVERTED
             DISPLAY "Part " WS-IKEY ": short " WS-SHORTQTY " "
               WS-UOM-STOCKCODE ", ordered " WS-UOM-DOCQTY " "
               WS-UOM-LOOKCODE "."
           ELSE
             DISPLAY "!PART " WS-IKEY " DOES NOT CONVERT TO "
               WS-UOM-LOOKCODE " - ORDERED IN " WS-UOM-STOCKCODE "!"
           END-IF
         END-IF.
         IF NOT WS-UOM-CONVERTED OR WS-UOM-CONVFACTOR = 1
           MOVE WS-UOM-STOCKCODE TO WS-UOM-LOOKCODE
           MOVE 1 TO WS-UOM-CONVFACTOR
           MOVE WS-SHORTQTY TO WS-UOM-DOCQTY
           MOVE WS-COST TO WS-UOM-DOCCOST
         END-IF.

       0000PODRAFTWRITE.
         INITIALIZE PO-FILEFD.
         MOVE WS-DRAFT-PO-NO (WS-DRAFT-IDX) TO PO-NO.
         MOVE WS-DRAFT-SUPP-NO (WS-DRAFT-IDX) TO PO-SUPP-NO.
         MOVE "OPEN" TO PO-STATUS.
         PERFORM 0000PODRAFTPROMISE.
         MOVE WS-DRAFT-LINECOUNT (WS-DRAFT-IDX) TO PO-LINECOUNT.
         PERFORM VARYING WS-PO-IDX FROM 1 BY 1
           UNTIL WS-PO-IDX > PO-LINECOUNT
           INVALID KEY DISPLAY "!ERROR COULD NOT STORE PO " PO-NO "!"
           NOT INVALID KEY
             DISPLAY "Draft PO " PO-NO " created for supplier "
               PO-SUPP-NO ", promised for " PO-PROMISE-DATE "."
             PERFORM 0000PODRAFTWRITEUNIT
               VARYING WS-PO-IDX FROM 1 BY 1
               UNTIL WS-PO-IDX > PO-LINECOUNT
         END-WRITE.
         PERFORM 0000CHECKPOFILESTATUS.

       0000PODRAFTWRITEUNIT.
         MOVE WS-DRAFT-PO-NO (WS-DRAFT-IDX) TO POUOM-PO-NO.
         MOVE WS-PO-IDX TO POUOM-LINE.
         MOVE WS-DRAFT-UOM (WS-DRAFT-IDX WS-PO-IDX) TO POUOM-CODE.
         MOVE WS-DRAFT-FACTOR (WS-DRAFT-IDX WS-PO-IDX)
           TO POUOM-FACTOR.
         WRITE POUOM-FILEFD
           INVALID KEY
             REWRITE POUOM-FILEFD
               INVALID KEY
                 DISPLAY "!ERROR COULD NOT STORE UNIT FOR PO "
                   POUOM-PO-NO " LINE " POUOM-LINE "!"
             END-REWRITE
         END-WRITE.
         PERFORM 0000CHECKPOUOMSTATUS.

       0000SELECTIONPOLIST.
         MOVE 0 TO USER-SELECTION.
         MOVE 0 TO WS-ENDOFFILE.
             READ PO-FILE INTO WS-PO-FILEFD
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END
                 PERFORM 0000PODATESCHECK
                 DISPLAY "PO " WS-PO-NO " | Supplier " WS-PO-SUPP-NO
                   " | Status " WS-PO-STATUS " | Ordered "
                   WS-PO-ORDER-DATE " | Promised " WS-PO-PROMISE-DATE
                 PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > WS-PO-LINECOUNT
                   MOVE WS-PO-NO TO WS-POUOM-PO-NO
                   MOVE WS-PO-IDX TO WS-POUOM-LINE
                   MOVE WS-PO-LINE-IKEY (WS-PO-IDX) TO WS-UOM-LOOKIKEY
                   PERFORM 0000POLINEUOM
                   DISPLAY "    Line " WS-PO-IDX " | Part "
                     WS-PO-LINE-IKEY (WS-PO-IDX) " | Ordered "
                     WS-PO-LINE-QTYORD (WS-PO-IDX) " | Received "
                     WS-PO-LINE-QTYRCV (WS-PO-IDX) " "
                     WS-POUOM-CODE " | Cost "
                     WS-PO-LINE-COST (WS-PO-IDX) " "
                     WS-PO-LINE-CURRENCY (WS-PO-IDX)
                     " per " WS-POUOM-CODE
                 END-PERFORM
             END-READ
             PERFORM 0000CHECKPOFILESTATUS

       0000SELECTIONPORECEIVE.
         MOVE 0 TO USER-SELECTION.
         MOVE 2 TO WS-AUTH-NEED.
         MOVE "PORECEIVE" TO WS-AUTH-FUNCTION.
         PERFORM 0000CHECKAUTHORITY.
         IF NOT WS-AUTH-GRANTED
           GO TO 0000SELECTIONPURCHASING
         END-IF.
         DISPLAY " ".
         DISPLAY "PO Number To Receive Against (6 digets):".
         ACCEPT WS-PO-NO.
           DISPLAY "No purchase orders on file yet."
           GO TO 0000SELECTIONPURCHASING
         END-IF.
         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           MOVE WS-PO-NO TO PO-NO
           READ PO-FILE INTO WS-PO-FILEFD WITH LOCK
             KEY IS PO-NO
             INVALID KEY
               DISPLAY "!ERROR PO DOSE NOT EXIST!"
               CLOSE PO-FILE
               GO TO 0000SELECTIONPURCHASING
           END-READ
           IF WS-POFILE-INUSE
             PERFORM 0000RECORDINUSE
             IF NOT WS-LOCK-RETRY
               CLOSE PO-FILE
               GO TO 0000SELECTIONPURCHASING
             END-IF
           END-IF
         END-PERFORM.
         PERFORM 0000CHECKPOFILESTATUS.
         IF WS-PO-STATUS = "CANCELLED" OR "RECEIVED"
           DISPLAY "!ERROR PO IS " WS-PO-STATUS "!"
           CLOSE PO-FILE
           GO TO 0000SELECTIONPURCHASING
         END-IF.
         PERFORM 0000PODATESCHECK.

         DISPLAY "PO " WS-PO-NO " | Supplier " WS-PO-SUPP-NO
           " | Status " WS-PO-STATUS " | Promised "
           WS-PO-PROMISE-DATE.
         PERFORM VARYING WS-PO-IDX FROM 1 BY 1
           UNTIL WS-PO-IDX > WS-PO-LINECOUNT
           MOVE WS-PO-NO TO WS-POUOM-PO-NO
           MOVE WS-PO-IDX TO WS-POUOM-LINE
           MOVE WS-PO-LINE-IKEY (WS-PO-IDX) TO WS-UOM-LOOKIKEY
           PERFORM 0000POLINEUOM
           DISPLAY "    Line " WS-PO-IDX " | Part "
             WS-PO-LINE-IKEY (WS-PO-IDX) " | Ordered "
             WS-PO-LINE-QTYORD (WS-PO-IDX) " | Received "
             WS-PO-LINE-QTYRCV (WS-PO-IDX) " " WS-POUOM-CODE
         END-PERFORM.

         DISPLAY "Line Number To Receive:".
           CLOSE PO-FILE
           GO TO 0000SELECTIONPURCHASING
         END-IF.
         MOVE WS-PO-NO TO WS-POUOM-PO-NO.
         MOVE WS-RCV-LINE TO WS-POUOM-LINE.
         MOVE WS-PO-LINE-IKEY (WS-RCV-LINE) TO WS-UOM-LOOKIKEY.
         PERFORM 0000POLINEUOM.
         DISPLAY "Quantity Received (in " WS-POUOM-CODE "):".
         ACCEPT WS-RCV-DOCQTY.
         IF WS-RCV-DOCQTY IS NOT NUMERIC OR WS-RCV-DOCQTY = ZERO
           DISPLAY "!ERROR QUANTITY MUST BE A POSITIVE NUMBER!"
           CLOSE PO-FILE
           GO TO 0000SELECTIONPURCHASING
         END-IF.
         IF WS-RCV-DOCQTY + WS-PO-LINE-QTYRCV (WS-RCV-LINE) >
             WS-PO-LINE-QTYORD (WS-RCV-LINE)
           DISPLAY "!ERROR CAN NOT RECEIVE MORE THAN ORDERED!"
           CLOSE PO-FILE
           GO TO 0000SELECTIONPURCHASING
         END-IF.
         MOVE "Y" TO WS-UOM-CONVERTED-SW.
         COMPUTE WS-RCV-QTY ROUNDED =
           WS-RCV-DOCQTY * WS-POUOM-FACTOR
           ON SIZE ERROR
             MOVE "N" TO WS-UOM-CONVERTED-SW
         END-COMPUTE.
         IF NOT WS-UOM-CONVERTED OR WS-RCV-QTY = ZERO
           DISPLAY "!ERROR QUANTITY CAN NOT BE CONVERTED TO "
             "STOCKING UNITS!"
           CLOSE PO-FILE
           GO TO 0000SELECTIONPURCHASING
         END-IF.
         IF WS-POUOM-FACTOR NOT = 1
           DISPLAY "Receiving " WS-RCV-DOCQTY " " WS-POUOM-CODE
             " = " WS-RCV-QTY " in stocking units."
         END-IF.
         DISPLAY "Location Received Into (3 characters, blank = MAI):".
         ACCEPT WS-MOVELOC.
         IF WS-MOVELOC = SPACES
         END-IF.

         PERFORM 0000OPENINVENTORYDATAFILE.
         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           MOVE WS-PO-LINE-IKEY (WS-RCV-LINE) TO IKEY
           READ DATAFILE INTO WS-DATAFILEFD WITH LOCK
             KEY IS IKEY
             INVALID KEY
               DISPLAY "!ERROR PART NUMBER DOSE NOT EXIST!"
               PERFORM 0000CLOSEINVENTORYDATAFILE
               CLOSE PO-FILE
               GO TO 0000SELECTIONPURCHASING
           END-READ
           IF WS-DATAFILE-INUSE
             PERFORM 0000RECORDINUSE
             IF NOT WS-LOCK-RETRY
               PERFORM 0000CLOSEINVENTORYDATAFILE
               CLOSE PO-FILE
               GO TO 0000SELECTIONPURCHASING
             END-IF
           END-IF
         END-PERFORM.
         PERFORM 0000CHECKDATAFILESTATUS.
         IF WS-INS + WS-RCV-QTY > 9999.99
           DISPLAY "!ERROR STOCK ON HAND WOULD EXCEED 9999.99, "
             "NOTHING RECEIVED!"
           PERFORM 0000CLOSEINVENTORYDATAFILE
           CLOSE PO-FILE
           GO TO 0000SELECTIONPURCHASING
         END-IF.

         MOVE WS-DATAFILEFD TO WS-OLDDATAFILEFD.
         MOVE WS-INS TO WS-STOCKOLDINS.
         IF WS-PO-LINE-CURRENCY (WS-RCV-LINE) = WS-ICURRENCY
           COMPUTE WS-NEWCOST ROUNDED =
             ((WS-STOCKOLDINS * WS-COST) +
              (WS-RCV-DOCQTY * WS-PO-LINE-COST (WS-RCV-LINE)))
             / (WS-STOCKOLDINS + WS-RCV-QTY)
           MOVE WS-NEWCOST TO WS-COST
         ELSE
         MOVE WS-COST TO COST.
         MOVE WS-ICURRENCY TO ICURRENCY.
         MOVE WS-REORDER-POINT TO REORDER-POINT.
         MOVE WS-STOCK-UOM TO STOCK-UOM.
         REWRITE DATAFILEFD
           INVALID KEY DISPLAY "!ERROR COULD NOT UPDATE STOCK!"
           NOT INVALID KEY
             PERFORM 0000APPLYLOCSTOCKMOVE
             PERFORM 0000WRITESTOCKMOVE
             PERFORM 0000LOTRECEIVE
             PERFORM 0000WRITEPORECEIPT
             PERFORM 0000SUGGESTBACKORDERS
         END-REWRITE.
         PERFORM 0000CHECKDATAFILESTATUS.
         PERFORM 0000CLOSEINVENTORYDATAFILE.

         ADD WS-RCV-DOCQTY TO WS-PO-LINE-QTYRCV (WS-RCV-LINE).
         MOVE ZERO TO WS-PO-OPENLINES.
         PERFORM VARYING WS-PO-IDX FROM 1 BY 1
           UNTIL WS-PO-IDX > WS-PO-LINECOUNT

       0000SELECTIONPOCANCEL.
         MOVE 0 TO USER-SELECTION.
         MOVE 2 TO WS-AUTH-NEED.
         MOVE "POCANCEL" TO WS-AUTH-FUNCTION.
         PERFORM 0000CHECKAUTHORITY.
         IF NOT WS-AUTH-GRANTED
           GO TO 0000SELECTIONPURCHASING
         END-IF.
         DISPLAY " ".
         DISPLAY "PO Number To Cancel (6 digets):".
         ACCEPT WS-PO-NO.
         IF WS-PO-NO IS NOT NUMERIC
           DISPLAY "No purchase orders on file yet."
           GO TO 0000SELECTIONPURCHASING
         END-IF.
         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           MOVE WS-PO-NO TO PO-NO
           READ PO-FILE INTO WS-PO-FILEFD WITH LOCK
             KEY IS PO-NO
             INVALID KEY
               DISPLAY "!ERROR PO DOSE NOT EXIST!"
               CLOSE PO-FILE
               GO TO 0000SELECTIONPURCHASING
           END-READ
           IF WS-POFILE-INUSE
             PERFORM 0000RECORDINUSE
             IF NOT WS-LOCK-RETRY
               CLOSE PO-FILE
               GO TO 0000SELECTIONPURCHASING
             END-IF
           END-IF
         END-PERFORM.
         PERFORM 0000CHECKPOFILESTATUS.
         IF WS-PO-STATUS = "CANCELLED" OR "RECEIVED"
           DISPLAY "!ERROR PO IS " WS-PO-STATUS "!"

       GO TO 0000SELECTIONPURCHASING.

       0000SELECTIONPOPROMISE.
         MOVE 0 TO USER-SELECTION.
         MOVE 2 TO WS-AUTH-NEED.
         MOVE "POPROMISE" TO WS-AUTH-FUNCTION.
         PERFORM 0000CHECKAUTHORITY.
         IF NOT WS-AUTH-GRANTED
           GO TO 0000SELECTIONPURCHASING
         END-IF.
         DISPLAY " ".
         DISPLAY "PO Number To Set Promise Date For (6 digets):".
         ACCEPT WS-PO-NO.
         IF WS-PO-NO IS NOT NUMERIC
           DISPLAY "!ERROR PO NUMBER MUST BE NUMERIC!"
           GO TO 0000SELECTIONPURCHASING
         END-IF.

         OPEN I-O PO-FILE.
         PERFORM 0000CHECKPOFILESTATUS.
         IF NOT WS-POFILE-OK
           DISPLAY "No purchase orders on file yet."
           GO TO 0000SELECTIONPURCHASING
         END-IF.
         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           MOVE WS-PO-NO TO PO-NO
           READ PO-FILE INTO WS-PO-FILEFD WITH LOCK
             KEY IS PO-NO
             INVALID KEY
               DISPLAY "!ERROR PO DOSE NOT EXIST!"
               CLOSE PO-FILE
               GO TO 0000SELECTIONPURCHASING
           END-READ
           IF WS-POFILE-INUSE
             PERFORM 0000RECORDINUSE
             IF NOT WS-LOCK-RETRY
               CLOSE PO-FILE
               GO TO 0000SELECTIONPURCHASING
             END-IF
           END-IF
         END-PERFORM.
         PERFORM 0000CHECKPOFILESTATUS.
         PERFORM 0000PODATESCHECK.
         IF WS-PO-STATUS NOT = "OPEN"
           DISPLAY "!ERROR PO IS " WS-PO-STATUS
             " - PROMISE DATE CAN ONLY BE SET BEFORE RECEIPT!"
           CLOSE PO-FILE
           GO TO 0000SELECTIONPURCHASING
         END-IF.

         DISPLAY "PO " WS-PO-NO " | Supplier " WS-PO-SUPP-NO
           " | Status " WS-PO-STATUS.
         DISPLAY "Order Date  : " WS-PO-ORDER-DATE.
         DISPLAY "Promise Date: " WS-PO-PROMISE-DATE.
         IF WS-PO-ORDER-DATE = ZERO
           DISPLAY "Order Date (YYYYMMDD):"
           ACCEPT WS-PROMISE-X
           PERFORM 0000PROMISEDATEVALID
           IF NOT WS-DATEVALID
             DISPLAY "!ERROR NOT A VALID DATE YYYYMMDD!"
             CLOSE PO-FILE
             GO TO 0000SELECTIONPURCHASING
           END-IF
           MOVE WS-DAYNUM-DATE TO WS-PO-ORDER-DATE
         END-IF.
         DISPLAY "Promise Date Confirmed By Supplier (YYYYMMDD):".
         ACCEPT WS-PROMISE-X.
         PERFORM 0000PROMISEDATEVALID.
         IF NOT WS-DATEVALID
           DISPLAY "!ERROR NOT A VALID DATE YYYYMMDD!"
           CLOSE PO-FILE
           GO TO 0000SELECTIONPURCHASING
         END-IF.
         IF WS-DAYNUM-DATE < WS-PO-ORDER-DATE
           DISPLAY "!ERROR PROMISE DATE IS BEFORE THE ORDER DATE!"
           CLOSE PO-FILE
           GO TO 0000SELECTIONPURCHASING
         END-IF.
         MOVE WS-DAYNUM-DATE TO WS-PO-PROMISE-DATE.

         MOVE WS-PO-FILEFD TO PO-FILEFD.
         REWRITE PO-FILEFD
           INVALID KEY DISPLAY "!ERROR COULD NOT UPDATE PO!"
           NOT INVALID KEY
             DISPLAY "PO " WS-PO-NO " ordered " WS-PO-ORDER-DATE
               ", promised for " WS-PO-PROMISE-DATE "."
         END-REWRITE.
         PERFORM 0000CHECKPOFILESTATUS.
         CLOSE PO-FILE.
         PERFORM 0000CHECKPOFILESTATUS.

       GO TO 0000SELECTIONPURCHASING.

       0000PODATESCHECK.
         IF WS-PO-ORDER-DATE IS NOT NUMERIC
           MOVE ZERO TO WS-PO-ORDER-DATE
         END-IF.
         IF WS-PO-PROMISE-DATE IS NOT NUMERIC
           MOVE ZERO TO WS-PO-PROMISE-DATE
         END-IF.

       0000PROMISEDATEVALID.
         MOVE "N" TO WS-DATEVALID-SW.
         IF WS-PROMISE-X IS NUMERIC
           MOVE WS-PROMISE-X TO WS-DAYNUM-DATE
           IF WS-DAYNUM-YY > 1900
               AND WS-DAYNUM-MM > 0 AND WS-DAYNUM-MM < 13
               AND WS-DAYNUM-DD > 0
             PERFORM 0000DATEMONTHDAYS
             IF WS-DAYNUM-DD NOT > WS-DATEADD-MAXDD
               MOVE "Y" TO WS-DATEVALID-SW
             END-IF
           END-IF
         END-IF.

       0000PODRAFTPROMISE.
         ACCEPT CURRENTDATE2 FROM DATE YYYYMMDD.
         MOVE CURRENTDATE2 TO PO-ORDER-DATE.
         MOVE ZERO TO WS-PROMISE-LEADTIME.
         OPEN INPUT SUPPLIER-FILE.
         PERFORM 0000CHECKSUPPLIERSTATUS.
         IF WS-SUPPLIER-OK
           MOVE PO-SUPP-NO TO SUPP-NO
           READ SUPPLIER-FILE
             KEY IS SUPP-NO
             INVALID KEY CONTINUE
             NOT INVALID KEY
               IF SUPP-LEADTIME IS NUMERIC
                 MOVE SUPP-LEADTIME TO WS-PROMISE-LEADTIME
               END-IF
           END-READ
           PERFORM 0000CHECKSUPPLIERSTATUS
           CLOSE SUPPLIER-FILE
           PERFORM 0000CHECKSUPPLIERSTATUS
         END-IF.
         MOVE PO-ORDER-DATE TO WS-DAYNUM-DATE.
         MOVE WS-PROMISE-LEADTIME TO WS-DATEADD-DAYS.
         PERFORM 0000DATEADDDAYS.
         MOVE WS-DAYNUM-DATE TO PO-PROMISE-DATE.

       0000WRITEPORECEIPT.
         PERFORM 0000OPENPORCPTFILE.
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
         MOVE ZERO TO WS-PORCPT-SHIPDATE.
         MOVE WS-PORCPT-FILEFD TO PORCPT-FILEFD.
         WRITE PORCPT-FILEFD
           INVALID KEY
             DISPLAY "!ERROR COULD NOT RECORD RECEIPT FOR PO "
               WS-PO-NO " LINE " WS-RCV-LINE "!"
         END-WRITE.
         PERFORM 0000CHECKPORCPTSTATUS.
         CLOSE PORCPT-FILE.
         PERFORM 0000CHECKPORCPTSTATUS.

         IF WS-PO-PROMISE-DATE > ZERO
           MOVE WS-PO-PROMISE-DATE TO WS-DATE1
           MOVE WS-PORCPT-DATE TO WS-DATE2
           PERFORM 0000DATEDIFFEXACT
           IF WS-DAYNUM-DIFF-S > ZERO
             DISPLAY "Receipt is " WS-DAYNUM-DIFF-S
               " days after the promise date " WS-PO-PROMISE-DATE "."
           END-IF
         END-IF.

       0000SELECTIONINVOICEENTER.
         MOVE 0 TO USER-SELECTION.
         MOVE 2 TO WS-AUTH-NEED.
         MOVE "INVOICEENTER" TO WS-AUTH-FUNCTION.
         PERFORM 0000CHECKAUTHORITY.
         IF NOT WS-AUTH-GRANTED
           GO TO 0000SELECTIONPURCHASING
         END-IF.
         DISPLAY " ".
         DISPLAY "Supplier Invoice Number (max 10 characters):".
         ACCEPT WS-INV-SUPPINV.
           " | Status " WS-PO-STATUS.
         PERFORM VARYING WS-PO-IDX FROM 1 BY 1
           UNTIL WS-PO-IDX > WS-PO-LINECOUNT
           MOVE WS-PO-NO TO WS-POUOM-PO-NO
           MOVE WS-PO-IDX TO WS-POUOM-LINE
           MOVE WS-PO-LINE-IKEY (WS-PO-IDX) TO WS-UOM-LOOKIKEY
           PERFORM 0000POLINEUOM
           DISPLAY "    Line " WS-PO-IDX " | Part "
             WS-PO-LINE-IKEY (WS-PO-IDX) " | Received "
             WS-PO-LINE-QTYRCV (WS-PO-IDX) " " WS-POUOM-CODE
             " | Cost " WS-PO-LINE-COST (WS-PO-IDX) " "
             WS-PO-LINE-CURRENCY (WS-PO-IDX) " per " WS-POUOM-CODE
         END-PERFORM.

         MOVE WS-PO-SUPP-NO TO WS-INV-SUPP-NO.
         MOVE SPACES TO WS-INV-STATUS.
         MOVE SPACES TO WS-INV-REASON.
         MOVE ZERO TO WS-INV-LINECOUNT.
         MOVE SPACES TO WS-INV-ENT-UOM-TABLE.

       0000INVOICEENTERNEXT.
         IF WS-INV-LINECOUNT NOT < 10
           SUBTRACT 1 FROM WS-INV-LINECOUNT
           GO TO 0000INVOICEENTERNEXT
         END-IF.
         DISPLAY "Unit Of Measure Invoiced (max 4 characters, "
           "blank = PO line unit):".
         ACCEPT WS-INV-ENT-UOM (WS-INV-LINECOUNT).
         DISPLAY "Unit Price Invoiced:".
         ACCEPT WS-INV-LINE-PRICE (WS-INV-LINECOUNT).
         IF WS-INV-LINE-PRICE (WS-INV-LINECOUNT) IS NOT NUMERIC
         PERFORM 0000INVOICEMATCH.

         PERFORM 0000OPENINVOICEFILE.
         MOVE SPACES TO WS-INV-APPROVER.
         MOVE WS-INVOICE-FILEFD TO INVOICE-FILEFD.
         WRITE INVOICE-FILEFD
           INVALID KEY
           MOVE "PART NOT ON PO" TO WS-INV-HOLDREASON
           PERFORM 0000INVOICEHOLD
         ELSE
           IF WS-INV-ENT-UOM (WS-INV-IDX) NOT = SPACES
             PERFORM 0000INVOICELINEUNIT
           END-IF
           IF WS-INV-LINE-QTY (WS-INV-IDX) >
               WS-PO-LINE-QTYRCV (WS-INV-POLINE)
             MOVE "QTY OVER RECEIPT" TO WS-INV-HOLDREASON
           END-IF
         END-IF.

       0000INVOICELINEUNIT.
         MOVE WS-INV-PO-NO TO WS-POUOM-PO-NO.
         MOVE WS-INV-POLINE TO WS-POUOM-LINE.
         MOVE WS-INV-LINE-IKEY (WS-INV-IDX) TO WS-UOM-LOOKIKEY.
         PERFORM 0000POLINEUOM.
         IF WS-INV-ENT-UOM (WS-INV-IDX) NOT = WS-POUOM-CODE
           PERFORM 0000PARTSTOCKUOM
           MOVE WS-INV-ENT-UOM (WS-INV-IDX) TO WS-UOM-LOOKCODE
           PERFORM 0000UOMFACTOR
           MOVE WS-UOM-CONVFACTOR TO WS-UOM-INVFACTOR
           MOVE "Y" TO WS-UOM-CONVERTED-SW
           IF NOT WS-UOM-FOUND
             MOVE "N" TO WS-UOM-CONVERTED-SW
           ELSE
             COMPUTE WS-UOM-DOCQTY ROUNDED =
               WS-INV-LINE-QTY (WS-INV-IDX) * WS-UOM-INVFACTOR
               / WS-POUOM-FACTOR
               ON SIZE ERROR
                 MOVE "N" TO WS-UOM-CONVERTED-SW
             END-COMPUTE
             COMPUTE WS-UOM-DOCCOST ROUNDED =
               WS-INV-LINE-PRICE (WS-INV-IDX) * WS-POUOM-FACTOR
               / WS-UOM-INVFACTOR
               ON SIZE ERROR
                 MOVE "N" TO WS-UOM-CONVERTED-SW
             END-COMPUTE
           END-IF
           IF WS-UOM-CONVERTED
             DISPLAY "Invoice line " WS-INV-IDX ": "
               WS-INV-LINE-QTY (WS-INV-IDX) " "
               WS-INV-ENT-UOM (WS-INV-IDX) " at "
               WS-INV-LINE-PRICE (WS-INV-IDX) " = " WS-UOM-DOCQTY
               " " WS-POUOM-CODE " at " WS-UOM-DOCCOST "."
             MOVE WS-UOM-DOCQTY TO WS-INV-LINE-QTY (WS-INV-IDX)
             MOVE WS-UOM-DOCCOST TO WS-INV-LINE-PRICE (WS-INV-IDX)
           ELSE
             MOVE "UNIT NOT CONVERTIBLE" TO WS-INV-HOLDREASON
             PERFORM 0000INVOICEHOLD
           END-IF
         END-IF.

       0000INVOICEHOLD.
         MOVE "HELD" TO WS-INV-STATUS.
         IF WS-INV-REASON = SPACES
         STRING "Run Date: " YY2 "-" MM2 "-" DD2
           DELIMITED BY SIZE INTO INVOICE-REPORT-LINE.
         WRITE INVOICE-REPORT-LINE.
         MOVE SPACES TO INVOICE-REPORT-LINE.
         STRING "Invoice    PO      Supplier Status     Reason"
           "               Approver"
           DELIMITED BY SIZE INTO INVOICE-REPORT-LINE.
         WRITE INVOICE-REPORT-LINE.
         MOVE ALL "-" TO INVOICE-REPORT-LINE.
         WRITE INVOICE-REPORT-LINE.
         MOVE SPACES TO INVOICE-REPORT-LINE.
         STRING WS-INV-SUPPINV " " WS-INV-PO-NO "  "
           WS-INV-SUPP-NO "     " WS-INV-STATUS " " WS-INV-REASON
           " " WS-INV-APPROVER
           DELIMITED BY SIZE INTO INVOICE-REPORT-LINE.
         WRITE INVOICE-REPORT-LINE.
         PERFORM VARYING WS-INV-IDX FROM 1 BY 1
           END-IF
         END-IF.
         IF WS-ONORD-USE > ZERO
           MOVE WS-PO-NO TO WS-POUOM-PO-NO
           MOVE WS-PO-IDX TO WS-POUOM-LINE
           PERFORM 0000POLINEFACTOR
           COMPUTE WS-ONORD-QTY (WS-ONORD-USE) ROUNDED =
             WS-ONORD-QTY (WS-ONORD-USE) +
             (WS-PO-LINE-QTYORD (WS-PO-IDX) -
              WS-PO-LINE-QTYRCV (WS-PO-IDX)) * WS-POUOM-FACTOR
         END-IF.

       0000SUBTRACTONORDER.

       0000SELECTIONCOUNTGEN.
         MOVE 0 TO USER-SELECTION.
         MOVE 2 TO WS-AUTH-NEED.
         MOVE "COUNTGENERATE" TO WS-AUTH-FUNCTION.
         PERFORM 0000CHECKAUTHORITY.
         IF NOT WS-AUTH-GRANTED
           GO TO 0000SELECTIONCOUNTING
         END-IF.
         DISPLAY " ".
         PERFORM UNTIL USER-SELECTION>0
           DISPLAY "Generating a new count sheet replaces any count"
           GO TO 0000SELECTIONCOUNTING
         END-IF.

         MOVE "COUNT" TO WS-CTL-DOCTYPE.
         MOVE 1 TO WS-CTL-SEED.
         PERFORM 0000NEXTDOCNUMBER.
         IF NOT WS-CTL-GOT
           DISPLAY "!NO COUNT NUMBER ISSUED - COUNT SHEET NOT "
             "GENERATED!"
           CLOSE DATAFILE
           PERFORM 0000CHECKDATAFILESTATUS
           GO TO 0000SELECTIONCOUNTING
         END-IF.
         MOVE WS-CTL-NUMBER TO WS-COUNT-NO.

         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           DELETE FILE
             COUNT-FILE
           END-DELETE
           OPEN OUTPUT COUNT-FILE
           IF WS-COUNT-INUSE
             PERFORM 0000RECORDINUSE
           END-IF
         END-PERFORM.
         IF WS-COUNT-INUSE
           DISPLAY "!COUNT SHEET NOT GENERATED!"
           CLOSE DATAFILE
           PERFORM 0000CHECKDATAFILESTATUS
           GO TO 0000SELECTIONCOUNTING
         END-IF.
         PERFORM 0000CHECKCOUNTSTATUS.

         PERFORM UNTIL WS-ENDOFFILE = 1
               MOVE WS-INS TO COUNT-BOOKQTY
               MOVE ZERO TO COUNT-COUNTEDQTY
               MOVE "N" TO COUNT-FLAG
               MOVE WS-COUNT-NO TO COUNT-NO
               WRITE COUNT-FILEFD
                 INVALID KEY
                   DISPLAY "!ERROR COULD NOT STORE COUNT LINE "
         PERFORM 0000CHECKDATAFILESTATUS.

         DISPLAY " ".
         DISPLAY "Count sheet " WS-COUNT-NO " generated with "
           WS-COUNT-GENCOUNT " parts, book quantities frozen.".

       0000SELECTIONCOUNTENTER.
         MOVE 0 TO USER-SELECTION.
         MOVE 2 TO WS-AUTH-NEED.
         MOVE "COUNTENTER" TO WS-AUTH-FUNCTION.
         PERFORM 0000CHECKAUTHORITY.
         IF NOT WS-AUTH-GRANTED
           GO TO 0000SELECTIONCOUNTING
         END-IF.
         DISPLAY " ".

       0000COUNTENTEROPEN.
         OPEN I-O COUNT-FILE.
         PERFORM 0000CHECKCOUNTSTATUS.
         IF WS-COUNT-INUSE
           PERFORM 0000RECORDINUSE
           IF WS-LOCK-RETRY
             GO TO 0000COUNTENTEROPEN
           END-IF
           GO TO 0000SELECTIONCOUNTING
         END-IF.
         IF NOT WS-COUNT-OK
           DISPLAY "!NO COUNT SHEET ON FILE - GENERATE ONE FIRST!"
           GO TO 0000SELECTIONCOUNTING
         END-IF.

       0000COUNTENTERNEXT.
         UNLOCK COUNT-FILE.
         DISPLAY "Part Number To Count (0 when done):".
         ACCEPT WS-COUNT-IKEY.
         IF WS-COUNT-IKEY IS NOT NUMERIC
           PERFORM 0000CHECKCOUNTSTATUS
           GO TO 0000SELECTIONCOUNTING
         END-IF.

       0000COUNTENTERREAD.
         MOVE WS-COUNT-IKEY TO COUNT-IKEY.
         READ COUNT-FILE INTO WS-COUNT-FILEFD WITH LOCK
           KEY IS COUNT-IKEY
           INVALID KEY
             DISPLAY "!ERROR PART IS NOT ON THE COUNT SHEET!"
             GO TO 0000COUNTENTERNEXT
         END-READ.
         IF WS-COUNT-INUSE
           PERFORM 0000RECORDINUSE
           IF WS-LOCK-RETRY
             GO TO 0000COUNTENTERREAD
           END-IF
           GO TO 0000COUNTENTERNEXT
         END-IF.
         PERFORM 0000CHECKCOUNTSTATUS.
         DISPLAY "Item: " WS-COUNT-MN " " WS-COUNT-NAME.
         DISPLAY "Counted Quantity:".
         STRING "PARTS NOT YET COUNTED: " WS-COUNT-NOTCOUNTED
           DELIMITED BY SIZE INTO VARIANCE-REPORT-LINE.
         WRITE VARIANCE-REPORT-LINE.
         MOVE SPACES TO VARIANCE-REPORT-LINE.
         STRING "COUNT NUMBER: " WS-COUNT-NO
           DELIMITED BY SIZE INTO VARIANCE-REPORT-LINE.
         WRITE VARIANCE-REPORT-LINE.

         CLOSE VARIANCE-REPORT.
         CLOSE DATAFILE.

       0000SELECTIONCOUNTPOST.
         MOVE 0 TO USER-SELECTION.
         MOVE 3 TO WS-AUTH-NEED.
         MOVE "COUNTPOST" TO WS-AUTH-FUNCTION.
         PERFORM 0000CHECKAUTHORITY.
         IF NOT WS-AUTH-GRANTED
           GO TO 0000SELECTIONCOUNTING
         END-IF.
         DISPLAY " ".
         PERFORM UNTIL USER-SELECTION>0
           DISPLAY "Posting writes an ADJUSTMENT stock movement with"

         OPEN I-O COUNT-FILE.
         PERFORM 0000CHECKCOUNTSTATUS.
         IF WS-COUNT-INUSE
           PERFORM 0000RECORDINUSE
           IF WS-LOCK-RETRY
             GO TO 0000CONTINUECOUNTPOST
           END-IF
           GO TO 0000SELECTIONCOUNTING
         END-IF.
         IF NOT WS-COUNT-OK
           DISPLAY "!NO COUNT SHEET ON FILE - GENERATE ONE FIRST!"
           GO TO 0000SELECTIONCOUNTING
         PERFORM 0000CHECKCOUNTSTATUS.

         DISPLAY " ".
         DISPLAY "Count " WS-COUNT-NO " variances posted: "
           WS-COUNT-POSTCOUNT.

       0000COUNTPOSTONE.
         MOVE WS-COUNT-IKEY TO COUNT-IKEY.
         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           READ COUNT-FILE INTO WS-COUNT-FILEFD WITH LOCK
             KEY IS COUNT-IKEY
             INVALID KEY CONTINUE
           END-READ
           IF WS-COUNT-INUSE
             PERFORM 0000RECORDINUSE
           END-IF
         END-PERFORM.
         PERFORM 0000CHECKCOUNTSTATUS.
         IF WS-COUNT-OK AND WS-COUNT-FLAG = "C"
           PERFORM 0000COUNTPOSTLOCKED
         ELSE
           DISPLAY "!PART " WS-COUNT-IKEY " COUNT NOT POSTED!"
         END-IF.
         UNLOCK COUNT-FILE.

       0000COUNTPOSTLOCKED.
         COMPUTE WS-VARQTY = WS-COUNT-COUNTEDQTY - WS-COUNT-BOOKQTY.
         IF WS-VARQTY = ZERO
           MOVE "P" TO WS-COUNT-FLAG

       0000COUNTPOSTVARIANCE.
         MOVE "N" TO WS-COUNTPOST-SW.
         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           MOVE WS-COUNT-IKEY TO IKEY
           READ DATAFILE INTO WS-DATAFILEFD WITH LOCK
             KEY IS IKEY
             INVALID KEY
               DISPLAY "!PART " WS-COUNT-IKEY
                 " NO LONGER IN INVENTORY - VARIANCE NOT POSTED!"
             NOT INVALID KEY MOVE "Y" TO WS-COUNTPOST-SW
           END-READ
           IF WS-DATAFILE-INUSE
             PERFORM 0000RECORDINUSE
             IF NOT WS-LOCK-RETRY
               DISPLAY "!PART " WS-COUNT-IKEY
                 " VARIANCE NOT POSTED!"
             END-IF
           END-IF
         END-PERFORM.
         PERFORM 0000CHECKDATAFILESTATUS.

         IF WS-COUNTPOST-GO
         IF WS-COUNTPOST-GO
           PERFORM 0000COUNTPOSTAPPLY
         END-IF.
         UNLOCK DATAFILE.

       0000COUNTPOSTAPPLY.
         MOVE WS-DATAFILEFD TO WS-OLDDATAFILEFD.
         MOVE WS-COST TO COST.
         MOVE WS-ICURRENCY TO ICURRENCY.
         MOVE WS-REORDER-POINT TO REORDER-POINT.
         MOVE WS-STOCK-UOM TO STOCK-UOM.
         REWRITE DATAFILEFD
           INVALID KEY
             DISPLAY "!ERROR COULD NOT UPDATE STOCK FOR PART "
         PERFORM 0000CHECKLOCSTOCKSTATUS.

       0000LOCSTOCKADDQTY.
         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           MOVE WS-IKEY TO LOCSTOCK-IKEY
           MOVE WS-LOCTARGET TO LOCSTOCK-LOC
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
             PERFORM 0000RECORDINUSE
             IF NOT WS-LOCK-RETRY
               DISPLAY "!LOCATION " WS-LOCTARGET " STOCK FOR PART "
                 WS-IKEY " NOT UPDATED!"
             END-IF
           END-IF
         END-PERFORM.
         PERFORM 0000CHECKLOCSTOCKSTATUS.
         UNLOCK LOCSTOCK-FILE.

       0000LOCSTOCKSUBQTY.
         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           MOVE WS-IKEY TO LOCSTOCK-IKEY
           MOVE WS-LOCTARGET TO LOCSTOCK-LOC
           READ LOCSTOCK-FILE INTO WS-LOCSTOCK-FILEFD WITH LOCK
             KEY IS LOCSTOCK-KEY
             INVALID KEY
               DISPLAY "!NO STOCK AT LOCATION " WS-LOCTARGET
                 " FOR PART " WS-IKEY "!"
             NOT INVALID KEY
               IF WS-LOCQTY > WS-LOCSTOCK-QTY
                 DISPLAY "!LOCATION " WS-LOCTARGET " HAD ONLY "
                   WS-LOCSTOCK-QTY " OF PART " WS-IKEY
                   " - SET TO ZERO!"
                 MOVE ZERO TO WS-LOCSTOCK-QTY
               ELSE
                 SUBTRACT WS-LOCQTY FROM WS-LOCSTOCK-QTY
               END-IF
               MOVE WS-LOCSTOCK-FILEFD TO LOCSTOCK-FILEFD
               REWRITE LOCSTOCK-FILEFD
                 INVALID KEY
                   DISPLAY "!ERROR COULD NOT STORE LOCATION STOCK!"
               END-REWRITE
           END-READ
           IF WS-LOCSTOCK-INUSE
             PERFORM 0000RECORDINUSE
             IF NOT WS-LOCK-RETRY
               DISPLAY "!LOCATION " WS-LOCTARGET " STOCK FOR PART "
                 WS-IKEY " NOT UPDATED!"
             END-IF
           END-IF
         END-PERFORM.
         PERFORM 0000CHECKLOCSTOCKSTATUS.
         UNLOCK LOCSTOCK-FILE.

       0000PURGELOCSTOCK.
         MOVE 0 TO WS-ENDOFFILE.
         CLOSE LOCSTOCK-FILE.
         PERFORM 0000CHECKLOCSTOCKSTATUS.

       0000PARTREFCHECK.
         MOVE "N" TO WS-REF-FOUND-SW.
         MOVE SPACES TO WS-REF-REASON.
         MOVE WS-IKEY TO WS-REF-IKEY.
         PERFORM 0000PARTREFORDERS.
         IF NOT WS-REF-FOUND
           PERFORM 0000PARTREFPOS
         END-IF.
         IF NOT WS-REF-FOUND
           PERFORM 0000PARTREFLOTS
         END-IF.
         IF NOT WS-REF-FOUND
           PERFORM 0000PARTREFLOCSTOCK
         END-IF.
         IF NOT WS-REF-FOUND
           PERFORM 0000PARTREFBOM
         END-IF.
         IF NOT WS-REF-FOUND
           PERFORM 0000PARTREFWOS
         END-IF.

       0000PARTREFORDERS.
         MOVE 0 TO WS-ENDOFFILE.
         OPEN INPUT ORDER-FILE.
         PERFORM 0000CHECKORDERFILESTATUS.
         IF WS-ORDERFILE-OK
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ ORDER-FILE
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END
                 IF ORDER-IKEY = WS-REF-IKEY
                     AND ORDER-STATUS NOT = "SHIPPED"
                     AND ORDER-STATUS NOT = "CANCELLED"
                   MOVE "Y" TO WS-REF-FOUND-SW
                   STRING "PART IS ON OPEN CUSTOMER ORDER " ORDER-NO
                     DELIMITED BY SIZE INTO WS-REF-REASON
                   END-STRING
                   MOVE 1 TO WS-ENDOFFILE
                 END-IF
             END-READ
             PERFORM 0000CHECKORDERFILESTATUS
           END-PERFORM
           CLOSE ORDER-FILE
           PERFORM 0000CHECKORDERFILESTATUS
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.

       0000PARTREFPOS.
         MOVE 0 TO WS-ENDOFFILE.
         OPEN INPUT PO-FILE.
         PERFORM 0000CHECKPOFILESTATUS.
         IF WS-POFILE-OK
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ PO-FILE
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END
                 IF PO-STATUS NOT = "RECEIVED"
                     AND PO-STATUS NOT = "CANCELLED"
                   PERFORM 0000PARTREFPOLINES
                 END-IF
             END-READ
             PERFORM 0000CHECKPOFILESTATUS
           END-PERFORM
           CLOSE PO-FILE
           PERFORM 0000CHECKPOFILESTATUS
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.

       0000PARTREFPOLINES.
         PERFORM VARYING WS-REF-IDX FROM 1 BY 1
           UNTIL WS-REF-IDX > PO-LINECOUNT OR WS-REF-IDX > 10
             OR WS-REF-FOUND
           IF PO-LINE-IKEY (WS-REF-IDX) = WS-REF-IKEY
               AND PO-LINE-QTYRCV (WS-REF-IDX)
                 < PO-LINE-QTYORD (WS-REF-IDX)
             MOVE "Y" TO WS-REF-FOUND-SW
             STRING "PART IS ON OPEN PURCHASE ORDER " PO-NO
               DELIMITED BY SIZE INTO WS-REF-REASON
             END-STRING
             MOVE 1 TO WS-ENDOFFILE
           END-IF
         END-PERFORM.

       0000PARTREFLOTS.
         MOVE 0 TO WS-ENDOFFILE.
         OPEN INPUT LOT-FILE.
         PERFORM 0000CHECKLOTSTATUS.
         IF WS-LOT-OK
           MOVE WS-REF-IKEY TO LOT-IKEY
           MOVE LOW-VALUES TO LOT-NO
           START LOT-FILE KEY IS NOT LESS THAN LOT-KEY
             INVALID KEY MOVE 1 TO WS-ENDOFFILE
           END-START
           PERFORM 0000CHECKLOTSTATUS
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ LOT-FILE NEXT
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END
                 IF LOT-IKEY NOT = WS-REF-IKEY
                   MOVE 1 TO WS-ENDOFFILE
                 ELSE
                   IF LOT-QTYREMAIN > ZERO
                     MOVE "Y" TO WS-REF-FOUND-SW
                     STRING "LOT " LOT-NO " STILL HOLDS "
                       LOT-QTYREMAIN
                       DELIMITED BY SIZE INTO WS-REF-REASON
                     END-STRING
                     MOVE 1 TO WS-ENDOFFILE
                   END-IF
                 END-IF
             END-READ
             PERFORM 0000CHECKLOTSTATUS
           END-PERFORM
           CLOSE LOT-FILE
           PERFORM 0000CHECKLOTSTATUS
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.

       0000PARTREFLOCSTOCK.
         MOVE 0 TO WS-ENDOFFILE.
         OPEN INPUT LOCSTOCK-FILE.
         PERFORM 0000CHECKLOCSTOCKSTATUS.
         IF WS-LOCSTOCK-OK
           MOVE WS-REF-IKEY TO LOCSTOCK-IKEY
           MOVE LOW-VALUES TO LOCSTOCK-LOC
           START LOCSTOCK-FILE KEY IS NOT LESS THAN LOCSTOCK-KEY
             INVALID KEY MOVE 1 TO WS-ENDOFFILE
           END-START
           PERFORM 0000CHECKLOCSTOCKSTATUS
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ LOCSTOCK-FILE NEXT
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END
                 IF LOCSTOCK-IKEY NOT = WS-REF-IKEY
                   MOVE 1 TO WS-ENDOFFILE
                 ELSE
                   IF LOCSTOCK-QTY > ZERO
                     MOVE "Y" TO WS-REF-FOUND-SW
                     STRING "LOCATION " LOCSTOCK-LOC " STILL HOLDS "
                       LOCSTOCK-QTY
                       DELIMITED BY SIZE INTO WS-REF-REASON
                     END-STRING
                     MOVE 1 TO WS-ENDOFFILE
                   END-IF
                 END-IF
             END-READ
             PERFORM 0000CHECKLOCSTOCKSTATUS
           END-PERFORM
           CLOSE LOCSTOCK-FILE
           PERFORM 0000CHECKLOCSTOCKSTATUS
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.

       0000PARTREFBOM.
         MOVE 0 TO WS-ENDOFFILE.
         OPEN INPUT BOM-FILE.
         PERFORM 0000CHECKBOMSTATUS.
         IF WS-BOM-OK
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ BOM-FILE NEXT
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END
                 IF BOM-PARENT = WS-REF-IKEY
                   MOVE "Y" TO WS-REF-FOUND-SW
                   MOVE "PART HAS A BILL OF MATERIALS"
                     TO WS-REF-REASON
                   MOVE 1 TO WS-ENDOFFILE
                 END-IF
                 IF BOM-COMPONENT = WS-REF-IKEY
                   MOVE "Y" TO WS-REF-FOUND-SW
                   STRING "PART IS A COMPONENT OF " BOM-PARENT
                     DELIMITED BY SIZE INTO WS-REF-REASON
                   END-STRING
                   MOVE 1 TO WS-ENDOFFILE
                 END-IF
             END-READ
             PERFORM 0000CHECKBOMSTATUS
           END-PERFORM
           CLOSE BOM-FILE
           PERFORM 0000CHECKBOMSTATUS
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.

       0000PARTREFWOS.
         MOVE 0 TO WS-ENDOFFILE.
         OPEN INPUT WORKORDER-FILE.
         PERFORM 0000CHECKWORKORDERSTATUS.
         IF WS-WORKORDER-OK
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ WORKORDER-FILE NEXT
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END
                 IF WO-PARENT = WS-REF-IKEY
                     AND WO-STATUS = "OPEN"
                   MOVE "Y" TO WS-REF-FOUND-SW
                   STRING "PART IS ON OPEN WORK ORDER " WO-NO
                     DELIMITED BY SIZE INTO WS-REF-REASON
                   END-STRING
                   MOVE 1 TO WS-ENDOFFILE
                 END-IF
             END-READ
             PERFORM 0000CHECKWORKORDERSTATUS
           END-PERFORM
           CLOSE WORKORDER-FILE
           PERFORM 0000CHECKWORKORDERSTATUS
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.

       0000SUPPREFCHECK.
         MOVE "N" TO WS-REF-FOUND-SW.
         MOVE SPACES TO WS-REF-REASON.
         MOVE WS-SUPP-NO TO WS-REF-SUPP-NO.
         MOVE 0 TO WS-ENDOFFILE.
         OPEN INPUT ITEMSUPP-FILE.
         PERFORM 0000CHECKITEMSUPPSTATUS.
         IF WS-ITEMSUPP-OK
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ ITEMSUPP-FILE
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END
                 IF ITEMSUPP-SUPP-NO = WS-REF-SUPP-NO
                   MOVE "Y" TO WS-REF-FOUND-SW
                   STRING "SUPPLIER IS PREFERRED SUPPLIER OF PART "
                     ITEMSUPP-IKEY
                     DELIMITED BY SIZE INTO WS-REF-REASON
                   END-STRING
                   MOVE 1 TO WS-ENDOFFILE
                 END-IF
             END-READ
             PERFORM 0000CHECKITEMSUPPSTATUS
           END-PERFORM
           CLOSE ITEMSUPP-FILE
           PERFORM 0000CHECKITEMSUPPSTATUS
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.
         IF NOT WS-REF-FOUND
           PERFORM 0000SUPPREFPOS
         END-IF.
         IF NOT WS-REF-FOUND
           PERFORM 0000SUPPREFINVOICES
         END-IF.

       0000SUPPREFPOS.
         MOVE 0 TO WS-ENDOFFILE.
         OPEN INPUT PO-FILE.
         PERFORM 0000CHECKPOFILESTATUS.
         IF WS-POFILE-OK
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ PO-FILE
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END
                 IF PO-SUPP-NO = WS-REF-SUPP-NO
                   MOVE "Y" TO WS-REF-FOUND-SW
                   STRING "SUPPLIER HAS PURCHASE ORDER " PO-NO
                     " (" PO-STATUS ")"
                     DELIMITED BY SIZE INTO WS-REF-REASON
                   END-STRING
                   MOVE 1 TO WS-ENDOFFILE
                 END-IF
             END-READ
             PERFORM 0000CHECKPOFILESTATUS
           END-PERFORM
           CLOSE PO-FILE
           PERFORM 0000CHECKPOFILESTATUS
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.

       0000SUPPREFINVOICES.
         MOVE 0 TO WS-ENDOFFILE.
         OPEN INPUT INVOICE-FILE.
         PERFORM 0000CHECKINVOICESTATUS.
         IF WS-INVOICE-OK
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ INVOICE-FILE
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END
                 IF INV-SUPP-NO = WS-REF-SUPP-NO
                   MOVE "Y" TO WS-REF-FOUND-SW
                   STRING "SUPPLIER HAS INVOICE " INV-SUPPINV
                     " ON PO " INV-PO-NO
                     DELIMITED BY SIZE INTO WS-REF-REASON
                   END-STRING
                   MOVE 1 TO WS-ENDOFFILE
                 END-IF
             END-READ
             PERFORM 0000CHECKINVOICESTATUS
           END-PERFORM
           CLOSE INVOICE-FILE
           PERFORM 0000CHECKINVOICESTATUS
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.

       0000CUSTREFCHECK.
         MOVE "N" TO WS-REF-FOUND-SW.
         MOVE SPACES TO WS-REF-REASON.
         MOVE WS-CUST-NO TO WS-REF-CUST-NO.
         MOVE 0 TO WS-ENDOFFILE.
         OPEN INPUT ORDER-FILE.
         PERFORM 0000CHECKORDERFILESTATUS.
         IF WS-ORDERFILE-OK
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ ORDER-FILE
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END
                 MOVE ORDER-CUSTREF TO WS-CUSTREF-PARSE
                 IF WS-CUSTREF-NO IS NUMERIC
                     AND WS-CUSTREF-NO = WS-REF-CUST-NO
                   MOVE "Y" TO WS-REF-FOUND-SW
                   STRING "CUSTOMER HAS ORDER " ORDER-NO
                     " (" ORDER-STATUS ")"
                     DELIMITED BY SIZE INTO WS-REF-REASON
                   END-STRING
                   MOVE 1 TO WS-ENDOFFILE
                 END-IF
             END-READ
             PERFORM 0000CHECKORDERFILESTATUS
           END-PERFORM
           CLOSE ORDER-FILE
           PERFORM 0000CHECKORDERFILESTATUS
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.
         IF NOT WS-REF-FOUND
           PERFORM 0000CUSTREFINVOICES
         END-IF.
         IF NOT WS-REF-FOUND
           PERFORM 0000CUSTREFRETURNS
         END-IF.
         IF NOT WS-REF-FOUND
           PERFORM 0000CUSTREFPRICES
         END-IF.

       0000CUSTREFINVOICES.
         MOVE 0 TO WS-ENDOFFILE.
         OPEN INPUT CUSTINV-FILE.
         PERFORM 0000CHECKCUSTINVSTATUS.
         IF WS-CUSTINV-OK
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ CUSTINV-FILE
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END
                 IF CINV-CUST-NO = WS-REF-CUST-NO
                   MOVE "Y" TO WS-REF-FOUND-SW
                   STRING "CUSTOMER HAS INVOICE " CINV-NO
                     " (" CINV-STATUS ")"
                     DELIMITED BY SIZE INTO WS-REF-REASON
                   END-STRING
                   MOVE 1 TO WS-ENDOFFILE
                 END-IF
             END-READ
             PERFORM 0000CHECKCUSTINVSTATUS
           END-PERFORM
           CLOSE CUSTINV-FILE
           PERFORM 0000CHECKCUSTINVSTATUS
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.

       0000CUSTREFRETURNS.
         MOVE 0 TO WS-ENDOFFILE.
         OPEN INPUT RETURN-FILE.
         PERFORM 0000CHECKRETURNSTATUS.
         IF WS-RETURN-OK
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ RETURN-FILE
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END
                 IF RMA-CUST-NO = WS-REF-CUST-NO
                   MOVE "Y" TO WS-REF-FOUND-SW
                   STRING "CUSTOMER HAS RETURN (RMA) " RMA-NO
                     " (" RMA-STATUS ")"
                     DELIMITED BY SIZE INTO WS-REF-REASON
                   END-STRING
                   MOVE 1 TO WS-ENDOFFILE
                 END-IF
             END-READ
             PERFORM 0000CHECKRETURNSTATUS
           END-PERFORM
           CLOSE RETURN-FILE
           PERFORM 0000CHECKRETURNSTATUS
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.

       0000CUSTREFPRICES.
         MOVE 0 TO WS-ENDOFFILE.
         OPEN INPUT PRICE-FILE.
         PERFORM 0000CHECKPRICESTATUS.
         IF WS-PRICE-OK
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ PRICE-FILE
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END
                 IF PRICE-CUST-NO = WS-REF-CUST-NO
                   MOVE "Y" TO WS-REF-FOUND-SW
                   STRING "CUSTOMER HAS A SELLING PRICE FOR PART "
                     PRICE-IKEY
                     DELIMITED BY SIZE INTO WS-REF-REASON
                   END-STRING
                   MOVE 1 TO WS-ENDOFFILE
                 END-IF
             END-READ
             PERFORM 0000CHECKPRICESTATUS
           END-PERFORM
           CLOSE PRICE-FILE
           PERFORM 0000CHECKPRICESTATUS
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.

       0000PURGEPARTLINKS.
         PERFORM 0000OPENITEMSUPPFILE.
         MOVE WS-IKEY TO ITEMSUPP-IKEY.
         DELETE ITEMSUPP-FILE
           INVALID KEY CONTINUE
         END-DELETE.
         PERFORM 0000CHECKITEMSUPPSTATUS.
         CLOSE ITEMSUPP-FILE.
         PERFORM 0000CHECKITEMSUPPSTATUS.

         MOVE 0 TO WS-ENDOFFILE.
         PERFORM 0000OPENPRICEFILE.
         MOVE WS-IKEY TO PRICE-IKEY.
         MOVE ZERO TO PRICE-CUST-NO.
         START PRICE-FILE KEY IS NOT LESS THAN PRICE-KEY
           INVALID KEY MOVE 1 TO WS-ENDOFFILE
         END-START.
         PERFORM 0000CHECKPRICESTATUS.
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ PRICE-FILE NEXT
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
               IF PRICE-IKEY = WS-IKEY
                 DELETE PRICE-FILE
                   INVALID KEY
                     DISPLAY "!ERROR COULD NOT PURGE SELLING PRICE!"
                 END-DELETE
                 PERFORM 0000CHECKPRICESTATUS
               ELSE
                 MOVE 1 TO WS-ENDOFFILE
               END-IF
           END-READ
           PERFORM 0000CHECKPRICESTATUS
         END-PERFORM.
         MOVE 0 TO WS-ENDOFFILE.
         CLOSE PRICE-FILE.
         PERFORM 0000CHECKPRICESTATUS.

         PERFORM 0000OPENUOMFILE.
         MOVE WS-IKEY TO UOM-IKEY.
         MOVE LOW-VALUES TO UOM-CODE.
         START UOM-FILE KEY IS NOT LESS THAN UOM-KEY
           INVALID KEY MOVE 1 TO WS-ENDOFFILE
         END-START.
         PERFORM 0000CHECKUOMSTATUS.
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ UOM-FILE NEXT
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
               IF UOM-IKEY = WS-IKEY
                 DELETE UOM-FILE
                   INVALID KEY
                     DISPLAY "!ERROR COULD NOT PURGE UNIT OF MEASURE!"
                 END-DELETE
                 PERFORM 0000CHECKUOMSTATUS
               ELSE
                 MOVE 1 TO WS-ENDOFFILE
               END-IF
           END-READ
           PERFORM 0000CHECKUOMSTATUS
         END-PERFORM.
         MOVE 0 TO WS-ENDOFFILE.
         CLOSE UOM-FILE.
         PERFORM 0000CHECKUOMSTATUS.

       0000APPLYLOCSTOCKMOVE.
         PERFORM 0000OPENLOCSTOCKFILE.
         MOVE WS-STOCKOLDINS TO WS-LOCSEED-QTY.
         PERFORM 0000SEEDLOCSTOCK.
         EVALUATE WS-MOVETYPESEL
           WHEN 1
             MOVE WS-MOVELOC TO WS-LOCTARGET
             MOVE WS-MOVEQTY TO WS-LOCQTY
             PERFORM 0000LOCSTOCKADDQTY
           WHEN 2
             MOVE WS-MOVELOC TO WS-LOCTARGET
             MOVE WS-MOVEQTY TO WS-LOCQTY
             PERFORM 0000LOCSTOCKSUBQTY
           WHEN 3
             COMPUTE WS-LOCDELTA-S = WS-INS - WS-STOCKOLDINS
             MOVE WS-MOVELOC TO WS-LOCTARGET
             IF WS-LOCDELTA-S < ZERO
               COMPUTE WS-LOCQTY = ZERO - WS-LOCDELTA-S
               PERFORM 0000LOCSTOCKSUBQTY
             ELSE
               IF WS-LOCDELTA-S > ZERO
                 MOVE WS-LOCDELTA-S TO WS-LOCQTY
                 PERFORM 0000LOCSTOCKADDQTY
               END-IF
             END-IF
           WHEN 4
             MOVE WS-MOVELOC TO WS-LOCTARGET
             MOVE WS-MOVEQTY TO WS-LOCQTY
             PERFORM 0000LOCSTOCKSUBQTY
             MOVE WS-MOVETOLOC TO WS-LOCTARGET
             MOVE WS-MOVEQTY TO WS-LOCQTY
             PERFORM 0000LOCSTOCKADDQTY
         END-EVALUATE.
         CLOSE LOCSTOCK-FILE.
         PERFORM 0000CHECKLOCSTOCKSTATUS.

       0000LOTRECEIVE.
         ACCEPT CURRENTDATE2 FROM DATE YYYYMMDD.
         PERFORM 0000OPENLOTFILE.
         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           MOVE WS-IKEY TO LOT-IKEY
           MOVE WS-LOT-NO-IN TO LOT-NO
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
                 NOT INVALID KEY
                   DISPLAY "Lot " WS-LOT-NO-IN " recorded for part "
                     WS-IKEY "."
               END-WRITE
             NOT INVALID KEY
               ADD WS-RCV-QTY TO WS-LOT-QTYRCV
               ADD WS-RCV-QTY TO WS-LOT-QTYREMAIN
               MOVE WS-LOT-FILEFD TO LOT-FILEFD
               REWRITE LOT-FILEFD
                 INVALID KEY
                   DISPLAY "!ERROR COULD NOT STORE LOT!"
                 NOT INVALID KEY
                   DISPLAY "Lot " WS-LOT-NO-IN " topped up for part "
                     WS-IKEY "."
               END-REWRITE
           END-READ
           IF WS-LOT-INUSE
             PERFORM 0000RECORDINUSE
             IF NOT WS-LOCK-RETRY
               DISPLAY "!LOT " WS-LOT-NO-IN " NOT UPDATED!"
             END-IF
           END-IF
         END-PERFORM.
         PERFORM 0000CHECKLOTSTATUS.
         CLOSE LOT-FILE.
         PERFORM 0000CHECKLOTSTATUS.
         IF WS-MOVETYPE = "WORECEIPT"
           MOVE "WORECEIPT" TO WS-LOTTRACE-TYPE
         ELSE
           MOVE "RECEIPT" TO WS-LOTTRACE-TYPE
         END-IF.
         MOVE WS-RCV-QTY TO WS-LOTTRACE-QTY.
         MOVE WS-LOT-NO-IN TO WS-LOTTRACE-LOTNO.
         MOVE WS-REASONCODE TO WS-LOTCONS-REF.
         PERFORM 0000WRITELOTTRACE.

       0000LOTCONSUME.
         MOVE 0 TO WS-ENDOFFILE.
         MOVE ZERO TO WS-LOTTAB-COUNT.
         INITIALIZE WS-LOTTAB.
         PERFORM 0000OPENLOTFILE.
         MOVE WS-IKEY TO LOT-IKEY.
         MOVE LOW-VALUES TO LOT-NO.
         START LOT-FILE KEY IS NOT LESS THAN LOT-KEY
           INVALID KEY MOVE 1 TO WS-ENDOFFILE
         END-START.
         PERFORM 0000CHECKLOTSTATUS.
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ LOT-FILE INTO WS-LOT-FILEFD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
               IF WS-LOT-IKEY = WS-IKEY
                 IF WS-LOT-QTYREMAIN > ZERO
                     AND WS-LOTTAB-COUNT < 50
                   ADD 1 TO WS-LOTTAB-COUNT
                   MOVE WS-LOT-NO
                     TO WS-LOTTAB-NO (WS-LOTTAB-COUNT)
                   MOVE WS-LOT-RCVDATE
                     TO WS-LOTTAB-DATE (WS-LOTTAB-COUNT)
                   MOVE WS-LOT-QTYREMAIN
                     TO WS-LOTTAB-REMAIN (WS-LOTTAB-COUNT)
                 END-IF
               ELSE
                 MOVE 1 TO WS-ENDOFFILE
               END-IF
           END-READ
           PERFORM 0000CHECKLOTSTATUS
         END-PERFORM.
         MOVE 0 TO WS-ENDOFFILE.

         IF WS-MOVETYPE = "WOISSUE"
           MOVE "WOISSUE" TO WS-LOTTRACE-TYPE
         ELSE
           MOVE "ISSUE" TO WS-LOTTRACE-TYPE
         END-IF.
         PERFORM 0000LOTCONSUMEPICK.
         PERFORM UNTIL WS-LOTCONS-QTY = ZERO
             OR WS-LOTTAB-PICK = ZERO
           PERFORM 0000LOTCONSUMEONE
           PERFORM 0000LOTCONSUMEPICK
         END-PERFORM.
         CLOSE LOT-FILE.
         PERFORM 0000CHECKLOTSTATUS.

         IF WS-LOTCONS-QTY > ZERO
           DISPLAY "!PART " WS-IKEY " ISSUED " WS-LOTCONS-QTY
             " WITH NO LOT ON FILE - TRACED AS UNLOTTED!"
           MOVE "UNLOTTED" TO WS-LOTTRACE-LOTNO
           MOVE WS-LOTCONS-QTY TO WS-LOTTRACE-QTY
           PERFORM 0000WRITELOTTRACE
           MOVE ZERO TO WS-LOTCONS-QTY
         END-IF.

       0000LOTCONSUMEPICK.
         MOVE ZERO TO WS-LOTTAB-PICK.
         PERFORM VARYING WS-LOTTAB-IDX FROM 1 BY 1
           UNTIL WS-LOTTAB-IDX > WS-LOTTAB-COUNT
           IF WS-LOTTAB-REMAIN (WS-LOTTAB-IDX) > ZERO
             IF WS-LOTTAB-PICK = ZERO
               MOVE WS-LOTTAB-IDX TO WS-LOTTAB-PICK
             ELSE
               IF WS-LOTTAB-DATE (WS-LOTTAB-IDX) <
                   WS-LOTTAB-DATE (WS-LOTTAB-PICK)
                 MOVE WS-LOTTAB-IDX TO WS-LOTTAB-PICK
               END-IF
             END-IF
           END-IF
         END-PERFORM.

       0000LOTCONSUMEONE.
         IF WS-LOTTAB-REMAIN (WS-LOTTAB-PICK) < WS-LOTCONS-QTY
           MOVE WS-LOTTAB-REMAIN (WS-LOTTAB-PICK)
             TO WS-LOTCONS-TAKE
         ELSE
           MOVE WS-LOTCONS-QTY TO WS-LOTCONS-TAKE
         END-IF.
         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           MOVE WS-IKEY TO LOT-IKEY
           MOVE WS-LOTTAB-NO (WS-LOTTAB-PICK) TO LOT-NO
           READ LOT-FILE INTO WS-LOT-FILEFD WITH LOCK
             KEY IS LOT-KEY
             INVALID KEY
               DISPLAY "!ERROR COULD NOT READ LOT "
                 WS-LOTTAB-NO (WS-LOTTAB-PICK) "!"
             NOT INVALID KEY
               IF WS-LOTCONS-TAKE > WS-LOT-QTYREMAIN
                 MOVE WS-LOT-QTYREMAIN TO WS-LOTCONS-TAKE
                 MOVE WS-LOT-QTYREMAIN
                   TO WS-LOTTAB-REMAIN (WS-LOTTAB-PICK)
               END-IF
               SUBTRACT WS-LOTCONS-TAKE FROM WS-LOT-QTYREMAIN
               MOVE WS-LOT-FILEFD TO LOT-FILEFD
               REWRITE LOT-FILEFD
                 INVALID KEY
                   DISPLAY "!ERROR COULD NOT UPDATE LOT "
                     WS-LOTTAB-NO (WS-LOTTAB-PICK) "!"
               END-REWRITE
           END-READ
           IF WS-LOT-INUSE
             PERFORM 0000RECORDINUSE
             IF NOT WS-LOCK-RETRY
               DISPLAY "!LOT " WS-LOTTAB-NO (WS-LOTTAB-PICK)
                 " NOT UPDATED!"
             END-IF
           END-IF
         END-PERFORM.
         PERFORM 0000CHECKLOTSTATUS.
         UNLOCK LOT-FILE.
         IF WS-LOT-INUSE
           MOVE ZERO TO WS-LOTTAB-REMAIN (WS-LOTTAB-PICK)
         ELSE
           SUBTRACT WS-LOTCONS-TAKE
             FROM WS-LOTTAB-REMAIN (WS-LOTTAB-PICK)
           SUBTRACT WS-LOTCONS-TAKE FROM WS-LOTCONS-QTY
           MOVE WS-LOTTAB-NO (WS-LOTTAB-PICK) TO WS-LOTTRACE-LOTNO
           MOVE WS-LOTCONS-TAKE TO WS-LOTTRACE-QTY
           PERFORM 0000WRITELOTTRACE
           DISPLAY "Lot " WS-LOTTRACE-LOTNO " issued "
             WS-LOTCONS-TAKE " of part " WS-IKEY "."
         END-IF.

       0000WRITELOTTRACE.
         ACCEPT CURRENTDATE2 FROM DATE YYYYMMDD.
         ACCEPT WS-JOURNALTIME FROM TIME.
         MOVE SPACES TO LOTTRACE-LINE.
         STRING YY2 MM2 DD2 " " WS-JNL-HH WS-JNL-MM WS-JNL-SS
           " IKEY=" WS-IKEY " LOT=" WS-LOTTRACE-LOTNO
           " TYPE=" WS-LOTTRACE-TYPE " QTY=" WS-LOTTRACE-QTY
           " REF=" WS-LOTCONS-REF " OPER=" WS-OPERATOR-ID
           DELIMITED BY SIZE INTO LOTTRACE-LINE
         END-STRING.
         OPEN EXTEND LOTTRACE-FILE.
         WRITE LOTTRACE-LINE.
         CLOSE LOTTRACE-FILE.

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

       0000SELECTIONWORKORDERS.
         MOVE 0 TO USER-SELECTION.
         DISPLAY " ".
         DISPLAY "---------------------------------------------------"
                 "---------------------------------------------------"
                 "---------------".
         DISPLAY "BILLS OF MATERIAL AND WORK ORDERS MENU".
         DISPLAY "---------------------------------------------------"
                 "---------------------------------------------------"
                 "---------------".
         PERFORM UNTIL USER-SELECTION>0
           DISPLAY "    1 : Add Or Change Bill Of Materials Line"
           DISPLAY "    2 : Remove Bill Of Materials Line"
           DISPLAY "    3 : List Bill Of Materials And Rolled-Up Cost"
           DISPLAY "    4 : Create Work Order (assembly / disassembly)"
           DISPLAY "    5 : Complete Work Order"
           DISPLAY "    6 : Cancel Work Order"
           DISPLAY "    7 : List Work Orders"
           DISPLAY "    8 : Return To Inventory Menu"
           DISPLAY "Select number and press Enter: "
           ACCEPT USER-SELECTION

           EVALUATE USER-SELECTION
             WHEN 1 PERFORM 0000SELECTIONBOMSET
             WHEN 2 PERFORM 0000SELECTIONBOMDELETE
             WHEN 3 PERFORM 0000SELECTIONBOMLIST
             WHEN 4 PERFORM 0000SELECTIONWOCREATE
             WHEN 5 PERFORM 0000SELECTIONWOCOMPLETE
             WHEN 6 PERFORM 0000SELECTIONWOCANCEL
             WHEN 7 PERFORM 0000SELECTIONWOLIST
             WHEN 8 GO TO 0000SELECTIONINVENTORY
             WHEN OTHER PERFORM 0000SELECTIONWORKORDERSERROR
           END-EVALUATE
         END-PERFORM.

       0000SELECTIONWORKORDERSERROR.

       DISPLAY " ".
       DISPLAY "!ERROR WRONG INPUT!".
       GO TO 0000SELECTIONWORKORDERS.

       0000SELECTIONBOMSET.
         MOVE 0 TO USER-SELECTION.
         MOVE 2 TO WS-AUTH-NEED.
         MOVE "BOMMAINTAIN" TO WS-AUTH-FUNCTION.
         PERFORM 0000CHECKAUTHORITY.
         IF NOT WS-AUTH-GRANTED
           GO TO 0000SELECTIONWORKORDERS
         END-IF.
         DISPLAY " ".
         DISPLAY "Parent Part Number (4 digets):".
         ACCEPT WS-BOM-PARENT.
         IF WS-BOM-PARENT IS NOT NUMERIC
           DISPLAY "!ERROR PART NUMBER MUST BE NUMERIC!"
           GO TO 0000SELECTIONWORKORDERS
         END-IF.
         DISPLAY "Component Part Number (4 digets):".
         ACCEPT WS-BOM-COMPONENT.
         IF WS-BOM-COMPONENT IS NOT NUMERIC
           DISPLAY "!ERROR PART NUMBER MUST BE NUMERIC!"
           GO TO 0000SELECTIONWORKORDERS
         END-IF.
         IF WS-BOM-COMPONENT = WS-BOM-PARENT
           DISPLAY "!ERROR A PART CAN NOT BE ITS OWN COMPONENT!"
           GO TO 0000SELECTIONWORKORDERS
         END-IF.

         PERFORM 0000OPENINVENTORYDATAFILE.
         MOVE WS-BOM-PARENT TO IKEY.
         READ DATAFILE INTO WS-DATAFILEFD
           KEY IS IKEY
           INVALID KEY
             DISPLAY "!ERROR PARENT PART DOSE NOT EXIST!"
             GO TO 0000SELECTIONWORKORDERS
         END-READ.
         PERFORM 0000CHECKDATAFILESTATUS.
         DISPLAY "Parent    : " WS-IKEY " " WS-NAME.
         MOVE WS-BOM-COMPONENT TO IKEY.
         READ DATAFILE INTO WS-DATAFILEFD
           KEY IS IKEY
           INVALID KEY
             DISPLAY "!ERROR COMPONENT PART DOSE NOT EXIST!"
             GO TO 0000SELECTIONWORKORDERS
         END-READ.
         PERFORM 0000CHECKDATAFILESTATUS.
         DISPLAY "Component : " WS-IKEY " " WS-NAME " | Cost "
           WS-COST " " WS-ICURRENCY.

         DISPLAY "Quantity Of Component Per One Parent:".
         ACCEPT WS-BOM-QTYPER.
         IF WS-BOM-QTYPER IS NOT NUMERIC OR WS-BOM-QTYPER = ZERO
           DISPLAY "!ERROR QUANTITY MUST BE GREATER THAN ZERO!"
           GO TO 0000SELECTIONWORKORDERS
         END-IF.

         PERFORM 0000OPENBOMFILE.
         MOVE WS-BOM-COMPONENT TO BOM-PARENT.
         MOVE WS-BOM-PARENT TO BOM-COMPONENT.
         READ BOM-FILE
           KEY IS BOM-KEY
           NOT INVALID KEY
             DISPLAY "!ERROR PART " WS-BOM-PARENT
               " IS ALREADY A COMPONENT OF " WS-BOM-COMPONENT "!"
             CLOSE BOM-FILE
             GO TO 0000SELECTIONWORKORDERS
         END-READ.
         PERFORM 0000CHECKBOMSTATUS.
         PERFORM 0000BOMCOUNTLINES.

         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           MOVE WS-BOM-KEY TO BOM-KEY
           READ BOM-FILE WITH LOCK
             KEY IS BOM-KEY
             INVALID KEY
               IF WS-BOM-LIST-COUNT NOT < 50
                 DISPLAY "!ERROR BILL OF MATERIALS IS FULL (50 LINES)!"
               ELSE
                 MOVE WS-BOM-FILEFD TO BOM-FILEFD
                 WRITE BOM-FILEFD
                   INVALID KEY
                     DISPLAY "!ERROR COULD NOT STORE BOM LINE!"
                   NOT INVALID KEY
                     DISPLAY "Component " WS-BOM-COMPONENT
                       " added to part " WS-BOM-PARENT "."
                 END-WRITE
               END-IF
             NOT INVALID KEY
               DISPLAY "Quantity per parent was " BOM-QTYPER "."
               MOVE WS-BOM-FILEFD TO BOM-FILEFD
               REWRITE BOM-FILEFD
                 INVALID KEY
                   DISPLAY "!ERROR COULD NOT UPDATE BOM LINE!"
                 NOT INVALID KEY
                   DISPLAY "Quantity per parent is now "
                     WS-BOM-QTYPER "."
               END-REWRITE
           END-READ
           IF WS-BOM-INUSE
             PERFORM 0000RECORDINUSE
             IF NOT WS-LOCK-RETRY
               CLOSE BOM-FILE
               GO TO 0000SELECTIONWORKORDERS
             END-IF
           END-IF
         END-PERFORM.
         PERFORM 0000CHECKBOMSTATUS.
         CLOSE BOM-FILE.
         PERFORM 0000CHECKBOMSTATUS.

       GO TO 0000SELECTIONWORKORDERS.

       0000BOMCOUNTLINES.
         MOVE 0 TO WS-ENDOFFILE.
         MOVE ZERO TO WS-BOM-LIST-COUNT.
         MOVE WS-BOM-PARENT TO BOM-PARENT.
         MOVE ZERO TO BOM-COMPONENT.
         START BOM-FILE KEY IS NOT LESS THAN BOM-KEY
           INVALID KEY MOVE 1 TO WS-ENDOFFILE
         END-START.
         PERFORM 0000CHECKBOMSTATUS.
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ BOM-FILE NEXT RECORD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
               IF BOM-PARENT = WS-BOM-PARENT
                 ADD 1 TO WS-BOM-LIST-COUNT
               ELSE
                 MOVE 1 TO WS-ENDOFFILE
               END-IF
           END-READ
           PERFORM 0000CHECKBOMSTATUS
         END-PERFORM.
         MOVE 0 TO WS-ENDOFFILE.

       0000SELECTIONBOMDELETE.
         MOVE 0 TO USER-SELECTION.
         MOVE 2 TO WS-AUTH-NEED.
         MOVE "BOMMAINTAIN" TO WS-AUTH-FUNCTION.
         PERFORM 0000CHECKAUTHORITY.
         IF NOT WS-AUTH-GRANTED
           GO TO 0000SELECTIONWORKORDERS
         END-IF.
         DISPLAY " ".
         DISPLAY "Parent Part Number (4 digets):".
         ACCEPT WS-BOM-PARENT.
         IF WS-BOM-PARENT IS NOT NUMERIC
           DISPLAY "!ERROR PART NUMBER MUST BE NUMERIC!"
           GO TO 0000SELECTIONWORKORDERS
         END-IF.
         DISPLAY "Component Part Number (4 digets):".
         ACCEPT WS-BOM-COMPONENT.
         IF WS-BOM-COMPONENT IS NOT NUMERIC
           DISPLAY "!ERROR PART NUMBER MUST BE NUMERIC!"
           GO TO 0000SELECTIONWORKORDERS
         END-IF.

         OPEN I-O BOM-FILE.
         PERFORM 0000CHECKBOMSTATUS.
         IF NOT WS-BOM-OK
           DISPLAY "No bills of material on file yet."
           GO TO 0000SELECTIONWORKORDERS
         END-IF.
         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           MOVE WS-BOM-KEY TO BOM-KEY
           READ BOM-FILE INTO WS-BOM-FILEFD WITH LOCK
             KEY IS BOM-KEY
             INVALID KEY
               DISPLAY "!ERROR COMPONENT IS NOT ON THIS BILL OF "
                 "MATERIALS!"
               CLOSE BOM-FILE
               GO TO 0000SELECTIONWORKORDERS
           END-READ
           IF WS-BOM-INUSE
             PERFORM 0000RECORDINUSE
             IF NOT WS-LOCK-RETRY
               CLOSE BOM-FILE
               GO TO 0000SELECTIONWORKORDERS
             END-IF
           END-IF
         END-PERFORM.
         PERFORM 0000CHECKBOMSTATUS.

         PERFORM UNTIL USER-SELECTION>0
           DISPLAY "Remove component " WS-BOM-COMPONENT
             " (qty per " WS-BOM-QTYPER ") from part "
             WS-BOM-PARENT "?"
           DISPLAY "    1 : Yes remove this line"
           DISPLAY "    2 : No!"
           DISPLAY "Select number and press Enter: "
           ACCEPT USER-SELECTION

           EVALUATE USER-SELECTION
             WHEN 1
               DELETE BOM-FILE RECORD
                 INVALID KEY
                   DISPLAY "!ERROR COULD NOT REMOVE BOM LINE!"
                 NOT INVALID KEY
                   DISPLAY "Bill of materials line removed."
               END-DELETE
               PERFORM 0000CHECKBOMSTATUS
             WHEN 2 CONTINUE
             WHEN OTHER
               DISPLAY "!ERROR WRONG INPUT!"
               MOVE 0 TO USER-SELECTION
           END-EVALUATE
         END-PERFORM.
         CLOSE BOM-FILE.
         PERFORM 0000CHECKBOMSTATUS.

       GO TO 0000SELECTIONWORKORDERS.

       0000SELECTIONBOMLIST.
         MOVE 0 TO USER-SELECTION.
         DISPLAY " ".
         DISPLAY "Parent Part Number (4 digets):".
         ACCEPT WS-WO-PARENT.
         IF WS-WO-PARENT IS NOT NUMERIC
           DISPLAY "!ERROR PART NUMBER MUST BE NUMERIC!"
           GO TO 0000SELECTIONWORKORDERS
         END-IF.
         DISPLAY "Location To Check Availability (blank = "
           WS-HOME-LOCATION "):".
         ACCEPT WS-WO-LOC.
         IF WS-WO-LOC = SPACES
           MOVE WS-HOME-LOCATION TO WS-WO-LOC
         END-IF.
         MOVE "ASSEMBLY" TO WS-WO-TYPE.
         MOVE 1 TO WS-WO-QTY.

         PERFORM 0000OPENINVENTORYDATAFILE.
         MOVE WS-WO-PARENT TO IKEY.
         READ DATAFILE INTO WS-DATAFILEFD
           KEY IS IKEY
           INVALID KEY
             DISPLAY "!ERROR PART NUMBER DOSE NOT EXIST!"
             GO TO 0000SELECTIONWORKORDERS
         END-READ.
         PERFORM 0000CHECKDATAFILESTATUS.
         MOVE WS-NAME TO WS-BOM-NAME.
         MOVE WS-COST TO WS-WO-PARENTCOST.
         MOVE WS-ICURRENCY TO WS-WO-PARENTCURR.

         PERFORM 0000WOLOADCOMPONENTS.
         IF WS-WOCOMP-COUNT = ZERO
           DISPLAY "Part " WS-WO-PARENT " has no bill of materials."
           GO TO 0000SELECTIONWORKORDERS
         END-IF.
         DISPLAY "Bill of materials for " WS-WO-PARENT " "
           WS-BOM-NAME " (one unit, stock at " WS-WO-LOC ")".
         MOVE "N" TO WS-WO-SHORT-SW.
         PERFORM 0000WOCHECKCOMPONENTS.
         DISPLAY "Current cost of parent:  " WS-WO-PARENTCOST " "
           WS-WO-PARENTCURR.
         PERFORM 0000CLOSEINVENTORYDATAFILE.

       GO TO 0000SELECTIONWORKORDERS.

       0000SELECTIONWOCREATE.
         MOVE 0 TO USER-SELECTION.
         MOVE 2 TO WS-AUTH-NEED.
         MOVE "WORKORDERCREATE" TO WS-AUTH-FUNCTION.
         PERFORM 0000CHECKAUTHORITY.
         IF NOT WS-AUTH-GRANTED
           GO TO 0000SELECTIONWORKORDERS
         END-IF.
         INITIALIZE WS-WORKORDER-FILEFD.
         DISPLAY " ".
         PERFORM UNTIL USER-SELECTION>0
           DISPLAY "Work Order Type:"
           DISPLAY "    1 : Assembly (build the parent from its "
             "components)"
           DISPLAY "    2 : Disassembly (break the parent back into "
             "its components)"
           DISPLAY "    3 : Cancel"
           DISPLAY "Select number and press Enter: "
           ACCEPT USER-SELECTION

           EVALUATE USER-SELECTION
             WHEN 1 MOVE "ASSEMBLY" TO WS-WO-TYPE
             WHEN 2 MOVE "DISASSEMBLY" TO WS-WO-TYPE
             WHEN 3 GO TO 0000SELECTIONWORKORDERS
             WHEN OTHER
               DISPLAY "!ERROR WRONG INPUT!"
               MOVE 0 TO USER-SELECTION
           END-EVALUATE
         END-PERFORM.

         DISPLAY "Parent Part Number (4 digets):".
         ACCEPT WS-WO-PARENT.
         IF WS-WO-PARENT IS NOT NUMERIC
           DISPLAY "!ERROR PART NUMBER MUST BE NUMERIC!"
           GO TO 0000SELECTIONWORKORDERS
         END-IF.
         DISPLAY "Quantity Of Parent To "
           "Assemble / Disassemble:".
         ACCEPT WS-WO-QTY.
         IF WS-WO-QTY IS NOT NUMERIC OR WS-WO-QTY = ZERO
           DISPLAY "!ERROR QUANTITY MUST BE GREATER THAN ZERO!"
           GO TO 0000SELECTIONWORKORDERS
         END-IF.
         DISPLAY "Location (3 characters, blank = "
           WS-HOME-LOCATION "):".
         ACCEPT WS-WO-LOC.
         IF WS-WO-LOC = SPACES
           MOVE WS-HOME-LOCATION TO WS-WO-LOC
         END-IF.

         PERFORM 0000OPENINVENTORYDATAFILE.
         MOVE WS-WO-PARENT TO IKEY.
         READ DATAFILE INTO WS-DATAFILEFD
           KEY IS IKEY
           INVALID KEY
             DISPLAY "!ERROR PART NUMBER DOSE NOT EXIST!"
             GO TO 0000SELECTIONWORKORDERS
         END-READ.
         PERFORM 0000CHECKDATAFILESTATUS.
         MOVE WS-NAME TO WS-BOM-NAME.
         MOVE WS-COST TO WS-WO-PARENTCOST.
         MOVE WS-ICURRENCY TO WS-WO-PARENTCURR.

         PERFORM 0000WOLOADCOMPONENTS.
         IF WS-WOCOMP-COUNT = ZERO
           DISPLAY "!ERROR PART " WS-WO-PARENT
             " HAS NO BILL OF MATERIALS!"
           PERFORM 0000CLOSEINVENTORYDATAFILE
           GO TO 0000SELECTIONWORKORDERS
         END-IF.

         MOVE "N" TO WS-WO-SHORT-SW.
         IF WS-WO-TYPE = "DISASSEMBLY"
           PERFORM 0000WOCHECKPARENT
         END-IF.
         PERFORM 0000WOCHECKCOMPONENTS.
         PERFORM 0000CLOSEINVENTORYDATAFILE.
         IF WS-WO-SHORT
           DISPLAY "!WARNING - THE WORK ORDER CAN NOT BE COMPLETED "
             "UNTIL THE ITEMS MARKED ABOVE ARE RESOLVED!"
         END-IF.

         PERFORM 0000OPENWORKORDERFILE.
         PERFORM 0000NEXTWONUMBER.
         IF NOT WS-CTL-GOT
           DISPLAY "!NO WORK ORDER NUMBER ISSUED - WORK ORDER NOT "
             "CREATED!"
           CLOSE WORKORDER-FILE
           PERFORM 0000CHECKWORKORDERSTATUS
           GO TO 0000SELECTIONWORKORDERS
         END-IF.
         MOVE WS-NEXT-WO-NO TO WS-WO-NO.
         MOVE "OPEN" TO WS-WO-STATUS.
         ACCEPT CURRENTDATE2 FROM DATE YYYYMMDD.
         MOVE CURRENTDATE2 TO WS-WO-CREATED.
         MOVE ZERO TO WS-WO-DONEDATE.
         MOVE SPACES TO WS-WO-LOT-NO.
         MOVE ZERO TO WS-WO-UNITCOST.
         MOVE WS-WO-PARENTCURR TO WS-WO-CURRENCY.
         MOVE WS-OPERATOR-ID TO WS-WO-OPER.
         MOVE WS-WORKORDER-FILEFD TO WORKORDER-FILEFD.
         WRITE WORKORDER-FILEFD
           INVALID KEY
             DISPLAY "!ERROR COULD NOT STORE WORK ORDER!"
           NOT INVALID KEY
             DISPLAY "Work order " WS-WO-NO " created: "
               WS-WO-TYPE " " WS-WO-QTY " of part " WS-WO-PARENT
               " at " WS-WO-LOC "."
         END-WRITE.
         PERFORM 0000CHECKWORKORDERSTATUS.
         CLOSE WORKORDER-FILE.
         PERFORM 0000CHECKWORKORDERSTATUS.

       GO TO 0000SELECTIONWORKORDERS.

       0000SELECTIONWOCOMPLETE.
         MOVE 0 TO USER-SELECTION.
         MOVE 2 TO WS-AUTH-NEED.
         MOVE "WORKORDERCOMPLETE" TO WS-AUTH-FUNCTION.
         PERFORM 0000CHECKAUTHORITY.
         IF NOT WS-AUTH-GRANTED
           GO TO 0000SELECTIONWORKORDERS
         END-IF.
         DISPLAY " ".
         DISPLAY "Work Order Number (6 digets):".
         ACCEPT WS-WO-ENTRYNO.
         IF WS-WO-ENTRYNO IS NOT NUMERIC
           DISPLAY "!ERROR WORK ORDER NUMBER MUST BE NUMERIC!"
           GO TO 0000SELECTIONWORKORDERS
         END-IF.
         OPEN I-O WORKORDER-FILE.
         PERFORM 0000CHECKWORKORDERSTATUS.
         IF NOT WS-WORKORDER-OK
           DISPLAY "No work orders on file yet."
           GO TO 0000SELECTIONWORKORDERS
         END-IF.
         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           MOVE WS-WO-ENTRYNO TO WO-NO
           READ WORKORDER-FILE INTO WS-WORKORDER-FILEFD WITH LOCK
             KEY IS WO-NO
             INVALID KEY
               DISPLAY "!ERROR WORK ORDER DOSE NOT EXIST!"
               CLOSE WORKORDER-FILE
               GO TO 0000SELECTIONWORKORDERS
           END-READ
           IF WS-WORKORDER-INUSE
             PERFORM 0000RECORDINUSE
             IF NOT WS-LOCK-RETRY
               CLOSE WORKORDER-FILE
               GO TO 0000SELECTIONWORKORDERS
             END-IF
           END-IF
         END-PERFORM.
         PERFORM 0000CHECKWORKORDERSTATUS.
         IF WS-WO-STATUS NOT = "OPEN"
           DISPLAY "!ERROR WORK ORDER IS " WS-WO-STATUS "!"
           CLOSE WORKORDER-FILE
           GO TO 0000SELECTIONWORKORDERS
         END-IF.
         MOVE SPACES TO WS-WO-REF.
         STRING "WO" WS-WO-NO DELIMITED BY SIZE INTO WS-WO-REF
         END-STRING.
         DISPLAY "Work order " WS-WO-NO " | " WS-WO-TYPE " | Part "
           WS-WO-PARENT " | Qty " WS-WO-QTY " | At " WS-WO-LOC.

         PERFORM 0000OPENINVENTORYDATAFILE.
         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           MOVE WS-WO-PARENT TO IKEY
           READ DATAFILE INTO WS-DATAFILEFD WITH LOCK
             KEY IS IKEY
             INVALID KEY
               DISPLAY "!ERROR PART NUMBER DOSE NOT EXIST!"
               CLOSE WORKORDER-FILE
               GO TO 0000SELECTIONWORKORDERS
           END-READ
           IF WS-DATAFILE-INUSE
             PERFORM 0000RECORDINUSE
             IF NOT WS-LOCK-RETRY
               PERFORM 0000CLOSEINVENTORYDATAFILE
               CLOSE WORKORDER-FILE
               GO TO 0000SELECTIONWORKORDERS
             END-IF
           END-IF
         END-PERFORM.
         PERFORM 0000CHECKDATAFILESTATUS.
         MOVE WS-NAME TO WS-BOM-NAME.
         MOVE WS-COST TO WS-WO-PARENTCOST.
         MOVE WS-INS TO WS-WO-PARENTINS.
         MOVE WS-ICURRENCY TO WS-WO-PARENTCURR.

         PERFORM 0000WOLOADCOMPONENTS.
         IF WS-WOCOMP-COUNT = ZERO
           DISPLAY "!ERROR PART " WS-WO-PARENT
             " HAS NO BILL OF MATERIALS!"
           PERFORM 0000CLOSEINVENTORYDATAFILE
           CLOSE WORKORDER-FILE
           GO TO 0000SELECTIONWORKORDERS
         END-IF.
         MOVE "N" TO WS-WO-SHORT-SW.
         IF WS-WO-TYPE = "DISASSEMBLY"
           PERFORM 0000WOCHECKPARENT
         END-IF.
         MOVE "Y" TO WS-WO-LOCKPARTS-SW.
         PERFORM 0000WOCHECKCOMPONENTS.
         MOVE "N" TO WS-WO-LOCKPARTS-SW.
         IF WS-WO-TYPE = "ASSEMBLY" AND WS-WO-ROLLUP > 99999.99
           DISPLAY "!ERROR ROLLED-UP COST IS TOO LARGE!"
           MOVE "Y" TO WS-WO-SHORT-SW
         END-IF.
         IF WS-WO-TYPE = "ASSEMBLY"
             AND WS-WO-PARENTINS + WS-WO-QTY > 9999.99
           DISPLAY "!ERROR STOCK ON HAND OF PART " WS-WO-PARENT
             " WOULD EXCEED 9999.99!"
           MOVE "Y" TO WS-WO-SHORT-SW
         END-IF.
         IF WS-WO-SHORT
           DISPLAY "!ERROR WORK ORDER CAN NOT BE COMPLETED - SEE "
             "THE ITEMS MARKED ABOVE!"
           PERFORM 0000CLOSEINVENTORYDATAFILE
           CLOSE WORKORDER-FILE
           GO TO 0000SELECTIONWORKORDERS
         END-IF.

         IF WS-WO-TYPE = "ASSEMBLY"
           DISPLAY "Lot Number For The Finished Part (blank = "
             WS-WO-REF "):"
         ELSE
           DISPLAY "Lot Number For The Recovered Components "
             "(blank = " WS-WO-REF "):"
         END-IF.
         ACCEPT WS-WO-LOT-NO.
         IF WS-WO-LOT-NO = SPACES
           MOVE WS-WO-REF TO WS-WO-LOT-NO
         END-IF.

         PERFORM UNTIL USER-SELECTION>0
           DISPLAY "Post work order " WS-WO-NO " now?"
           DISPLAY "    1 : Yes complete this work order"
           DISPLAY "    2 : No!"
           DISPLAY "Select number and press Enter: "
           ACCEPT USER-SELECTION

           EVALUATE USER-SELECTION
             WHEN 1 CONTINUE
             WHEN 2
               PERFORM 0000CLOSEINVENTORYDATAFILE
               CLOSE WORKORDER-FILE
               GO TO 0000SELECTIONWORKORDERS
             WHEN OTHER
               DISPLAY "!ERROR WRONG INPUT!"
               MOVE 0 TO USER-SELECTION
           END-EVALUATE
         END-PERFORM.

         MOVE "Y" TO WS-WO-POSTOK-SW.
         MOVE "N" TO WS-WO-NOTRCVD-SW.
         IF WS-WO-TYPE = "ASSEMBLY"
           PERFORM 0000WOISSUECOMPONENT
             VARYING WS-WOCOMP-IDX FROM 1 BY 1
             UNTIL WS-WOCOMP-IDX > WS-WOCOMP-COUNT
               OR NOT WS-WO-POSTOK
           IF WS-WO-POSTOK
             MOVE WS-WO-PARENT TO WS-WO-POSTIKEY
             MOVE WS-WO-QTY TO WS-WO-POSTQTY
             COMPUTE WS-WO-POSTCOST ROUNDED = WS-WO-ROLLUP
             PERFORM 0000WORECEIVEPART
             IF NOT WS-WO-POSTOK
               DISPLAY "!PART " WS-WO-PARENT " NOT RECEIVED - "
                 "RECEIVE IT BY HAND!"
               MOVE "Y" TO WS-WO-NOTRCVD-SW
               MOVE "Y" TO WS-WO-POSTOK-SW
             END-IF
             MOVE WS-WO-POSTCOST TO WS-WO-UNITCOST
           END-IF
         ELSE
           MOVE WS-WO-PARENT TO WS-WO-POSTIKEY
           MOVE WS-WO-QTY TO WS-WO-POSTQTY
           PERFORM 0000WOISSUEPART
           IF WS-WO-POSTOK
             IF WS-WO-ROLLUP > ZERO
               COMPUTE WS-WO-FACTOR ROUNDED =
                 WS-WO-PARENTCOST / WS-WO-ROLLUP
             ELSE
               MOVE ZERO TO WS-WO-FACTOR
             END-IF
             PERFORM 0000WORECEIVECOMPONENT
               VARYING WS-WOCOMP-IDX FROM 1 BY 1
               UNTIL WS-WOCOMP-IDX > WS-WOCOMP-COUNT
             MOVE WS-WO-PARENTCOST TO WS-WO-UNITCOST
           END-IF
         END-IF.
         PERFORM 0000CLOSEINVENTORYDATAFILE.
         IF NOT WS-WO-POSTOK
           DISPLAY "!WORK ORDER " WS-WO-NO " NOT COMPLETED, IT STAYS "
             "OPEN - CHECK THE MESSAGES ABOVE!"
           CLOSE WORKORDER-FILE
           PERFORM 0000CHECKWORKORDERSTATUS
           GO TO 0000SELECTIONWORKORDERS
         END-IF.
         IF WS-WO-NOTRCVD
           DISPLAY "!WORK ORDER " WS-WO-NO " IS CLOSED WITH "
             "EXCEPTIONS - THE PARTS LISTED ABOVE WERE NOT "
             "RECEIVED!"
         END-IF.

         MOVE "COMPLETED" TO WS-WO-STATUS.
         ACCEPT CURRENTDATE2 FROM DATE YYYYMMDD.
         MOVE CURRENTDATE2 TO WS-WO-DONEDATE.
         MOVE WS-WO-PARENTCURR TO WS-WO-CURRENCY.
         MOVE WS-WO-NO TO WO-NO.
         MOVE WS-WORKORDER-FILEFD TO WORKORDER-FILEFD.
         REWRITE WORKORDER-FILEFD
           INVALID KEY DISPLAY "!ERROR COULD NOT UPDATE WORK ORDER!"
           NOT INVALID KEY
             DISPLAY "Work order " WS-WO-NO " completed, lot "
               WS-WO-LOT-NO "."
         END-REWRITE.
         PERFORM 0000CHECKWORKORDERSTATUS.
         CLOSE WORKORDER-FILE.
         PERFORM 0000CHECKWORKORDERSTATUS.

       GO TO 0000SELECTIONWORKORDERS.

       0000WOISSUECOMPONENT.
         MOVE WS-WOCOMP-IKEY (WS-WOCOMP-IDX) TO WS-WO-POSTIKEY.
         MOVE WS-WOCOMP-NEED (WS-WOCOMP-IDX) TO WS-WO-POSTQTY.
         PERFORM 0000WOISSUEPART.

       0000WORECEIVECOMPONENT.
         MOVE WS-WOCOMP-IKEY (WS-WOCOMP-IDX) TO WS-WO-POSTIKEY.
         MOVE WS-WOCOMP-NEED (WS-WOCOMP-IDX) TO WS-WO-POSTQTY.
         COMPUTE WS-WO-COMPCOST ROUNDED =
           WS-WOCOMP-COST (WS-WOCOMP-IDX) * WS-WO-FACTOR.
         IF WS-WO-COMPCOST > 99999.99
           DISPLAY "!COST SHARE TOO LARGE - PART "
             WS-WO-POSTIKEY " KEEPS ITS CURRENT COST!"
           MOVE WS-WOCOMP-COST (WS-WOCOMP-IDX) TO WS-WO-POSTCOST
         ELSE
           COMPUTE WS-WO-POSTCOST ROUNDED = WS-WO-COMPCOST
         END-IF.
         PERFORM 0000WORECEIVEPART.
         IF NOT WS-WO-POSTOK
           DISPLAY "!PART " WS-WO-POSTIKEY " NOT RECEIVED - "
             "RECEIVE IT BY HAND!"
           MOVE "Y" TO WS-WO-NOTRCVD-SW
           MOVE "Y" TO WS-WO-POSTOK-SW
         END-IF.

       0000WOISSUEPART.
         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           MOVE WS-WO-POSTIKEY TO IKEY
           READ DATAFILE INTO WS-DATAFILEFD WITH LOCK
             KEY IS IKEY
             INVALID KEY
               DISPLAY "!ERROR PART " WS-WO-POSTIKEY
                 " DOSE NOT EXIST!"
               MOVE "N" TO WS-WO-POSTOK-SW
             NOT INVALID KEY
               PERFORM 0000WOISSUEPOST
           END-READ
           IF WS-DATAFILE-INUSE
             PERFORM 0000RECORDINUSE
             IF NOT WS-LOCK-RETRY
               DISPLAY "!PART " WS-WO-POSTIKEY " NOT POSTED!"
               MOVE "N" TO WS-WO-POSTOK-SW
             END-IF
           END-IF
         END-PERFORM.
         PERFORM 0000CHECKDATAFILESTATUS.

       0000WOISSUEPOST.
         IF WS-WO-POSTQTY > WS-INS
           DISPLAY "!ERROR NOT ENOUGH STOCK OF PART " WS-IKEY
             " - NOT ISSUED!"
           MOVE "N" TO WS-WO-POSTOK-SW
         ELSE
           MOVE WS-DATAFILEFD TO WS-OLDDATAFILEFD
           MOVE WS-INS TO WS-STOCKOLDINS
           SUBTRACT WS-WO-POSTQTY FROM WS-INS
           MOVE WS-IKEY TO IKEY
           MOVE WS-MN TO MN
           MOVE WS-NAME TO NAME
           MOVE WS-DES TO DES
           MOVE WS-INS TO INS
           MOVE WS-COST TO COST
           MOVE WS-ICURRENCY TO ICURRENCY
           MOVE WS-REORDER-POINT TO REORDER-POINT
           MOVE WS-STOCK-UOM TO STOCK-UOM
           REWRITE DATAFILEFD
             INVALID KEY
               DISPLAY "!ERROR COULD NOT UPDATE STOCK!"
               MOVE "N" TO WS-WO-POSTOK-SW
             NOT INVALID KEY
               DISPLAY "Stock updated for part " WS-IKEY "."
               PERFORM 0000JOURNALEDIT
               MOVE "WOISSUE" TO WS-MOVETYPE
               MOVE 2 TO WS-MOVETYPESEL
               MOVE WS-WO-POSTQTY TO WS-MOVEQTY
               MOVE WS-WO-REF TO WS-REASONCODE
               MOVE WS-WO-LOC TO WS-MOVELOC
               MOVE SPACES TO WS-MOVETOLOC
               PERFORM 0000APPLYLOCSTOCKMOVE
               PERFORM 0000WRITESTOCKMOVE
               MOVE WS-WO-POSTQTY TO WS-LOTCONS-QTY
               MOVE WS-WO-REF TO WS-LOTCONS-REF
               PERFORM 0000LOTCONSUME
           END-REWRITE
         END-IF.

       0000WORECEIVEPART.
         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           MOVE WS-WO-POSTIKEY TO IKEY
           READ DATAFILE INTO WS-DATAFILEFD WITH LOCK
             KEY IS IKEY
             INVALID KEY
               DISPLAY "!ERROR PART " WS-WO-POSTIKEY
                 " DOSE NOT EXIST!"
               MOVE "N" TO WS-WO-POSTOK-SW
             NOT INVALID KEY
               PERFORM 0000WORECEIVEPOST
           END-READ
           IF WS-DATAFILE-INUSE
             PERFORM 0000RECORDINUSE
             IF NOT WS-LOCK-RETRY
               DISPLAY "!PART " WS-WO-POSTIKEY " NOT POSTED!"
               MOVE "N" TO WS-WO-POSTOK-SW
             END-IF
           END-IF
         END-PERFORM.
         PERFORM 0000CHECKDATAFILESTATUS.

       0000WORECEIVEPOST.
         MOVE WS-DATAFILEFD TO WS-OLDDATAFILEFD.
         MOVE WS-INS TO WS-STOCKOLDINS.
         MOVE WS-COST TO WS-STOCKOLDCOST.
         ADD WS-WO-POSTQTY TO WS-INS.
         COMPUTE WS-NEWCOST ROUNDED =
           ((WS-STOCKOLDINS * WS-COST) +
            (WS-WO-POSTQTY * WS-WO-POSTCOST)) /
           (WS-STOCKOLDINS + WS-WO-POSTQTY).
         MOVE WS-NEWCOST TO WS-COST.
         MOVE WS-IKEY TO IKEY.
         MOVE WS-MN TO MN.
         MOVE WS-NAME TO NAME.
         MOVE WS-DES TO DES.
         MOVE WS-INS TO INS.
         MOVE WS-COST TO COST.
         MOVE WS-ICURRENCY TO ICURRENCY.
         MOVE WS-REORDER-POINT TO REORDER-POINT.
         MOVE WS-STOCK-UOM TO STOCK-UOM.
         REWRITE DATAFILEFD
           INVALID KEY
             DISPLAY "!ERROR COULD NOT UPDATE STOCK!"
             MOVE "N" TO WS-WO-POSTOK-SW
           NOT INVALID KEY
             DISPLAY "Stock updated for part " WS-IKEY "."
             PERFORM 0000JOURNALEDIT
             IF WS-COST NOT = WS-STOCKOLDCOST
               DISPLAY "Cost per unit changed from " WS-STOCKOLDCOST
                 " to " WS-COST " " WS-ICURRENCY "."
               PERFORM 0000WRITECOSTHISTWO
             END-IF
             MOVE "WORECEIPT" TO WS-MOVETYPE
             MOVE 1 TO WS-MOVETYPESEL
             MOVE WS-WO-POSTQTY TO WS-MOVEQTY
             MOVE WS-WO-REF TO WS-REASONCODE
             MOVE WS-WO-LOC TO WS-MOVELOC
             MOVE SPACES TO WS-MOVETOLOC
             PERFORM 0000APPLYLOCSTOCKMOVE
             PERFORM 0000WRITESTOCKMOVE
             MOVE WS-WO-POSTQTY TO WS-RCV-QTY
             MOVE WS-WO-LOT-NO TO WS-LOT-NO-IN
             PERFORM 0000LOTRECEIVE
             PERFORM 0000SUGGESTBACKORDERS
         END-REWRITE.

       0000WRITECOSTHISTWO.
         ACCEPT CURRENTDATE2 FROM DATE YYYYMMDD.
         ACCEPT WS-JOURNALTIME FROM TIME.
         MOVE SPACES TO COSTHIST-LINE.
         STRING YY2 MM2 DD2 " " WS-JNL-HH WS-JNL-MM WS-JNL-SS
           " IKEY=" WS-IKEY " WO=" WS-WO-NO
           " OLDCOST=" WS-STOCKOLDCOST " NEWCOST=" WS-COST
           " QTY=" WS-WO-POSTQTY " CUR=" WS-ICURRENCY
           " OPER=" WS-OPERATOR-ID
           DELIMITED BY SIZE INTO COSTHIST-LINE
         END-STRING.
         OPEN EXTEND COSTHIST-FILE.
         WRITE COSTHIST-LINE.
         CLOSE COSTHIST-FILE.

       0000WOLOADCOMPONENTS.
         MOVE 0 TO WS-ENDOFFILE.
         MOVE ZERO TO WS-WOCOMP-COUNT.
         INITIALIZE WS-WOCOMP-TABLE.
         OPEN INPUT BOM-FILE.
         PERFORM 0000CHECKBOMSTATUS.
         IF WS-BOM-OK
           MOVE WS-WO-PARENT TO BOM-PARENT
           MOVE ZERO TO BOM-COMPONENT
           START BOM-FILE KEY IS NOT LESS THAN BOM-KEY
             INVALID KEY MOVE 1 TO WS-ENDOFFILE
           END-START
           PERFORM 0000CHECKBOMSTATUS
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ BOM-FILE NEXT RECORD INTO WS-BOM-FILEFD
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END
                 IF WS-BOM-PARENT = WS-WO-PARENT
                   IF WS-WOCOMP-COUNT < 50
                     ADD 1 TO WS-WOCOMP-COUNT
                     MOVE WS-BOM-COMPONENT
                       TO WS-WOCOMP-IKEY (WS-WOCOMP-COUNT)
                     MOVE WS-BOM-QTYPER
                       TO WS-WOCOMP-QTYPER (WS-WOCOMP-COUNT)
                     COMPUTE WS-WOCOMP-NEED (WS-WOCOMP-COUNT)
                       ROUNDED = WS-WO-QTY * WS-BOM-QTYPER
                   END-IF
                 ELSE
                   MOVE 1 TO WS-ENDOFFILE
                 END-IF
             END-READ
             PERFORM 0000CHECKBOMSTATUS
           END-PERFORM
           CLOSE BOM-FILE
           PERFORM 0000CHECKBOMSTATUS
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.

       0000WOCHECKPARENT.
         PERFORM 0000OPENLOCSTOCKFILE.
         MOVE WS-INS TO WS-LOCSEED-QTY.
         PERFORM 0000SEEDLOCSTOCK.
         MOVE WS-WO-LOC TO WS-LOCTARGET.
         PERFORM 0000LOCSTOCKGETQTY.
         CLOSE LOCSTOCK-FILE.
         PERFORM 0000CHECKLOCSTOCKSTATUS.
         DISPLAY "Parent " WS-IKEY " " WS-NAME " | To take apart "
           WS-WO-QTY " | At " WS-WO-LOC " " WS-LOCQTY.
         IF WS-WO-QTY > WS-LOCQTY
           DISPLAY "!NOT ENOUGH OF PART " WS-IKEY " AT LOCATION "
             WS-WO-LOC "!"
           MOVE "Y" TO WS-WO-SHORT-SW
         END-IF.

       0000WOCHECKCOMPONENTS.
         MOVE ZERO TO WS-WO-ROLLUP.
         MOVE ZERO TO WS-WO-PARENTRATE.
         ACCEPT CURRENTDATE2 FROM DATE YYYYMMDD.
         MOVE CURRENTDATE2 TO WS-RATEDATE.
         PERFORM 0000OPENEXRATEREAD.
         DISPLAY "Comp | Name             | Per     | Needed      "
           "| At " WS-WO-LOC " | Unit Cost      | Ext Per Parent "
           "| Status".
         PERFORM 0000WOCHECKONE
           VARYING WS-WOCOMP-IDX FROM 1 BY 1
           UNTIL WS-WOCOMP-IDX > WS-WOCOMP-COUNT.
         PERFORM 0000CLOSEEXRATEREAD.
         DISPLAY "Rolled-up cost per unit: " WS-WO-ROLLUP " "
           WS-WO-PARENTCURR.

       0000WOCHECKONE.
         MOVE WS-WOCOMP-IKEY (WS-WOCOMP-IDX) TO IKEY.
         IF WS-WO-LOCKPARTS
           PERFORM 0000WOCHECKONELOCK
         ELSE
           READ DATAFILE INTO WS-DATAFILEFD
             KEY IS IKEY
             INVALID KEY
               DISPLAY WS-WOCOMP-IKEY (WS-WOCOMP-IDX)
                 " | !PART DOSE NOT EXIST!"
               MOVE "Y" TO WS-WO-SHORT-SW
             NOT INVALID KEY
               PERFORM 0000WOCHECKONEPART
           END-READ
         END-IF.
         PERFORM 0000CHECKDATAFILESTATUS.

       0000WOCHECKONELOCK.
         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           MOVE WS-WOCOMP-IKEY (WS-WOCOMP-IDX) TO IKEY
           READ DATAFILE INTO WS-DATAFILEFD WITH LOCK
             KEY IS IKEY
             INVALID KEY
               DISPLAY WS-WOCOMP-IKEY (WS-WOCOMP-IDX)
                 " | !PART DOSE NOT EXIST!"
               MOVE "Y" TO WS-WO-SHORT-SW
             NOT INVALID KEY
               PERFORM 0000WOCHECKONEPART
           END-READ
           IF WS-DATAFILE-INUSE
             PERFORM 0000RECORDINUSE
             IF NOT WS-LOCK-RETRY
               DISPLAY WS-WOCOMP-IKEY (WS-WOCOMP-IDX)
                 " | !PART IN USE BY ANOTHER USER!"
               MOVE "Y" TO WS-WO-SHORT-SW
             END-IF
           END-IF
         END-PERFORM.

       0000WOCHECKONEPART.
         MOVE WS-COST TO WS-WOCOMP-COST (WS-WOCOMP-IDX).
         MOVE "OK" TO WS-WO-AVAILFLAG.
         PERFORM 0000OPENLOCSTOCKFILE.
         MOVE WS-INS TO WS-LOCSEED-QTY.
         PERFORM 0000SEEDLOCSTOCK.
         MOVE WS-WO-LOC TO WS-LOCTARGET.
         PERFORM 0000LOCSTOCKGETQTY.
         CLOSE LOCSTOCK-FILE.
         PERFORM 0000CHECKLOCSTOCKSTATUS.
         MOVE WS-LOCQTY TO WS-WO-AVAIL.
         IF WS-WOCOMP-NEED (WS-WOCOMP-IDX) > 9999.99
           MOVE "TOO MANY" TO WS-WO-AVAILFLAG
           MOVE "Y" TO WS-WO-SHORT-SW
         ELSE
           IF WS-WO-TYPE = "ASSEMBLY"
               AND WS-WOCOMP-NEED (WS-WOCOMP-IDX) > WS-WO-AVAIL
             MOVE "SHORT" TO WS-WO-AVAILFLAG
             MOVE "Y" TO WS-WO-SHORT-SW
           END-IF
           IF WS-WO-TYPE = "DISASSEMBLY"
               AND WS-INS + WS-WOCOMP-NEED (WS-WOCOMP-IDX) > 9999.99
             MOVE "TOO MANY" TO WS-WO-AVAILFLAG
             MOVE "Y" TO WS-WO-SHORT-SW
           END-IF
         END-IF.

         IF WS-ICURRENCY = WS-WO-PARENTCURR
           MOVE WS-COST TO WS-WO-COMPCOST
         ELSE
           IF WS-WO-PARENTRATE = ZERO
             MOVE WS-WO-PARENTCURR TO WS-RATECURR
             PERFORM 0000RATEFORCURRENCY
             IF WS-EXRATE-FOUND
               MOVE WS-EXRATE-RATE TO WS-WO-PARENTRATE
             END-IF
           END-IF
           MOVE WS-ICURRENCY TO WS-RATECURR
           PERFORM 0000RATEFORCURRENCY
           IF WS-EXRATE-FOUND AND WS-WO-PARENTRATE > ZERO
             COMPUTE WS-WO-COMPCOST ROUNDED =
               WS-COST * WS-EXRATE-RATE / WS-WO-PARENTRATE
           ELSE
             MOVE ZERO TO WS-WO-COMPCOST
             MOVE "NO RATE" TO WS-WO-AVAILFLAG
             MOVE "Y" TO WS-WO-SHORT-SW
           END-IF
         END-IF.
         COMPUTE WS-BOM-EXT ROUNDED =
           WS-WOCOMP-QTYPER (WS-WOCOMP-IDX) * WS-WO-COMPCOST.
         ADD WS-BOM-EXT TO WS-WO-ROLLUP.
         DISPLAY WS-IKEY " | " WS-NAME " | "
           WS-WOCOMP-QTYPER (WS-WOCOMP-IDX) " | "
           WS-WOCOMP-NEED (WS-WOCOMP-IDX) " | " WS-WO-AVAIL " | "
           WS-COST " " WS-ICURRENCY " | " WS-BOM-EXT " | "
           WS-WO-AVAILFLAG.

       0000SELECTIONWOCANCEL.
         MOVE 0 TO USER-SELECTION.
         MOVE 2 TO WS-AUTH-NEED.
         MOVE "WORKORDERCANCEL" TO WS-AUTH-FUNCTION.
         PERFORM 0000CHECKAUTHORITY.
         IF NOT WS-AUTH-GRANTED
           GO TO 0000SELECTIONWORKORDERS
         END-IF.
         DISPLAY " ".
         DISPLAY "Work Order Number (6 digets):".
         ACCEPT WS-WO-ENTRYNO.
         IF WS-WO-ENTRYNO IS NOT NUMERIC
           DISPLAY "!ERROR WORK ORDER NUMBER MUST BE NUMERIC!"
           GO TO 0000SELECTIONWORKORDERS
         END-IF.
         OPEN I-O WORKORDER-FILE.
         PERFORM 0000CHECKWORKORDERSTATUS.
         IF NOT WS-WORKORDER-OK
           DISPLAY "No work orders on file yet."
           GO TO 0000SELECTIONWORKORDERS
         END-IF.
         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           MOVE WS-WO-ENTRYNO TO WO-NO
           READ WORKORDER-FILE INTO WS-WORKORDER-FILEFD WITH LOCK
             KEY IS WO-NO
             INVALID KEY
               DISPLAY "!ERROR WORK ORDER DOSE NOT EXIST!"
               CLOSE WORKORDER-FILE
               GO TO 0000SELECTIONWORKORDERS
           END-READ
           IF WS-WORKORDER-INUSE
             PERFORM 0000RECORDINUSE
             IF NOT WS-LOCK-RETRY
               CLOSE WORKORDER-FILE
               GO TO 0000SELECTIONWORKORDERS
             END-IF
           END-IF
         END-PERFORM.
         PERFORM 0000CHECKWORKORDERSTATUS.
         IF WS-WO-STATUS NOT = "OPEN"
           DISPLAY "!ERROR WORK ORDER IS " WS-WO-STATUS "!"
           CLOSE WORKORDER-FILE
           GO TO 0000SELECTIONWORKORDERS
         END-IF.

         PERFORM UNTIL USER-SELECTION>0
           DISPLAY "Are you sure that you want to cancel work order "
             WS-WO-NO "?"
           DISPLAY "    1 : Yes I want to cancel this work order"
           DISPLAY "    2 : No!"
           DISPLAY "Select number and press Enter: "
           ACCEPT USER-SELECTION

           EVALUATE USER-SELECTION
             WHEN 1
               MOVE "CANCELLED" TO WS-WO-STATUS
               ACCEPT CURRENTDATE2 FROM DATE YYYYMMDD
               MOVE CURRENTDATE2 TO WS-WO-DONEDATE
               MOVE WS-WORKORDER-FILEFD TO WORKORDER-FILEFD
               REWRITE WORKORDER-FILEFD
                 INVALID KEY
                   DISPLAY "!ERROR COULD NOT UPDATE WORK ORDER!"
                 NOT INVALID KEY
                   DISPLAY "Work order " WS-WO-NO " cancelled."
               END-REWRITE
               PERFORM 0000CHECKWORKORDERSTATUS
             WHEN 2 CONTINUE
             WHEN OTHER
               DISPLAY "!ERROR WRONG INPUT!"
               MOVE 0 TO USER-SELECTION
           END-EVALUATE
         END-PERFORM.
         CLOSE WORKORDER-FILE.
         PERFORM 0000CHECKWORKORDERSTATUS.

       GO TO 0000SELECTIONWORKORDERS.

       0000SELECTIONWOLIST.
         MOVE 0 TO USER-SELECTION.
         MOVE 0 TO WS-ENDOFFILE.
         MOVE ZERO TO WS-WO-LIST-COUNT.
         DISPLAY " ".
         DISPLAY "WO     | Type         | Part | Qty     | Loc | "
           "Status     | Created  | Done     | Lot        | "
           "Unit Cost".

         OPEN INPUT WORKORDER-FILE.
         PERFORM 0000CHECKWORKORDERSTATUS.
         IF NOT WS-WORKORDER-OK
           DISPLAY "No work orders on file yet."
         ELSE
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ WORKORDER-FILE NEXT RECORD INTO WS-WORKORDER-FILEFD
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END
                 DISPLAY WS-WO-NO " | " WS-WO-TYPE " | "
                   WS-WO-PARENT " | " WS-WO-QTY " | " WS-WO-LOC
                   " | " WS-WO-STATUS " | " WS-WO-CREATED " | "
                   WS-WO-DONEDATE " | " WS-WO-LOT-NO " | "
                   WS-WO-UNITCOST " " WS-WO-CURRENCY
                 ADD 1 TO WS-WO-LIST-COUNT
             END-READ
             PERFORM 0000CHECKWORKORDERSTATUS
           END-PERFORM
           CLOSE WORKORDER-FILE
           PERFORM 0000CHECKWORKORDERSTATUS
           DISPLAY "Work orders listed: " WS-WO-LIST-COUNT
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.

       GO TO 0000SELECTIONWORKORDERS.

       0000OPENBOMFILE.
         OPEN I-O BOM-FILE.
         PERFORM 0000CHECKBOMSTATUS.
         IF WS-BOM-FILENOTFOUND
           OPEN OUTPUT BOM-FILE
           PERFORM 0000CHECKBOMSTATUS
           CLOSE BOM-FILE
           PERFORM 0000CHECKBOMSTATUS
           OPEN I-O BOM-FILE
           PERFORM 0000CHECKBOMSTATUS
         END-IF.

       0000OPENWORKORDERFILE.
         OPEN I-O WORKORDER-FILE.
         PERFORM 0000CHECKWORKORDERSTATUS.
         IF WS-WORKORDER-FILENOTFOUND
           OPEN OUTPUT WORKORDER-FILE
           PERFORM 0000CHECKWORKORDERSTATUS
           CLOSE WORKORDER-FILE
           PERFORM 0000CHECKWORKORDERSTATUS
           OPEN I-O WORKORDER-FILE
           PERFORM 0000CHECKWORKORDERSTATUS
         END-IF.

       0000NEXTWONUMBER.
         MOVE 0 TO WS-ENDOFFILE.
         MOVE 1 TO WS-NEXT-WO-NO.
         MOVE ZERO TO WO-NO.
         START WORKORDER-FILE KEY IS NOT LESS THAN WO-NO
           INVALID KEY MOVE 1 TO WS-ENDOFFILE
         END-START.
         PERFORM 0000CHECKWORKORDERSTATUS.
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ WORKORDER-FILE NEXT RECORD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
               COMPUTE WS-NEXT-WO-NO = WO-NO + 1
           END-READ
           PERFORM 0000CHECKWORKORDERSTATUS
         END-PERFORM.
         MOVE 0 TO WS-ENDOFFILE.
         MOVE "WO" TO WS-CTL-DOCTYPE.
         MOVE WS-NEXT-WO-NO TO WS-CTL-SEED.
         PERFORM 0000NEXTDOCNUMBER.
         MOVE WS-CTL-NUMBER TO WS-NEXT-WO-NO.

       0000SELECTIONUOM.
         MOVE 0 TO USER-SELECTION.
         DISPLAY " ".
         DISPLAY "---------------------------------------------------"
                 "---------------------------------------------------"
                 "---------------".
         DISPLAY "UNITS OF MEASURE MENU".
         DISPLAY "---------------------------------------------------"
                 "---------------------------------------------------"
                 "---------------".
         PERFORM UNTIL USER-SELECTION>0
           DISPLAY "    1 : Add Or Change Alternate Unit For A Part"
           DISPLAY "    2 : Remove Alternate Unit From A Part"
           DISPLAY "    3 : List Units For A Part"
           DISPLAY "    4 : Return To Inventory Menu"
           DISPLAY "Select number and press Enter: "
           ACCEPT USER-SELECTION

           EVALUATE USER-SELECTION
             WHEN 1 PERFORM 0000SELECTIONUOMSET
             WHEN 2 PERFORM 0000SELECTIONUOMDELETE
             WHEN 3 PERFORM 0000SELECTIONUOMLIST
             WHEN 4 GO TO 0000SELECTIONINVENTORY
             WHEN OTHER PERFORM 0000SELECTIONUOMERROR
           END-EVALUATE
         END-PERFORM.

       0000SELECTIONUOMERROR.

       DISPLAY " ".
       DISPLAY "!ERROR WRONG INPUT!".
       GO TO 0000SELECTIONUOM.

       0000SELECTIONUOMSET.
         MOVE 0 TO USER-SELECTION.
         MOVE 2 TO WS-AUTH-NEED.
         MOVE "UOMMAINTAIN" TO WS-AUTH-FUNCTION.
         PERFORM 0000CHECKAUTHORITY.
         IF NOT WS-AUTH-GRANTED
           GO TO 0000SELECTIONUOM
         END-IF.
         DISPLAY " ".
         DISPLAY "Part Number (4 digets):".
         ACCEPT WS-UOM-IKEY.
         IF WS-UOM-IKEY IS NOT NUMERIC
           DISPLAY "!ERROR PART NUMBER MUST BE NUMERIC!"
           GO TO 0000SELECTIONUOM
         END-IF.
         PERFORM 0000UOMREADPART.
         IF NOT WS-UOM-FOUND
           GO TO 0000SELECTIONUOM
         END-IF.

         DISPLAY "Alternate Unit (max 4 characters):".
         ACCEPT WS-UOM-CODE.
         IF WS-UOM-CODE = SPACES
           DISPLAY "!ERROR UNIT CAN NOT BE BLANK!"
           GO TO 0000SELECTIONUOM
         END-IF.
         IF WS-UOM-CODE = WS-UOM-STOCKCODE
           DISPLAY "!ERROR " WS-UOM-CODE " IS THE STOCKING UNIT!"
           GO TO 0000SELECTIONUOM
         END-IF.
         DISPLAY "Number Of " WS-UOM-STOCKCODE " In One "
           WS-UOM-CODE ":".
         ACCEPT WS-UOM-FACTOR.
         IF WS-UOM-FACTOR IS NOT NUMERIC OR WS-UOM-FACTOR = ZERO
           DISPLAY "!ERROR FACTOR MUST BE GREATER THAN ZERO!"
           GO TO 0000SELECTIONUOM
         END-IF.

         PERFORM 0000OPENUOMFILE.
         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           MOVE WS-UOM-KEY TO UOM-KEY
           READ UOM-FILE WITH LOCK
             KEY IS UOM-KEY
             INVALID KEY
               MOVE WS-UOM-FILEFD TO UOM-FILEFD
               WRITE UOM-FILEFD
                 INVALID KEY
                   DISPLAY "!ERROR COULD NOT STORE UNIT!"
                 NOT INVALID KEY
                   DISPLAY "Unit " WS-UOM-CODE " added to part "
                     WS-UOM-IKEY ": 1 " WS-UOM-CODE " = "
                     WS-UOM-FACTOR " " WS-UOM-STOCKCODE "."
               END-WRITE
             NOT INVALID KEY
               DISPLAY "Factor was " UOM-FACTOR "."
               MOVE WS-UOM-FILEFD TO UOM-FILEFD
               REWRITE UOM-FILEFD
                 INVALID KEY
                   DISPLAY "!ERROR COULD NOT UPDATE UNIT!"
                 NOT INVALID KEY
                   DISPLAY "Factor is now " WS-UOM-FACTOR
                     ". Open purchase orders keep their own factor."
               END-REWRITE
           END-READ
           IF WS-UOM-INUSE
             PERFORM 0000RECORDINUSE
             IF NOT WS-LOCK-RETRY
               CLOSE UOM-FILE
               GO TO 0000SELECTIONUOM
             END-IF
           END-IF
         END-PERFORM.
         PERFORM 0000CHECKUOMSTATUS.
         CLOSE UOM-FILE.
         PERFORM 0000CHECKUOMSTATUS.

       GO TO 0000SELECTIONUOM.

       0000SELECTIONUOMDELETE.
         MOVE 0 TO USER-SELECTION.
         MOVE 2 TO WS-AUTH-NEED.
         MOVE "UOMMAINTAIN" TO WS-AUTH-FUNCTION.
         PERFORM 0000CHECKAUTHORITY.
         IF NOT WS-AUTH-GRANTED
           GO TO 0000SELECTIONUOM
         END-IF.
         DISPLAY " ".
         DISPLAY "Part Number (4 digets):".
         ACCEPT WS-UOM-IKEY.
         IF WS-UOM-IKEY IS NOT NUMERIC
           DISPLAY "!ERROR PART NUMBER MUST BE NUMERIC!"
           GO TO 0000SELECTIONUOM
         END-IF.
         DISPLAY "Alternate Unit To Remove:".
         ACCEPT WS-UOM-CODE.

         OPEN I-O UOM-FILE.
         PERFORM 0000CHECKUOMSTATUS.
         IF NOT WS-UOM-OK
           DISPLAY "No alternate units on file yet."
           GO TO 0000SELECTIONUOM
         END-IF.
         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           MOVE WS-UOM-KEY TO UOM-KEY
           READ UOM-FILE INTO WS-UOM-FILEFD WITH LOCK
             KEY IS UOM-KEY
             INVALID KEY
               DISPLAY "!ERROR UNIT IS NOT DEFINED FOR THIS PART!"
               CLOSE UOM-FILE
               GO TO 0000SELECTIONUOM
           END-READ
           IF WS-UOM-INUSE
             PERFORM 0000RECORDINUSE
             IF NOT WS-LOCK-RETRY
               CLOSE UOM-FILE
               GO TO 0000SELECTIONUOM
             END-IF
           END-IF
         END-PERFORM.
         PERFORM 0000CHECKUOMSTATUS.

         PERFORM UNTIL USER-SELECTION>0
           DISPLAY "Remove unit " WS-UOM-CODE " (factor "
             WS-UOM-FACTOR ") from part " WS-UOM-IKEY "?"
           DISPLAY "    1 : Yes remove this unit"
           DISPLAY "    2 : No!"
           DISPLAY "Select number and press Enter: "
           ACCEPT USER-SELECTION

           EVALUATE USER-SELECTION
             WHEN 1
               DELETE UOM-FILE RECORD
                 INVALID KEY
                   DISPLAY "!ERROR COULD NOT REMOVE UNIT!"
                 NOT INVALID KEY
                   DISPLAY "Unit removed."
               END-DELETE
               PERFORM 0000CHECKUOMSTATUS
             WHEN 2 CONTINUE
             WHEN OTHER
               DISPLAY "!ERROR WRONG INPUT!"
               MOVE 0 TO USER-SELECTION
           END-EVALUATE
         END-PERFORM.
         CLOSE UOM-FILE.
         PERFORM 0000CHECKUOMSTATUS.

       GO TO 0000SELECTIONUOM.

       0000SELECTIONUOMLIST.
         MOVE 0 TO USER-SELECTION.
         DISPLAY " ".
         DISPLAY "Part Number (4 digets):".
         ACCEPT WS-UOM-IKEY.
         IF WS-UOM-IKEY IS NOT NUMERIC
           DISPLAY "!ERROR PART NUMBER MUST BE NUMERIC!"
           GO TO 0000SELECTIONUOM
         END-IF.
         PERFORM 0000UOMREADPART.
         IF NOT WS-UOM-FOUND
           GO TO 0000SELECTIONUOM
         END-IF.
         MOVE WS-UOM-IKEY TO WS-UOM-LOOKIKEY.
         MOVE ZERO TO WS-UOM-LIST-COUNT.
         DISPLAY "Unit | Contains".

         OPEN INPUT UOM-FILE.
         PERFORM 0000CHECKUOMSTATUS.
         IF WS-UOM-OK
           MOVE 0 TO WS-ENDOFFILE
           MOVE WS-UOM-LOOKIKEY TO UOM-IKEY
           MOVE SPACES TO UOM-CODE
           START UOM-FILE KEY IS NOT LESS THAN UOM-KEY
             INVALID KEY MOVE 1 TO WS-ENDOFFILE
           END-START
           PERFORM 0000CHECKUOMSTATUS
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ UOM-FILE NEXT RECORD INTO WS-UOM-FILEFD
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END
                 IF WS-UOM-IKEY = WS-UOM-LOOKIKEY
                   ADD 1 TO WS-UOM-LIST-COUNT
                   DISPLAY WS-UOM-CODE " | " WS-UOM-FACTOR " "
                     WS-UOM-STOCKCODE
                 ELSE
                   MOVE 1 TO WS-ENDOFFILE
                 END-IF
             END-READ
             PERFORM 0000CHECKUOMSTATUS
           END-PERFORM
           MOVE 0 TO WS-ENDOFFILE
           CLOSE UOM-FILE
           PERFORM 0000CHECKUOMSTATUS
         END-IF.
         DISPLAY "Alternate units: " WS-UOM-LIST-COUNT.

       GO TO 0000SELECTIONUOM.

       0000UOMREADPART.
         MOVE "N" TO WS-UOM-FOUND-SW.
         PERFORM 0000OPENINVENTORYDATAFILE.
         MOVE WS-UOM-IKEY TO IKEY.
         READ DATAFILE INTO WS-DATAFILEFD
           KEY IS IKEY
           INVALID KEY
             DISPLAY "!ERROR PART NUMBER DOSE NOT EXIST!"
           NOT INVALID KEY
             MOVE "Y" TO WS-UOM-FOUND-SW
         END-READ.
         PERFORM 0000CHECKDATAFILESTATUS.
         IF WS-UOM-FOUND
           MOVE WS-STOCK-UOM TO WS-UOM-STOCKCODE
           IF WS-UOM-STOCKCODE = SPACES
             MOVE "EA" TO WS-UOM-STOCKCODE
           END-IF
           DISPLAY "Part : " WS-IKEY " " WS-NAME
             " | Stocking Unit " WS-UOM-STOCKCODE
         END-IF.

       0000OPENUOMFILE.
         OPEN I-O UOM-FILE.
         PERFORM 0000CHECKUOMSTATUS.
         IF WS-UOM-FILENOTFOUND
           OPEN OUTPUT UOM-FILE
           PERFORM 0000CHECKUOMSTATUS
           CLOSE UOM-FILE
           PERFORM 0000CHECKUOMSTATUS
           OPEN I-O UOM-FILE
           PERFORM 0000CHECKUOMSTATUS
         END-IF.

       0000OPENPOUOMFILE.
         OPEN I-O POUOM-FILE.
         PERFORM 0000CHECKPOUOMSTATUS.
         IF WS-POUOM-FILENOTFOUND
           OPEN OUTPUT POUOM-FILE
           PERFORM 0000CHECKPOUOMSTATUS
           CLOSE POUOM-FILE
           PERFORM 0000CHECKPOUOMSTATUS
           OPEN I-O POUOM-FILE
           PERFORM 0000CHECKPOUOMSTATUS
         END-IF.

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

       0000UOMFACTOR.
         MOVE "N" TO WS-UOM-FOUND-SW.
         MOVE 1 TO WS-UOM-CONVFACTOR.
         IF WS-UOM-LOOKCODE = SPACES
           MOVE WS-UOM-STOCKCODE TO WS-UOM-LOOKCODE
         END-IF.
         IF WS-UOM-LOOKCODE = WS-UOM-STOCKCODE
           MOVE "Y" TO WS-UOM-FOUND-SW
         ELSE
           OPEN INPUT UOM-FILE
           PERFORM 0000CHECKUOMSTATUS
           IF WS-UOM-OK
             MOVE WS-UOM-LOOKIKEY TO UOM-IKEY
             MOVE WS-UOM-LOOKCODE TO UOM-CODE
             READ UOM-FILE
               KEY IS UOM-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 MOVE UOM-FACTOR TO WS-UOM-CONVFACTOR
                 MOVE "Y" TO WS-UOM-FOUND-SW
             END-READ
             PERFORM 0000CHECKUOMSTATUS
             CLOSE UOM-FILE
             PERFORM 0000CHECKUOMSTATUS
           END-IF
         END-IF.

       0000PARTSTOCKUOM.
         MOVE "EA" TO WS-UOM-STOCKCODE.
         IF WS-DATAFILE-OPEN
           PERFORM 0000PARTSTOCKUOMREAD
         ELSE
           OPEN INPUT DATAFILE
           PERFORM 0000CHECKDATAFILESTATUS
           IF WS-DATAFILE-OK
             PERFORM 0000PARTSTOCKUOMREAD
             CLOSE DATAFILE
             PERFORM 0000CHECKDATAFILESTATUS
           END-IF
         END-IF.

       0000PARTSTOCKUOMREAD.
         MOVE WS-UOM-LOOKIKEY TO IKEY.
         READ DATAFILE
           KEY IS IKEY
           INVALID KEY CONTINUE
           NOT INVALID KEY
             IF STOCK-UOM NOT = SPACES
               MOVE STOCK-UOM TO WS-UOM-STOCKCODE
             END-IF
         END-READ.
         PERFORM 0000CHECKDATAFILESTATUS.

       0000POLINEFACTOR.
         MOVE SPACES TO WS-POUOM-CODE.
         MOVE 1 TO WS-POUOM-FACTOR.
         OPEN INPUT POUOM-FILE.
         PERFORM 0000CHECKPOUOMSTATUS.
         IF WS-POUOM-OK
           MOVE WS-POUOM-PO-NO TO POUOM-PO-NO
           MOVE WS-POUOM-LINE TO POUOM-LINE
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

       0000POLINEUOM.
         PERFORM 0000POLINEFACTOR.
         IF WS-POUOM-CODE = SPACES
           PERFORM 0000PARTSTOCKUOM
           MOVE WS-UOM-STOCKCODE TO WS-POUOM-CODE
         END-IF.

       0000SELECTIONORDERS.
         MOVE 0 TO USER-SELECTION.
         DISPLAY " ".
         DISPLAY "---------------------------------------------------"
                 "---------------------------------------------------"
                 "---------------".
         DISPLAY "CUSTOMER ORDERS MENU".
         DISPLAY "---------------------------------------------------"
                 "---------------------------------------------------"
                 "---------------".
         PERFORM UNTIL USER-SELECTION>0
           DISPLAY "    1 : Enter Customer Order"
           DISPLAY "    2 : Ship Against Order"
           DISPLAY "    3 : Allocate Backorders"
           DISPLAY "    4 : Backorder Report"
           DISPLAY "    5 : Cancel Order"
           DISPLAY "    6 : List Orders"
           DISPLAY "    7 : Customers, Billing And Returns"
           DISPLAY "    8 : Lot Traceability"
           DISPLAY "    9 : Return To Main Menu"
           DISPLAY "Select number and press Enter: "
           ACCEPT USER-SELECTION

           EVALUATE USER-SELECTION
             WHEN 1 PERFORM 0000SELECTIONORDERENTER
             WHEN 2 PERFORM 0000SELECTIONORDERSHIP
             WHEN 3 PERFORM 0000SELECTIONORDERALLOC
             WHEN 4 PERFORM 0000SELECTIONBACKORDERRPT
             WHEN 5 PERFORM 0000SELECTIONORDERCANCEL
             WHEN 6 PERFORM 0000SELECTIONORDERLIST
             WHEN 7 GO TO 0000SELECTIONCUSTOMERS
             WHEN 8 GO TO 0000SELECTIONLOTTRACE
             WHEN 9 GO TO 0000SELECTIONSTART
             WHEN OTHER PERFORM 0000SELECTIONORDERSERROR
           END-EVALUATE
         END-PERFORM.

       0000SELECTIONORDERSERROR.

       DISPLAY " ".
       DISPLAY "!ERROR WRONG INPUT!".
       GO TO 0000SELECTIONORDERS.

       0000SELECTIONORDERENTER.
         MOVE 0 TO USER-SELECTION.
         MOVE 2 TO WS-AUTH-NEED.
         MOVE "ORDERENTER" TO WS-AUTH-FUNCTION.
         PERFORM 0000CHECKAUTHORITY.
         IF NOT WS-AUTH-GRANTED
           GO TO 0000SELECTIONORDERS
         END-IF.
         DISPLAY " ".
         DISPLAY "Customer Number (4 digets):".
         ACCEPT WS-CUST-NO.
         IF WS-CUST-NO IS NOT NUMERIC
           DISPLAY "!ERROR CUSTOMER NUMBER MUST BE NUMERIC!"
           GO TO 0000SELECTIONORDERS
         END-IF.
         OPEN INPUT CUSTOMER-FILE.
         PERFORM 0000CHECKCUSTOMERSTATUS.
         IF NOT WS-CUSTOMER-OK
           DISPLAY "!NO CUSTOMERS ON FILE YET - ADD THE CUSTOMER "
             "FIRST!"
           GO TO 0000SELECTIONORDERS
         END-IF.
         MOVE WS-CUST-NO TO CUST-NO.
         READ CUSTOMER-FILE INTO WS-CUSTOMER-FILEFD
           KEY IS CUST-NO
           INVALID KEY
             DISPLAY "!ERROR CUSTOMER DOSE NOT EXIST!"
             CLOSE CUSTOMER-FILE
             GO TO 0000SELECTIONORDERS
         END-READ.
         PERFORM 0000CHECKCUSTOMERSTATUS.
         CLOSE CUSTOMER-FILE.
         PERFORM 0000CHECKCUSTOMERSTATUS.
         DISPLAY "Customer: " WS-CUST-NAME.
         MOVE SPACES TO WS-CUSTREF-PARSE.
         MOVE WS-CUST-NO TO WS-CUSTREF-NO.
         MOVE WS-CUSTREF-PARSE TO WS-ORDER-CUSTREF.
         DISPLAY "Part Number (4 digets):".
         ACCEPT WS-ORDER-IKEY.
         IF WS-ORDER-IKEY IS NOT NUMERIC
           DISPLAY "!ERROR PART NUMBER MUST BE NUMERIC!"
           GO TO 0000SELECTIONORDERS
         END-IF.

         OPEN INPUT DATAFILE.
         PERFORM 0000CHECKDATAFILESTATUS.
         IF NOT WS-DATAFILE-OK
           DISPLAY "!NO INVENTORY ON FILE YET!"
           GO TO 0000SELECTIONORDERS
         END-IF.
         MOVE WS-ORDER-IKEY TO IKEY.
         READ DATAFILE INTO WS-DATAFILEFD
           KEY IS IKEY
           INVALID KEY
             DISPLAY "!ERROR PART NUMBER DOSE NOT EXIST!"
             CLOSE DATAFILE
             GO TO 0000SELECTIONORDERS
         END-READ.
         PERFORM 0000CHECKDATAFILESTATUS.
         CLOSE DATAFILE.
         PERFORM 0000CHECKDATAFILESTATUS.

         MOVE WS-STOCK-UOM TO WS-UOM-STOCKCODE.
         IF WS-UOM-STOCKCODE = SPACES
           MOVE "EA" TO WS-UOM-STOCKCODE
         END-IF.
         MOVE WS-ORDER-IKEY TO WS-UOM-LOOKIKEY.
         MOVE WS-CUST-SALESUOM TO WS-UOM-LOOKCODE.
         PERFORM 0000UOMFACTOR.
         IF NOT WS-UOM-FOUND
           MOVE WS-UOM-STOCKCODE TO WS-UOM-LOOKCODE
         END-IF.
         MOVE WS-UOM-LOOKCODE TO WS-ORDER-UOM.
         DISPLAY "Part: " WS-NAME " | Stocking Unit " WS-UOM-STOCKCODE.
         DISPLAY "Unit Of Measure (max 4 characters, blank = "
           WS-ORDER-UOM "):".
         ACCEPT WS-ORD-UOM-IN.
         IF WS-ORD-UOM-IN NOT = SPACES
           MOVE WS-ORD-UOM-IN TO WS-ORDER-UOM
         END-IF.
         MOVE WS-ORDER-UOM TO WS-UOM-LOOKCODE.
         PERFORM 0000UOMFACTOR.
         IF NOT WS-UOM-FOUND
           DISPLAY "!ERROR UNIT " WS-ORDER-UOM
             " IS NOT DEFINED FOR THIS PART!"
           GO TO 0000SELECTIONORDERS
         END-IF.
         DISPLAY "Quantity Ordered (in " WS-ORDER-UOM "):".
         ACCEPT WS-ORD-DOCQTY.
         IF WS-ORD-DOCQTY IS NOT NUMERIC
             OR WS-ORD-DOCQTY = ZERO
           DISPLAY "!ERROR QUANTITY MUST BE A POSITIVE NUMBER!"
           GO TO 0000SELECTIONORDERS
         END-IF.
         MOVE "Y" TO WS-UOM-CONVERTED-SW.
         COMPUTE WS-ORDER-QTYORD ROUNDED =
           WS-ORD-DOCQTY * WS-UOM-CONVFACTOR
           ON SIZE ERROR
             MOVE "N" TO WS-UOM-CONVERTED-SW
         END-COMPUTE.
         IF NOT WS-UOM-CONVERTED OR WS-ORDER-QTYORD = ZERO
           DISPLAY "!ERROR QUANTITY CAN NOT BE CONVERTED TO "
             "STOCKING UNITS!"
           GO TO 0000SELECTIONORDERS
         END-IF.
         IF WS-UOM-CONVFACTOR NOT = 1
           DISPLAY "Ordering " WS-ORD-DOCQTY " " WS-ORDER-UOM
             " = " WS-ORDER-QTYORD " " WS-UOM-STOCKCODE "."
         END-IF.

         MOVE WS-ORDER-FILEFD TO WS-ORDER-HOLD.
         IF WS-CUST-CREDITLIMIT > ZERO
           PERFORM 0000ORDERVALUEATPRICE
           PERFORM 0000CUSTOPENVALUE
           IF WS-CUST-OPENVALUE + WS-NEWORDVALUE >
               WS-CUST-CREDITLIMIT
             DISPLAY "!ORDER BLOCKED - CREDIT LIMIT EXCEEDED!"
             DISPLAY "Credit limit      : " WS-CUST-CREDITLIMIT
             DISPLAY "Open order value  : " WS-CUST-OPENVALUE
             DISPLAY "This order value  : " WS-NEWORDVALUE
             GO TO 0000SELECTIONORDERS
           END-IF
         END-IF.

         PERFORM 0000OPENORDERFILE.
         MOVE WS-ORDER-HOLD TO WS-ORDER-FILEFD.
         MOVE WS-ORDER-IKEY TO WS-ORDSCAN-IKEY.
         PERFORM 0000SCANORDERS.
         MOVE WS-ORDER-HOLD TO WS-ORDER-FILEFD.
         IF NOT WS-CTL-GOT
           DISPLAY "!NO ORDER NUMBER ISSUED - ORDER NOT CREATED!"
           CLOSE ORDER-FILE
           PERFORM 0000CHECKORDERFILESTATUS
           GO TO 0000SELECTIONORDERS
         END-IF.

         COMPUTE WS-ORD-AVAIL-S = WS-INS - WS-ORD-ALLOCTOT.
         IF WS-ORD-AVAIL-S < ZERO
           MOVE ZERO TO WS-ORD-AVAIL-S
         END-IF.
         IF WS-ORDER-QTYORD > WS-ORD-AVAIL-S
           MOVE WS-ORD-AVAIL-S TO WS-ORD-TAKE
         ELSE
           MOVE WS-ORDER-QTYORD TO WS-ORD-TAKE
         END-IF.

         MOVE WS-NEXT-ORDER-NO TO WS-ORDER-NO.
         MOVE WS-ORD-TAKE TO WS-ORDER-QTYALLOC.
         MOVE ZERO TO WS-ORDER-QTYSHIP.
         IF WS-ORDER-QTYALLOC < WS-ORDER-QTYORD
           MOVE "BACKORDER" TO WS-ORDER-STATUS
         ELSE
           MOVE "OPEN" TO WS-ORDER-STATUS
         END-IF.
         MOVE WS-ORDER-FILEFD TO ORDER-FILEFD.
         WRITE ORDER-FILEFD
           INVALID KEY DISPLAY "!ERROR COULD NOT STORE ORDER!"
           NOT INVALID KEY
             DISPLAY "Order " WS-ORDER-NO " created, status "
               WS-ORDER-STATUS "."
             DISPLAY "Allocated: " WS-ORDER-QTYALLOC " "
               WS-UOM-STOCKCODE
             COMPUTE WS-ORD-REMAIN =
               WS-ORDER-QTYORD - WS-ORDER-QTYALLOC
             IF WS-ORD-REMAIN > ZERO
               DISPLAY "Backordered: " WS-ORD-REMAIN " "
                 WS-UOM-STOCKCODE
             END-IF
         END-WRITE.
         PERFORM 0000CHECKORDERFILESTATUS.
         CLOSE ORDER-FILE.
         PERFORM 0000CHECKORDERFILESTATUS.

       GO TO 0000SELECTIONORDERS.

       0000SCANORDERS.
         MOVE 0 TO WS-ENDOFFILE.
         MOVE 1 TO WS-NEXT-ORDER-NO.
         MOVE ZERO TO WS-ORD-ALLOCTOT.
         MOVE ZERO TO ORDER-NO.
         START ORDER-FILE KEY IS NOT LESS THAN ORDER-NO
           INVALID KEY MOVE 1 TO WS-ENDOFFILE
         END-START.
         PERFORM 0000CHECKORDERFILESTATUS.
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ ORDER-FILE INTO WS-ORDER-FILEFD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
               COMPUTE WS-NEXT-ORDER-NO = WS-ORDER-NO + 1
               IF WS-ORDER-IKEY = WS-ORDSCAN-IKEY
                   AND (WS-ORDER-STATUS = "OPEN" OR "BACKORDER")
                 ADD WS-ORDER-QTYALLOC TO WS-ORD-ALLOCTOT
               END-IF
           END-READ
           PERFORM 0000CHECKORDERFILESTATUS
         END-PERFORM.
         MOVE 0 TO WS-ENDOFFILE.
         MOVE "ORDER" TO WS-CTL-DOCTYPE.
         MOVE WS-NEXT-ORDER-NO TO WS-CTL-SEED.
         PERFORM 0000NEXTDOCNUMBER.
         MOVE WS-CTL-NUMBER TO WS-NEXT-ORDER-NO.

       0000SELECTIONORDERSHIP.
         MOVE 0 TO USER-SELECTION.
         MOVE 2 TO WS-AUTH-NEED.
         MOVE "ORDERSHIP" TO WS-AUTH-FUNCTION.
         PERFORM 0000CHECKAUTHORITY.
         IF NOT WS-AUTH-GRANTED
           GO TO 0000SELECTIONORDERS
         END-IF.
         DISPLAY " ".
         DISPLAY "Order Number To Ship (6 digets):".
         ACCEPT WS-ORDER-NO.
         IF WS-ORDER-NO IS NOT NUMERIC
           DISPLAY "!ERROR ORDER NUMBER MUST BE NUMERIC!"
           GO TO 0000SELECTIONORDERS
         END-IF.

         OPEN I-O ORDER-FILE.
         PERFORM 0000CHECKORDERFILESTATUS.
         IF NOT WS-ORDERFILE-OK
           DISPLAY "No customer orders on file yet."
           GO TO 0000SELECTIONORDERS
         END-IF.
         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           MOVE WS-ORDER-NO TO ORDER-NO
           READ ORDER-FILE INTO WS-ORDER-FILEFD WITH LOCK
             KEY IS ORDER-NO
             INVALID KEY
               DISPLAY "!ERROR ORDER DOSE NOT EXIST!"
               CLOSE ORDER-FILE
               GO TO 0000SELECTIONORDERS
           END-READ
           IF WS-ORDERFILE-INUSE
             PERFORM 0000RECORDINUSE
             IF NOT WS-LOCK-RETRY
               CLOSE ORDER-FILE
               GO TO 0000SELECTIONORDERS
             END-IF
           END-IF
         END-PERFORM.
         PERFORM 0000CHECKORDERFILESTATUS.
         IF WS-ORDER-STATUS = "CANCELLED" OR "SHIPPED"
           DISPLAY "!ERROR ORDER IS " WS-ORDER-STATUS "!"
           CLOSE ORDER-FILE
           GO TO 0000SELECTIONORDERS
         END-IF.
         IF WS-ORDER-QTYALLOC = ZERO
           DISPLAY "!ERROR NOTHING ALLOCATED - RUN ALLOCATE "
             "BACKORDERS FIRST!"
           CLOSE ORDER-FILE
           GO TO 0000SELECTIONORDERS
         END-IF.

         MOVE WS-ORDER-QTYALLOC TO WS-SHIPQTY.
         DISPLAY "Shipping allocated quantity " WS-SHIPQTY
           " of part " WS-ORDER-IKEY ".".
         MOVE SPACES TO WS-MOVETOLOC.

         PERFORM 0000OPENINVENTORYDATAFILE.
         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           MOVE WS-ORDER-IKEY TO IKEY
           READ DATAFILE INTO WS-DATAFILEFD WITH LOCK
             KEY IS IKEY
             INVALID KEY
               DISPLAY "!ERROR PART NUMBER DOSE NOT EXIST!"
               PERFORM 0000CLOSEINVENTORYDATAFILE
               CLOSE ORDER-FILE
               GO TO 0000SELECTIONORDERS
           END-READ
           IF WS-DATAFILE-INUSE
             PERFORM 0000RECORDINUSE
             IF NOT WS-LOCK-RETRY
               PERFORM 0000CLOSEINVENTORYDATAFILE
               CLOSE ORDER-FILE
               GO TO 0000SELECTIONORDERS
             END-IF
           END-IF
         END-PERFORM.
         PERFORM 0000CHECKDATAFILESTATUS.
         IF WS-SHIPQTY > WS-INS
           DISPLAY "!ERROR CAN NOT ISSUE MORE THAN IN STOCK!"
           PERFORM 0000CLOSEINVENTORYDATAFILE
           CLOSE ORDER-FILE
           GO TO 0000SELECTIONORDERS
         END-IF.
         PERFORM 0000OPENLOCSTOCKFILE.
         MOVE WS-INS TO WS-LOCSEED-QTY.
         PERFORM 0000SEEDLOCSTOCK.
         PERFORM 0000WRITEPICKLIST.
         DISPLAY "Confirm Location Picked From "
           "(3 characters, blank = MAI):".
         ACCEPT WS-MOVELOC.
         IF WS-MOVELOC = SPACES
           MOVE WS-HOME-LOCATION TO WS-MOVELOC
         END-IF.
         MOVE WS-MOVELOC TO WS-LOCTARGET.
         PERFORM 0000LOCSTOCKGETQTY.
         CLOSE LOCSTOCK-FILE.
         PERFORM 0000CHECKLOCSTOCKSTATUS.
         IF WS-SHIPQTY > WS-LOCQTY
           DISPLAY "!ERROR CAN NOT ISSUE MORE THAN AT LOCATION "
             WS-MOVELOC " - TRANSFER STOCK FIRST!"
           PERFORM 0000CLOSEINVENTORYDATAFILE
           CLOSE ORDER-FILE
           GO TO 0000SELECTIONORDERS
         END-IF.

         MOVE WS-DATAFILEFD TO WS-OLDDATAFILEFD.
         MOVE WS-INS TO WS-STOCKOLDINS.
         SUBTRACT WS-SHIPQTY FROM WS-INS.
         MOVE WS-IKEY TO IKEY.
         MOVE WS-MN TO MN.
         MOVE WS-NAME TO NAME.
         MOVE WS-DES TO DES.
         MOVE WS-INS TO INS.
         MOVE WS-COST TO COST.
         MOVE WS-ICURRENCY TO ICURRENCY.
         MOVE WS-REORDER-POINT TO REORDER-POINT.
         MOVE WS-STOCK-UOM TO STOCK-UOM.
         REWRITE DATAFILEFD
           INVALID KEY DISPLAY "!ERROR COULD NOT UPDATE STOCK!"
           NOT INVALID KEY
             DISPLAY "Stock updated for part " WS-IKEY "."
             PERFORM 0000JOURNALEDIT
             MOVE "ISSUE" TO WS-MOVETYPE
             MOVE 2 TO WS-MOVETYPESEL
             MOVE WS-SHIPQTY TO WS-MOVEQTY
             MOVE SPACES TO WS-REASONCODE
             STRING "SO" WS-ORDER-NO
               DELIMITED BY SIZE INTO WS-REASONCODE
             END-STRING
             PERFORM 0000APPLYLOCSTOCKMOVE
             PERFORM 0000WRITESTOCKMOVE
             MOVE WS-SHIPQTY TO WS-LOTCONS-QTY
             MOVE WS-REASONCODE TO WS-LOTCONS-REF
             PERFORM 0000LOTCONSUME
         END-REWRITE.
         PERFORM 0000CHECKDATAFILESTATUS.
         PERFORM 0000CLOSEINVENTORYDATAFILE.

         ADD WS-SHIPQTY TO WS-ORDER-QTYSHIP.
         MOVE ZERO TO WS-ORDER-QTYALLOC.
         IF WS-ORDER-QTYSHIP NOT < WS-ORDER-QTYORD
           MOVE "SHIPPED" TO WS-ORDER-STATUS
         ELSE
           MOVE "BACKORDER" TO WS-ORDER-STATUS
         END-IF.
         MOVE WS-ORDER-FILEFD TO ORDER-FILEFD.
         REWRITE ORDER-FILEFD
           INVALID KEY DISPLAY "!ERROR COULD NOT UPDATE ORDER!"
           NOT INVALID KEY
             DISPLAY "Order " WS-ORDER-NO " is now "
               WS-ORDER-STATUS "."
             PERFORM 0000BILLSHIPMENT
         END-REWRITE.
         PERFORM 0000CHECKORDERFILESTATUS.
         CLOSE ORDER-FILE.
         PERFORM 0000CHECKORDERFILESTATUS.

       GO TO 0000SELECTIONORDERS.

       0000WRITEPICKLIST.
         MOVE 0 TO WS-ENDOFFILE.
         OPEN OUTPUT PICKLIST-REPORT.
         MOVE "PICK LIST" TO PICKLIST-REPORT-LINE.
         WRITE PICKLIST-REPORT-LINE.
         ACCEPT CURRENTDATE2 FROM DATE YYYYMMDD.
         MOVE SPACES TO PICKLIST-REPORT-LINE.
         STRING "Run Date: " YY2 "-" MM2 "-" DD2
           "  Order: " WS-ORDER-NO
           DELIMITED BY SIZE INTO PICKLIST-REPORT-LINE.
         WRITE PICKLIST-REPORT-LINE.
         MOVE SPACES TO PICKLIST-REPORT-LINE.
         STRING "Part " WS-IKEY " " WS-MN " " WS-NAME
           DELIMITED BY SIZE INTO PICKLIST-REPORT-LINE.
         WRITE PICKLIST-REPORT-LINE.
         MOVE SPACES TO PICKLIST-REPORT-LINE.
         STRING "Description: " WS-DES
           DELIMITED BY SIZE INTO PICKLIST-REPORT-LINE.
         WRITE PICKLIST-REPORT-LINE.
         MOVE SPACES TO PICKLIST-REPORT-LINE.
         STRING "Quantity To Pick: " WS-SHIPQTY
           DELIMITED BY SIZE INTO PICKLIST-REPORT-LINE.
         WRITE PICKLIST-REPORT-LINE.
         MOVE "Location  Qty On Hand" TO PICKLIST-REPORT-LINE.
         WRITE PICKLIST-REPORT-LINE.
         MOVE ALL "-" TO PICKLIST-REPORT-LINE.
         WRITE PICKLIST-REPORT-LINE.

         DISPLAY "Stock locations for part " WS-IKEY ":".
         MOVE WS-IKEY TO LOCSTOCK-IKEY.
         MOVE LOW-VALUES TO LOCSTOCK-LOC.
         START LOCSTOCK-FILE KEY IS NOT LESS THAN LOCSTOCK-KEY
           INVALID KEY MOVE 1 TO WS-ENDOFFILE
         END-START.
         PERFORM 0000CHECKLOCSTOCKSTATUS.
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ LOCSTOCK-FILE INTO WS-LOCSTOCK-FILEFD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
               IF WS-LOCSTOCK-IKEY = WS-IKEY
                 IF WS-LOCSTOCK-QTY > ZERO
                   PERFORM 0000PICKLISTONELOC
                 END-IF
               ELSE
                 MOVE 1 TO WS-ENDOFFILE
               END-IF
           END-READ
           PERFORM 0000CHECKLOCSTOCKSTATUS
         END-PERFORM.
         MOVE 0 TO WS-ENDOFFILE.

         CLOSE PICKLIST-REPORT.
         DISPLAY "Pick list written to "
           "cob-simpleinventory-picklist.txt".

       0000PICKLISTONELOC.
         MOVE SPACES TO PICKLIST-REPORT-LINE.
         STRING WS-LOCSTOCK-LOC "       " WS-LOCSTOCK-QTY
           DELIMITED BY SIZE INTO PICKLIST-REPORT-LINE.
         WRITE PICKLIST-REPORT-LINE.
         DISPLAY "    " WS-LOCSTOCK-LOC " holds " WS-LOCSTOCK-QTY.

       0000SELECTIONORDERALLOC.
         MOVE 0 TO USER-SELECTION.
         MOVE 2 TO WS-AUTH-NEED.
         MOVE "ORDERALLOCATE" TO WS-AUTH-FUNCTION.
         PERFORM 0000CHECKAUTHORITY.
         IF NOT WS-AUTH-GRANTED
           GO TO 0000SELECTIONORDERS
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.
         MOVE ZERO TO WS-ALLOC-COUNT.
         MOVE ZERO TO WS-ORD-ALLOCCOUNT.
         INITIALIZE WS-ALLOC-TABLE.

         OPEN I-O ORDER-FILE.
         PERFORM 0000CHECKORDERFILESTATUS.
         IF NOT WS-ORDERFILE-OK
           DISPLAY "No customer orders on file yet."
           GO TO 0000SELECTIONORDERS
         END-IF.
         OPEN INPUT DATAFILE.
         PERFORM 0000CHECKDATAFILESTATUS.
         IF NOT WS-DATAFILE-OK
           DISPLAY "!NO INVENTORY ON FILE YET!"
           CLOSE ORDER-FILE
           GO TO 0000SELECTIONORDERS
         END-IF.

         MOVE ZERO TO ORDER-NO.
         START ORDER-FILE KEY IS NOT LESS THAN ORDER-NO
           INVALID KEY MOVE 1 TO WS-ENDOFFILE
         END-START.
         PERFORM 0000CHECKORDERFILESTATUS.
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ ORDER-FILE INTO WS-ORDER-FILEFD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
               IF (WS-ORDER-STATUS = "OPEN" OR "BACKORDER")
                   AND WS-ORDER-QTYALLOC > ZERO
                 PERFORM 0000ALLOCADDTOTABLE
               END-IF
           END-READ
           PERFORM 0000CHECKORDERFILESTATUS
         END-PERFORM.
         MOVE 0 TO WS-ENDOFFILE.

         MOVE ZERO TO ORDER-NO.
         START ORDER-FILE KEY IS NOT LESS THAN ORDER-NO
           INVALID KEY MOVE 1 TO WS-ENDOFFILE
         END-START.
         PERFORM 0000CHECKORDERFILESTATUS.
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ ORDER-FILE INTO WS-ORDER-FILEFD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
               IF WS-ORDER-STATUS = "BACKORDER"
                 PERFORM 0000ALLOCONEORDER
               END-IF
           END-READ
           PERFORM 0000CHECKORDERFILESTATUS
         END-PERFORM.
         MOVE 0 TO WS-ENDOFFILE.

         CLOSE DATAFILE.
         PERFORM 0000CHECKDATAFILESTATUS.
         CLOSE ORDER-FILE.
         PERFORM 0000CHECKORDERFILESTATUS.

         DISPLAY " ".
         DISPLAY "Backorders allocated: " WS-ORD-ALLOCCOUNT.

       GO TO 0000SELECTIONORDERS.

       0000ALLOCADDTOTABLE.
         MOVE ZERO TO WS-ALLOC-USE.
         PERFORM VARYING WS-ALLOC-IDX FROM 1 BY 1
           UNTIL WS-ALLOC-IDX > WS-ALLOC-COUNT
             OR WS-ALLOC-USE > 0
           IF WS-ALLOC-IKEY (WS-ALLOC-IDX) = WS-ORDER-IKEY
             MOVE WS-ALLOC-IDX TO WS-ALLOC-USE
           END-IF
         END-PERFORM.
         IF WS-ALLOC-USE = ZERO
           IF WS-ALLOC-COUNT < 200
             ADD 1 TO WS-ALLOC-COUNT
             MOVE WS-ALLOC-COUNT TO WS-ALLOC-USE
             MOVE WS-ORDER-IKEY TO WS-ALLOC-IKEY (WS-ALLOC-USE)
             MOVE ZERO TO WS-ALLOC-TOTAL (WS-ALLOC-USE)
           ELSE
             DISPLAY "!TOO MANY PARTS ON ORDER - PART "
               WS-ORDER-IKEY " NOT TRACKED!"
           END-IF
         END-IF.
         IF WS-ALLOC-USE > ZERO
           ADD WS-ORDER-QTYALLOC TO WS-ALLOC-TOTAL (WS-ALLOC-USE)
         END-IF.

       0000ALLOCONEORDER.
         COMPUTE WS-ORD-REMAIN = WS-ORDER-QTYORD
           - WS-ORDER-QTYSHIP - WS-ORDER-QTYALLOC.
         IF WS-ORD-REMAIN > ZERO
           PERFORM 0000ALLOCONEORDERTRY
         END-IF.

       0000ALLOCONEORDERTRY.
         MOVE "N" TO WS-ALLOCREADY-SW.
         MOVE WS-ORDER-IKEY TO IKEY.
         READ DATAFILE INTO WS-DATAFILEFD
           KEY IS IKEY
           INVALID KEY
             DISPLAY "!PART " WS-ORDER-IKEY
               " NO LONGER IN INVENTORY - ORDER " WS-ORDER-NO
               " NOT ALLOCATED!"
           NOT INVALID KEY MOVE "Y" TO WS-ALLOCREADY-SW
         END-READ.
         PERFORM 0000CHECKDATAFILESTATUS.

         IF WS-ALLOCREADY
           MOVE ZERO TO WS-ALLOC-USE
           PERFORM VARYING WS-ALLOC-IDX FROM 1 BY 1
             UNTIL WS-ALLOC-IDX > WS-ALLOC-COUNT
               OR WS-ALLOC-USE > 0
             IF WS-ALLOC-IKEY (WS-ALLOC-IDX) = WS-ORDER-IKEY
               MOVE WS-ALLOC-IDX TO WS-ALLOC-USE
             END-IF
           END-PERFORM
           IF WS-ALLOC-USE = ZERO
             IF WS-ALLOC-COUNT < 200
               ADD 1 TO WS-ALLOC-COUNT
               MOVE WS-ALLOC-COUNT TO WS-ALLOC-USE
               MOVE WS-ORDER-IKEY TO WS-ALLOC-IKEY (WS-ALLOC-USE)
               MOVE ZERO TO WS-ALLOC-TOTAL (WS-ALLOC-USE)
             ELSE
               MOVE "N" TO WS-ALLOCREADY-SW
             END-IF
           END-IF
         END-IF.

         IF WS-ALLOCREADY
           COMPUTE WS-ORD-AVAIL-S = WS-INS
             - WS-ALLOC-TOTAL (WS-ALLOC-USE)
           IF WS-ORD-AVAIL-S > ZERO
             IF WS-ORD-REMAIN > WS-ORD-AVAIL-S
               MOVE WS-ORD-AVAIL-S TO WS-ORD-TAKE
             ELSE
               MOVE WS-ORD-REMAIN TO WS-ORD-TAKE
             END-IF
             PERFORM 0000ALLOCAPPLYTAKE
           END-IF
         END-IF.

       0000ALLOCAPPLYTAKE.
         MOVE WS-ORDER-NO TO ORDER-NO.
         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           READ ORDER-FILE WITH LOCK
             KEY IS ORDER-NO
             INVALID KEY CONTINUE
           END-READ
           IF WS-ORDERFILE-INUSE
             PERFORM 0000RECORDINUSE
           END-IF
         END-PERFORM.
         PERFORM 0000CHECKORDERFILESTATUS.
         EVALUATE TRUE
           WHEN NOT WS-ORDERFILE-OK
             DISPLAY "!ORDER " WS-ORDER-NO " NOT ALLOCATED!"
           WHEN ORDER-FILEFD NOT = WS-ORDER-FILEFD
             DISPLAY "!ORDER " WS-ORDER-NO " WAS CHANGED BY ANOTHER "
               "USER - NOT ALLOCATED!"
           WHEN OTHER
             PERFORM 0000ALLOCAPPLYLOCKED
         END-EVALUATE.
         UNLOCK ORDER-FILE.

       0000ALLOCAPPLYLOCKED.
         ADD WS-ORD-TAKE TO WS-ORDER-QTYALLOC.
         ADD WS-ORD-TAKE TO WS-ALLOC-TOTAL (WS-ALLOC-USE).
         IF WS-ORDER-QTYALLOC + WS-ORDER-QTYSHIP
             NOT < WS-ORDER-QTYORD
           MOVE "OPEN" TO WS-ORDER-STATUS
         END-IF.
         MOVE WS-ORDER-FILEFD TO ORDER-FILEFD.
         REWRITE ORDER-FILEFD
           INVALID KEY DISPLAY "!ERROR COULD NOT UPDATE ORDER!"
           NOT INVALID KEY
             DISPLAY "Order " WS-ORDER-NO " allocated " WS-ORD-TAKE
               " of part " WS-ORDER-IKEY ", status "
               WS-ORDER-STATUS "."
             ADD 1 TO WS-ORD-ALLOCCOUNT
         END-REWRITE.
         PERFORM 0000CHECKORDERFILESTATUS.

       0000SELECTIONBACKORDERRPT.
         MOVE 0 TO USER-SELECTION.
         MOVE 0 TO WS-ENDOFFILE.
         MOVE ZERO TO WS-BO-COUNT.

         OPEN INPUT ORDER-FILE.
         PERFORM 0000CHECKORDERFILESTATUS.
         IF NOT WS-ORDERFILE-OK
           DISPLAY "No customer orders on file yet."
           GO TO 0000SELECTIONORDERS
         END-IF.
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ ORDER-FILE INTO WS-ORDER-FILEFD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
               IF WS-ORDER-STATUS = "BACKORDER"
                 COMPUTE WS-ORD-REMAIN = WS-ORDER-QTYORD
                   - WS-ORDER-QTYSHIP - WS-ORDER-QTYALLOC
                 IF WS-ORD-REMAIN > ZERO
                   IF WS-BO-COUNT < 200
                     ADD 1 TO WS-BO-COUNT
                     MOVE WS-ORDER-IKEY
                       TO WS-BO-IKEY (WS-BO-COUNT)
                     MOVE WS-ORDER-CUSTREF
                       TO WS-BO-CUSTREF (WS-BO-COUNT)
                     MOVE WS-ORDER-NO
                       TO WS-BO-ORDERNO (WS-BO-COUNT)
                     MOVE WS-ORD-REMAIN
                       TO WS-BO-QTY (WS-BO-COUNT)
                   ELSE
                     DISPLAY "!TOO MANY BACKORDERS - ORDER "
                       WS-ORDER-NO " NOT SHOWN!"
                   END-IF
                 END-IF
               END-IF
           END-READ
           PERFORM 0000CHECKORDERFILESTATUS
         END-PERFORM.
         MOVE 0 TO WS-ENDOFFILE.
         CLOSE ORDER-FILE.
         PERFORM 0000CHECKORDERFILESTATUS.

         OPEN INPUT CUSTOMER-FILE.
         PERFORM 0000CHECKCUSTOMERSTATUS.
         IF WS-CUSTOMER-OK
           MOVE "Y" TO WS-CUSTOMER-AVAILABLE-SW
         ELSE
           MOVE "N" TO WS-CUSTOMER-AVAILABLE-SW
         END-IF.

         OPEN OUTPUT BACKORDER-REPORT.
         MOVE "BACKORDER REPORT" TO BACKORDER-REPORT-LINE.
         WRITE BACKORDER-REPORT-LINE.
         ACCEPT CURRENTDATE2 FROM DATE YYYYMMDD.
         MOVE SPACES TO BACKORDER-REPORT-LINE.
         STRING "Run Date: " YY2 "-" MM2 "-" DD2
           DELIMITED BY SIZE INTO BACKORDER-REPORT-LINE.
         WRITE BACKORDER-REPORT-LINE.

         MOVE SPACES TO BACKORDER-REPORT-LINE.
         WRITE BACKORDER-REPORT-LINE.
         MOVE "BY PART" TO BACKORDER-REPORT-LINE.
         WRITE BACKORDER-REPORT-LINE.
         MOVE "Part  Order   Customer        Backordered"
           TO BACKORDER-REPORT-LINE.
         WRITE BACKORDER-REPORT-LINE.
         MOVE ALL "-" TO BACKORDER-REPORT-LINE.
         WRITE BACKORDER-REPORT-LINE.
         PERFORM 0000BOSORTBYPART.
         PERFORM 0000BOWRITEBYPART
           VARYING WS-BO-IDX FROM 1 BY 1
           UNTIL WS-BO-IDX > WS-BO-COUNT.

         MOVE SPACES TO BACKORDER-REPORT-LINE.
         WRITE BACKORDER-REPORT-LINE.
         MOVE "BY CUSTOMER" TO BACKORDER-REPORT-LINE.
         WRITE BACKORDER-REPORT-LINE.
         MOVE "Customer        Order   Part  Backordered"
           TO BACKORDER-REPORT-LINE.
         WRITE BACKORDER-REPORT-LINE.
         MOVE ALL "-" TO BACKORDER-REPORT-LINE.
         WRITE BACKORDER-REPORT-LINE.
         PERFORM 0000BOSORTBYCUST.
         PERFORM 0000BOWRITEBYCUST
           VARYING WS-BO-IDX FROM 1 BY 1
           UNTIL WS-BO-IDX > WS-BO-COUNT.

         MOVE ALL "-" TO BACKORDER-REPORT-LINE.
         WRITE BACKORDER-REPORT-LINE.
         MOVE SPACES TO BACKORDER-REPORT-LINE.
         STRING "BACKORDER LINES: " WS-BO-COUNT
           DELIMITED BY SIZE INTO BACKORDER-REPORT-LINE.
         WRITE BACKORDER-REPORT-LINE.
         CLOSE BACKORDER-REPORT.
         IF WS-CUSTOMER-AVAILABLE
           CLOSE CUSTOMER-FILE
           PERFORM 0000CHECKCUSTOMERSTATUS
         END-IF.

         DISPLAY " ".
         DISPLAY "Backorder report written to "
           "cob-simpleinventory-backorder.txt".

       GO TO 0000SELECTIONORDERS.

       0000BOSORTBYPART.
         PERFORM VARYING WS-BO-IDX FROM 1 BY 1
           UNTIL WS-BO-IDX NOT < WS-BO-COUNT
           PERFORM VARYING WS-BO-JDX FROM 1 BY 1
             UNTIL WS-BO-JDX NOT <
               WS-BO-COUNT - WS-BO-IDX + 1
             IF WS-BO-JDX < WS-BO-COUNT
               IF WS-BO-IKEY (WS-BO-JDX) >
                   WS-BO-IKEY (WS-BO-JDX + 1)
                 PERFORM 0000BOSWAPENTRIES
               END-IF
             END-IF
           END-PERFORM
         END-PERFORM.

       0000BOSORTBYCUST.
         PERFORM VARYING WS-BO-IDX FROM 1 BY 1
           UNTIL WS-BO-IDX NOT < WS-BO-COUNT
           PERFORM VARYING WS-BO-JDX FROM 1 BY 1
             UNTIL WS-BO-JDX NOT <
               WS-BO-COUNT - WS-BO-IDX + 1
             IF WS-BO-JDX < WS-BO-COUNT
               IF WS-BO-CUSTREF (WS-BO-JDX) >
                   WS-BO-CUSTREF (WS-BO-JDX + 1)
                 PERFORM 0000BOSWAPENTRIES
               END-IF
             END-IF
           END-PERFORM
         END-PERFORM.

       0000BOSWAPENTRIES.
         MOVE WS-BO-ENTRY (WS-BO-JDX) TO WS-BO-TEMP.
         MOVE WS-BO-ENTRY (WS-BO-JDX + 1)
           TO WS-BO-ENTRY (WS-BO-JDX).
         MOVE WS-BO-TEMP TO WS-BO-ENTRY (WS-BO-JDX + 1).

       0000BOWRITEBYPART.
         PERFORM 0000BOCUSTNAME.
         MOVE SPACES TO BACKORDER-REPORT-LINE.
         STRING WS-BO-IKEY (WS-BO-IDX) "  "
           WS-BO-ORDERNO (WS-BO-IDX) "  "
           WS-BO-SHOWNAME " "
           WS-BO-QTY (WS-BO-IDX)
           DELIMITED BY SIZE INTO BACKORDER-REPORT-LINE.
         WRITE BACKORDER-REPORT-LINE.

       0000BOWRITEBYCUST.
         PERFORM 0000BOCUSTNAME.
         MOVE SPACES TO BACKORDER-REPORT-LINE.
         STRING WS-BO-SHOWNAME " "
           WS-BO-ORDERNO (WS-BO-IDX) "  "
           WS-BO-IKEY (WS-BO-IDX) "  "
           WS-BO-QTY (WS-BO-IDX)
           DELIMITED BY SIZE INTO BACKORDER-REPORT-LINE.
         WRITE BACKORDER-REPORT-LINE.

       0000BOCUSTNAME.
         MOVE WS-BO-CUSTREF (WS-BO-IDX) TO WS-BO-SHOWNAME.
         MOVE WS-BO-CUSTREF (WS-BO-IDX) TO WS-CUSTREF-PARSE.
         IF WS-CUSTOMER-AVAILABLE
             AND WS-CUSTREF-NO IS NUMERIC
           MOVE WS-CUSTREF-NO TO CUST-NO
           READ CUSTOMER-FILE INTO WS-CUSTOMER-FILEFD
             KEY IS CUST-NO
             INVALID KEY CONTINUE
             NOT INVALID KEY MOVE WS-CUST-NAME TO WS-BO-SHOWNAME
           END-READ
           PERFORM 0000CHECKCUSTOMERSTATUS
         END-IF.

       0000SELECTIONORDERCANCEL.
         MOVE 0 TO USER-SELECTION.
         MOVE 2 TO WS-AUTH-NEED.
         MOVE "ORDERCANCEL" TO WS-AUTH-FUNCTION.
         PERFORM 0000CHECKAUTHORITY.
         IF NOT WS-AUTH-GRANTED
           GO TO 0000SELECTIONORDERS
         END-IF.
         DISPLAY " ".
         DISPLAY "Order Number To Cancel (6 digets):".
         ACCEPT WS-ORDER-NO.
         IF WS-ORDER-NO IS NOT NUMERIC
           DISPLAY "!ERROR ORDER NUMBER MUST BE NUMERIC!"
           GO TO 0000SELECTIONORDERS
         END-IF.

         OPEN I-O ORDER-FILE.
         PERFORM 0000CHECKORDERFILESTATUS.
         IF NOT WS-ORDERFILE-OK
           DISPLAY "No customer orders on file yet."
           GO TO 0000SELECTIONORDERS
         END-IF.
         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           MOVE WS-ORDER-NO TO ORDER-NO
           READ ORDER-FILE INTO WS-ORDER-FILEFD WITH LOCK
             KEY IS ORDER-NO
             INVALID KEY
               DISPLAY "!ERROR ORDER DOSE NOT EXIST!"
               CLOSE ORDER-FILE
               GO TO 0000SELECTIONORDERS
           END-READ
           IF WS-ORDERFILE-INUSE
             PERFORM 0000RECORDINUSE
             IF NOT WS-LOCK-RETRY
               CLOSE ORDER-FILE
               GO TO 0000SELECTIONORDERS
             END-IF
           END-IF
         END-PERFORM.
         PERFORM 0000CHECKORDERFILESTATUS.
         IF WS-ORDER-STATUS = "CANCELLED" OR "SHIPPED"
           DISPLAY "!ERROR ORDER IS " WS-ORDER-STATUS "!"
           CLOSE ORDER-FILE
           GO TO 0000SELECTIONORDERS
         END-IF.

         PERFORM UNTIL USER-SELECTION>0
           DISPLAY "Are you sure that you want to cancel order "
             WS-ORDER-NO "?"
           DISPLAY "    1 : Yes I want to cancel this order"
           DISPLAY "    2 : No!"
           DISPLAY "Select number and press Enter: "
           ACCEPT USER-SELECTION

           EVALUATE USER-SELECTION
             WHEN 1
               MOVE "CANCELLED" TO WS-ORDER-STATUS
               MOVE ZERO TO WS-ORDER-QTYALLOC
               MOVE WS-ORDER-FILEFD TO ORDER-FILEFD
               REWRITE ORDER-FILEFD
                 INVALID KEY
                   DISPLAY "!ERROR COULD NOT UPDATE ORDER!"
                 NOT INVALID KEY
                   DISPLAY "Order " WS-ORDER-NO " cancelled."
               END-REWRITE
               PERFORM 0000CHECKORDERFILESTATUS
             WHEN 2 CONTINUE
             WHEN OTHER
               DISPLAY "!ERROR WRONG INPUT!"
               MOVE 0 TO USER-SELECTION
           END-EVALUATE
         END-PERFORM.
         CLOSE ORDER-FILE.
         PERFORM 0000CHECKORDERFILESTATUS.

       GO TO 0000SELECTIONORDERS.

       0000SELECTIONORDERLIST.
         MOVE 0 TO USER-SELECTION.
         MOVE 0 TO WS-ENDOFFILE.
         DISPLAY " ".
         DISPLAY "Order  | Customer        | Part | Ordered | "
                 "Allocated | Shipped | Status     | Unit | Taken In".

         OPEN INPUT ORDER-FILE.
         PERFORM 0000CHECKORDERFILESTATUS.
         IF NOT WS-ORDERFILE-OK
           DISPLAY "No customer orders on file yet."
         ELSE
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ ORDER-FILE INTO WS-ORDER-FILEFD
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END
                 MOVE WS-ORDER-IKEY TO WS-UOM-LOOKIKEY
                 PERFORM 0000PARTSTOCKUOM
                 IF WS-ORDER-UOM = SPACES
                   MOVE WS-UOM-STOCKCODE TO WS-ORDER-UOM
                 END-IF
                 DISPLAY WS-ORDER-NO " | " WS-ORDER-CUSTREF " | "
                   WS-ORDER-IKEY " | " WS-ORDER-QTYORD "  | "
                   WS-ORDER-QTYALLOC "    | " WS-ORDER-QTYSHIP
                   "  | " WS-ORDER-STATUS " | " WS-UOM-STOCKCODE
                   " | " WS-ORDER-UOM
             END-READ
             PERFORM 0000CHECKORDERFILESTATUS
           END-PERFORM
           CLOSE ORDER-FILE
           PERFORM 0000CHECKORDERFILESTATUS
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.

       GO TO 0000SELECTIONORDERS.

       0000SUGGESTBACKORDERS.
         MOVE 0 TO WS-ENDOFFILE.
         OPEN INPUT ORDER-FILE.
         IF WS-ORDERFILE-OK
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ ORDER-FILE INTO WS-ORDER-FILEFD
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END
                 IF WS-ORDER-IKEY = WS-IKEY
                     AND WS-ORDER-STATUS = "BACKORDER"
                   DISPLAY "Backorder " WS-ORDER-NO " (customer "
                     WS-ORDER-CUSTREF ") waits for part " WS-IKEY
                     " - consider Allocate Backorders."
                 END-IF
             END-READ
             PERFORM 0000CHECKORDERFILESTATUS
           END-PERFORM
           MOVE 0 TO WS-ENDOFFILE
           CLOSE ORDER-FILE
           PERFORM 0000CHECKORDERFILESTATUS
         END-IF.

       0000OPENORDERFILE.
         OPEN I-O ORDER-FILE.
         PERFORM 0000CHECKORDERFILESTATUS.
         IF WS-ORDERFILE-FILENOTFOUND
           OPEN OUTPUT ORDER-FILE
           PERFORM 0000CHECKORDERFILESTATUS
           CLOSE ORDER-FILE
           PERFORM 0000CHECKORDERFILESTATUS
           OPEN I-O ORDER-FILE
           PERFORM 0000CHECKORDERFILESTATUS
         END-IF.

       0000SELECTIONLOTTRACE.
         MOVE 0 TO USER-SELECTION.
         DISPLAY " ".
         DISPLAY "---------------------------------------------------"
                 "---------------------------------------------------"
                 "---------------".
         DISPLAY "LOT TRACEABILITY MENU".
         DISPLAY "---------------------------------------------------"
                 "---------------------------------------------------"
                 "---------------".
         PERFORM UNTIL USER-SELECTION>0
           DISPLAY "    1 : Trace A Lot (everything that happened)"
           DISPLAY "    2 : Trace A Customer Order (lots shipped)"
           DISPLAY "    3 : Lot Aging Report (lots still on hand)"
           DISPLAY "    4 : Trace A Work Order (components and "
             "finished lots)"
           DISPLAY "    5 : Return To Customer Orders Menu"
           DISPLAY "Select number and press Enter: "
           ACCEPT USER-SELECTION

           EVALUATE USER-SELECTION
             WHEN 1 PERFORM 0000LOTTRACEBYLOT
             WHEN 2 PERFORM 0000LOTTRACEBYORDER
             WHEN 3 PERFORM 0000LOTAGINGREPORT
             WHEN 4 PERFORM 0000LOTTRACEBYWO
             WHEN 5 GO TO 0000SELECTIONORDERS
             WHEN OTHER PERFORM 0000SELECTIONLOTTRACEERROR
           END-EVALUATE
         END-PERFORM.

       0000SELECTIONLOTTRACEERROR.

       DISPLAY " ".
       DISPLAY "!ERROR WRONG INPUT!".
       GO TO 0000SELECTIONLOTTRACE.

       0000LOTTRACEBYLOT.
         MOVE 0 TO USER-SELECTION.
         MOVE 0 TO WS-ENDOFFILE.
         MOVE ZERO TO WS-TRACE-COUNT.
         DISPLAY " ".
         DISPLAY "Part Number (4 digets):".
         ACCEPT WS-TRACE-IKEY.
         IF WS-TRACE-IKEY IS NOT NUMERIC
           DISPLAY "!ERROR PART NUMBER MUST BE NUMERIC!"
           GO TO 0000SELECTIONLOTTRACE
         END-IF.
         DISPLAY "Lot Number (max 10 characters):".
         ACCEPT WS-TRACE-LOT.
         IF WS-TRACE-LOT = SPACES
           DISPLAY "!ERROR LOT NUMBER CAN NOT BE BLANK!"
           GO TO 0000SELECTIONLOTTRACE
         END-IF.

         OPEN INPUT LOTTRACE-FILE.
         PERFORM 0000CHECKLOTTRACESTATUS.
         IF NOT WS-LOTTRACE-OK
           DISPLAY "!NO LOT ACTIVITY ON FILE YET!"
           GO TO 0000SELECTIONLOTTRACE
         END-IF.

         DISPLAY " ".
         DISPLAY "Activity For Part " WS-TRACE-IKEY " Lot "
           WS-TRACE-LOT.
         DISPLAY "Date     Time   Type       Qty     Reference  "
                 "Operator".
         DISPLAY "---------------------------------------------------".

         PERFORM UNTIL WS-ENDOFFILE = 1
           READ LOTTRACE-FILE INTO WS-LOTPARSE
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
               IF WS-LP-DATE IS NUMERIC
                   AND WS-LP-IKEY IS NUMERIC
                   AND WS-LP-IKEY = WS-TRACE-IKEY
                   AND WS-LP-LOT = WS-TRACE-LOT
                 DISPLAY WS-LP-DATE " " WS-LP-TIME " "
                   WS-LP-TYPE " " WS-LP-QTY "  " WS-LP-REF " "
                   WS-LP-OPER
                 ADD 1 TO WS-TRACE-COUNT
               END-IF
           END-READ
           PERFORM 0000CHECKLOTTRACESTATUS
         END-PERFORM.
         MOVE 0 TO WS-ENDOFFILE.
         CLOSE LOTTRACE-FILE.
         PERFORM 0000CHECKLOTTRACESTATUS.

         DISPLAY "---------------------------------------------------".
         DISPLAY "Entries listed: " WS-TRACE-COUNT.

       GO TO 0000SELECTIONLOTTRACE.

       0000LOTTRACEBYORDER.
         MOVE 0 TO USER-SELECTION.
         MOVE 0 TO WS-ENDOFFILE.
         MOVE ZERO TO WS-TRACE-COUNT.
         DISPLAY " ".
         DISPLAY "Order Number (6 digets):".
         ACCEPT WS-TRACE-ORDER.
         IF WS-TRACE-ORDER IS NOT NUMERIC
           DISPLAY "!ERROR ORDER NUMBER MUST BE NUMERIC!"
           GO TO 0000SELECTIONLOTTRACE
         END-IF.
         MOVE SPACES TO WS-TRACE-REF.
         STRING "SO" WS-TRACE-ORDER
           DELIMITED BY SIZE INTO WS-TRACE-REF
         END-STRING.

         OPEN INPUT LOTTRACE-FILE.
         PERFORM 0000CHECKLOTTRACESTATUS.
         IF NOT WS-LOTTRACE-OK
           DISPLAY "!NO LOT ACTIVITY ON FILE YET!"
           GO TO 0000SELECTIONLOTTRACE
         END-IF.

         DISPLAY " ".
         DISPLAY "Lots Shipped And Returned On Order " WS-TRACE-ORDER.
         DISPLAY "Date     Time   Part Lot        Type       Qty    "
                 "Operator".
         DISPLAY "---------------------------------------------------".

         PERFORM UNTIL WS-ENDOFFILE = 1
           READ LOTTRACE-FILE INTO WS-LOTPARSE
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
               IF WS-LP-DATE IS NUMERIC
                   AND WS-LP-REF = WS-TRACE-REF
                 DISPLAY WS-LP-DATE " " WS-LP-TIME " "
                   WS-LP-IKEY " " WS-LP-LOT " " WS-LP-TYPE " "
                   WS-LP-QTY " " WS-LP-OPER
                 ADD 1 TO WS-TRACE-COUNT
               END-IF
           END-READ
           PERFORM 0000CHECKLOTTRACESTATUS
         END-PERFORM.
         MOVE 0 TO WS-ENDOFFILE.
         CLOSE LOTTRACE-FILE.
         PERFORM 0000CHECKLOTTRACESTATUS.

         DISPLAY "---------------------------------------------------".
         DISPLAY "Entries listed: " WS-TRACE-COUNT.

       GO TO 0000SELECTIONLOTTRACE.

       0000LOTTRACEBYWO.
         MOVE 0 TO USER-SELECTION.
         MOVE 0 TO WS-ENDOFFILE.
         MOVE ZERO TO WS-TRACE-COUNT.
         DISPLAY " ".
         DISPLAY "Work Order Number (6 digets):".
         ACCEPT WS-TRACE-ORDER.
         IF WS-TRACE-ORDER IS NOT NUMERIC
           DISPLAY "!ERROR WORK ORDER NUMBER MUST BE NUMERIC!"
           GO TO 0000SELECTIONLOTTRACE
         END-IF.
         MOVE SPACES TO WS-TRACE-REF.
         STRING "WO" WS-TRACE-ORDER
           DELIMITED BY SIZE INTO WS-TRACE-REF
         END-STRING.

         OPEN INPUT LOTTRACE-FILE.
         PERFORM 0000CHECKLOTTRACESTATUS.
         IF NOT WS-LOTTRACE-OK
           DISPLAY "!NO LOT ACTIVITY ON FILE YET!"
           GO TO 0000SELECTIONLOTTRACE
         END-IF.

         DISPLAY " ".
         DISPLAY "Lots Consumed And Produced On Work Order "
           WS-TRACE-ORDER.
         DISPLAY "Date     Time   Part Lot        Type       Qty    "
                 "Operator".
         DISPLAY "---------------------------------------------------".

         PERFORM UNTIL WS-ENDOFFILE = 1
           READ LOTTRACE-FILE INTO WS-LOTPARSE
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
               IF WS-LP-DATE IS NUMERIC
                   AND WS-LP-REF = WS-TRACE-REF
                 DISPLAY WS-LP-DATE " " WS-LP-TIME " "
                   WS-LP-IKEY " " WS-LP-LOT " " WS-LP-TYPE " "
                   WS-LP-QTY " " WS-LP-OPER
                 ADD 1 TO WS-TRACE-COUNT
               END-IF
           END-READ
           PERFORM 0000CHECKLOTTRACESTATUS
         END-PERFORM.
         MOVE 0 TO WS-ENDOFFILE.
         CLOSE LOTTRACE-FILE.
         PERFORM 0000CHECKLOTTRACESTATUS.

         DISPLAY "---------------------------------------------------".
         DISPLAY "Entries listed: " WS-TRACE-COUNT.

       GO TO 0000SELECTIONLOTTRACE.

       0000LOTAGINGREPORT.
         MOVE 0 TO USER-SELECTION.
         MOVE 0 TO WS-ENDOFFILE.
         MOVE ZERO TO WS-LOTAGE-COUNT.

         OPEN INPUT LOT-FILE.
         PERFORM 0000CHECKLOTSTATUS.
         IF NOT WS-LOT-OK
           DISPLAY "!NO LOTS ON FILE YET!"
           GO TO 0000SELECTIONLOTTRACE
         END-IF.

         ACCEPT CURRENTDATE2 FROM DATE YYYYMMDD.
         OPEN OUTPUT LOTTRACE-REPORT.
         MOVE "LOT AGING REPORT - LOTS STILL ON HAND"
           TO LOTTRACE-REPORT-LINE.
         WRITE LOTTRACE-REPORT-LINE.
         MOVE SPACES TO LOTTRACE-REPORT-LINE.
         STRING "Run Date: " YY2 "-" MM2 "-" DD2
           DELIMITED BY SIZE INTO LOTTRACE-REPORT-LINE.
         WRITE LOTTRACE-REPORT-LINE.
         MOVE "Part  Lot        Received  Remaining  Age Days"
           TO LOTTRACE-REPORT-LINE.
         WRITE LOTTRACE-REPORT-LINE.
         MOVE ALL "-" TO LOTTRACE-REPORT-LINE.
         WRITE LOTTRACE-REPORT-LINE.

         PERFORM UNTIL WS-ENDOFFILE = 1
           READ LOT-FILE INTO WS-LOT-FILEFD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
               IF WS-LOT-QTYREMAIN > ZERO
                 PERFORM 0000LOTAGINGONELINE
               END-IF
           END-READ
           PERFORM 0000CHECKLOTSTATUS
         END-PERFORM.
         MOVE 0 TO WS-ENDOFFILE.

         MOVE ALL "-" TO LOTTRACE-REPORT-LINE.
         WRITE LOTTRACE-REPORT-LINE.
         MOVE SPACES TO LOTTRACE-REPORT-LINE.
         STRING "LOTS ON HAND: " WS-LOTAGE-COUNT
           DELIMITED BY SIZE INTO LOTTRACE-REPORT-LINE.
         WRITE LOTTRACE-REPORT-LINE.
         CLOSE LOTTRACE-REPORT.
         CLOSE LOT-FILE.
         PERFORM 0000CHECKLOTSTATUS.

         DISPLAY " ".
         DISPLAY "Lot aging report written to "
           "cob-simpleinventory-lottrace.txt".

       GO TO 0000SELECTIONLOTTRACE.

       0000LOTAGINGONELINE.
         MOVE WS-LOT-RCVDATE TO WS-DATE1.
         MOVE CURRENTDATE2 TO WS-DATE2.
         PERFORM 0000DATEDIFFDAYS.
         MOVE SPACES TO LOTTRACE-REPORT-LINE.
         STRING WS-LOT-IKEY "  " WS-LOT-NO " "
           WS-LOT-RCVDATE "  " WS-LOT-QTYREMAIN "    "
           WS-DAYSBETWEEN
           DELIMITED BY SIZE INTO LOTTRACE-REPORT-LINE.
         WRITE LOTTRACE-REPORT-LINE.
         ADD 1 TO WS-LOTAGE-COUNT.

       0000CUSTOPENVALUE.
         MOVE ZERO TO WS-CUST-OPENVALUE.
         MOVE ZERO TO WS-CUSTEXPOSURE-S.
         MOVE 0 TO WS-ENDOFFILE.
         OPEN INPUT ORDER-FILE.
         PERFORM 0000CHECKORDERFILESTATUS.
         IF WS-ORDERFILE-OK
           OPEN INPUT DATAFILE
           PERFORM 0000CHECKDATAFILESTATUS
           PERFORM 0000OPENPRICEREAD
           PERFORM 0000OPENEXRATEREAD
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ ORDER-FILE INTO WS-ORDER-FILEFD
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END PERFORM 0000CUSTOPENONEORDER
             END-READ
             PERFORM 0000CHECKORDERFILESTATUS
           END-PERFORM
           PERFORM 0000CLOSEPRICEREAD
           PERFORM 0000CLOSEEXRATEREAD
           CLOSE DATAFILE
           PERFORM 0000CHECKDATAFILESTATUS
           CLOSE ORDER-FILE
           PERFORM 0000CHECKORDERFILESTATUS
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.
         OPEN INPUT CUSTINV-FILE.
         PERFORM 0000CHECKCUSTINVSTATUS.
         IF WS-CUSTINV-OK
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ CUSTINV-FILE INTO WS-CUSTINV-FILEFD
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END PERFORM 0000CUSTOPENONEINVOICE
             END-READ
             PERFORM 0000CHECKCUSTINVSTATUS
           END-PERFORM
           CLOSE CUSTINV-FILE
           PERFORM 0000CHECKCUSTINVSTATUS
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.
         IF WS-CUSTEXPOSURE-S > ZERO
           MOVE WS-CUSTEXPOSURE-S TO WS-CUST-OPENVALUE
         END-IF.

       0000CUSTOPENONEORDER.
         MOVE WS-ORDER-CUSTREF TO WS-CUSTREF-PARSE.
         IF WS-CUSTREF-NO IS NUMERIC
             AND WS-CUSTREF-NO = WS-CUST-NO
             AND (WS-ORDER-STATUS = "OPEN" OR "BACKORDER")
           COMPUTE WS-ORD-REMAIN =
             WS-ORDER-QTYORD - WS-ORDER-QTYSHIP
           IF WS-ORD-REMAIN > ZERO
             MOVE WS-ORDER-IKEY TO IKEY
             READ DATAFILE
               KEY IS IKEY
               INVALID KEY CONTINUE
               NOT INVALID KEY PERFORM 0000CUSTOPENORDERVALUE
             END-READ
             PERFORM 0000CHECKDATAFILESTATUS
           END-IF
         END-IF.

       0000CUSTOPENORDERVALUE.
         MOVE WS-ORDER-IKEY TO WS-PRICELOOK-IKEY.
         MOVE WS-CUST-NO TO WS-PRICELOOK-CUSTNO.
         PERFORM 0000PRICELOOKUP.
         IF NOT WS-PRICE-FOUND
           MOVE COST TO WS-SELLPRICE
           MOVE ICURRENCY TO WS-SELLCURR
         END-IF.
         COMPUTE WS-HOMECONV-IN = WS-ORD-REMAIN * WS-SELLPRICE.
         MOVE WS-SELLCURR TO WS-RATECURR.
         PERFORM 0000CONVERTTOHOME.
         ADD WS-HOMECONV-OUT TO WS-CUSTEXPOSURE-S.

       0000CUSTOPENONEINVOICE.
         IF WS-CINV-CUST-NO = WS-CUST-NO
             AND WS-CINV-STATUS = "OPEN"
           IF WS-CINV-TYPE = "CREDIT"
             SUBTRACT WS-CINV-HOMEAMOUNT FROM WS-CUSTEXPOSURE-S
           ELSE
             ADD WS-CINV-HOMEAMOUNT TO WS-CUSTEXPOSURE-S
           END-IF
         END-IF.

       0000SELECTIONCUSTOMERS.
         MOVE 0 TO USER-SELECTION.
         DISPLAY " ".
         DISPLAY "---------------------------------------------------"
                 "---------------------------------------------------"
                 "---------------".
         DISPLAY "CUSTOMERS MENU".
         DISPLAY "---------------------------------------------------"
                 "---------------------------------------------------"
                 "---------------".
         PERFORM UNTIL USER-SELECTION>0
           DISPLAY "    1 : Add Customer"
           DISPLAY "    2 : Edit Customer"
           DISPLAY "    3 : Delete Customer"
           DISPLAY "    4 : List Customers"
           DISPLAY "    5 : Selling Prices"
           DISPLAY "    6 : Customer Billing"
           DISPLAY "    7 : Customer Returns (RMA)"
           DISPLAY "    8 : Return To Customer Orders Menu"
           DISPLAY "Select number and press Enter: "
           ACCEPT USER-SELECTION

           EVALUATE USER-SELECTION
             WHEN 1 PERFORM 0000SELECTIONCUSTADD
             WHEN 2 PERFORM 0000SELECTIONCUSTEDIT
             WHEN 3 PERFORM 0000SELECTIONCUSTDELETE
             WHEN 4 PERFORM 0000SELECTIONCUSTLIST
             WHEN 5 GO TO 0000SELECTIONPRICES
             WHEN 6 GO TO 0000SELECTIONBILLING
             WHEN 7 GO TO 0000SELECTIONRETURNS
             WHEN 8 GO TO 0000SELECTIONORDERS
             WHEN OTHER PERFORM 0000SELECTIONCUSTERROR
           END-EVALUATE
         END-PERFORM.

       0000SELECTIONCUSTERROR.

       DISPLAY " ".
       DISPLAY "!ERROR WRONG INPUT!".
       GO TO 0000SELECTIONCUSTOMERS.

       0000SELECTIONCUSTADD.
         MOVE 0 TO USER-SELECTION.
         MOVE 2 TO WS-AUTH-NEED.
         MOVE "CUSTOMERADD" TO WS-AUTH-FUNCTION.
         PERFORM 0000CHECKAUTHORITY.
         IF NOT WS-AUTH-GRANTED
           GO TO 0000SELECTIONCUSTOMERS
         END-IF.
         DISPLAY " ".
         DISPLAY "Customer Number (4 digets):".
         ACCEPT WS-CUST-NO.
         IF WS-CUST-NO IS NOT NUMERIC
           DISPLAY "!ERROR CUSTOMER NUMBER MUST BE NUMERIC!"
           GO TO 0000SELECTIONCUSTOMERS
         END-IF.
         DISPLAY "Customer Name (max 30 characters):".
         ACCEPT WS-CUST-NAME.
         IF WS-CUST-NAME = SPACES
           DISPLAY "!ERROR CUSTOMER NAME CAN NOT BE BLANK!"
           GO TO 0000SELECTIONCUSTOMERS
         END-IF.
         DISPLAY "Contact (max 30 characters):".
         ACCEPT WS-CUST-CONTACT.
         IF WS-OPERATOR-SUPERVISOR
           DISPLAY "Credit Limit (0 = no limit):"
           ACCEPT WS-CUST-CREDITLIMIT
           IF WS-CUST-CREDITLIMIT IS NOT NUMERIC
             DISPLAY "!ERROR CREDIT LIMIT MUST BE A NON-NEGATIVE "
               "NUMBER!"
             GO TO 0000SELECTIONCUSTOMERS
           END-IF
         ELSE
           MOVE 0.01 TO WS-CUST-CREDITLIMIT
           DISPLAY "Credit limit is set by a supervisor. Customer is "
             "on credit hold until then."
         END-IF.
         DISPLAY "Default Sales Unit (max 4 characters, blank = "
           "stocking unit):".
         ACCEPT WS-CUST-SALESUOM.

         MOVE WS-CUSTOMER-FILEFD TO CUSTOMER-FILEFD.

         PERFORM 0000OPENCUSTOMERFILE.
         WRITE CUSTOMER-FILEFD
           INVALID KEY DISPLAY "!ERROR CUSTOMER ALREADY EXIST!"
           NOT INVALID KEY DISPLAY "Customer Added."
         END-WRITE.
         PERFORM 0000CHECKCUSTOMERSTATUS.
         CLOSE CUSTOMER-FILE.
         PERFORM 0000CHECKCUSTOMERSTATUS.

       GO TO 0000SELECTIONCUSTOMERS.

       0000SELECTIONCUSTEDIT.
         MOVE 0 TO USER-SELECTION.
         MOVE 2 TO WS-AUTH-NEED.
         MOVE "CUSTOMEREDIT" TO WS-AUTH-FUNCTION.
         PERFORM 0000CHECKAUTHORITY.
         IF NOT WS-AUTH-GRANTED
           GO TO 0000SELECTIONCUSTOMERS
         END-IF.
         DISPLAY " ".
         DISPLAY "Customer Number To Edit:".
         ACCEPT WS-CUST-NO.
         IF WS-CUST-NO IS NOT NUMERIC
           DISPLAY "!ERROR CUSTOMER NUMBER MUST BE NUMERIC!"
           GO TO 0000SELECTIONCUSTOMERS
         END-IF.

         PERFORM 0000OPENCUSTOMERFILE.
         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           MOVE WS-CUST-NO TO CUST-NO
           READ CUSTOMER-FILE INTO WS-CUSTOMER-FILEFD WITH LOCK
             KEY IS CUST-NO
             INVALID KEY
               DISPLAY "!ERROR CUSTOMER DOSE NOT EXIST!"
               CLOSE CUSTOMER-FILE
               GO TO 0000SELECTIONCUSTOMERS
           END-READ
           IF WS-CUSTOMER-INUSE
             PERFORM 0000RECORDINUSE
             IF NOT WS-LOCK-RETRY
               CLOSE CUSTOMER-FILE
               GO TO 0000SELECTIONCUSTOMERS
             END-IF
           END-IF
         END-PERFORM.
         PERFORM 0000CHECKCUSTOMERSTATUS.

         DISPLAY " ".
         DISPLAY "Current Values:".
         DISPLAY "    Name        : " WS-CUST-NAME.
         DISPLAY "    Contact     : " WS-CUST-CONTACT.
         DISPLAY "    Credit Limit: " WS-CUST-CREDITLIMIT.
         DISPLAY "    Sells In    : " WS-CUST-SALESUOM.
         DISPLAY "New Customer Name (max 30 characters):".
         ACCEPT WS-CUST-NAME.
         IF WS-CUST-NAME = SPACES
           DISPLAY "!ERROR CUSTOMER NAME CAN NOT BE BLANK!"
           CLOSE CUSTOMER-FILE
           GO TO 0000SELECTIONCUSTOMERS
         END-IF.
         DISPLAY "New Contact (max 30 characters):".
         ACCEPT WS-CUST-CONTACT.
         IF WS-OPERATOR-SUPERVISOR
           DISPLAY "New Credit Limit (0 = no limit):"
           ACCEPT WS-CUST-CREDITLIMIT
           IF WS-CUST-CREDITLIMIT IS NOT NUMERIC
             DISPLAY "!ERROR CREDIT LIMIT MUST BE A NON-NEGATIVE "
               "NUMBER!"
             CLOSE CUSTOMER-FILE
             GO TO 0000SELECTIONCUSTOMERS
           END-IF
         ELSE
           DISPLAY "Credit limit unchanged, only a supervisor can "
             "change it."
         END-IF.
         DISPLAY "New Default Sales Unit (max 4 characters, blank = "
           "stocking unit):".
         ACCEPT WS-CUST-SALESUOM.

         MOVE WS-CUSTOMER-FILEFD TO CUSTOMER-FILEFD.
         REWRITE CUSTOMER-FILEFD
           INVALID KEY DISPLAY "!ERROR CUSTOMER DOSE NOT EXIST!"
           NOT INVALID KEY DISPLAY "Customer Updated."
         END-REWRITE.
         PERFORM 0000CHECKCUSTOMERSTATUS.
         CLOSE CUSTOMER-FILE.
         PERFORM 0000CHECKCUSTOMERSTATUS.

       GO TO 0000SELECTIONCUSTOMERS.

       0000SELECTIONCUSTDELETE.
         MOVE 0 TO USER-SELECTION.
         MOVE 2 TO WS-AUTH-NEED.
         MOVE "CUSTOMERDELETE" TO WS-AUTH-FUNCTION.
         PERFORM 0000CHECKAUTHORITY.
         IF NOT WS-AUTH-GRANTED
           GO TO 0000SELECTIONCUSTOMERS
         END-IF.
         DISPLAY " ".
         DISPLAY "Customer Number To Delete:".
         ACCEPT WS-CUST-NO.
         IF WS-CUST-NO IS NOT NUMERIC
           DISPLAY "!ERROR CUSTOMER NUMBER MUST BE NUMERIC!"
           GO TO 0000SELECTIONCUSTOMERS
         END-IF.

         PERFORM 0000OPENCUSTOMERFILE.
         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           MOVE WS-CUST-NO TO CUST-NO
           READ CUSTOMER-FILE INTO WS-CUSTOMER-FILEFD WITH LOCK
             KEY IS CUST-NO
             INVALID KEY
               DISPLAY "!ERROR CUSTOMER DOSE NOT EXIST!"
               CLOSE CUSTOMER-FILE
               GO TO 0000SELECTIONCUSTOMERS
           END-READ
           IF WS-CUSTOMER-INUSE
             PERFORM 0000RECORDINUSE
             IF NOT WS-LOCK-RETRY
               CLOSE CUSTOMER-FILE
               GO TO 0000SELECTIONCUSTOMERS
             END-IF
           END-IF
         END-PERFORM.
         PERFORM 0000CHECKCUSTOMERSTATUS.

         DISPLAY " ".
         DISPLAY "Customer Found:".
         DISPLAY "Customer Number: " WS-CUST-NO.
         DISPLAY "Name: " WS-CUST-NAME.
         DISPLAY "Contact: " WS-CUST-CONTACT.

         PERFORM 0000CUSTREFCHECK.
         IF WS-REF-FOUND
           DISPLAY "!CUSTOMER CAN NOT BE DELETED!"
           DISPLAY "Reason: " WS-REF-REASON
           CLOSE CUSTOMER-FILE
           GO TO 0000SELECTIONCUSTOMERS
         END-IF.

         PERFORM UNTIL USER-SELECTION>0
           DISPLAY "Are you sure that you want to delete this customer?"
           DISPLAY "    1 : Yes I want to delete this customer"
           DISPLAY "    2 : No!"
           DISPLAY "Select number and press Enter: "
           ACCEPT USER-SELECTION

           EVALUATE USER-SELECTION
             WHEN 1
               DELETE CUSTOMER-FILE
                 INVALID KEY DISPLAY "!ERROR CUSTOMER DOSE NOT EXIST!"
                 NOT INVALID KEY DISPLAY "Customer Deleted."
               END-DELETE
               PERFORM 0000CHECKCUSTOMERSTATUS
             WHEN 2 CONTINUE
             WHEN OTHER
               DISPLAY "!ERROR WRONG INPUT!"
               MOVE 0 TO USER-SELECTION
           END-EVALUATE
         END-PERFORM.
         CLOSE CUSTOMER-FILE.
         PERFORM 0000CHECKCUSTOMERSTATUS.

       GO TO 0000SELECTIONCUSTOMERS.

       0000SELECTIONCUSTLIST.
         MOVE 0 TO USER-SELECTION.
         MOVE 0 TO WS-ENDOFFILE.
         DISPLAY " ".
         DISPLAY "Customer | Name                           | Contact"
                 "                        | Credit Limit | Sells In".

         OPEN INPUT CUSTOMER-FILE.
         PERFORM 0000CHECKCUSTOMERSTATUS.
         IF WS-CUSTOMER-FILENOTFOUND
           DISPLAY "No customers on file yet."
         ELSE
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ CUSTOMER-FILE INTO WS-CUSTOMER-FILEFD
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END
                 DISPLAY WS-CUST-NO "     | " WS-CUST-NAME " | "
                   WS-CUST-CONTACT " | " WS-CUST-CREDITLIMIT
                   "  | " WS-CUST-SALESUOM
             END-READ
             PERFORM 0000CHECKCUSTOMERSTATUS
           END-PERFORM
           CLOSE CUSTOMER-FILE
           PERFORM 0000CHECKCUSTOMERSTATUS
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.

       GO TO 0000SELECTIONCUSTOMERS.

       0000OPENCUSTOMERFILE.
         OPEN I-O CUSTOMER-FILE.
         PERFORM 0000CHECKCUSTOMERSTATUS.
         IF WS-CUSTOMER-FILENOTFOUND
           OPEN OUTPUT CUSTOMER-FILE
           PERFORM 0000CHECKCUSTOMERSTATUS
           CLOSE CUSTOMER-FILE
           PERFORM 0000CHECKCUSTOMERSTATUS
           OPEN I-O CUSTOMER-FILE
           PERFORM 0000CHECKCUSTOMERSTATUS
         END-IF.

       0000SELECTIONPRICES.
         MOVE 0 TO USER-SELECTION.
         DISPLAY " ".
         DISPLAY "---------------------------------------------------"
                 "---------------------------------------------------"
                 "---------------".
         DISPLAY "SELLING PRICES MENU".
         DISPLAY "---------------------------------------------------"
                 "---------------------------------------------------"
                 "---------------".
         PERFORM UNTIL USER-SELECTION>0
           DISPLAY "    1 : Set List Or Customer Price"
           DISPLAY "    2 : Delete Price"
           DISPLAY "    3 : List Prices"
           DISPLAY "    4 : Return To Customers Menu"
           DISPLAY "Select number and press Enter: "
           ACCEPT USER-SELECTION

           EVALUATE USER-SELECTION
             WHEN 1 PERFORM 0000SELECTIONPRICESET
             WHEN 2 PERFORM 0000SELECTIONPRICEDELETE
             WHEN 3 PERFORM 0000SELECTIONPRICELIST
             WHEN 4 GO TO 0000SELECTIONCUSTOMERS
             WHEN OTHER PERFORM 0000SELECTIONPRICEERROR
           END-EVALUATE
         END-PERFORM.

       0000SELECTIONPRICEERROR.

       DISPLAY " ".
       DISPLAY "!ERROR WRONG INPUT!".
       GO TO 0000SELECTIONPRICES.

       0000SELECTIONPRICESET.
         MOVE 0 TO USER-SELECTION.
         MOVE 2 TO WS-AUTH-NEED.
         MOVE "PRICESET" TO WS-AUTH-FUNCTION.
         PERFORM 0000CHECKAUTHORITY.
         IF NOT WS-AUTH-GRANTED
           GO TO 0000SELECTIONPRICES
         END-IF.
         DISPLAY " ".
         DISPLAY "Part Number (4 digets):".
         ACCEPT WS-PRICE-IKEY.
         IF WS-PRICE-IKEY IS NOT NUMERIC
           DISPLAY "!ERROR PART NUMBER MUST BE NUMERIC!"
           GO TO 0000SELECTIONPRICES
         END-IF.
         OPEN INPUT DATAFILE.
         PERFORM 0000CHECKDATAFILESTATUS.
         IF NOT WS-DATAFILE-OK
           DISPLAY "!NO INVENTORY ON FILE YET!"
           GO TO 0000SELECTIONPRICES
         END-IF.
         MOVE WS-PRICE-IKEY TO IKEY.
         READ DATAFILE
           KEY IS IKEY
           INVALID KEY
             DISPLAY "!ERROR PART NUMBER DOSE NOT EXIST!"
             CLOSE DATAFILE
             GO TO 0000SELECTIONPRICES
         END-READ.
         PERFORM 0000CHECKDATAFILESTATUS.
         DISPLAY "Part: " MN " " NAME " | Cost " COST " " ICURRENCY.
         CLOSE DATAFILE.
         PERFORM 0000CHECKDATAFILESTATUS.

         DISPLAY "Customer Number (0000 = list price for everyone):".
         ACCEPT WS-PRICE-CUST-NO.
         IF WS-PRICE-CUST-NO IS NOT NUMERIC
           DISPLAY "!ERROR CUSTOMER NUMBER MUST BE NUMERIC!"
           GO TO 0000SELECTIONPRICES
         END-IF.
         IF WS-PRICE-CUST-NO NOT = ZERO
           OPEN INPUT CUSTOMER-FILE
           PERFORM 0000CHECKCUSTOMERSTATUS
           IF NOT WS-CUSTOMER-OK
             DISPLAY "!NO CUSTOMERS ON FILE YET - ADD THE CUSTOMER "
               "FIRST!"
             GO TO 0000SELECTIONPRICES
           END-IF
           MOVE WS-PRICE-CUST-NO TO CUST-NO
           READ CUSTOMER-FILE
             KEY IS CUST-NO
             INVALID KEY
               DISPLAY "!ERROR CUSTOMER DOSE NOT EXIST!"
               CLOSE CUSTOMER-FILE
               GO TO 0000SELECTIONPRICES
           END-READ
           PERFORM 0000CHECKCUSTOMERSTATUS
           DISPLAY "Customer: " CUST-NAME
           CLOSE CUSTOMER-FILE
           PERFORM 0000CHECKCUSTOMERSTATUS
         END-IF.

         DISPLAY "Selling Price Per Unit:".
         ACCEPT WS-PRICE-AMOUNT.
         IF WS-PRICE-AMOUNT IS NOT NUMERIC
           DISPLAY "!ERROR PRICE MUST BE A NON-NEGATIVE NUMBER!"
           GO TO 0000SELECTIONPRICES
         END-IF.
         DISPLAY "Currency (max 3 characters, blank = "
           WS-HOME-CURRENCY "):".
         ACCEPT WS-PRICE-CURRENCY.
         IF WS-PRICE-CURRENCY = SPACES
           MOVE WS-HOME-CURRENCY TO WS-PRICE-CURRENCY
         END-IF.

         PERFORM 0000OPENPRICEFILE.
         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           MOVE WS-PRICE-KEY TO PRICE-KEY
           READ PRICE-FILE WITH LOCK
             KEY IS PRICE-KEY
             INVALID KEY
               MOVE WS-PRICE-FILEFD TO PRICE-FILEFD
               WRITE PRICE-FILEFD
                 INVALID KEY DISPLAY "!ERROR COULD NOT STORE PRICE!"
                 NOT INVALID KEY DISPLAY "Price Added."
               END-WRITE
             NOT INVALID KEY
               MOVE WS-PRICE-FILEFD TO PRICE-FILEFD
               REWRITE PRICE-FILEFD
                 INVALID KEY DISPLAY "!ERROR COULD NOT STORE PRICE!"
                 NOT INVALID KEY DISPLAY "Price Updated."
               END-REWRITE
           END-READ
           IF WS-PRICE-INUSE
             PERFORM 0000RECORDINUSE
             IF NOT WS-LOCK-RETRY
               DISPLAY "!PRICE NOT STORED!"
             END-IF
           END-IF
         END-PERFORM.
         PERFORM 0000CHECKPRICESTATUS.
         CLOSE PRICE-FILE.
         PERFORM 0000CHECKPRICESTATUS.

       GO TO 0000SELECTIONPRICES.

       0000SELECTIONPRICEDELETE.
         MOVE 0 TO USER-SELECTION.
         MOVE 2 TO WS-AUTH-NEED.
         MOVE "PRICEDELETE" TO WS-AUTH-FUNCTION.
         PERFORM 0000CHECKAUTHORITY.
         IF NOT WS-AUTH-GRANTED
           GO TO 0000SELECTIONPRICES
         END-IF.
         DISPLAY " ".
         DISPLAY "Part Number (4 digets):".
         ACCEPT WS-PRICE-IKEY.
         IF WS-PRICE-IKEY IS NOT NUMERIC
           DISPLAY "!ERROR PART NUMBER MUST BE NUMERIC!"
           GO TO 0000SELECTIONPRICES
         END-IF.
         DISPLAY "Customer Number (0000 = list price):".
         ACCEPT WS-PRICE-CUST-NO.
         IF WS-PRICE-CUST-NO IS NOT NUMERIC
           DISPLAY "!ERROR CUSTOMER NUMBER MUST BE NUMERIC!"
           GO TO 0000SELECTIONPRICES
         END-IF.

         PERFORM 0000OPENPRICEFILE.
         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           MOVE WS-PRICE-KEY TO PRICE-KEY
           READ PRICE-FILE INTO WS-PRICE-FILEFD WITH LOCK
             KEY IS PRICE-KEY
             INVALID KEY
               DISPLAY "!ERROR PRICE DOSE NOT EXIST!"
               CLOSE PRICE-FILE
               GO TO 0000SELECTIONPRICES
           END-READ
           IF WS-PRICE-INUSE
             PERFORM 0000RECORDINUSE
             IF NOT WS-LOCK-RETRY
               CLOSE PRICE-FILE
               GO TO 0000SELECTIONPRICES
             END-IF
           END-IF
         END-PERFORM.
         PERFORM 0000CHECKPRICESTATUS.
         DISPLAY "Price: " WS-PRICE-AMOUNT " " WS-PRICE-CURRENCY.

         PERFORM UNTIL USER-SELECTION>0
           DISPLAY "Are you sure that you want to delete this price?"
           DISPLAY "    1 : Yes I want to delete this price"
           DISPLAY "    2 : No!"
           DISPLAY "Select number and press Enter: "
           ACCEPT USER-SELECTION

           EVALUATE USER-SELECTION
             WHEN 1
               DELETE PRICE-FILE
                 INVALID KEY DISPLAY "!ERROR PRICE DOSE NOT EXIST!"
                 NOT INVALID KEY DISPLAY "Price Deleted."
               END-DELETE
               PERFORM 0000CHECKPRICESTATUS
             WHEN 2 CONTINUE
             WHEN OTHER
               DISPLAY "!ERROR WRONG INPUT!"
               MOVE 0 TO USER-SELECTION
           END-EVALUATE
         END-PERFORM.
         CLOSE PRICE-FILE.
         PERFORM 0000CHECKPRICESTATUS.

       GO TO 0000SELECTIONPRICES.

       0000SELECTIONPRICELIST.
         MOVE 0 TO USER-SELECTION.
         MOVE 0 TO WS-ENDOFFILE.
         DISPLAY " ".
         DISPLAY "Part | Customer | Price     | Currency".

         OPEN INPUT PRICE-FILE.
         PERFORM 0000CHECKPRICESTATUS.
         IF NOT WS-PRICE-OK
           DISPLAY "No selling prices on file yet."
         ELSE
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ PRICE-FILE INTO WS-PRICE-FILEFD
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END
                 IF WS-PRICE-CUST-NO = ZERO
                   DISPLAY WS-PRICE-IKEY " | LIST     | "
                     WS-PRICE-AMOUNT "   | " WS-PRICE-CURRENCY
                 ELSE
                   DISPLAY WS-PRICE-IKEY " | " WS-PRICE-CUST-NO
                     "     | " WS-PRICE-AMOUNT "   | "
                     WS-PRICE-CURRENCY
                 END-IF
             END-READ
             PERFORM 0000CHECKPRICESTATUS
           END-PERFORM
           CLOSE PRICE-FILE
           PERFORM 0000CHECKPRICESTATUS
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.

       GO TO 0000SELECTIONPRICES.

       0000OPENPRICEFILE.
         OPEN I-O PRICE-FILE.
         PERFORM 0000CHECKPRICESTATUS.
         IF WS-PRICE-FILENOTFOUND
           OPEN OUTPUT PRICE-FILE
           PERFORM 0000CHECKPRICESTATUS
           CLOSE PRICE-FILE
           PERFORM 0000CHECKPRICESTATUS
           OPEN I-O PRICE-FILE
           PERFORM 0000CHECKPRICESTATUS
         END-IF.

       0000OPENPRICEREAD.
         OPEN INPUT PRICE-FILE.
         PERFORM 0000CHECKPRICESTATUS.
         IF WS-PRICE-OK
           MOVE "Y" TO WS-PRICE-AVAILABLE-SW
         ELSE
           MOVE "N" TO WS-PRICE-AVAILABLE-SW
         END-IF.

       0000CLOSEPRICEREAD.
         IF WS-PRICE-AVAILABLE
           CLOSE PRICE-FILE
           PERFORM 0000CHECKPRICESTATUS
           MOVE "N" TO WS-PRICE-AVAILABLE-SW
         END-IF.

       0000OPENEXRATEFILE.
         OPEN I-O EXRATE-FILE.
         PERFORM 0000CHECKEXRATESTATUS.
         IF WS-EXRATE-FILENOTFOUND
           OPEN OUTPUT EXRATE-FILE
           PERFORM 0000CHECKEXRATESTATUS
           CLOSE EXRATE-FILE
           PERFORM 0000CHECKEXRATESTATUS
           OPEN I-O EXRATE-FILE
           PERFORM 0000CHECKEXRATESTATUS
         END-IF.

       0000OPENEXRATEREAD.
         OPEN INPUT EXRATE-FILE.
         PERFORM 0000CHECKEXRATESTATUS.
         IF WS-EXRATE-OK
           MOVE "Y" TO WS-EXRATE-AVAILABLE-SW
         ELSE
           MOVE "N" TO WS-EXRATE-AVAILABLE-SW
         END-IF.

       0000CLOSEEXRATEREAD.
         IF WS-EXRATE-AVAILABLE
           CLOSE EXRATE-FILE
           PERFORM 0000CHECKEXRATESTATUS
           MOVE "N" TO WS-EXRATE-AVAILABLE-SW
         END-IF.

       0000PRICELOOKUP.
         MOVE "N" TO WS-PRICE-FOUND-SW.
         MOVE ZERO TO WS-SELLPRICE.
         MOVE SPACES TO WS-SELLCURR.
         MOVE SPACES TO WS-PRICESOURCE.
         IF WS-PRICE-AVAILABLE
           IF WS-PRICELOOK-CUSTNO NOT = ZERO
             MOVE WS-PRICELOOK-IKEY TO PRICE-IKEY
             MOVE WS-PRICELOOK-CUSTNO TO PRICE-CUST-NO
             READ PRICE-FILE INTO WS-PRICE-FILEFD
               KEY IS PRICE-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 MOVE "Y" TO WS-PRICE-FOUND-SW
                 MOVE "CUSTOMER" TO WS-PRICESOURCE
             END-READ
             PERFORM 0000CHECKPRICESTATUS
           END-IF
           IF NOT WS-PRICE-FOUND
             MOVE WS-PRICELOOK-IKEY TO PRICE-IKEY
             MOVE ZERO TO PRICE-CUST-NO
             READ PRICE-FILE INTO WS-PRICE-FILEFD
               KEY IS PRICE-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 MOVE "Y" TO WS-PRICE-FOUND-SW
                 MOVE "LIST" TO WS-PRICESOURCE
             END-READ
             PERFORM 0000CHECKPRICESTATUS
           END-IF
           IF WS-PRICE-FOUND
             MOVE WS-PRICE-AMOUNT TO WS-SELLPRICE
             MOVE WS-PRICE-CURRENCY TO WS-SELLCURR
           END-IF
         END-IF.

       0000CONVERTTOHOME.
         ACCEPT CURRENTDATE2 FROM DATE YYYYMMDD.
         MOVE CURRENTDATE2 TO WS-RATEDATE.
         PERFORM 0000RATEFORCURRENCY.
         IF WS-EXRATE-FOUND
           COMPUTE WS-HOMECONV-OUT ROUNDED =
             WS-HOMECONV-IN * WS-EXRATE-RATE
         ELSE
           MOVE WS-HOMECONV-IN TO WS-HOMECONV-OUT
         END-IF.

       0000ORDERVALUEATPRICE.
         PERFORM 0000OPENPRICEREAD.
         PERFORM 0000OPENEXRATEREAD.
         MOVE WS-ORDER-IKEY TO WS-PRICELOOK-IKEY.
         MOVE WS-CUST-NO TO WS-PRICELOOK-CUSTNO.
         PERFORM 0000PRICELOOKUP.
         IF WS-PRICE-FOUND
           DISPLAY "Selling price (" WS-PRICESOURCE "): "
             WS-SELLPRICE " " WS-SELLCURR
         ELSE
           DISPLAY "!NO SELLING PRICE ON FILE FOR PART "
             WS-ORDER-IKEY " - ORDER VALUED AT COST!"
           MOVE WS-COST TO WS-SELLPRICE
           MOVE WS-ICURRENCY TO WS-SELLCURR
         END-IF.
         COMPUTE WS-HOMECONV-IN = WS-ORDER-QTYORD * WS-SELLPRICE.
         MOVE WS-SELLCURR TO WS-RATECURR.
         PERFORM 0000CONVERTTOHOME.
         MOVE WS-HOMECONV-OUT TO WS-NEWORDVALUE.
         PERFORM 0000CLOSEPRICEREAD.
         PERFORM 0000CLOSEEXRATEREAD.

       0000BILLSHIPMENT.
         MOVE WS-ORDER-CUSTREF TO WS-CUSTREF-PARSE.
         IF WS-CUSTREF-NO IS NOT NUMERIC
           MOVE ZERO TO WS-CUSTREF-NO
         END-IF.
         PERFORM 0000OPENCUSTINVFILE.
         PERFORM 0000NEXTCUSTINVNUMBER.
         PERFORM UNTIL WS-CTL-GOT
           DISPLAY "!AN INVOICE NUMBER IS NEEDED - THE SHIPMENT IS "
             "ALREADY POSTED!"
           PERFORM 0000NEXTCUSTINVNUMBER
         END-PERFORM.

         INITIALIZE WS-CUSTINV-FILEFD.
         MOVE WS-NEXT-CINV-NO TO WS-CINV-NO.
         MOVE "INVOICE" TO WS-CINV-TYPE.
         ACCEPT CURRENTDATE2 FROM DATE YYYYMMDD.
         MOVE CURRENTDATE2 TO WS-CINV-DATE.
         MOVE WS-ORDER-NO TO WS-CINV-ORDER-NO.
         MOVE WS-CUSTREF-NO TO WS-CINV-CUST-NO.
         MOVE WS-ORDER-IKEY TO WS-CINV-IKEY.
         MOVE WS-SHIPQTY TO WS-CINV-QTY.
         MOVE SPACES TO WS-CINV-REF.
         STRING "SO" WS-ORDER-NO
           DELIMITED BY SIZE INTO WS-CINV-REF
         END-STRING.

         PERFORM 0000OPENPRICEREAD.
         PERFORM 0000OPENEXRATEREAD.
         MOVE WS-ORDER-IKEY TO WS-PRICELOOK-IKEY.
         MOVE WS-CINV-CUST-NO TO WS-PRICELOOK-CUSTNO.
         PERFORM 0000PRICELOOKUP.
         IF NOT WS-PRICE-FOUND
           DISPLAY "!NO SELLING PRICE ON FILE FOR PART "
             WS-ORDER-IKEY " - INVOICED AT COST!"
           MOVE WS-COST TO WS-SELLPRICE
           MOVE WS-ICURRENCY TO WS-SELLCURR
         END-IF.
         MOVE WS-SELLPRICE TO WS-CINV-PRICE.
         MOVE WS-SELLCURR TO WS-CINV-CURRENCY.
         COMPUTE WS-CINV-AMOUNT ROUNDED = WS-CINV-QTY * WS-CINV-PRICE.
         MOVE WS-COST TO WS-CINV-COST.
         MOVE WS-ICURRENCY TO WS-CINV-COSTCURR.
         MOVE WS-CINV-AMOUNT TO WS-HOMECONV-IN.
         MOVE WS-CINV-CURRENCY TO WS-RATECURR.
         PERFORM 0000CONVERTTOHOME.
         MOVE WS-HOMECONV-OUT TO WS-CINV-HOMEAMOUNT.
         COMPUTE WS-HOMECONV-IN ROUNDED = WS-CINV-QTY * WS-CINV-COST.
         MOVE WS-CINV-COSTCURR TO WS-RATECURR.
         PERFORM 0000CONVERTTOHOME.
         MOVE WS-HOMECONV-OUT TO WS-CINV-HOMECOST.
         PERFORM 0000CLOSEPRICEREAD.
         PERFORM 0000CLOSEEXRATEREAD.
         MOVE "OPEN" TO WS-CINV-STATUS.

         MOVE WS-CUSTINV-FILEFD TO CUSTINV-FILEFD.
         WRITE CUSTINV-FILEFD
           INVALID KEY
             DISPLAY "!ERROR COULD NOT STORE CUSTOMER INVOICE!"
           NOT INVALID KEY
             MOVE WS-CINV-AMOUNT TO WS-CINV-AMOUNT-ED
             DISPLAY "Invoice " WS-CINV-NO " raised for "
               WS-CINV-AMOUNT-ED " " WS-CINV-CURRENCY "."
             PERFORM 0000PRINTCUSTINVOICE
         END-WRITE.
         PERFORM 0000CHECKCUSTINVSTATUS.
         CLOSE CUSTINV-FILE.
         PERFORM 0000CHECKCUSTINVSTATUS.

       0000PRINTCUSTINVOICE.
         MOVE SPACES TO WS-CINV-CUSTNAME.
         MOVE SPACES TO WS-CINV-CUSTCONTACT.
         OPEN INPUT CUSTOMER-FILE.
         PERFORM 0000CHECKCUSTOMERSTATUS.
         IF WS-CUSTOMER-OK
           MOVE WS-CINV-CUST-NO TO CUST-NO
           READ CUSTOMER-FILE
             KEY IS CUST-NO
             INVALID KEY
               MOVE "*** CUSTOMER NOT ON FILE ***"
                 TO WS-CINV-CUSTNAME
             NOT INVALID KEY
               MOVE CUST-NAME TO WS-CINV-CUSTNAME
               MOVE CUST-CONTACT TO WS-CINV-CUSTCONTACT
           END-READ
           PERFORM 0000CHECKCUSTOMERSTATUS
           CLOSE CUSTOMER-FILE
           PERFORM 0000CHECKCUSTOMERSTATUS
         END-IF.
         MOVE SPACES TO WS-MG-NAME.
         MOVE SPACES TO MN.
         OPEN INPUT DATAFILE.
         PERFORM 0000CHECKDATAFILESTATUS.
         IF WS-DATAFILE-OK
           MOVE WS-CINV-IKEY TO IKEY
           READ DATAFILE
             KEY IS IKEY
             INVALID KEY MOVE SPACES TO MN
             NOT INVALID KEY MOVE NAME TO WS-MG-NAME
           END-READ
           PERFORM 0000CHECKDATAFILESTATUS
           CLOSE DATAFILE
           PERFORM 0000CHECKDATAFILESTATUS
         END-IF.

         OPEN OUTPUT CUSTINV-REPORT.
         IF WS-CINV-TYPE = "CREDIT"
           MOVE "CUSTOMER CREDIT NOTE" TO CUSTINV-REPORT-LINE
         ELSE
           MOVE "CUSTOMER INVOICE" TO CUSTINV-REPORT-LINE
         END-IF.
         WRITE CUSTINV-REPORT-LINE.
         MOVE ALL "=" TO CUSTINV-REPORT-LINE.
         WRITE CUSTINV-REPORT-LINE.
         MOVE WS-CINV-DATE TO WS-DATE1.
         MOVE SPACES TO CUSTINV-REPORT-LINE.
         STRING "Number: " WS-CINV-NO
           "   Date: " WS-DATE1-YY "-" WS-DATE1-MM "-" WS-DATE1-DD
           "   Status: " WS-CINV-STATUS
           DELIMITED BY SIZE INTO CUSTINV-REPORT-LINE.
         WRITE CUSTINV-REPORT-LINE.
         MOVE SPACES TO CUSTINV-REPORT-LINE.
         STRING "Order: " WS-CINV-ORDER-NO
           "   Reference: " WS-CINV-REF
           DELIMITED BY SIZE INTO CUSTINV-REPORT-LINE.
         WRITE CUSTINV-REPORT-LINE.
         MOVE SPACES TO CUSTINV-REPORT-LINE.
         WRITE CUSTINV-REPORT-LINE.
         MOVE SPACES TO CUSTINV-REPORT-LINE.
         STRING "Bill To: " WS-CINV-CUST-NO " " WS-CINV-CUSTNAME
           DELIMITED BY SIZE INTO CUSTINV-REPORT-LINE.
         WRITE CUSTINV-REPORT-LINE.
         MOVE SPACES TO CUSTINV-REPORT-LINE.
         STRING "Attn:    " WS-CINV-CUSTCONTACT
           DELIMITED BY SIZE INTO CUSTINV-REPORT-LINE.
         WRITE CUSTINV-REPORT-LINE.
         MOVE SPACES TO CUSTINV-REPORT-LINE.
         WRITE CUSTINV-REPORT-LINE.
         MOVE "Part Model     Name                 Qty   Unit Price "
           TO CUSTINV-REPORT-LINE.
         MOVE "Cur        Amount" TO CUSTINV-REPORT-LINE (56:17).
         WRITE CUSTINV-REPORT-LINE.
         MOVE ALL "-" TO CUSTINV-REPORT-LINE.
         WRITE CUSTINV-REPORT-LINE.
         MOVE WS-CINV-QTY TO WS-CINV-QTY-ED.
         MOVE WS-CINV-PRICE TO WS-CINV-PRICE-ED.
         MOVE WS-CINV-AMOUNT TO WS-CINV-AMOUNT-ED.
         MOVE SPACES TO CUSTINV-REPORT-LINE.
         STRING WS-CINV-IKEY " " MN " " WS-MG-NAME " "
           WS-CINV-QTY-ED "  " WS-CINV-PRICE-ED " "
           WS-CINV-CURRENCY " " WS-CINV-AMOUNT-ED
           DELIMITED BY SIZE INTO CUSTINV-REPORT-LINE.
         WRITE CUSTINV-REPORT-LINE.
         MOVE ALL "-" TO CUSTINV-REPORT-LINE.
         WRITE CUSTINV-REPORT-LINE.
         MOVE SPACES TO CUSTINV-REPORT-LINE.
         IF WS-CINV-TYPE = "CREDIT"
           STRING "TOTAL CREDITED: " WS-CINV-AMOUNT-ED " "
             WS-CINV-CURRENCY
             DELIMITED BY SIZE INTO CUSTINV-REPORT-LINE
         ELSE
           STRING "TOTAL DUE: " WS-CINV-AMOUNT-ED " "
             WS-CINV-CURRENCY
             DELIMITED BY SIZE INTO CUSTINV-REPORT-LINE
         END-IF.
         WRITE CUSTINV-REPORT-LINE.
         CLOSE CUSTINV-REPORT.
         DISPLAY "Invoice printed to "
           "cob-simpleinventory-custinvoice.txt".

       0000OPENCUSTINVFILE.
         OPEN I-O CUSTINV-FILE.
         PERFORM 0000CHECKCUSTINVSTATUS.
         IF WS-CUSTINV-FILENOTFOUND
           OPEN OUTPUT CUSTINV-FILE
           PERFORM 0000CHECKCUSTINVSTATUS
           CLOSE CUSTINV-FILE
           PERFORM 0000CHECKCUSTINVSTATUS
           OPEN I-O CUSTINV-FILE
           PERFORM 0000CHECKCUSTINVSTATUS
         END-IF.

       0000NEXTCUSTINVNUMBER.
         MOVE 0 TO WS-ENDOFFILE.
         MOVE 1 TO WS-NEXT-CINV-NO.
         MOVE ZERO TO CINV-NO.
         START CUSTINV-FILE KEY IS NOT LESS THAN CINV-NO
           INVALID KEY MOVE 1 TO WS-ENDOFFILE
         END-START.
         PERFORM 0000CHECKCUSTINVSTATUS.
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ CUSTINV-FILE INTO WS-CUSTINV-FILEFD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
               COMPUTE WS-NEXT-CINV-NO = WS-CINV-NO + 1
           END-READ
           PERFORM 0000CHECKCUSTINVSTATUS
         END-PERFORM.
         MOVE 0 TO WS-ENDOFFILE.
         MOVE "CUSTINV" TO WS-CTL-DOCTYPE.
         MOVE WS-NEXT-CINV-NO TO WS-CTL-SEED.
         PERFORM 0000NEXTDOCNUMBER.
         MOVE WS-CTL-NUMBER TO WS-NEXT-CINV-NO.

       0000SELECTIONBILLING.
         MOVE 0 TO USER-SELECTION.
         DISPLAY " ".
         DISPLAY "---------------------------------------------------"
                 "---------------------------------------------------"
                 "---------------".
         DISPLAY "CUSTOMER BILLING MENU".
         DISPLAY "---------------------------------------------------"
                 "---------------------------------------------------"
                 "---------------".
         PERFORM UNTIL USER-SELECTION>0
           DISPLAY "    1 : Reprint Customer Invoice"
           DISPLAY "    2 : Invoice Register"
           DISPLAY "    3 : Gross Margin Report (by part and customer)"
           DISPLAY "    4 : Record Customer Payment"
           DISPLAY "    5 : Return To Customers Menu"
           DISPLAY "Select number and press Enter: "
           ACCEPT USER-SELECTION

           EVALUATE USER-SELECTION
             WHEN 1 PERFORM 0000SELECTIONINVREPRINT
             WHEN 2 PERFORM 0000SELECTIONINVREGISTER
             WHEN 3 PERFORM 0000SELECTIONMARGINREPORT
             WHEN 4 PERFORM 0000SELECTIONINVPAYMENT
             WHEN 5 GO TO 0000SELECTIONCUSTOMERS
             WHEN OTHER PERFORM 0000SELECTIONBILLINGERROR
           END-EVALUATE
         END-PERFORM.

       0000SELECTIONBILLINGERROR.

       DISPLAY " ".
       DISPLAY "!ERROR WRONG INPUT!".
       GO TO 0000SELECTIONBILLING.

       0000SELECTIONINVREPRINT.
         MOVE 0 TO USER-SELECTION.
         DISPLAY " ".
         DISPLAY "Invoice Number (6 digets):".
         ACCEPT WS-CINV-PRINTNO.
         IF WS-CINV-PRINTNO IS NOT NUMERIC
           DISPLAY "!ERROR INVOICE NUMBER MUST BE NUMERIC!"
           GO TO 0000SELECTIONBILLING
         END-IF.
         OPEN INPUT CUSTINV-FILE.
         PERFORM 0000CHECKCUSTINVSTATUS.
         IF NOT WS-CUSTINV-OK
           DISPLAY "No customer invoices on file yet."
           GO TO 0000SELECTIONBILLING
         END-IF.
         MOVE WS-CINV-PRINTNO TO CINV-NO.
         READ CUSTINV-FILE INTO WS-CUSTINV-FILEFD
           KEY IS CINV-NO
           INVALID KEY
             DISPLAY "!ERROR INVOICE DOSE NOT EXIST!"
             CLOSE CUSTINV-FILE
             GO TO 0000SELECTIONBILLING
         END-READ.
         PERFORM 0000CHECKCUSTINVSTATUS.
         CLOSE CUSTINV-FILE.
         PERFORM 0000CHECKCUSTINVSTATUS.
         PERFORM 0000PRINTCUSTINVOICE.

       GO TO 0000SELECTIONBILLING.

       0000BILLINGDATERANGE.
         MOVE ZERO TO WS-BILL-FROM.
         MOVE 99999999 TO WS-BILL-TO.
         DISPLAY "From Date (YYYYMMDD, blank = from the start):".
         ACCEPT WS-BILL-FROM-X.
         IF WS-BILL-FROM-X NOT = SPACES
           IF WS-BILL-FROM-X IS NOT NUMERIC
             DISPLAY "!ERROR DATE MUST BE NUMERIC YYYYMMDD!"
             GO TO 0000SELECTIONBILLING
           END-IF
           MOVE WS-BILL-FROM-X TO WS-BILL-FROM
         END-IF.
         DISPLAY "To Date (YYYYMMDD, blank = up to today):".
         ACCEPT WS-BILL-TO-X.
         IF WS-BILL-TO-X NOT = SPACES
           IF WS-BILL-TO-X IS NOT NUMERIC
             DISPLAY "!ERROR DATE MUST BE NUMERIC YYYYMMDD!"
             GO TO 0000SELECTIONBILLING
           END-IF
           MOVE WS-BILL-TO-X TO WS-BILL-TO
         END-IF.

       0000SELECTIONINVREGISTER.
         MOVE 0 TO USER-SELECTION.
         MOVE 0 TO WS-ENDOFFILE.
         MOVE ZERO TO WS-BILL-COUNT.
         MOVE ZERO TO WS-BILL-OPENCOUNT.
         MOVE ZERO TO WS-BILL-HOMETOTAL-S.
         MOVE ZERO TO WS-BILL-OPENTOTAL-S.
         DISPLAY " ".
         PERFORM 0000BILLINGDATERANGE.

         OPEN INPUT CUSTINV-FILE.
         PERFORM 0000CHECKCUSTINVSTATUS.
         IF NOT WS-CUSTINV-OK
           DISPLAY "No customer invoices on file yet."
           GO TO 0000SELECTIONBILLING
         END-IF.

         ACCEPT CURRENTDATE2 FROM DATE YYYYMMDD.
         OPEN OUTPUT REGISTER-REPORT.
         MOVE "CUSTOMER INVOICE REGISTER" TO REGISTER-REPORT-LINE.
         WRITE REGISTER-REPORT-LINE.
         MOVE SPACES TO REGISTER-REPORT-LINE.
         STRING "Run Date: " YY2 "-" MM2 "-" DD2
           "  From: " WS-BILL-FROM "  To: " WS-BILL-TO
           "  Home Currency: " WS-HOME-CURRENCY
           DELIMITED BY SIZE INTO REGISTER-REPORT-LINE.
         WRITE REGISTER-REPORT-LINE.
         MOVE "Number Type       Date     Order  Cust Part       Qty "
           TO REGISTER-REPORT-LINE.
         MOVE "     Amount Cur  Home Amount Status"
           TO REGISTER-REPORT-LINE (56:36).
         WRITE REGISTER-REPORT-LINE.
         MOVE ALL "-" TO REGISTER-REPORT-LINE.
         WRITE REGISTER-REPORT-LINE.

         PERFORM UNTIL WS-ENDOFFILE = 1
           READ CUSTINV-FILE INTO WS-CUSTINV-FILEFD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
               IF WS-CINV-DATE NOT < WS-BILL-FROM
                   AND WS-CINV-DATE NOT > WS-BILL-TO
                 PERFORM 0000INVREGISTERONE
               END-IF
           END-READ
           PERFORM 0000CHECKCUSTINVSTATUS
         END-PERFORM.
         MOVE 0 TO WS-ENDOFFILE.
         CLOSE CUSTINV-FILE.
         PERFORM 0000CHECKCUSTINVSTATUS.

         MOVE ALL "-" TO REGISTER-REPORT-LINE.
         WRITE REGISTER-REPORT-LINE.
         MOVE WS-BILL-HOMETOTAL-S TO WS-BILL-TOTAL-ED.
         MOVE SPACES TO REGISTER-REPORT-LINE.
         STRING "DOCUMENTS: " WS-BILL-COUNT
           "  NET BILLED (" WS-HOME-CURRENCY "): " WS-BILL-TOTAL-ED
           DELIMITED BY SIZE INTO REGISTER-REPORT-LINE.
         WRITE REGISTER-REPORT-LINE.
         MOVE WS-BILL-OPENTOTAL-S TO WS-BILL-TOTAL-ED.
         MOVE SPACES TO REGISTER-REPORT-LINE.
         STRING "STILL OPEN: " WS-BILL-OPENCOUNT
           "  OPEN BALANCE (" WS-HOME-CURRENCY "): " WS-BILL-TOTAL-ED
           DELIMITED BY SIZE INTO REGISTER-REPORT-LINE.
         WRITE REGISTER-REPORT-LINE.
         CLOSE REGISTER-REPORT.

         DISPLAY " ".
         DISPLAY "Invoice register written to "
           "cob-simpleinventory-invregister.txt".

       GO TO 0000SELECTIONBILLING.

       0000INVREGISTERONE.
         ADD 1 TO WS-BILL-COUNT.
         IF WS-CINV-TYPE = "CREDIT"
           COMPUTE WS-MG-SIGNED-S = ZERO - WS-CINV-HOMEAMOUNT
         ELSE
           MOVE WS-CINV-HOMEAMOUNT TO WS-MG-SIGNED-S
         END-IF.
         ADD WS-MG-SIGNED-S TO WS-BILL-HOMETOTAL-S.
         IF WS-CINV-STATUS = "OPEN"
           ADD 1 TO WS-BILL-OPENCOUNT
           ADD WS-MG-SIGNED-S TO WS-BILL-OPENTOTAL-S
         END-IF.
         MOVE WS-CINV-QTY TO WS-CINV-QTY-ED.
         MOVE WS-CINV-AMOUNT TO WS-CINV-AMOUNT-ED.
         MOVE WS-MG-SIGNED-S TO WS-MG-SALES-ED.
         MOVE SPACES TO REGISTER-REPORT-LINE.
         STRING WS-CINV-NO " " WS-CINV-TYPE " " WS-CINV-DATE " "
           WS-CINV-ORDER-NO " " WS-CINV-CUST-NO " " WS-CINV-IKEY
           " " WS-CINV-QTY-ED " " WS-CINV-AMOUNT-ED " "
           WS-CINV-CURRENCY WS-MG-SALES-ED " " WS-CINV-STATUS
           DELIMITED BY SIZE INTO REGISTER-REPORT-LINE.
         WRITE REGISTER-REPORT-LINE.

       0000SELECTIONMARGINREPORT.
         MOVE 0 TO USER-SELECTION.
         MOVE 0 TO WS-ENDOFFILE.
         MOVE ZERO TO WS-MGPART-COUNT.
         MOVE ZERO TO WS-MGCUST-COUNT.
         MOVE ZERO TO WS-MG-SALESTOT-S.
         MOVE ZERO TO WS-MG-COSTTOT-S.
         INITIALIZE WS-MGPART-TABLE.
         INITIALIZE WS-MGCUST-TABLE.
         DISPLAY " ".
         PERFORM 0000BILLINGDATERANGE.

         OPEN INPUT CUSTINV-FILE.
         PERFORM 0000CHECKCUSTINVSTATUS.
         IF NOT WS-CUSTINV-OK
           DISPLAY "No customer invoices on file yet."
           GO TO 0000SELECTIONBILLING
         END-IF.
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ CUSTINV-FILE INTO WS-CUSTINV-FILEFD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
               IF WS-CINV-DATE NOT < WS-BILL-FROM
                   AND WS-CINV-DATE NOT > WS-BILL-TO
                 PERFORM 0000MARGINACCUMULATE
               END-IF
           END-READ
           PERFORM 0000CHECKCUSTINVSTATUS
         END-PERFORM.
         MOVE 0 TO WS-ENDOFFILE.
         CLOSE CUSTINV-FILE.
         PERFORM 0000CHECKCUSTINVSTATUS.

         ACCEPT CURRENTDATE2 FROM DATE YYYYMMDD.
         OPEN OUTPUT MARGIN-REPORT.
         MOVE "GROSS MARGIN REPORT - BILLED PRICE AGAINST COST AT "
           TO MARGIN-REPORT-LINE.
         MOVE "SHIPMENT" TO MARGIN-REPORT-LINE (52:8).
         WRITE MARGIN-REPORT-LINE.
         MOVE SPACES TO MARGIN-REPORT-LINE.
         STRING "Run Date: " YY2 "-" MM2 "-" DD2
           "  From: " WS-BILL-FROM "  To: " WS-BILL-TO
           "  Currency: " WS-HOME-CURRENCY
           DELIMITED BY SIZE INTO MARGIN-REPORT-LINE.
         WRITE MARGIN-REPORT-LINE.
         MOVE SPACES TO MARGIN-REPORT-LINE.
         WRITE MARGIN-REPORT-LINE.
         MOVE "BY PART" TO MARGIN-REPORT-LINE.
         WRITE MARGIN-REPORT-LINE.
         MOVE "Part Name                  Qty          Sales          "
           TO MARGIN-REPORT-LINE.
         MOVE "Cost         Margin  Margin%"
           TO MARGIN-REPORT-LINE (56:28).
         WRITE MARGIN-REPORT-LINE.
         MOVE ALL "-" TO MARGIN-REPORT-LINE.
         WRITE MARGIN-REPORT-LINE.
         OPEN INPUT DATAFILE.
         PERFORM 0000CHECKDATAFILESTATUS.
         IF WS-DATAFILE-OK
           MOVE "Y" TO WS-DATAFILE-AVAILABLE-SW
         ELSE
           MOVE "N" TO WS-DATAFILE-AVAILABLE-SW
         END-IF.
         PERFORM 0000MARGINPARTLINE
           VARYING WS-MGPART-IDX FROM 1 BY 1
           UNTIL WS-MGPART-IDX > WS-MGPART-COUNT.
         IF WS-DATAFILE-AVAILABLE
           CLOSE DATAFILE
           PERFORM 0000CHECKDATAFILESTATUS
         END-IF.

         MOVE SPACES TO MARGIN-REPORT-LINE.
         WRITE MARGIN-REPORT-LINE.
         MOVE "BY CUSTOMER" TO MARGIN-REPORT-LINE.
         WRITE MARGIN-REPORT-LINE.
         MOVE "Cust Name                              Sales          "
           TO MARGIN-REPORT-LINE.
         MOVE "Cost         Margin  Margin%"
           TO MARGIN-REPORT-LINE (56:28).
         WRITE MARGIN-REPORT-LINE.
         MOVE ALL "-" TO MARGIN-REPORT-LINE.
         WRITE MARGIN-REPORT-LINE.
         OPEN INPUT CUSTOMER-FILE.
         PERFORM 0000CHECKCUSTOMERSTATUS.
         IF WS-CUSTOMER-OK
         ELSE
           MOVE "N" TO WS-CUSTOMER-AVAILABLE-SW
         END-IF.
         PERFORM 0000MARGINCUSTLINE
           VARYING WS-MGCUST-IDX FROM 1 BY 1
           UNTIL WS-MGCUST-IDX > WS-MGCUST-COUNT.
         IF WS-CUSTOMER-AVAILABLE
           CLOSE CUSTOMER-FILE
           PERFORM 0000CHECKCUSTOMERSTATUS
         END-IF.

         MOVE ALL "-" TO MARGIN-REPORT-LINE.
         WRITE MARGIN-REPORT-LINE.
         COMPUTE WS-MG-MARGIN-S = WS-MG-SALESTOT-S - WS-MG-COSTTOT-S.
         MOVE WS-MG-SALESTOT-S TO WS-MG-SALES-ED.
         MOVE WS-MG-COSTTOT-S TO WS-MG-COST-ED.
         MOVE WS-MG-MARGIN-S TO WS-MG-MARGIN-ED.
         PERFORM 0000MARGINPERCENT.
         MOVE SPACES TO MARGIN-REPORT-LINE.
         STRING "TOTAL                    " WS-MG-SALES-ED
           WS-MG-COST-ED WS-MG-MARGIN-ED WS-MG-PCT-ED
           DELIMITED BY SIZE INTO MARGIN-REPORT-LINE.
         WRITE MARGIN-REPORT-LINE.
         CLOSE MARGIN-REPORT.

         DISPLAY " ".
         DISPLAY "Gross margin report written to "
           "cob-simpleinventory-margin.txt".

       GO TO 0000SELECTIONBILLING.

       0000MARGINACCUMULATE.
         MOVE ZERO TO WS-MGPART-USE.
         PERFORM VARYING WS-MGPART-IDX FROM 1 BY 1
           UNTIL WS-MGPART-IDX > WS-MGPART-COUNT
             OR WS-MGPART-USE > 0
           IF WS-MGPART-IKEY (WS-MGPART-IDX) = WS-CINV-IKEY
             MOVE WS-MGPART-IDX TO WS-MGPART-USE
           END-IF
         END-PERFORM.
         IF WS-MGPART-USE = ZERO
           IF WS-MGPART-COUNT < 500
             ADD 1 TO WS-MGPART-COUNT
             MOVE WS-MGPART-COUNT TO WS-MGPART-USE
             MOVE WS-CINV-IKEY TO WS-MGPART-IKEY (WS-MGPART-USE)
           ELSE
             DISPLAY "!TOO MANY PARTS - PART " WS-CINV-IKEY
               " LEFT OUT OF THE PART SECTION!"
           END-IF
         END-IF.
         MOVE ZERO TO WS-MGCUST-USE.
         PERFORM VARYING WS-MGCUST-IDX FROM 1 BY 1
           UNTIL WS-MGCUST-IDX > WS-MGCUST-COUNT
             OR WS-MGCUST-USE > 0
           IF WS-MGCUST-NO (WS-MGCUST-IDX) = WS-CINV-CUST-NO
             MOVE WS-MGCUST-IDX TO WS-MGCUST-USE
           END-IF
         END-PERFORM.
         IF WS-MGCUST-USE = ZERO
           IF WS-MGCUST-COUNT < 200
             ADD 1 TO WS-MGCUST-COUNT
             MOVE WS-MGCUST-COUNT TO WS-MGCUST-USE
             MOVE WS-CINV-CUST-NO TO WS-MGCUST-NO (WS-MGCUST-USE)
           ELSE
             DISPLAY "!TOO MANY CUSTOMERS - CUSTOMER "
               WS-CINV-CUST-NO " LEFT OUT OF THE CUSTOMER SECTION!"
           END-IF
         END-IF.
         IF WS-CINV-TYPE = "CREDIT"
           SUBTRACT WS-CINV-HOMEAMOUNT FROM WS-MG-SALESTOT-S
           SUBTRACT WS-CINV-HOMECOST FROM WS-MG-COSTTOT-S
           IF WS-MGPART-USE > ZERO
             SUBTRACT WS-CINV-QTY
               FROM WS-MGPART-QTY-S (WS-MGPART-USE)
             SUBTRACT WS-CINV-HOMEAMOUNT
               FROM WS-MGPART-SALES-S (WS-MGPART-USE)
             SUBTRACT WS-CINV-HOMECOST
               FROM WS-MGPART-COST-S (WS-MGPART-USE)
           END-IF
           IF WS-MGCUST-USE > ZERO
             SUBTRACT WS-CINV-HOMEAMOUNT
               FROM WS-MGCUST-SALES-S (WS-MGCUST-USE)
             SUBTRACT WS-CINV-HOMECOST
               FROM WS-MGCUST-COST-S (WS-MGCUST-USE)
           END-IF
         ELSE
           ADD WS-CINV-HOMEAMOUNT TO WS-MG-SALESTOT-S
           ADD WS-CINV-HOMECOST TO WS-MG-COSTTOT-S
           IF WS-MGPART-USE > ZERO
             ADD WS-CINV-QTY TO WS-MGPART-QTY-S (WS-MGPART-USE)
             ADD WS-CINV-HOMEAMOUNT
               TO WS-MGPART-SALES-S (WS-MGPART-USE)
             ADD WS-CINV-HOMECOST
               TO WS-MGPART-COST-S (WS-MGPART-USE)
           END-IF
           IF WS-MGCUST-USE > ZERO
             ADD WS-CINV-HOMEAMOUNT
               TO WS-MGCUST-SALES-S (WS-MGCUST-USE)
             ADD WS-CINV-HOMECOST
               TO WS-MGCUST-COST-S (WS-MGCUST-USE)
           END-IF
         END-IF.

       0000MARGINPERCENT.
         IF WS-MG-SALESTOT-S = ZERO
           MOVE ZERO TO WS-MG-PCT-S
         ELSE
           COMPUTE WS-MG-PCT-S ROUNDED =
             WS-MG-MARGIN-S * 100 / WS-MG-SALESTOT-S
         END-IF.
         MOVE WS-MG-PCT-S TO WS-MG-PCT-ED.

       0000MARGINPARTLINE.
         MOVE SPACES TO WS-MG-NAME.
         IF WS-DATAFILE-AVAILABLE
           MOVE WS-MGPART-IKEY (WS-MGPART-IDX) TO IKEY
           READ DATAFILE
             KEY IS IKEY
             INVALID KEY MOVE "*NOT ON FILE*" TO WS-MG-NAME
             NOT INVALID KEY MOVE NAME TO WS-MG-NAME
           END-READ
           PERFORM 0000CHECKDATAFILESTATUS
         END-IF.
         COMPUTE WS-MG-MARGIN-S =
           WS-MGPART-SALES-S (WS-MGPART-IDX)
           - WS-MGPART-COST-S (WS-MGPART-IDX).
         MOVE WS-MGPART-QTY-S (WS-MGPART-IDX) TO WS-MG-QTY-ED.
         MOVE WS-MGPART-SALES-S (WS-MGPART-IDX) TO WS-MG-SALES-ED.
         MOVE WS-MGPART-COST-S (WS-MGPART-IDX) TO WS-MG-COST-ED.
         MOVE WS-MG-MARGIN-S TO WS-MG-MARGIN-ED.
         IF WS-MGPART-SALES-S (WS-MGPART-IDX) = ZERO
           MOVE ZERO TO WS-MG-PCT-S
         ELSE
           COMPUTE WS-MG-PCT-S ROUNDED = WS-MG-MARGIN-S * 100
             / WS-MGPART-SALES-S (WS-MGPART-IDX)
         END-IF.
         MOVE WS-MG-PCT-S TO WS-MG-PCT-ED.
         MOVE SPACES TO MARGIN-REPORT-LINE.
         STRING WS-MGPART-IKEY (WS-MGPART-IDX) " " WS-MG-NAME
           WS-MG-QTY-ED WS-MG-SALES-ED WS-MG-COST-ED
           WS-MG-MARGIN-ED WS-MG-PCT-ED
           DELIMITED BY SIZE INTO MARGIN-REPORT-LINE.
         WRITE MARGIN-REPORT-LINE.

       0000MARGINCUSTLINE.
         MOVE SPACES TO WS-CINV-CUSTNAME.
         IF WS-CUSTOMER-AVAILABLE
           MOVE WS-MGCUST-NO (WS-MGCUST-IDX) TO CUST-NO
           READ CUSTOMER-FILE
             KEY IS CUST-NO
             INVALID KEY MOVE "*NOT ON FILE*" TO WS-CINV-CUSTNAME
             NOT INVALID KEY MOVE CUST-NAME TO WS-CINV-CUSTNAME
           END-READ
           PERFORM 0000CHECKCUSTOMERSTATUS
         END-IF.
         COMPUTE WS-MG-MARGIN-S =
           WS-MGCUST-SALES-S (WS-MGCUST-IDX)
           - WS-MGCUST-COST-S (WS-MGCUST-IDX).
         MOVE WS-MGCUST-SALES-S (WS-MGCUST-IDX) TO WS-MG-SALES-ED.
         MOVE WS-MGCUST-COST-S (WS-MGCUST-IDX) TO WS-MG-COST-ED.
         MOVE WS-MG-MARGIN-S TO WS-MG-MARGIN-ED.
         IF WS-MGCUST-SALES-S (WS-MGCUST-IDX) = ZERO
           MOVE ZERO TO WS-MG-PCT-S
         ELSE
           COMPUTE WS-MG-PCT-S ROUNDED = WS-MG-MARGIN-S * 100
             / WS-MGCUST-SALES-S (WS-MGCUST-IDX)
         END-IF.
         MOVE WS-MG-PCT-S TO WS-MG-PCT-ED.
         MOVE SPACES TO MARGIN-REPORT-LINE.
         STRING WS-MGCUST-NO (WS-MGCUST-IDX) " " WS-CINV-CUSTNAME
           WS-MG-SALES-ED WS-MG-COST-ED
           WS-MG-MARGIN-ED WS-MG-PCT-ED
           DELIMITED BY SIZE INTO MARGIN-REPORT-LINE.
         WRITE MARGIN-REPORT-LINE.

       0000SELECTIONINVPAYMENT.
         MOVE 0 TO USER-SELECTION.
         MOVE 2 TO WS-AUTH-NEED.
         MOVE "CUSTOMERPAYMENT" TO WS-AUTH-FUNCTION.
         PERFORM 0000CHECKAUTHORITY.
         IF NOT WS-AUTH-GRANTED
           GO TO 0000SELECTIONBILLING
         END-IF.
         DISPLAY " ".
         DISPLAY "Invoice Number Paid (6 digets):".
         ACCEPT WS-CINV-PRINTNO.
         IF WS-CINV-PRINTNO IS NOT NUMERIC
           DISPLAY "!ERROR INVOICE NUMBER MUST BE NUMERIC!"
           GO TO 0000SELECTIONBILLING
         END-IF.
         OPEN I-O CUSTINV-FILE.
         PERFORM 0000CHECKCUSTINVSTATUS.
         IF NOT WS-CUSTINV-OK
           DISPLAY "No customer invoices on file yet."
           GO TO 0000SELECTIONBILLING
         END-IF.
         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           MOVE WS-CINV-PRINTNO TO CINV-NO
           READ CUSTINV-FILE INTO WS-CUSTINV-FILEFD WITH LOCK
             KEY IS CINV-NO
             INVALID KEY
               DISPLAY "!ERROR INVOICE DOSE NOT EXIST!"
               CLOSE CUSTINV-FILE
               GO TO 0000SELECTIONBILLING
           END-READ
           IF WS-CUSTINV-INUSE
             PERFORM 0000RECORDINUSE
             IF NOT WS-LOCK-RETRY
               CLOSE CUSTINV-FILE
               GO TO 0000SELECTIONBILLING
             END-IF
           END-IF
         END-PERFORM.
         PERFORM 0000CHECKCUSTINVSTATUS.
         IF WS-CINV-STATUS NOT = "OPEN"
           DISPLAY "!ERROR DOCUMENT IS " WS-CINV-STATUS "!"
           CLOSE CUSTINV-FILE
           GO TO 0000SELECTIONBILLING
         END-IF.
         MOVE WS-CINV-AMOUNT TO WS-CINV-AMOUNT-ED.
         DISPLAY WS-CINV-TYPE " " WS-CINV-NO " | Customer "
           WS-CINV-CUST-NO " | Order " WS-CINV-ORDER-NO " | "
           WS-CINV-AMOUNT-ED " " WS-CINV-CURRENCY.

         PERFORM UNTIL USER-SELECTION>0
           DISPLAY "Mark this document as settled in full?"
           DISPLAY "    1 : Yes it is settled"
           DISPLAY "    2 : No!"
           DISPLAY "Select number and press Enter: "
           ACCEPT USER-SELECTION

           EVALUATE USER-SELECTION
             WHEN 1
               MOVE "PAID" TO WS-CINV-STATUS
               MOVE WS-CUSTINV-FILEFD TO CUSTINV-FILEFD
               REWRITE CUSTINV-FILEFD
                 INVALID KEY
                   DISPLAY "!ERROR COULD NOT UPDATE INVOICE!"
                 NOT INVALID KEY
                   DISPLAY "Document " WS-CINV-NO " is now PAID."
               END-REWRITE
               PERFORM 0000CHECKCUSTINVSTATUS
             WHEN 2 CONTINUE
             WHEN OTHER
               DISPLAY "!ERROR WRONG INPUT!"
               MOVE 0 TO USER-SELECTION
           END-EVALUATE
         END-PERFORM.
         CLOSE CUSTINV-FILE.
         PERFORM 0000CHECKCUSTINVSTATUS.

       GO TO 0000SELECTIONBILLING.

       0000SELECTIONRETURNS.
         MOVE 0 TO USER-SELECTION.
         DISPLAY " ".
         DISPLAY "---------------------------------------------------"
                 "---------------------------------------------------"
                 "---------------".
         DISPLAY "CUSTOMER RETURNS MENU".
         DISPLAY "---------------------------------------------------"
                 "---------------------------------------------------"
                 "---------------".
         PERFORM UNTIL USER-SELECTION>0
           DISPLAY "    1 : Authorize Return (RMA)"
           DISPLAY "    2 : Receive Return And Record Disposition"
           DISPLAY "    3 : List Returns"
           DISPLAY "    4 : Return To Customers Menu"
           DISPLAY "Select number and press Enter: "
           ACCEPT USER-SELECTION

           EVALUATE USER-SELECTION
             WHEN 1 PERFORM 0000SELECTIONRMAAUTH
             WHEN 2 PERFORM 0000SELECTIONRMARECEIVE
             WHEN 3 PERFORM 0000SELECTIONRMALIST
             WHEN 4 GO TO 0000SELECTIONCUSTOMERS
             WHEN OTHER PERFORM 0000SELECTIONRETURNSERROR
           END-EVALUATE
         END-PERFORM.

       0000SELECTIONRETURNSERROR.

       DISPLAY " ".
       DISPLAY "!ERROR WRONG INPUT!".
       GO TO 0000SELECTIONRETURNS.

       0000SELECTIONRMAAUTH.
         MOVE 0 TO USER-SELECTION.
         MOVE 2 TO WS-AUTH-NEED.
         MOVE "RMAAUTHORIZE" TO WS-AUTH-FUNCTION.
         PERFORM 0000CHECKAUTHORITY.
         IF NOT WS-AUTH-GRANTED
           GO TO 0000SELECTIONRETURNS
         END-IF.
         DISPLAY " ".
         DISPLAY "Order Number Being Returned (6 digets):".
         ACCEPT WS-ORDER-NO.
         IF WS-ORDER-NO IS NOT NUMERIC
           DISPLAY "!ERROR ORDER NUMBER MUST BE NUMERIC!"
           GO TO 0000SELECTIONRETURNS
         END-IF.

         OPEN INPUT ORDER-FILE.
         PERFORM 0000CHECKORDERFILESTATUS.
         IF NOT WS-ORDERFILE-OK
           DISPLAY "No customer orders on file yet."
           GO TO 0000SELECTIONRETURNS
         END-IF.
         MOVE WS-ORDER-NO TO ORDER-NO.
         READ ORDER-FILE INTO WS-ORDER-FILEFD
           KEY IS ORDER-NO
           INVALID KEY
             DISPLAY "!ERROR ORDER DOSE NOT EXIST!"
             CLOSE ORDER-FILE
             GO TO 0000SELECTIONRETURNS
         END-READ.
         PERFORM 0000CHECKORDERFILESTATUS.
         CLOSE ORDER-FILE.
         PERFORM 0000CHECKORDERFILESTATUS.
         IF WS-ORDER-QTYSHIP = ZERO
           DISPLAY "!ERROR NOTHING HAS BEEN SHIPPED ON THIS ORDER!"
           GO TO 0000SELECTIONRETURNS
         END-IF.
         MOVE WS-ORDER-CUSTREF TO WS-CUSTREF-PARSE.
         IF WS-CUSTREF-NO IS NOT NUMERIC
           MOVE ZERO TO WS-CUSTREF-NO
         END-IF.

         PERFORM 0000OPENRETURNFILE.
         PERFORM 0000RMAPRIORQTY.
         COMPUTE WS-RMA-MAXQTY-S = WS-ORDER-QTYSHIP - WS-RMA-PRIORQTY.
         DISPLAY "Order " WS-ORDER-NO " | Part " WS-ORDER-IKEY
           " | Shipped " WS-ORDER-QTYSHIP
           " | Already Returned " WS-RMA-PRIORQTY.
         IF WS-RMA-MAXQTY-S NOT > ZERO
           DISPLAY "!ERROR EVERYTHING SHIPPED HAS ALREADY BEEN "
             "RETURNED!"
           CLOSE RETURN-FILE
           GO TO 0000SELECTIONRETURNS
         END-IF.

         DISPLAY "Quantity To Return:".
         ACCEPT WS-RMA-NEWQTY.
         IF WS-RMA-NEWQTY IS NOT NUMERIC OR WS-RMA-NEWQTY = ZERO
           DISPLAY "!ERROR QUANTITY MUST BE A POSITIVE NUMBER!"
           CLOSE RETURN-FILE
           GO TO 0000SELECTIONRETURNS
         END-IF.
         IF WS-RMA-NEWQTY > WS-RMA-MAXQTY-S
           DISPLAY "!ERROR CAN NOT RETURN MORE THAN WAS SHIPPED - "
             "AT MOST " WS-RMA-MAXQTY-S "!"
           CLOSE RETURN-FILE
           GO TO 0000SELECTIONRETURNS
         END-IF.
         DISPLAY "Reason For Return (max 20 characters):".
         ACCEPT WS-RMA-REASON.

         PERFORM 0000NEXTRMANUMBER.
         IF NOT WS-CTL-GOT
           DISPLAY "!NO RETURN NUMBER ISSUED - RETURN NOT AUTHORIZED!"
           CLOSE RETURN-FILE
           PERFORM 0000CHECKRETURNSTATUS
           GO TO 0000SELECTIONRETURNS
         END-IF.
         MOVE WS-NEXT-RMA-NO TO WS-RMA-NO.
         MOVE WS-ORDER-NO TO WS-RMA-ORDER-NO.
         MOVE SPACES TO WS-RMA-REF.
         STRING "SO" WS-ORDER-NO
           DELIMITED BY SIZE INTO WS-RMA-REF
         END-STRING.
         MOVE WS-CUSTREF-NO TO WS-RMA-CUST-NO.
         MOVE WS-ORDER-IKEY TO WS-RMA-IKEY.
         MOVE WS-RMA-NEWQTY TO WS-RMA-QTY.
         ACCEPT CURRENTDATE2 FROM DATE YYYYMMDD.
         MOVE CURRENTDATE2 TO WS-RMA-DATE.
         MOVE "AUTHORIZED" TO WS-RMA-STATUS.
         MOVE ZERO TO WS-RMA-DISPDATE.
         MOVE SPACES TO WS-RMA-LOC.
         MOVE SPACES TO WS-RMA-LOT-NO.
         MOVE ZERO TO WS-RMA-CINV-NO.
         MOVE WS-RETURN-FILEFD TO RETURN-FILEFD.
         WRITE RETURN-FILEFD
           INVALID KEY DISPLAY "!ERROR COULD NOT STORE RETURN!"
           NOT INVALID KEY
             DISPLAY "Return " WS-RMA-NO " authorized for "
               WS-RMA-QTY " of part " WS-RMA-IKEY " on "
               WS-RMA-REF "."
         END-WRITE.
         PERFORM 0000CHECKRETURNSTATUS.
         CLOSE RETURN-FILE.
         PERFORM 0000CHECKRETURNSTATUS.

       GO TO 0000SELECTIONRETURNS.

       0000RMAPRIORQTY.
         MOVE ZERO TO WS-RMA-PRIORQTY.
         MOVE 0 TO WS-ENDOFFILE.
         MOVE ZERO TO RMA-NO.
         START RETURN-FILE KEY IS NOT LESS THAN RMA-NO
           INVALID KEY MOVE 1 TO WS-ENDOFFILE
         END-START.
         PERFORM 0000CHECKRETURNSTATUS.
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ RETURN-FILE INTO WS-RETURN-FILEFD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
               IF WS-RMA-ORDER-NO = WS-ORDER-NO
                   AND WS-RMA-STATUS NOT = "REJECTED"
                 ADD WS-RMA-QTY TO WS-RMA-PRIORQTY
               END-IF
           END-READ
           PERFORM 0000CHECKRETURNSTATUS
         END-PERFORM.
         MOVE 0 TO WS-ENDOFFILE.

       0000SELECTIONRMARECEIVE.
         MOVE 0 TO USER-SELECTION.
         MOVE 2 TO WS-AUTH-NEED.
         MOVE "RMARECEIVE" TO WS-AUTH-FUNCTION.
         PERFORM 0000CHECKAUTHORITY.
         IF NOT WS-AUTH-GRANTED
           GO TO 0000SELECTIONRETURNS
         END-IF.
         DISPLAY " ".
         DISPLAY "Return Number (6 digets):".
         ACCEPT WS-RMA-ENTRYNO.
         IF WS-RMA-ENTRYNO IS NOT NUMERIC
           DISPLAY "!ERROR RETURN NUMBER MUST BE NUMERIC!"
           GO TO 0000SELECTIONRETURNS
         END-IF.
         OPEN I-O RETURN-FILE.
         PERFORM 0000CHECKRETURNSTATUS.
         IF NOT WS-RETURN-OK
           DISPLAY "No returns on file yet."
           GO TO 0000SELECTIONRETURNS
         END-IF.
         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           MOVE WS-RMA-ENTRYNO TO RMA-NO
           READ RETURN-FILE INTO WS-RETURN-FILEFD WITH LOCK
             KEY IS RMA-NO
             INVALID KEY
               DISPLAY "!ERROR RETURN DOSE NOT EXIST!"
               CLOSE RETURN-FILE
               GO TO 0000SELECTIONRETURNS
           END-READ
           IF WS-RETURN-INUSE
             PERFORM 0000RECORDINUSE
             IF NOT WS-LOCK-RETRY
               CLOSE RETURN-FILE
               GO TO 0000SELECTIONRETURNS
             END-IF
           END-IF
         END-PERFORM.
         PERFORM 0000CHECKRETURNSTATUS.
         IF WS-RMA-STATUS NOT = "AUTHORIZED"
           DISPLAY "!ERROR RETURN IS ALREADY " WS-RMA-STATUS "!"
           CLOSE RETURN-FILE
           GO TO 0000SELECTIONRETURNS
         END-IF.
         DISPLAY "Return " WS-RMA-NO " | " WS-RMA-REF " | Customer "
           WS-RMA-CUST-NO " | Part " WS-RMA-IKEY " | Qty "
           WS-RMA-QTY " | " WS-RMA-REASON.

         PERFORM UNTIL USER-SELECTION>0
           DISPLAY "Disposition of the returned goods:"
           DISPLAY "    1 : Restock (back into saleable stock)"
           DISPLAY "    2 : Scrap / Quarantine location"
           DISPLAY "    3 : Reject (goods go back to the customer)"
           DISPLAY "    4 : Cancel"
           DISPLAY "Select number and press Enter: "
           ACCEPT USER-SELECTION

           EVALUATE USER-SELECTION
             WHEN 1
               MOVE WS-HOME-LOCATION TO WS-MOVELOC
               MOVE "RESTOCKED" TO WS-RMA-STATUS
             WHEN 2
               MOVE WS-RMA-QUAR-LOCATION TO WS-MOVELOC
               MOVE "QUARANTINE" TO WS-RMA-STATUS
             WHEN 3
               MOVE "REJECTED" TO WS-RMA-STATUS
             WHEN 4
               CLOSE RETURN-FILE
               GO TO 0000SELECTIONRETURNS
             WHEN OTHER
               DISPLAY "!ERROR WRONG INPUT!"
               MOVE 0 TO USER-SELECTION
           END-EVALUATE
         END-PERFORM.

         ACCEPT CURRENTDATE2 FROM DATE YYYYMMDD.
         MOVE CURRENTDATE2 TO WS-RMA-DISPDATE.
         IF WS-RMA-STATUS NOT = "REJECTED"
           PERFORM 0000RMAPOSTRETURN
         END-IF.
         IF WS-RMA-STATUS = "AUTHORIZED"
           CLOSE RETURN-FILE
           GO TO 0000SELECTIONRETURNS
         END-IF.

         MOVE WS-RMA-NO TO RMA-NO.
         MOVE WS-RETURN-FILEFD TO RETURN-FILEFD.
         REWRITE RETURN-FILEFD
           INVALID KEY DISPLAY "!ERROR COULD NOT UPDATE RETURN!"
           NOT INVALID KEY
             DISPLAY "Return " WS-RMA-NO " is now " WS-RMA-STATUS "."
         END-REWRITE.
         PERFORM 0000CHECKRETURNSTATUS.
         CLOSE RETURN-FILE.
         PERFORM 0000CHECKRETURNSTATUS.

       GO TO 0000SELECTIONRETURNS.

       0000RMAPOSTRETURN.
         DISPLAY "Location Received Into (3 characters, blank = "
           WS-MOVELOC "):".
         ACCEPT WS-RMA-LOC.
         IF WS-RMA-LOC = SPACES
           MOVE WS-MOVELOC TO WS-RMA-LOC
         END-IF.
         MOVE WS-RMA-LOC TO WS-MOVELOC.
         MOVE SPACES TO WS-MOVETOLOC.

         PERFORM 0000RMAFINDORIGLOT.
         IF WS-RMA-ORIGLOT = SPACES
           DISPLAY "No lot was traced out on " WS-RMA-REF
             " for this part."
           DISPLAY "Lot Number To Return Into (blank = unlotted):"
         ELSE
           DISPLAY "Shipped from lot " WS-RMA-ORIGLOT "."
           DISPLAY "Lot Number To Return Into (blank = "
             WS-RMA-ORIGLOT "):"
         END-IF.
         ACCEPT WS-RMA-LOT-NO.
         IF WS-RMA-LOT-NO = SPACES
           MOVE WS-RMA-ORIGLOT TO WS-RMA-LOT-NO
         END-IF.

         PERFORM 0000OPENINVENTORYDATAFILE.
         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           MOVE WS-RMA-IKEY TO IKEY
           READ DATAFILE INTO WS-DATAFILEFD WITH LOCK
             KEY IS IKEY
             INVALID KEY
               DISPLAY "!ERROR PART NUMBER DOSE NOT EXIST!"
               PERFORM 0000CLOSEINVENTORYDATAFILE
               MOVE "AUTHORIZED" TO WS-RMA-STATUS
               MOVE ZERO TO WS-RMA-DISPDATE
           END-READ
           IF WS-DATAFILE-INUSE
             PERFORM 0000RECORDINUSE
             IF NOT WS-LOCK-RETRY
               PERFORM 0000CLOSEINVENTORYDATAFILE
               MOVE "AUTHORIZED" TO WS-RMA-STATUS
               MOVE ZERO TO WS-RMA-DISPDATE
             END-IF
           END-IF
         END-PERFORM.
         PERFORM 0000CHECKDATAFILESTATUS.
         IF WS-RMA-STATUS NOT = "AUTHORIZED"
             AND WS-INS + WS-RMA-QTY > 9999.99
           DISPLAY "!ERROR STOCK ON HAND WOULD EXCEED 9999.99, "
             "RETURN NOT RESTOCKED!"
           PERFORM 0000CLOSEINVENTORYDATAFILE
           MOVE "AUTHORIZED" TO WS-RMA-STATUS
           MOVE ZERO TO WS-RMA-DISPDATE
         END-IF.
         IF WS-RMA-STATUS NOT = "AUTHORIZED"
           PERFORM 0000RMAPOSTSTOCK
         END-IF.

       0000RMAPOSTSTOCK.
         MOVE WS-DATAFILEFD TO WS-OLDDATAFILEFD.
         MOVE WS-INS TO WS-STOCKOLDINS.
         ADD WS-RMA-QTY TO WS-INS.
         MOVE WS-IKEY TO IKEY.
         MOVE WS-MN TO MN.
         MOVE WS-NAME TO NAME.
         MOVE WS-DES TO DES.
         MOVE WS-INS TO INS.
         MOVE WS-COST TO COST.
         MOVE WS-ICURRENCY TO ICURRENCY.
         MOVE WS-REORDER-POINT TO REORDER-POINT.
         MOVE WS-STOCK-UOM TO STOCK-UOM.
         REWRITE DATAFILEFD
           INVALID KEY
             DISPLAY "!ERROR COULD NOT UPDATE STOCK!"
             MOVE "AUTHORIZED" TO WS-RMA-STATUS
             MOVE ZERO TO WS-RMA-DISPDATE
           NOT INVALID KEY
             DISPLAY "Stock updated for part " WS-IKEY "."
             PERFORM 0000JOURNALEDIT
             MOVE "RETURN" TO WS-MOVETYPE
             MOVE 1 TO WS-MOVETYPESEL
             MOVE WS-RMA-QTY TO WS-MOVEQTY
             MOVE WS-RMA-REF TO WS-REASONCODE
             PERFORM 0000APPLYLOCSTOCKMOVE
             PERFORM 0000WRITESTOCKMOVE
             PERFORM 0000LOTRETURN
         END-REWRITE.
         PERFORM 0000CHECKDATAFILESTATUS.
         PERFORM 0000CLOSEINVENTORYDATAFILE.

         IF WS-RMA-STATUS NOT = "AUTHORIZED"
           PERFORM 0000RETURNCREDIT
         END-IF.

       0000RMAFINDORIGLOT.
         MOVE SPACES TO WS-RMA-ORIGLOT.
         MOVE 0 TO WS-ENDOFFILE.
         OPEN INPUT LOTTRACE-FILE.
         PERFORM 0000CHECKLOTTRACESTATUS.
         IF WS-LOTTRACE-OK
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ LOTTRACE-FILE INTO WS-LOTPARSE
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END
                 IF WS-LP-DATE IS NUMERIC
                     AND WS-LP-IKEY IS NUMERIC
                     AND WS-LP-IKEY = WS-RMA-IKEY
                     AND WS-LP-REF = WS-RMA-REF
                     AND WS-LP-TYPE = "ISSUE"
                     AND WS-LP-LOT NOT = "UNLOTTED"
                   MOVE WS-LP-LOT TO WS-RMA-ORIGLOT
                 END-IF
             END-READ
             PERFORM 0000CHECKLOTTRACESTATUS
           END-PERFORM
           CLOSE LOTTRACE-FILE
           PERFORM 0000CHECKLOTTRACESTATUS
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.

       0000LOTRETURN.
         MOVE "RETURN" TO WS-LOTTRACE-TYPE.
         MOVE WS-RMA-QTY TO WS-LOTTRACE-QTY.
         MOVE WS-RMA-REF TO WS-LOTCONS-REF.
         IF WS-RMA-LOT-NO = SPACES OR WS-RMA-LOT-NO = "UNLOTTED"
           MOVE "UNLOTTED" TO WS-LOTTRACE-LOTNO
           MOVE SPACES TO WS-RMA-LOT-NO
           PERFORM 0000WRITELOTTRACE
         ELSE
           ACCEPT CURRENTDATE2 FROM DATE YYYYMMDD
           PERFORM 0000OPENLOTFILE
           MOVE "Y" TO WS-LOCK-RETRY-SW
           PERFORM UNTIL NOT WS-LOCK-RETRY
             MOVE "N" TO WS-LOCK-RETRY-SW
             MOVE WS-RMA-IKEY TO LOT-IKEY
             MOVE WS-RMA-LOT-NO TO LOT-NO
             READ LOT-FILE INTO WS-LOT-FILEFD WITH LOCK
               KEY IS LOT-KEY
               INVALID KEY
                 MOVE WS-RMA-IKEY TO LOT-IKEY
                 MOVE WS-RMA-LOT-NO TO LOT-NO
                 MOVE CURRENTDATE2 TO LOT-RCVDATE
                 MOVE WS-RMA-QTY TO LOT-QTYRCV
                 MOVE WS-RMA-QTY TO LOT-QTYREMAIN
                 MOVE WS-RMA-REF TO LOT-REF
                 WRITE LOT-FILEFD
                   INVALID KEY
                     DISPLAY "!ERROR COULD NOT STORE LOT!"
                   NOT INVALID KEY
                     DISPLAY "Lot " WS-RMA-LOT-NO
                       " recorded for returned part " WS-RMA-IKEY "."
                 END-WRITE
               NOT INVALID KEY
                 ADD WS-RMA-QTY TO WS-LOT-QTYREMAIN
                 IF WS-LOT-QTYREMAIN > WS-LOT-QTYRCV
                   MOVE WS-LOT-QTYREMAIN TO WS-LOT-QTYRCV
                 END-IF
                 MOVE WS-LOT-FILEFD TO LOT-FILEFD
                 REWRITE LOT-FILEFD
                   INVALID KEY
                     DISPLAY "!ERROR COULD NOT STORE LOT!"
                   NOT INVALID KEY
                     DISPLAY "Lot " WS-RMA-LOT-NO
                       " restored by " WS-RMA-QTY "."
                 END-REWRITE
             END-READ
             IF WS-LOT-INUSE
               PERFORM 0000RECORDINUSE
               IF NOT WS-LOCK-RETRY
                 DISPLAY "!LOT " WS-RMA-LOT-NO " NOT UPDATED!"
               END-IF
             END-IF
           END-PERFORM
           PERFORM 0000CHECKLOTSTATUS
           CLOSE LOT-FILE
           PERFORM 0000CHECKLOTSTATUS
           MOVE WS-RMA-LOT-NO TO WS-LOTTRACE-LOTNO
           PERFORM 0000WRITELOTTRACE
         END-IF.

       0000RETURNCREDIT.
         PERFORM 0000OPENCUSTINVFILE.
         PERFORM 0000NEXTCUSTINVNUMBER.
         PERFORM UNTIL WS-CTL-GOT
           DISPLAY "!A CREDIT NOTE NUMBER IS NEEDED - THE RETURN IS "
             "ALREADY POSTED!"
           PERFORM 0000NEXTCUSTINVNUMBER
         END-PERFORM.
         PERFORM 0000RETURNFINDINVOICE.
         PERFORM 0000OPENEXRATEREAD.
         IF NOT WS-RMA-INVFOUND
           PERFORM 0000OPENPRICEREAD
           MOVE WS-RMA-IKEY TO WS-PRICELOOK-IKEY
           MOVE WS-RMA-CUST-NO TO WS-PRICELOOK-CUSTNO
           PERFORM 0000PRICELOOKUP
           IF WS-PRICE-FOUND
             MOVE WS-SELLPRICE TO WS-RMA-CRPRICE
             MOVE WS-SELLCURR TO WS-RMA-CRCURR
           ELSE
             MOVE WS-COST TO WS-RMA-CRPRICE
             MOVE WS-ICURRENCY TO WS-RMA-CRCURR
           END-IF
           MOVE WS-COST TO WS-RMA-CRCOST
           MOVE WS-ICURRENCY TO WS-RMA-CRCOSTCURR
           PERFORM 0000CLOSEPRICEREAD
         END-IF.

         INITIALIZE WS-CUSTINV-FILEFD.
         MOVE WS-NEXT-CINV-NO TO WS-CINV-NO.
         MOVE "CREDIT" TO WS-CINV-TYPE.
         ACCEPT CURRENTDATE2 FROM DATE YYYYMMDD.
         MOVE CURRENTDATE2 TO WS-CINV-DATE.
         MOVE WS-RMA-ORDER-NO TO WS-CINV-ORDER-NO.
         MOVE WS-RMA-CUST-NO TO WS-CINV-CUST-NO.
         MOVE WS-RMA-IKEY TO WS-CINV-IKEY.
         MOVE WS-RMA-QTY TO WS-CINV-QTY.
         MOVE WS-RMA-CRPRICE TO WS-CINV-PRICE.
         MOVE WS-RMA-CRCURR TO WS-CINV-CURRENCY.
         COMPUTE WS-CINV-AMOUNT ROUNDED = WS-CINV-QTY * WS-CINV-PRICE.
         MOVE WS-RMA-CRCOST TO WS-CINV-COST.
         MOVE WS-RMA-CRCOSTCURR TO WS-CINV-COSTCURR.
         MOVE WS-CINV-AMOUNT TO WS-HOMECONV-IN.
         MOVE WS-CINV-CURRENCY TO WS-RATECURR.
         PERFORM 0000CONVERTTOHOME.
         MOVE WS-HOMECONV-OUT TO WS-CINV-HOMEAMOUNT.
         COMPUTE WS-HOMECONV-IN ROUNDED = WS-CINV-QTY * WS-CINV-COST.
         MOVE WS-CINV-COSTCURR TO WS-RATECURR.
         PERFORM 0000CONVERTTOHOME.
         MOVE WS-HOMECONV-OUT TO WS-CINV-HOMECOST.
         PERFORM 0000CLOSEEXRATEREAD.
         MOVE "OPEN" TO WS-CINV-STATUS.
         MOVE SPACES TO WS-CINV-REF.
         STRING "RMA" WS-RMA-NO
           DELIMITED BY SIZE INTO WS-CINV-REF
         END-STRING.

         MOVE WS-CUSTINV-FILEFD TO CUSTINV-FILEFD.
         WRITE CUSTINV-FILEFD
           INVALID KEY
             DISPLAY "!ERROR COULD NOT STORE CREDIT NOTE!"
           NOT INVALID KEY
             MOVE WS-CINV-NO TO WS-RMA-CINV-NO
             MOVE WS-CINV-AMOUNT TO WS-CINV-AMOUNT-ED
             DISPLAY "Credit note " WS-CINV-NO " raised for "
               WS-CINV-AMOUNT-ED " " WS-CINV-CURRENCY "."
             PERFORM 0000PRINTCUSTINVOICE
         END-WRITE.
         PERFORM 0000CHECKCUSTINVSTATUS.
         CLOSE CUSTINV-FILE.
         PERFORM 0000CHECKCUSTINVSTATUS.

       0000RETURNFINDINVOICE.
         MOVE "N" TO WS-RMA-INVFOUND-SW.
         MOVE 0 TO WS-ENDOFFILE.
         MOVE ZERO TO CINV-NO.
         START CUSTINV-FILE KEY IS NOT LESS THAN CINV-NO
           INVALID KEY MOVE 1 TO WS-ENDOFFILE
         END-START.
         PERFORM 0000CHECKCUSTINVSTATUS.
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ CUSTINV-FILE INTO WS-CUSTINV-FILEFD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
               IF WS-CINV-ORDER-NO = WS-RMA-ORDER-NO
                   AND WS-CINV-TYPE = "INVOICE"
                   AND WS-CINV-IKEY = WS-RMA-IKEY
                 MOVE "Y" TO WS-RMA-INVFOUND-SW
                 MOVE WS-CINV-PRICE TO WS-RMA-CRPRICE
                 MOVE WS-CINV-CURRENCY TO WS-RMA-CRCURR
                 MOVE WS-CINV-COST TO WS-RMA-CRCOST
                 MOVE WS-CINV-COSTCURR TO WS-RMA-CRCOSTCURR
               END-IF
           END-READ
           PERFORM 0000CHECKCUSTINVSTATUS
         END-PERFORM.
         MOVE 0 TO WS-ENDOFFILE.

       0000SELECTIONRMALIST.
         MOVE 0 TO USER-SELECTION.
         MOVE 0 TO WS-ENDOFFILE.
         MOVE ZERO TO WS-RMA-LIST-COUNT.
         DISPLAY " ".
         DISPLAY "RMA    | Order  | Cust | Part | Qty     | Status     "
           "| Loc | Lot        | Credit".

         OPEN INPUT RETURN-FILE.
         PERFORM 0000CHECKRETURNSTATUS.
         IF NOT WS-RETURN-OK
           DISPLAY "No returns on file yet."
         ELSE
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ RETURN-FILE INTO WS-RETURN-FILEFD
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END
                 DISPLAY WS-RMA-NO " | " WS-RMA-ORDER-NO " | "
                   WS-RMA-CUST-NO " | " WS-RMA-IKEY " | "
                   WS-RMA-QTY " | " WS-RMA-STATUS " | "
                   WS-RMA-LOC " | " WS-RMA-LOT-NO " | "
                   WS-RMA-CINV-NO
                 ADD 1 TO WS-RMA-LIST-COUNT
             END-READ
             PERFORM 0000CHECKRETURNSTATUS
           END-PERFORM
           CLOSE RETURN-FILE
           PERFORM 0000CHECKRETURNSTATUS
           DISPLAY "Returns listed: " WS-RMA-LIST-COUNT
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.

       GO TO 0000SELECTIONRETURNS.

       0000OPENRETURNFILE.
         OPEN I-O RETURN-FILE.
         PERFORM 0000CHECKRETURNSTATUS.
         IF WS-RETURN-FILENOTFOUND
           OPEN OUTPUT RETURN-FILE
           PERFORM 0000CHECKRETURNSTATUS
           CLOSE RETURN-FILE
           PERFORM 0000CHECKRETURNSTATUS
           OPEN I-O RETURN-FILE
           PERFORM 0000CHECKRETURNSTATUS
         END-IF.

       0000NEXTRMANUMBER.
         MOVE 0 TO WS-ENDOFFILE.
         MOVE 1 TO WS-NEXT-RMA-NO.
         MOVE ZERO TO RMA-NO.
         START RETURN-FILE KEY IS NOT LESS THAN RMA-NO
           INVALID KEY MOVE 1 TO WS-ENDOFFILE
         END-START.
         PERFORM 0000CHECKRETURNSTATUS.
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ RETURN-FILE
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
               COMPUTE WS-NEXT-RMA-NO = RMA-NO + 1
           END-READ
           PERFORM 0000CHECKRETURNSTATUS
         END-PERFORM.
         MOVE 0 TO WS-ENDOFFILE.
         MOVE "RMA" TO WS-CTL-DOCTYPE.
         MOVE WS-NEXT-RMA-NO TO WS-CTL-SEED.
         PERFORM 0000NEXTDOCNUMBER.
         MOVE WS-CTL-NUMBER TO WS-NEXT-RMA-NO.

       0000RECORDINUSE.
         DISPLAY " ".
         DISPLAY "!RECORD IN USE BY ANOTHER USER, RETRY?".
         DISPLAY "    1 : Yes try again".
         DISPLAY "    2 : No!".
         DISPLAY "Select number and press Enter: ".
         ACCEPT WS-LOCK-ANSWER.
         IF WS-LOCK-ANSWER = 1
           MOVE "Y" TO WS-LOCK-RETRY-SW
         ELSE
           MOVE "N" TO WS-LOCK-RETRY-SW
         END-IF.

       0000NEXTDOCNUMBER.
         MOVE "N" TO WS-CTL-GOT-SW.
         MOVE "N" TO WS-CTL-BUSY-SW.
         MOVE "N" TO WS-LOCK-RETRY-SW.
         MOVE ZERO TO WS-CTL-NUMBER.
         PERFORM 0000OPENCONTROLFILE.
         IF WS-CONTROL-INUSE
           MOVE "Y" TO WS-CTL-BUSY-SW
         END-IF.
         IF WS-CONTROL-OK
           MOVE WS-CTL-DOCTYPE TO CTL-KEY
           READ CONTROL-FILE INTO WS-CONTROL-FILEFD WITH LOCK
             KEY IS CTL-KEY
             INVALID KEY PERFORM 0000SEEDCONTROLRECORD
           END-READ
           IF WS-CONTROL-INUSE
             MOVE "Y" TO WS-CTL-BUSY-SW
           END-IF
           PERFORM 0000CHECKCONTROLSTATUS
           IF WS-CONTROL-OK
             PERFORM 0000TAKEDOCNUMBER
           END-IF
           CLOSE CONTROL-FILE
           PERFORM 0000CHECKCONTROLSTATUS
         END-IF.
         IF WS-CTL-BUSY
           PERFORM 0000RECORDINUSE
           IF WS-LOCK-RETRY
             GO TO 0000NEXTDOCNUMBER
           END-IF
         ELSE
           IF NOT WS-CTL-GOT
             DISPLAY "!CONTROL FILE NOT AVAILABLE - " WS-CTL-DOCTYPE
               " NUMBER TAKEN FROM THE LAST ONE ON FILE!"
             MOVE WS-CTL-SEED TO WS-CTL-NUMBER
             MOVE "Y" TO WS-CTL-GOT-SW
           END-IF
         END-IF.

       0000SEEDCONTROLRECORD.
         MOVE WS-CTL-DOCTYPE TO WS-CTL-KEY.
         MOVE WS-CTL-SEED TO WS-CTL-NEXT-NO.
         MOVE WS-OPERATOR-ID TO WS-CTL-LAST-OPER.
         ACCEPT WS-CTL-LAST-DATE FROM DATE YYYYMMDD.
         MOVE WS-CONTROL-FILEFD TO CONTROL-FILEFD.
         WRITE CONTROL-FILEFD
           INVALID KEY CONTINUE
         END-WRITE.
         MOVE WS-CTL-DOCTYPE TO CTL-KEY.
         READ CONTROL-FILE INTO WS-CONTROL-FILEFD WITH LOCK
           KEY IS CTL-KEY
           INVALID KEY CONTINUE
         END-READ.

       0000TAKEDOCNUMBER.
         IF WS-CTL-NEXT-NO < WS-CTL-SEED
           MOVE WS-CTL-SEED TO WS-CTL-NEXT-NO
         END-IF.
         IF WS-CTL-NEXT-NO = ZERO
           MOVE 1 TO WS-CTL-NEXT-NO
         END-IF.
         MOVE WS-CTL-NEXT-NO TO WS-CTL-NUMBER.
         ADD 1 TO WS-CTL-NEXT-NO
           ON SIZE ERROR MOVE 1 TO WS-CTL-NEXT-NO
         END-ADD.
         MOVE WS-OPERATOR-ID TO WS-CTL-LAST-OPER.
         ACCEPT WS-CTL-LAST-DATE FROM DATE YYYYMMDD.
         MOVE WS-CONTROL-FILEFD TO CONTROL-FILEFD.
         REWRITE CONTROL-FILEFD
           INVALID KEY
             DISPLAY "!ERROR COULD NOT UPDATE CONTROL FILE!"
           NOT INVALID KEY
             MOVE "Y" TO WS-CTL-GOT-SW
         END-REWRITE.
         PERFORM 0000CHECKCONTROLSTATUS.
         UNLOCK CONTROL-FILE.

       0000OPENCONTROLFILE.
         OPEN I-O CONTROL-FILE.
         PERFORM 0000CHECKCONTROLSTATUS.
         IF WS-CONTROL-FILENOTFOUND
           OPEN OUTPUT CONTROL-FILE
           PERFORM 0000CHECKCONTROLSTATUS
           CLOSE CONTROL-FILE
           PERFORM 0000CHECKCONTROLSTATUS
           OPEN I-O CONTROL-FILE
           PERFORM 0000CHECKCONTROLSTATUS
         END-IF.

       0000SIGNON.
         MOVE ZERO TO WS-SIGNON-TRIES.
         MOVE "N" TO WS-SIGNEDON-SW.
         MOVE SPACES TO WS-OPERATOR-ID WS-OPERATOR-NAME.
         MOVE ZERO TO WS-OPERATOR-LEVEL.
         PERFORM 0000OPENOPERATORFILE.
         MOVE "N" TO WS-OPER-EMPTY-SW.
         MOVE LOW-VALUES TO OPER-ID.
         START OPERATOR-FILE KEY IS NOT LESS THAN OPER-ID
           INVALID KEY MOVE "Y" TO WS-OPER-EMPTY-SW
         END-START.
         PERFORM 0000CHECKOPERATORSTATUS.
         IF WS-OPER-EMPTY
           PERFORM 0000SIGNONFIRST
         END-IF.
         PERFORM UNTIL WS-SIGNEDON
             OR WS-SIGNON-TRIES NOT < WS-SIGNON-MAXTRIES
           PERFORM 0000SIGNONATTEMPT
         END-PERFORM.
         CLOSE OPERATOR-FILE.
         PERFORM 0000CHECKOPERATORSTATUS.
         IF NOT WS-SIGNEDON
           DISPLAY " "
           DISPLAY "!TOO MANY FAILED SIGN-ON ATTEMPTS, "
             "APPLICATION ENDS!"
           MOVE "LOCKOUT" TO WS-SECLOG-EVENT
           MOVE WS-SIGNON-ID TO WS-SECLOG-OPER
           MOVE "SIGNON" TO WS-AUTH-FUNCTION
           MOVE "MAXIMUM ATTEMPTS REACHED" TO WS-SECLOG-DETAIL
           PERFORM 0000WRITESECLOG
           GO TO 0000SELECTIONQUIT
         END-IF.

       0000SIGNONATTEMPT.
         ADD 1 TO WS-SIGNON-TRIES.
         DISPLAY " ".
         DISPLAY "-----------------------------------------------------"
                 "-----------------------------------------------------"
                 "-----------".
         DISPLAY "Cobol Simple Inventory 0.1 - Operator Sign-On".
         DISPLAY "-----------------------------------------------------"
                 "-----------------------------------------------------"
                 "-----------".
         DISPLAY "Operator ID (max 8 characters):".
         ACCEPT WS-SIGNON-ID.
         DISPLAY "Password (max 8 characters):".
         ACCEPT WS-SIGNON-PASSWORD.
         MOVE "SIGNON" TO WS-AUTH-FUNCTION.
         MOVE WS-SIGNON-ID TO WS-SECLOG-OPER.
         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           MOVE WS-SIGNON-ID TO OPER-ID
           READ OPERATOR-FILE INTO WS-OPERATOR-FILEFD WITH LOCK
             KEY IS OPER-ID
             INVALID KEY
               MOVE SPACES TO WS-OPERATOR-FILEFD
           END-READ
           IF WS-OPERATOR-INUSE
             PERFORM 0000RECORDINUSE
           END-IF
         END-PERFORM.
         PERFORM 0000CHECKOPERATORSTATUS.
         EVALUATE TRUE
           WHEN WS-OPERATOR-INUSE
             DISPLAY "!SIGN-ON NOT COMPLETED, PLEASE TRY AGAIN!"
           WHEN WS-OPER-ID = SPACES OR WS-SIGNON-ID = SPACES
             DISPLAY "!SIGN-ON FAILED, UNKNOWN OPERATOR OR PASSWORD!"
             MOVE "SIGNONFAIL" TO WS-SECLOG-EVENT
             MOVE "UNKNOWN OPERATOR" TO WS-SECLOG-DETAIL
             PERFORM 0000WRITESECLOG
           WHEN WS-OPER-PASSWORD NOT = WS-SIGNON-PASSWORD
             DISPLAY "!SIGN-ON FAILED, UNKNOWN OPERATOR OR PASSWORD!"
             MOVE "SIGNONFAIL" TO WS-SECLOG-EVENT
             MOVE "WRONG PASSWORD" TO WS-SECLOG-DETAIL
             PERFORM 0000WRITESECLOG
           WHEN WS-OPER-STATUS NOT = "ACTIVE"
             DISPLAY "!SIGN-ON FAILED, OPERATOR IS DISABLED!"
             MOVE "SIGNONFAIL" TO WS-SECLOG-EVENT
             MOVE "OPERATOR DISABLED" TO WS-SECLOG-DETAIL
             PERFORM 0000WRITESECLOG
           WHEN OTHER
             MOVE WS-OPER-ID TO WS-OPERATOR-ID
             MOVE WS-OPER-NAME TO WS-OPERATOR-NAME
             MOVE WS-OPER-LEVEL TO WS-OPERATOR-LEVEL
             MOVE "Y" TO WS-SIGNEDON-SW
             ACCEPT CURRENTDATE2 FROM DATE YYYYMMDD
             MOVE CURRENTDATE2 TO WS-OPER-LASTSIGNON
             MOVE WS-OPERATOR-FILEFD TO OPERATOR-FILEFD
             REWRITE OPERATOR-FILEFD
             END-REWRITE
             PERFORM 0000CHECKOPERATORSTATUS
             MOVE "SIGNON" TO WS-SECLOG-EVENT
             MOVE SPACES TO WS-SECLOG-DETAIL
             PERFORM 0000WRITESECLOG
             PERFORM 0000OPERLEVELNAME
             DISPLAY "Welcome " WS-OPERATOR-NAME
             DISPLAY "Authority level: " WS-OPER-LEVELNAME
         END-EVALUATE.
         UNLOCK OPERATOR-FILE.

       0000SIGNONFIRST.
         DISPLAY " ".
         DISPLAY "No operators are set up yet. Create the first "
           "supervisor now.".
         MOVE SPACES TO WS-OPERATOR-FILEFD.
         PERFORM UNTIL WS-OPER-ID NOT = SPACES
           DISPLAY "Supervisor Operator ID (max 8 characters):"
           ACCEPT WS-OPER-ID
         END-PERFORM.
         DISPLAY "Supervisor Name (max 30 characters):".
         ACCEPT WS-OPER-NAME.
         PERFORM 0000OPERNEWPASSWORD.
         MOVE 3 TO WS-OPER-LEVEL.
         MOVE "ACTIVE" TO WS-OPER-STATUS.
         MOVE ZERO TO WS-OPER-LASTSIGNON.
         MOVE WS-OPERATOR-FILEFD TO OPERATOR-FILEFD.
         WRITE OPERATOR-FILEFD
         END-WRITE.
         PERFORM 0000CHECKOPERATORSTATUS.
         MOVE "OPERADD" TO WS-SECLOG-EVENT.
         MOVE WS-OPER-ID TO WS-SECLOG-OPER.
         MOVE "OPERATORADD" TO WS-AUTH-FUNCTION.
         MOVE "FIRST SUPERVISOR" TO WS-SECLOG-DETAIL.
         PERFORM 0000WRITESECLOG.
         DISPLAY "Supervisor " WS-OPER-ID " created, please sign on.".

       0000OPERNEWPASSWORD.
         MOVE SPACES TO WS-SIGNON-PASSWORD.
         MOVE "X" TO WS-SIGNON-PASSWORD2.
         PERFORM UNTIL WS-SIGNON-PASSWORD NOT = SPACES
             AND WS-SIGNON-PASSWORD = WS-SIGNON-PASSWORD2
           DISPLAY "New Password (max 8 characters):"
           ACCEPT WS-SIGNON-PASSWORD
           DISPLAY "Repeat New Password:"
           ACCEPT WS-SIGNON-PASSWORD2
           IF WS-SIGNON-PASSWORD = SPACES
             DISPLAY "!ERROR PASSWORD CAN NOT BE BLANK!"
           ELSE
             IF WS-SIGNON-PASSWORD NOT = WS-SIGNON-PASSWORD2
               DISPLAY "!ERROR PASSWORDS DO NOT MATCH!"
             END-IF
           END-IF
         END-PERFORM.
         MOVE WS-SIGNON-PASSWORD TO WS-OPER-PASSWORD.

       0000OPERLEVELNAME.
         EVALUATE WS-OPER-LEVEL
           WHEN 1 MOVE "INQUIRY" TO WS-OPER-LEVELNAME
           WHEN 2 MOVE "CLERK" TO WS-OPER-LEVELNAME
           WHEN 3 MOVE "SUPERVISOR" TO WS-OPER-LEVELNAME
           WHEN OTHER MOVE "UNKNOWN" TO WS-OPER-LEVELNAME
         END-EVALUATE.

       0000CHECKAUTHORITY.
         IF WS-OPERATOR-LEVEL NOT < WS-AUTH-NEED
           MOVE "Y" TO WS-AUTH-SW
         ELSE
           MOVE "N" TO WS-AUTH-SW
           DISPLAY " "
           IF WS-AUTH-NEED = 3
             DISPLAY "!ACCESS DENIED, SUPERVISOR AUTHORITY REQUIRED!"
           ELSE
             DISPLAY "!ACCESS DENIED, CLERK AUTHORITY REQUIRED!"
           END-IF
           MOVE "REFUSED" TO WS-SECLOG-EVENT
           MOVE WS-OPERATOR-ID TO WS-SECLOG-OPER
           MOVE "INSUFFICIENT LEVEL" TO WS-SECLOG-DETAIL
           PERFORM 0000WRITESECLOG
         END-IF.

       0000WRITESECLOG.
         ACCEPT CURRENTDATE2 FROM DATE YYYYMMDD.
         ACCEPT WS-JOURNALTIME FROM TIME.
         MOVE SPACES TO SECURITY-LINE.
         STRING YY2 MM2 DD2 " " WS-JNL-HH WS-JNL-MM WS-JNL-SS
           " EVENT=" WS-SECLOG-EVENT " OPER=" WS-SECLOG-OPER
           " FUNCTION=" WS-AUTH-FUNCTION
           " DETAIL=" WS-SECLOG-DETAIL
           DELIMITED BY SIZE INTO SECURITY-LINE
         END-STRING.
         OPEN EXTEND SECURITY-FILE.
         WRITE SECURITY-LINE.
         CLOSE SECURITY-FILE.

       0000SELECTIONSYSTEM.
         MOVE 0 TO USER-SELECTION.
         DISPLAY " ".
         DISPLAY "---------------------------------------------------"
                 "---------------------------------------------------"
                 "---------------".
         DISPLAY "SYSTEM MENU   Operator: " WS-OPERATOR-ID " "
           WS-OPERATOR-NAME.
         DISPLAY "---------------------------------------------------"
                 "---------------------------------------------------"
                 "---------------".
         PERFORM UNTIL USER-SELECTION>0
           DISPLAY "    1 : Add Operator"
           DISPLAY "    2 : Change Operator"
           DISPLAY "    3 : List Operators"
           DISPLAY "    4 : Change My Password"
           DISPLAY "    5 : Sign Off / Switch Operator"
           DISPLAY "    6 : Application Information"
           DISPLAY "    7 : Return To Main Menu"
           DISPLAY "Select number and press Enter: "
           ACCEPT USER-SELECTION

           EVALUATE USER-SELECTION
             WHEN 1 PERFORM 0000SELECTIONOPERADD
             WHEN 2 PERFORM 0000SELECTIONOPEREDIT
             WHEN 3 PERFORM 0000SELECTIONOPERLIST
             WHEN 4 PERFORM 0000SELECTIONOPERPASSWORD
             WHEN 5 PERFORM 0000SELECTIONSIGNOFF
             WHEN 6 GO TO 0000SELECTIONINFO
             WHEN 7 GO TO 0000SELECTIONSTART
             WHEN OTHER PERFORM 0000SELECTIONSYSTEMERROR
           END-EVALUATE
         END-PERFORM.

       0000SELECTIONSYSTEMERROR.

       DISPLAY " ".
       DISPLAY "!ERROR WRONG INPUT!".
       GO TO 0000SELECTIONSYSTEM.

       0000SELECTIONOPERADD.
         MOVE 0 TO USER-SELECTION.
         MOVE 3 TO WS-AUTH-NEED.
         MOVE "OPERATORADD" TO WS-AUTH-FUNCTION.
         PERFORM 0000CHECKAUTHORITY.
         IF NOT WS-AUTH-GRANTED
           GO TO 0000SELECTIONSYSTEM
         END-IF.
         MOVE SPACES TO WS-OPERATOR-FILEFD.
         DISPLAY " ".
         DISPLAY "New Operator ID (max 8 characters):".
         ACCEPT WS-OPER-ID.
         IF WS-OPER-ID = SPACES
           DISPLAY "!ERROR OPERATOR ID CAN NOT BE BLANK!"
           GO TO 0000SELECTIONSYSTEM
         END-IF.
         DISPLAY "Operator Name (max 30 characters):".
         ACCEPT WS-OPER-NAME.
         DISPLAY "Authority Level (1 = Inquiry, 2 = Clerk, "
           "3 = Supervisor):".
         ACCEPT WS-OPER-LEVEL-X.
         IF WS-OPER-LEVEL-X NOT = "1" AND NOT = "2" AND NOT = "3"
           DISPLAY "!ERROR LEVEL MUST BE 1, 2 OR 3!"
           GO TO 0000SELECTIONSYSTEM
         END-IF.
         MOVE WS-OPER-LEVEL-X TO WS-OPER-LEVEL.
         PERFORM 0000OPERNEWPASSWORD.
         MOVE "ACTIVE" TO WS-OPER-STATUS.
         MOVE ZERO TO WS-OPER-LASTSIGNON.

         PERFORM 0000OPENOPERATORFILE.
         MOVE WS-OPERATOR-FILEFD TO OPERATOR-FILEFD.
         WRITE OPERATOR-FILEFD
           INVALID KEY
             DISPLAY "!ERROR OPERATOR ALREADY EXIST!"
           NOT INVALID KEY
             DISPLAY "Operator " WS-OPER-ID " added."
             MOVE "OPERADD" TO WS-SECLOG-EVENT
             MOVE WS-OPERATOR-ID TO WS-SECLOG-OPER
             MOVE SPACES TO WS-SECLOG-DETAIL
             STRING "ADDED " WS-OPER-ID " LEVEL " WS-OPER-LEVEL
               DELIMITED BY SIZE INTO WS-SECLOG-DETAIL
             END-STRING
             PERFORM 0000WRITESECLOG
         END-WRITE.
         PERFORM 0000CHECKOPERATORSTATUS.
         CLOSE OPERATOR-FILE.
         PERFORM 0000CHECKOPERATORSTATUS.

       GO TO 0000SELECTIONSYSTEM.

       0000SELECTIONOPEREDIT.
         MOVE 0 TO USER-SELECTION.
         MOVE 3 TO WS-AUTH-NEED.
         MOVE "OPERATORCHANGE" TO WS-AUTH-FUNCTION.
         PERFORM 0000CHECKAUTHORITY.
         IF NOT WS-AUTH-GRANTED
           GO TO 0000SELECTIONSYSTEM
         END-IF.
         DISPLAY " ".
         DISPLAY "Operator ID To Change:".
         ACCEPT WS-SIGNON-ID.
         PERFORM 0000OPENOPERATORFILE.
         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           MOVE WS-SIGNON-ID TO OPER-ID
           READ OPERATOR-FILE INTO WS-OPERATOR-FILEFD WITH LOCK
             KEY IS OPER-ID
             INVALID KEY
               DISPLAY "!ERROR OPERATOR DOSE NOT EXIST!"
               CLOSE OPERATOR-FILE
               GO TO 0000SELECTIONSYSTEM
           END-READ
           IF WS-OPERATOR-INUSE
             PERFORM 0000RECORDINUSE
             IF NOT WS-LOCK-RETRY
               CLOSE OPERATOR-FILE
               GO TO 0000SELECTIONSYSTEM
             END-IF
           END-IF
         END-PERFORM.
         PERFORM 0000CHECKOPERATORSTATUS.
         PERFORM 0000OPERLEVELNAME.
         DISPLAY "Operator: " WS-OPER-ID " " WS-OPER-NAME.
         DISPLAY "Level:    " WS-OPER-LEVEL " " WS-OPER-LEVELNAME.
         DISPLAY "Status:   " WS-OPER-STATUS.

         DISPLAY "New Name (blank = keep):".
         ACCEPT WS-SECLOG-DETAIL.
         IF WS-SECLOG-DETAIL NOT = SPACES
           MOVE WS-SECLOG-DETAIL TO WS-OPER-NAME
         END-IF.
         DISPLAY "New Level 1/2/3 (blank = keep):".
         ACCEPT WS-OPER-LEVEL-X.
         IF WS-OPER-LEVEL-X = "1" OR "2" OR "3"
           IF WS-OPER-ID = WS-OPERATOR-ID AND WS-OPER-LEVEL-X NOT = "3"
             DISPLAY "!ERROR YOU CAN NOT LOWER YOUR OWN LEVEL!"
           ELSE
             MOVE WS-OPER-LEVEL-X TO WS-OPER-LEVEL
           END-IF
         END-IF.
         DISPLAY "Status:".
         DISPLAY "    1 : Active".
         DISPLAY "    2 : Disabled".
         DISPLAY "    (blank = keep)".
         ACCEPT WS-OPER-LEVEL-X.
         IF WS-OPER-LEVEL-X = "1"
           MOVE "ACTIVE" TO WS-OPER-STATUS
         END-IF.
         IF WS-OPER-LEVEL-X = "2"
           IF WS-OPER-ID = WS-OPERATOR-ID
             DISPLAY "!ERROR YOU CAN NOT DISABLE YOURSELF!"
           ELSE
             MOVE "DISABLED" TO WS-OPER-STATUS
           END-IF
         END-IF.
         DISPLAY "Reset Password?".
         DISPLAY "    1 : Yes".
         DISPLAY "    2 : No!".
         ACCEPT WS-OPER-LEVEL-X.
         IF WS-OPER-LEVEL-X = "1"
           PERFORM 0000OPERNEWPASSWORD
         END-IF.

         MOVE WS-OPERATOR-FILEFD TO OPERATOR-FILEFD.
         REWRITE OPERATOR-FILEFD
         END-REWRITE.
         PERFORM 0000CHECKOPERATORSTATUS.
         CLOSE OPERATOR-FILE.
         PERFORM 0000CHECKOPERATORSTATUS.
         MOVE "OPERCHANGE" TO WS-SECLOG-EVENT.
         MOVE WS-OPERATOR-ID TO WS-SECLOG-OPER.
         MOVE SPACES TO WS-SECLOG-DETAIL.
         STRING "CHANGED " WS-OPER-ID " LEVEL " WS-OPER-LEVEL " "
           WS-OPER-STATUS
           DELIMITED BY SIZE INTO WS-SECLOG-DETAIL
         END-STRING.
         PERFORM 0000WRITESECLOG.
         DISPLAY "Operator " WS-OPER-ID " updated.".

       GO TO 0000SELECTIONSYSTEM.

       0000SELECTIONOPERLIST.
         MOVE 0 TO USER-SELECTION.
         MOVE 3 TO WS-AUTH-NEED.
         MOVE "OPERATORLIST" TO WS-AUTH-FUNCTION.
         PERFORM 0000CHECKAUTHORITY.
         IF NOT WS-AUTH-GRANTED
           GO TO 0000SELECTIONSYSTEM
         END-IF.
         MOVE 0 TO WS-ENDOFFILE.
         MOVE ZERO TO WS-OPER-LIST-COUNT.
         DISPLAY " ".
         DISPLAY "Operator | Name                           | Level "
           "     | Status     | Last Sign-On".
         PERFORM 0000OPENOPERATORFILE.
         MOVE LOW-VALUES TO OPER-ID.
         START OPERATOR-FILE KEY IS NOT LESS THAN OPER-ID
           INVALID KEY MOVE 1 TO WS-ENDOFFILE
         END-START.
         PERFORM 0000CHECKOPERATORSTATUS.
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ OPERATOR-FILE NEXT INTO WS-OPERATOR-FILEFD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
               PERFORM 0000OPERLEVELNAME
               DISPLAY WS-OPER-ID " | " WS-OPER-NAME " | "
                 WS-OPER-LEVELNAME " | " WS-OPER-STATUS " | "
                 WS-OPER-LASTSIGNON
               ADD 1 TO WS-OPER-LIST-COUNT
           END-READ
           PERFORM 0000CHECKOPERATORSTATUS
         END-PERFORM.
         MOVE 0 TO WS-ENDOFFILE.
         CLOSE OPERATOR-FILE.
         PERFORM 0000CHECKOPERATORSTATUS.
         DISPLAY "Operators listed: " WS-OPER-LIST-COUNT.

       GO TO 0000SELECTIONSYSTEM.

       0000SELECTIONOPERPASSWORD.
         MOVE 0 TO USER-SELECTION.
         DISPLAY " ".
         DISPLAY "Current Password:".
         ACCEPT WS-SIGNON-PASSWORD.
         PERFORM 0000OPENOPERATORFILE.
         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           MOVE WS-OPERATOR-ID TO OPER-ID
           READ OPERATOR-FILE INTO WS-OPERATOR-FILEFD WITH LOCK
             KEY IS OPER-ID
             INVALID KEY
               MOVE SPACES TO WS-OPERATOR-FILEFD
           END-READ
           IF WS-OPERATOR-INUSE
             PERFORM 0000RECORDINUSE
             IF NOT WS-LOCK-RETRY
               CLOSE OPERATOR-FILE
               GO TO 0000SELECTIONSYSTEM
             END-IF
           END-IF
         END-PERFORM.
         PERFORM 0000CHECKOPERATORSTATUS.
         IF WS-OPER-ID = SPACES
             OR WS-OPER-PASSWORD NOT = WS-SIGNON-PASSWORD
           DISPLAY "!ERROR CURRENT PASSWORD IS NOT CORRECT!"
           CLOSE OPERATOR-FILE
           MOVE "REFUSED" TO WS-SECLOG-EVENT
           MOVE WS-OPERATOR-ID TO WS-SECLOG-OPER
           MOVE "PASSWORDCHANGE" TO WS-AUTH-FUNCTION
           MOVE "WRONG CURRENT PASSWORD" TO WS-SECLOG-DETAIL
           PERFORM 0000WRITESECLOG
           GO TO 0000SELECTIONSYSTEM
         END-IF.
         PERFORM 0000OPERNEWPASSWORD.
         MOVE WS-OPERATOR-FILEFD TO OPERATOR-FILEFD.
         REWRITE OPERATOR-FILEFD
         END-REWRITE.
         PERFORM 0000CHECKOPERATORSTATUS.
         CLOSE OPERATOR-FILE.
         PERFORM 0000CHECKOPERATORSTATUS.
         DISPLAY "Password changed.".

       GO TO 0000SELECTIONSYSTEM.

       0000SELECTIONSIGNOFF.
         MOVE 0 TO USER-SELECTION.
         MOVE "SIGNOFF" TO WS-SECLOG-EVENT.
         MOVE WS-OPERATOR-ID TO WS-SECLOG-OPER.
         MOVE "SIGNOFF" TO WS-AUTH-FUNCTION.
         MOVE SPACES TO WS-SECLOG-DETAIL.
         PERFORM 0000WRITESECLOG.
         DISPLAY "Operator " WS-OPERATOR-ID " signed off.".
         MOVE "N" TO WS-SIGNEDON-SW.

       GO TO 0000SELECTIONSTART.

       0000SELECTIONINVOICEAPPROVE.
         MOVE 0 TO USER-SELECTION.
         MOVE 3 TO WS-AUTH-NEED.
         MOVE "INVOICEAPPROVE" TO WS-AUTH-FUNCTION.
         PERFORM 0000CHECKAUTHORITY.
         IF NOT WS-AUTH-GRANTED
           GO TO 0000SELECTIONPURCHASING
         END-IF.
         DISPLAY " ".
         DISPLAY "Supplier Invoice Number (max 10 characters):".
         ACCEPT WS-INVAPPR-SUPPINV.
         DISPLAY "PO Number Invoiced (6 digets):".
         ACCEPT WS-INVAPPR-PO-NO.
         IF WS-INVAPPR-PO-NO IS NOT NUMERIC
           DISPLAY "!ERROR PO NUMBER MUST BE NUMERIC!"
           GO TO 0000SELECTIONPURCHASING
         END-IF.

         OPEN I-O INVOICE-FILE.
         PERFORM 0000CHECKINVOICESTATUS.
         IF NOT WS-INVOICE-OK
           DISPLAY "No supplier invoices on file yet."
           GO TO 0000SELECTIONPURCHASING
         END-IF.
         MOVE "Y" TO WS-LOCK-RETRY-SW.
         PERFORM UNTIL NOT WS-LOCK-RETRY
           MOVE "N" TO WS-LOCK-RETRY-SW
           MOVE WS-INVAPPR-SUPPINV TO INV-SUPPINV
           MOVE WS-INVAPPR-PO-NO TO INV-PO-NO
           READ INVOICE-FILE INTO WS-INVOICE-FILEFD WITH LOCK
             KEY IS INV-KEY
             INVALID KEY
               DISPLAY "!ERROR INVOICE DOSE NOT EXIST!"
               CLOSE INVOICE-FILE
               GO TO 0000SELECTIONPURCHASING
           END-READ
           IF WS-INVOICE-INUSE
             PERFORM 0000RECORDINUSE
             IF NOT WS-LOCK-RETRY
               CLOSE INVOICE-FILE
               GO TO 0000SELECTIONPURCHASING
             END-IF
           END-IF
         END-PERFORM.
         PERFORM 0000CHECKINVOICESTATUS.
         IF WS-INV-STATUS NOT = "HELD"
           DISPLAY "!ERROR INVOICE IS NOT ON HOLD, STATUS "
             WS-INV-STATUS "!"
           CLOSE INVOICE-FILE
           GO TO 0000SELECTIONPURCHASING
         END-IF.
         DISPLAY "Invoice " WS-INV-SUPPINV " PO " WS-INV-PO-NO
           " Supplier " WS-INV-SUPP-NO.
         DISPLAY "Hold reason: " WS-INV-REASON.
         PERFORM VARYING WS-INV-IDX FROM 1 BY 1
           UNTIL WS-INV-IDX > WS-INV-LINECOUNT
           DISPLAY "    Part " WS-INV-LINE-IKEY (WS-INV-IDX)
             " Qty " WS-INV-LINE-QTY (WS-INV-IDX)
             " Price " WS-INV-LINE-PRICE (WS-INV-IDX)
             " " WS-INV-LINE-CURRENCY (WS-INV-IDX)
         END-PERFORM.
         DISPLAY "Approve this invoice for payment?".
         DISPLAY "    1 : Yes".
         DISPLAY "    2 : No!".
         ACCEPT USER-SELECTION.
         IF USER-SELECTION = 1
           MOVE "APPROVED" TO WS-INV-STATUS
           MOVE WS-OPERATOR-ID TO WS-INV-APPROVER
           MOVE WS-INVOICE-FILEFD TO INVOICE-FILEFD
           REWRITE INVOICE-FILEFD
           END-REWRITE
           PERFORM 0000CHECKINVOICESTATUS
           MOVE "APPROVAL" TO WS-SECLOG-EVENT
           MOVE WS-OPERATOR-ID TO WS-SECLOG-OPER
           MOVE SPACES TO WS-SECLOG-DETAIL
           STRING "INV " WS-INV-SUPPINV " PO " WS-INV-PO-NO
             DELIMITED BY SIZE INTO WS-SECLOG-DETAIL
           END-STRING
           PERFORM 0000WRITESECLOG
           DISPLAY "Invoice " WS-INV-SUPPINV " approved for payment "
             "by " WS-OPERATOR-ID "."
         ELSE
           DISPLAY "Invoice left on hold."
         END-IF.
         MOVE 0 TO USER-SELECTION.
         CLOSE INVOICE-FILE.
         PERFORM 0000CHECKINVOICESTATUS.

       GO TO 0000SELECTIONPURCHASING.

       0000OPENOPERATORFILE.
         OPEN I-O OPERATOR-FILE.
         PERFORM 0000CHECKOPERATORSTATUS.
         IF WS-OPERATOR-FILENOTFOUND
           OPEN OUTPUT OPERATOR-FILE
           PERFORM 0000CHECKOPERATORSTATUS
           CLOSE OPERATOR-FILE
           PERFORM 0000CHECKOPERATORSTATUS
           OPEN I-O OPERATOR-FILE
           PERFORM 0000CHECKOPERATORSTATUS
         END-IF.

       0000SELECTIONINFO.
          "OTHERWISE, ARISING FROM, OUT OF OR IN CONNECTION "
          "WITH THE SOFTWARE OR THE USE OR OTHER DEALINGS IN THE "
          "SOFTWARE.".
         GO TO 0000SELECTIONSYSTEM.

       0000CHECKDATAFILESTATUS.
         IF WS-DATAFILE-OK OR WS-DATAFILE-EOF OR WS-DATAFILE-KEYNOTFOUND
             OR WS-DATAFILE-DUPKEY OR WS-DATAFILE-FILENOTFOUND
             OR WS-DATAFILE-INUSE
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-DATAFILE-STATUS " ON DATAFILE!"
       0000CHECKEXRATESTATUS.
         IF WS-EXRATE-OK OR WS-EXRATE-EOF OR WS-EXRATE-KEYNOTFOUND
             OR WS-EXRATE-DUPKEY OR WS-EXRATE-FILENOTFOUND
             OR WS-EXRATE-INUSE
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-EXRATE-STATUS
       0000CHECKSUPPLIERSTATUS.
         IF WS-SUPPLIER-OK OR WS-SUPPLIER-EOF
             OR WS-SUPPLIER-KEYNOTFOUND OR WS-SUPPLIER-DUPKEY
             OR WS-SUPPLIER-FILENOTFOUND OR WS-SUPPLIER-INUSE
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-SUPPLIER-STATUS
       0000CHECKITEMSUPPSTATUS.
         IF WS-ITEMSUPP-OK OR WS-ITEMSUPP-EOF
             OR WS-ITEMSUPP-KEYNOTFOUND OR WS-ITEMSUPP-DUPKEY
             OR WS-ITEMSUPP-FILENOTFOUND OR WS-ITEMSUPP-INUSE
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-ITEMSUPP-STATUS
       0000CHECKORDERFILESTATUS.
         IF WS-ORDERFILE-OK OR WS-ORDERFILE-EOF
             OR WS-ORDERFILE-KEYNOTFOUND OR WS-ORDERFILE-DUPKEY
             OR WS-ORDERFILE-FILENOTFOUND OR WS-ORDERFILE-INUSE
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-ORDERFILE-STATUS
       0000CHECKVALHISTSTATUS.
         IF WS-VALHIST-OK OR WS-VALHIST-EOF OR WS-VALHIST-KEYNOTFOUND
             OR WS-VALHIST-DUPKEY OR WS-VALHIST-FILENOTFOUND
             OR WS-VALHIST-INUSE
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-VALHIST-STATUS
       0000CHECKLOCSTOCKSTATUS.
         IF WS-LOCSTOCK-OK OR WS-LOCSTOCK-EOF
             OR WS-LOCSTOCK-KEYNOTFOUND OR WS-LOCSTOCK-DUPKEY
             OR WS-LOCSTOCK-FILENOTFOUND OR WS-LOCSTOCK-INUSE
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-LOCSTOCK-STATUS
       0000CHECKCOUNTSTATUS.
         IF WS-COUNT-OK OR WS-COUNT-EOF OR WS-COUNT-KEYNOTFOUND
             OR WS-COUNT-DUPKEY OR WS-COUNT-FILENOTFOUND
             OR WS-COUNT-INUSE
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-COUNT-STATUS
       0000CHECKPOFILESTATUS.
         IF WS-POFILE-OK OR WS-POFILE-EOF OR WS-POFILE-KEYNOTFOUND
             OR WS-POFILE-DUPKEY OR WS-POFILE-FILENOTFOUND
             OR WS-POFILE-INUSE
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-POFILE-STATUS

       0000CHECKLOTSTATUS.
         IF WS-LOT-OK OR WS-LOT-EOF OR WS-LOT-KEYNOTFOUND
             OR WS-LOT-DUPKEY OR WS-LOT-FILENOTFOUND OR WS-LOT-INUSE
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-LOT-STATUS " ON LOT FILE!"
       0000CHECKCUSTOMERSTATUS.
         IF WS-CUSTOMER-OK OR WS-CUSTOMER-EOF
             OR WS-CUSTOMER-KEYNOTFOUND OR WS-CUSTOMER-DUPKEY
             OR WS-CUSTOMER-FILENOTFOUND OR WS-CUSTOMER-INUSE
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-CUSTOMER-STATUS
             " ON CUSTOMER FILE!"
         END-IF.

       0000CHECKPRICESTATUS.
         IF WS-PRICE-OK OR WS-PRICE-EOF
             OR WS-PRICE-KEYNOTFOUND OR WS-PRICE-DUPKEY
             OR WS-PRICE-FILENOTFOUND OR WS-PRICE-INUSE
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-PRICE-STATUS
             " ON PRICE FILE!"
         END-IF.

       0000CHECKCUSTINVSTATUS.
         IF WS-CUSTINV-OK OR WS-CUSTINV-EOF
             OR WS-CUSTINV-KEYNOTFOUND OR WS-CUSTINV-DUPKEY
             OR WS-CUSTINV-FILENOTFOUND OR WS-CUSTINV-INUSE
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-CUSTINV-STATUS
             " ON CUSTOMER INVOICE FILE!"
         END-IF.

       0000CHECKRETURNSTATUS.
         IF WS-RETURN-OK OR WS-RETURN-EOF
             OR WS-RETURN-KEYNOTFOUND OR WS-RETURN-DUPKEY
             OR WS-RETURN-FILENOTFOUND OR WS-RETURN-INUSE
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-RETURN-STATUS
             " ON RETURNS FILE!"
         END-IF.

       0000CHECKOPERATORSTATUS.
         IF WS-OPERATOR-OK OR WS-OPERATOR-EOF
             OR WS-OPERATOR-KEYNOTFOUND OR WS-OPERATOR-DUPKEY
             OR WS-OPERATOR-FILENOTFOUND OR WS-OPERATOR-INUSE
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-OPERATOR-STATUS
             " ON OPERATOR FILE!"
         END-IF.

       0000CHECKBOMSTATUS.
         IF WS-BOM-OK OR WS-BOM-EOF
             OR WS-BOM-KEYNOTFOUND OR WS-BOM-DUPKEY
             OR WS-BOM-FILENOTFOUND OR WS-BOM-INUSE
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-BOM-STATUS
             " ON BILL OF MATERIALS FILE!"
         END-IF.

       0000CHECKWORKORDERSTATUS.
         IF WS-WORKORDER-OK OR WS-WORKORDER-EOF
             OR WS-WORKORDER-KEYNOTFOUND OR WS-WORKORDER-DUPKEY
             OR WS-WORKORDER-FILENOTFOUND OR WS-WORKORDER-INUSE
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-WORKORDER-STATUS
             " ON WORK ORDER FILE!"
         END-IF.

       0000CHECKUOMSTATUS.
         IF WS-UOM-OK OR WS-UOM-EOF
             OR WS-UOM-KEYNOTFOUND OR WS-UOM-DUPKEY
             OR WS-UOM-FILENOTFOUND OR WS-UOM-INUSE
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-UOM-STATUS
             " ON UNIT OF MEASURE FILE!"
         END-IF.

       0000CHECKPOUOMSTATUS.
         IF WS-POUOM-OK OR WS-POUOM-EOF
             OR WS-POUOM-KEYNOTFOUND OR WS-POUOM-DUPKEY
             OR WS-POUOM-FILENOTFOUND OR WS-POUOM-INUSE
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-POUOM-STATUS
             " ON PO LINE UNIT FILE!"
         END-IF.

       0000CHECKPORCPTSTATUS.
         IF WS-PORCPT-OK OR WS-PORCPT-EOF
             OR WS-PORCPT-KEYNOTFOUND OR WS-PORCPT-DUPKEY
             OR WS-PORCPT-FILENOTFOUND OR WS-PORCPT-INUSE
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-PORCPT-STATUS
             " ON PO RECEIPT FILE!"
         END-IF.

       0000CHECKINVOICESTATUS.
         IF WS-INVOICE-OK OR WS-INVOICE-EOF
             OR WS-INVOICE-KEYNOTFOUND OR WS-INVOICE-DUPKEY
             OR WS-INVOICE-FILENOTFOUND OR WS-INVOICE-INUSE
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-INVOICE-STATUS
             " ON SUPPLIER INVOICE FILE!"
         END-IF.

       0000CHECKMOVEARCHSTATUS.
         IF WS-MOVEARCH-OK OR WS-MOVEARCH-EOF
             OR WS-MOVEARCH-FILENOTFOUND
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-MOVEARCH-STATUS
             " ON ARCHIVED STOCK MOVEMENT FILE!"
         END-IF.

       0000CHECKPROVISIONSTATUS.
         IF WS-PROVISION-OK OR WS-PROVISION-EOF
             OR WS-PROVISION-KEYNOTFOUND OR WS-PROVISION-DUPKEY
             OR WS-PROVISION-FILENOTFOUND OR WS-PROVISION-INUSE
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-PROVISION-STATUS
             " ON PROVISION FILE!"
         END-IF.

       0000CHECKCONTROLSTATUS.
         IF WS-CONTROL-OK OR WS-CONTROL-EOF
             OR WS-CONTROL-KEYNOTFOUND OR WS-CONTROL-DUPKEY
             OR WS-CONTROL-FILENOTFOUND OR WS-CONTROL-INUSE
           CONTINUE
         ELSE
           DISPLAY "!FILE STATUS " WS-CONTROL-STATUS
             " ON CONTROL FILE!"
         END-IF.

       0000SELECTIONQUIT.
         PERFORM 0000CLOSEINVENTORYDATAFILE.
       STOP-RUN.
