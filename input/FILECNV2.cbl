000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FILECNV2.
000300 AUTHOR. SOURCE.
000400 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000600 SOURCE-COMPUTER. PC-MICROFOCUS.
000700 OBJECT-COMPUTER. PC-MICROFOCUS.
000800 INPUT-OUTPUT SECTION.
000900 FILE-CONTROL.
001000     SELECT OLD-PRODUCT ASSIGN TO "PRODMAST"
001100         ORGANIZATION IS INDEXED
001200         ACCESS MODE IS SEQUENTIAL
001300         RECORD KEY IS OPM-PRODUCT-CODE
001400         FILE STATUS IS FS-OLD-PRODUCT.
001500     SELECT NEW-PRODUCT ASSIGN TO "PRODMSTN"
001600         ORGANIZATION IS INDEXED
001700         ACCESS MODE IS SEQUENTIAL
001800         RECORD KEY IS PM-PRODUCT-CODE
001900         FILE STATUS IS FS-NEW-PRODUCT.
002000     SELECT OLD-ACCOUNT ASSIGN TO "ACCTMAST"
002100         ORGANIZATION IS INDEXED
002200         ACCESS MODE IS SEQUENTIAL
002300         RECORD KEY IS OAM-ACCOUNT-NUMBER
002400         FILE STATUS IS FS-OLD-ACCOUNT.
002500     SELECT NEW-ACCOUNT ASSIGN TO "ACCTMSTN"
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS SEQUENTIAL
002800         RECORD KEY IS AM-ACCOUNT-NUMBER
002900         FILE STATUS IS FS-NEW-ACCOUNT.
003000     SELECT OLD-ACCT-AUDIT ASSIGN TO "ACCTAUDT"
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS FS-OLD-ACCT-AUDIT.
003300     SELECT NEW-ACCT-AUDIT ASSIGN TO "ACCTAUDN"
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS FS-NEW-ACCT-AUDIT.
003600     SELECT OLD-AU-ARCHIVE ASSIGN TO "AUARCHIV"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS FS-OLD-AU-ARCHIVE.
003900     SELECT NEW-AU-ARCHIVE ASSIGN TO "AUARCHVN"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS FS-NEW-AU-ARCHIVE.
004200     SELECT OLD-ATM-JRNL ASSIGN TO "ATMJRNL"
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS FS-OLD-ATM-JRNL.
004500     SELECT NEW-ATM-JRNL ASSIGN TO "ATMJRNLN"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS FS-NEW-ATM-JRNL.
004800     SELECT OLD-AJ-ARCHIVE ASSIGN TO "AJARCHIV"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS FS-OLD-AJ-ARCHIVE.
005100     SELECT NEW-AJ-ARCHIVE ASSIGN TO "AJARCHVN"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS FS-NEW-AJ-ARCHIVE.
005400     SELECT OLD-BASKET-ITEMS ASSIGN TO "SHOPITEM"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS FS-OLD-BASKET-ITEMS.
005700     SELECT NEW-BASKET-ITEMS ASSIGN TO "SHOPITMN"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS FS-NEW-BASKET-ITEMS.
006000     SELECT OLD-REFUND-JRNL ASSIGN TO "RFNDJRNL"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS FS-OLD-REFUND-JRNL.
006300     SELECT NEW-REFUND-JRNL ASSIGN TO "RFNDJRLN"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS FS-NEW-REFUND-JRNL.
006600     SELECT OLD-STOCK-AUDIT ASSIGN TO "STKADJT"
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS FS-OLD-STOCK-AUDIT.
006900     SELECT NEW-STOCK-AUDIT ASSIGN TO "STKADJTN"
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS FS-NEW-STOCK-AUDIT.
007200     SELECT OLD-GOODS-RCVD ASSIGN TO "GOODSRCV"
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS FS-OLD-GOODS-RCVD.
007500     SELECT NEW-GOODS-RCVD ASSIGN TO "GOODSRCN"
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS FS-NEW-GOODS-RCVD.
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  OLD-PRODUCT.
008100 01  OLD-PRODUCT-RECORD.
008200     05  OPM-PRODUCT-CODE        PIC X(05).
008300     05  OPM-DESCRIPTION         PIC X(15).
008400     05  OPM-QUANTITY-ON-HAND    PIC 9(05).
008500     05  OPM-UNIT-PRICE          PIC 9(03)V99.
008600     05  OPM-REORDER-POINT       PIC 9(05).
008700     05  OPM-REORDER-QTY         PIC 9(05).
008800     05  OPM-SUPPLIER-CODE       PIC X(05).
008900 FD  NEW-PRODUCT.
009000     COPY PRODMAST.
009100 FD  OLD-ACCOUNT.
009200 01  OLD-ACCOUNT-MASTER-RECORD.
009300     05  OAM-ACCOUNT-NUMBER      PIC X(06).
009400     05  OAM-BALANCE             PIC 9(09)V99.
009500     05  OAM-WITHDRAW-LIMIT      PIC 9(05)V99.
009600     05  OAM-PIN                 PIC X(04).
009700     05  OAM-DAILY-WITHDRAWN     PIC 9(07)V99.
009800     05  OAM-LAST-WITHDRAW-DATE  PIC 9(08).
009900     05  OAM-STATUS              PIC X(01).
010000 FD  NEW-ACCOUNT.
010100     COPY ACCTMAST.
010200 FD  OLD-ACCT-AUDIT.
010300 01  OLD-ACCT-AUDIT-RECORD.
010400     05  OAU-AUDIT-DATE          PIC 9(08).
010500     05  OAU-AUDIT-TIME          PIC 9(08).
010600     05  OAU-OPERATOR-ID         PIC X(03).
010700     05  OAU-FUNCTION-CODE       PIC X(01).
010800     05  OAU-ACCOUNT-NUMBER      PIC X(06).
010900     05  OAU-BEFORE-IMAGE        PIC X(46).
011000     05  OAU-AFTER-IMAGE         PIC X(46).
011100 FD  NEW-ACCT-AUDIT.
011200     COPY ACCTAUDT.
011300 FD  OLD-AU-ARCHIVE.
011400 01  OLD-AU-ARCHIVE-BUFFER   PIC X(118).
011500 FD  NEW-AU-ARCHIVE.
011600 01  NEW-AU-ARCHIVE-BUFFER   PIC X(152).
011700 FD  OLD-ATM-JRNL.
011800 01  OLD-ATM-JOURNAL-RECORD.
011900     05  OAJ-JOURNAL-DATE        PIC 9(08).
012000     05  OAJ-JOURNAL-TIME        PIC 9(08).
012100     05  OAJ-ACCOUNT-NUMBER      PIC X(06).
012200     05  OAJ-AMOUNT              PIC 9(07)V99.
012300     05  OAJ-APPROVED-FLAG       PIC X(01).
012400     05  OAJ-RESULTING-BALANCE   PIC 9(09)V99.
012500     05  OAJ-TXN-TYPE            PIC X(01).
012600 FD  NEW-ATM-JRNL.
012700     COPY ATMJRNL.
012800 FD  OLD-AJ-ARCHIVE.
012900 01  OLD-AJ-ARCHIVE-BUFFER   PIC X(44).
013000 FD  NEW-AJ-ARCHIVE.
013100 01  NEW-AJ-ARCHIVE-BUFFER   PIC X(45).
013200 FD  OLD-BASKET-ITEMS.
013300 01  OLD-SHOP-ITEM-RECORD.
013400     05  OSI-SALE-DATE           PIC 9(08).
013500     05  OSI-SALE-TIME           PIC 9(08).
013600     05  OSI-CUSTOMER-ID         PIC X(06).
013700     05  OSI-PRODUCT-CODE        PIC X(05).
013800     05  OSI-QUANTITY            PIC 9(02).
013900     05  OSI-AMOUNT-CHARGED      PIC 9(05)V99.
014000     05  OSI-PAYMENT-METHOD      PIC X(01).
014100     05  OSI-CHARGED-FLAG        PIC X(01).
014200 FD  NEW-BASKET-ITEMS.
014300     COPY SHOPITEM.
014400 FD  OLD-REFUND-JRNL.
014500 01  OLD-REFUND-JOURNAL-RECORD.
014600     05  ORF-REFUND-DATE         PIC 9(08).
014700     05  ORF-REFUND-TIME         PIC 9(08).
014800     05  ORF-CUSTOMER-ID         PIC X(06).
014900     05  ORF-PRODUCT-CODE        PIC X(05).
015000     05  ORF-QUANTITY            PIC 9(02).
015100     05  ORF-AMOUNT              PIC 9(05)V99.
015200     05  ORF-BACKOUT-SHORT       PIC 9(05)V99.
015300     05  ORF-PAYMENT-METHOD      PIC X(01).
015400     05  ORF-POSTED-FLAG         PIC X(01).
015500 FD  NEW-REFUND-JRNL.
015600     COPY RFNDJRNL.
015700 FD  OLD-STOCK-AUDIT.
015800 01  OLD-STOCK-ADJUST-RECORD.
015900     05  OSA-ADJUST-DATE         PIC 9(08).
016000     05  OSA-ADJUST-TIME         PIC 9(08).
016100     05  OSA-COUNT-DATE          PIC 9(08).
016200     05  OSA-COUNTER-INITIALS    PIC X(03).
016300     05  OSA-PRODUCT-CODE        PIC X(05).
016400     05  OSA-QTY-BEFORE          PIC 9(05).
016500     05  OSA-QTY-AFTER           PIC 9(05).
016600     05  OSA-VARIANCE            PIC S9(06).
016700     05  OSA-VARIANCE-VALUE      PIC S9(09)V99.
016800 FD  NEW-STOCK-AUDIT.
016900     COPY STKADJT.
017000 FD  OLD-GOODS-RCVD.
017100 01  OLD-GOODS-RECEIVED-RECORD.
017200     05  OGR-RECEIPT-DATE        PIC 9(08).
017300     05  OGR-PRODUCT-CODE        PIC X(05).
017400     05  OGR-QUANTITY-RECEIVED   PIC 9(05).
017500 FD  NEW-GOODS-RCVD.
017600     COPY GOODSRCV.
017700 WORKING-STORAGE SECTION.
017800 77  FS-OLD-PRODUCT      PICTURE X(02).
017900 77  FS-NEW-PRODUCT      PICTURE X(02).
018000 77  FS-OLD-ACCOUNT      PICTURE X(02).
018100 77  FS-NEW-ACCOUNT      PICTURE X(02).
018200 77  FS-OLD-ACCT-AUDIT   PICTURE X(02).
018300 77  FS-NEW-ACCT-AUDIT   PICTURE X(02).
018400 77  FS-OLD-AU-ARCHIVE   PICTURE X(02).
018500 77  FS-NEW-AU-ARCHIVE   PICTURE X(02).
018600 77  FS-OLD-ATM-JRNL     PICTURE X(02).
018700 77  FS-NEW-ATM-JRNL     PICTURE X(02).
018800 77  FS-OLD-AJ-ARCHIVE   PICTURE X(02).
018900 77  FS-NEW-AJ-ARCHIVE   PICTURE X(02).
019000 77  FS-OLD-BASKET-ITEMS PICTURE X(02).
019100 77  FS-NEW-BASKET-ITEMS PICTURE X(02).
019200 77  FS-OLD-REFUND-JRNL  PICTURE X(02).
019300 77  FS-NEW-REFUND-JRNL  PICTURE X(02).
019400 77  FS-OLD-STOCK-AUDIT  PICTURE X(02).
019500 77  FS-NEW-STOCK-AUDIT  PICTURE X(02).
019600 77  FS-OLD-GOODS-RCVD   PICTURE X(02).
019700 77  FS-NEW-GOODS-RCVD   PICTURE X(02).
019800 77  EOF-FLAG            PICTURE 9.
019900 77  RECORDS-DONE        PICTURE 9(07).
020000 01  OLD-AU-ARCHIVE-RECORD.
020100     05  OAA-AUDIT-HEADER        PIC X(26).
020200     05  OAA-BEFORE-IMAGE        PIC X(46).
020300     05  OAA-AFTER-IMAGE         PIC X(46).
020400 01  NEW-AU-ARCHIVE-RECORD.
020500     05  NAA-AUDIT-HEADER        PIC X(26).
020600     05  NAA-BEFORE-IMAGE        PIC X(63).
020700     05  NAA-AFTER-IMAGE         PIC X(63).
020800 01  NEW-AJ-ARCHIVE-RECORD.
020900     05  NAJ-OLD-RECORD          PIC X(44).
021000     05  NAJ-CHANNEL             PIC X(01).
021100 01  ACCOUNT-IMAGE.
021200     05  AI-OLD-IMAGE            PIC X(46).
021300     05  AI-HOLD-REASON          PIC X(01).
021400     05  AI-HOLD-DATE            PIC 9(08).
021500     05  AI-OPENED-DATE          PIC 9(08).
021600 PROCEDURE DIVISION.
021700 INIT.
021800     DISPLAY "FILE CONVERSION - HOLD, COST AND VAT LAYOUTS".
021900     PERFORM CONVERT-PRODMAST THROUGH CONVERT-PRODMAST-FN.
022000     PERFORM CONVERT-ACCTMAST THROUGH CONVERT-ACCTMAST-FN.
022100     PERFORM CONVERT-ACCTAUDT THROUGH CONVERT-ACCTAUDT-FN.
022200     PERFORM CONVERT-AUARCHIV THROUGH CONVERT-AUARCHIV-FN.
022300     PERFORM CONVERT-ATMJRNL THROUGH CONVERT-ATMJRNL-FN.
022400     PERFORM CONVERT-AJARCHIV THROUGH CONVERT-AJARCHIV-FN.
022500     PERFORM CONVERT-SHOPITEM THROUGH CONVERT-SHOPITEM-FN.
022600     PERFORM CONVERT-RFNDJRNL THROUGH CONVERT-RFNDJRNL-FN.
022700     PERFORM CONVERT-STKADJT THROUGH CONVERT-STKADJT-FN.
022800     PERFORM CONVERT-GOODSRCV THROUGH CONVERT-GOODSRCV-FN.
022900     DISPLAY "CONVERSION COMPLETE".
023000     DISPLAY "SWAP EACH ...N FILE IN FOR ITS OLD FILE AFTER".
023100     DISPLAY "CHECKING THE COUNTS ABOVE AGAINST THE OLD FILES".
023200     DISPLAY "RECREATE RUNCTL WITH RUNCTLU - OLD-LAYOUT FILES".
023300     DISPLAY "WILL BE MIS-READ FROM THE NEXT RUN".
023400     STOP RUN.
023500 INIT-FN.
023600 EXIT.
023700 CONVERT-PRODMAST.
023800     OPEN INPUT OLD-PRODUCT.
023900     IF FS-OLD-PRODUCT = "35"
024000         DISPLAY "PRODMAST NOT ON FILE - SKIPPED"
024100         GO TO CONVERT-PRODMAST-FN
024200     END-IF.
024300     IF FS-OLD-PRODUCT NOT = "00"
024400         DISPLAY "UNABLE TO OPEN PRODMAST: " FS-OLD-PRODUCT
024500         STOP RUN
024600     END-IF.
024700     OPEN OUTPUT NEW-PRODUCT.
024800     IF FS-NEW-PRODUCT NOT = "00"
024900         DISPLAY "UNABLE TO OPEN PRODMSTN: " FS-NEW-PRODUCT
025000         STOP RUN
025100     END-IF.
025200     MOVE 0 TO EOF-FLAG.
025300     MOVE 0 TO RECORDS-DONE.
025400     PERFORM CONVERT-ONE-PRODUCT THROUGH CONVERT-ONE-PRODUCT-FN
025500         UNTIL EOF-FLAG = 1.
025600     CLOSE OLD-PRODUCT.
025700     CLOSE NEW-PRODUCT.
025800     DISPLAY "PRODMAST RECORDS CONVERTED: " RECORDS-DONE.
025900 CONVERT-PRODMAST-FN.
026000 EXIT.
026100 CONVERT-ONE-PRODUCT.
026200     READ OLD-PRODUCT
026300         AT END
026400             MOVE 1 TO EOF-FLAG
026500     END-READ.
026600     IF EOF-FLAG = 1
026700         GO TO CONVERT-ONE-PRODUCT-FN
026800     END-IF.
026900     MOVE OPM-PRODUCT-CODE TO PM-PRODUCT-CODE.
027000     MOVE OPM-DESCRIPTION TO PM-DESCRIPTION.
027100     MOVE OPM-QUANTITY-ON-HAND TO PM-QUANTITY-ON-HAND.
027200     MOVE OPM-UNIT-PRICE TO PM-UNIT-PRICE.
027300     MOVE OPM-REORDER-POINT TO PM-REORDER-POINT.
027400     MOVE OPM-REORDER-QTY TO PM-REORDER-QTY.
027500     MOVE OPM-SUPPLIER-CODE TO PM-SUPPLIER-CODE.
027600     MOVE "A" TO PM-STATUS.
027700     MOVE 0 TO PM-AVERAGE-COST.
027800     MOVE "S" TO PM-VAT-CODE.
027900     WRITE PRODUCT-MASTER-RECORD
028000         INVALID KEY
028100             DISPLAY "UNABLE TO WRITE PRODMSTN: " PM-PRODUCT-CODE
028200             GO TO CONVERT-ONE-PRODUCT-FN
028300     END-WRITE.
028400     ADD 1 TO RECORDS-DONE.
028500 CONVERT-ONE-PRODUCT-FN.
028600 EXIT.
028700 CONVERT-ACCTMAST.
028800     OPEN INPUT OLD-ACCOUNT.
028900     IF FS-OLD-ACCOUNT = "35"
029000         DISPLAY "ACCTMAST NOT ON FILE - SKIPPED"
029100         GO TO CONVERT-ACCTMAST-FN
029200     END-IF.
029300     IF FS-OLD-ACCOUNT NOT = "00"
029400         DISPLAY "UNABLE TO OPEN ACCTMAST: " FS-OLD-ACCOUNT
029500         STOP RUN
029600     END-IF.
029700     OPEN OUTPUT NEW-ACCOUNT.
029800     IF FS-NEW-ACCOUNT NOT = "00"
029900         DISPLAY "UNABLE TO OPEN ACCTMSTN: " FS-NEW-ACCOUNT
030000         STOP RUN
030100     END-IF.
030200     MOVE 0 TO EOF-FLAG.
030300     MOVE 0 TO RECORDS-DONE.
030400     PERFORM CONVERT-ONE-ACCOUNT THROUGH CONVERT-ONE-ACCOUNT-FN
030500         UNTIL EOF-FLAG = 1.
030600     CLOSE OLD-ACCOUNT.
030700     CLOSE NEW-ACCOUNT.
030800     DISPLAY "ACCTMAST RECORDS CONVERTED: " RECORDS-DONE.
030900 CONVERT-ACCTMAST-FN.
031000 EXIT.
031100 CONVERT-ONE-ACCOUNT.
031200     READ OLD-ACCOUNT
031300         AT END
031400             MOVE 1 TO EOF-FLAG
031500     END-READ.
031600     IF EOF-FLAG = 1
031700         GO TO CONVERT-ONE-ACCOUNT-FN
031800     END-IF.
031900     MOVE OAM-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
032000     MOVE OAM-BALANCE TO AM-BALANCE.
032100     MOVE OAM-WITHDRAW-LIMIT TO AM-WITHDRAW-LIMIT.
032200     MOVE OAM-PIN TO AM-PIN.
032300     MOVE OAM-DAILY-WITHDRAWN TO AM-DAILY-WITHDRAWN.
032400     MOVE OAM-LAST-WITHDRAW-DATE TO AM-LAST-WITHDRAW-DATE.
032500     MOVE OAM-STATUS TO AM-STATUS.
032600     MOVE SPACES TO AM-HOLD-REASON.
032700     MOVE 0 TO AM-HOLD-DATE.
032800     MOVE 0 TO AM-OPENED-DATE.
032900     WRITE ACCOUNT-MASTER-RECORD
033000         INVALID KEY
033100             DISPLAY "UNABLE TO WRITE ACCTMSTN: "
033200                 AM-ACCOUNT-NUMBER
033300             GO TO CONVERT-ONE-ACCOUNT-FN
033400     END-WRITE.
033500     ADD 1 TO RECORDS-DONE.
033600 CONVERT-ONE-ACCOUNT-FN.
033700 EXIT.
033800 CONVERT-ACCTAUDT.
033900     OPEN INPUT OLD-ACCT-AUDIT.
034000     IF FS-OLD-ACCT-AUDIT = "35"
034100         DISPLAY "ACCTAUDT NOT ON FILE - SKIPPED"
034200         GO TO CONVERT-ACCTAUDT-FN
034300     END-IF.
034400     IF FS-OLD-ACCT-AUDIT NOT = "00"
034500         DISPLAY "UNABLE TO OPEN ACCTAUDT: " FS-OLD-ACCT-AUDIT
034600         STOP RUN
034700     END-IF.
034800     OPEN OUTPUT NEW-ACCT-AUDIT.
034900     IF FS-NEW-ACCT-AUDIT NOT = "00"
035000         DISPLAY "UNABLE TO OPEN ACCTAUDN: " FS-NEW-ACCT-AUDIT
035100         STOP RUN
035200     END-IF.
035300     MOVE 0 TO EOF-FLAG.
035400     MOVE 0 TO RECORDS-DONE.
035500     PERFORM CONVERT-ONE-AUDIT THROUGH CONVERT-ONE-AUDIT-FN
035600         UNTIL EOF-FLAG = 1.
035700     CLOSE OLD-ACCT-AUDIT.
035800     CLOSE NEW-ACCT-AUDIT.
035900     DISPLAY "ACCTAUDT RECORDS CONVERTED: " RECORDS-DONE.
036000 CONVERT-ACCTAUDT-FN.
036100 EXIT.
036200 CONVERT-ONE-AUDIT.
036300     READ OLD-ACCT-AUDIT
036400         AT END
036500             MOVE 1 TO EOF-FLAG
036600     END-READ.
036700     IF EOF-FLAG = 1
036800         GO TO CONVERT-ONE-AUDIT-FN
036900     END-IF.
037000     MOVE OAU-AUDIT-DATE TO AU-AUDIT-DATE.
037100     MOVE OAU-AUDIT-TIME TO AU-AUDIT-TIME.
037200     MOVE OAU-OPERATOR-ID TO AU-OPERATOR-ID.
037300     MOVE OAU-FUNCTION-CODE TO AU-FUNCTION-CODE.
037400     MOVE OAU-ACCOUNT-NUMBER TO AU-ACCOUNT-NUMBER.
037500     MOVE OAU-BEFORE-IMAGE TO AI-OLD-IMAGE.
037600     PERFORM WIDEN-IMAGE THROUGH WIDEN-IMAGE-FN.
037700     MOVE ACCOUNT-IMAGE TO AU-BEFORE-IMAGE.
037800     MOVE OAU-AFTER-IMAGE TO AI-OLD-IMAGE.
037900     PERFORM WIDEN-IMAGE THROUGH WIDEN-IMAGE-FN.
038000     MOVE ACCOUNT-IMAGE TO AU-AFTER-IMAGE.
038100     WRITE ACCOUNT-AUDIT-RECORD.
038200     ADD 1 TO RECORDS-DONE.
038300 CONVERT-ONE-AUDIT-FN.
038400 EXIT.
038500 CONVERT-AUARCHIV.
038600     OPEN INPUT OLD-AU-ARCHIVE.
038700     IF FS-OLD-AU-ARCHIVE = "35"
038800         DISPLAY "AUARCHIV NOT ON FILE - SKIPPED"
038900         GO TO CONVERT-AUARCHIV-FN
039000     END-IF.
039100     IF FS-OLD-AU-ARCHIVE NOT = "00"
039200         DISPLAY "UNABLE TO OPEN AUARCHIV: " FS-OLD-AU-ARCHIVE
039300         STOP RUN
039400     END-IF.
039500     OPEN OUTPUT NEW-AU-ARCHIVE.
039600     IF FS-NEW-AU-ARCHIVE NOT = "00"
039700         DISPLAY "UNABLE TO OPEN AUARCHVN: " FS-NEW-AU-ARCHIVE
039800         STOP RUN
039900     END-IF.
040000     MOVE 0 TO EOF-FLAG.
040100     MOVE 0 TO RECORDS-DONE.
040200     PERFORM CONVERT-ONE-ARCHIVED-AUDIT
040300         THROUGH CONVERT-ONE-ARCHIVED-AUDIT-FN
040400         UNTIL EOF-FLAG = 1.
040500     CLOSE OLD-AU-ARCHIVE.
040600     CLOSE NEW-AU-ARCHIVE.
040700     DISPLAY "AUARCHIV RECORDS CONVERTED: " RECORDS-DONE.
040800 CONVERT-AUARCHIV-FN.
040900 EXIT.
041000 CONVERT-ONE-ARCHIVED-AUDIT.
041100     READ OLD-AU-ARCHIVE INTO OLD-AU-ARCHIVE-RECORD
041200         AT END
041300             MOVE 1 TO EOF-FLAG
041400     END-READ.
041500     IF EOF-FLAG = 1
041600         GO TO CONVERT-ONE-ARCHIVED-AUDIT-FN
041700     END-IF.
041800     MOVE OAA-AUDIT-HEADER TO NAA-AUDIT-HEADER.
041900     MOVE OAA-BEFORE-IMAGE TO AI-OLD-IMAGE.
042000     PERFORM WIDEN-IMAGE THROUGH WIDEN-IMAGE-FN.
042100     MOVE ACCOUNT-IMAGE TO NAA-BEFORE-IMAGE.
042200     MOVE OAA-AFTER-IMAGE TO AI-OLD-IMAGE.
042300     PERFORM WIDEN-IMAGE THROUGH WIDEN-IMAGE-FN.
042400     MOVE ACCOUNT-IMAGE TO NAA-AFTER-IMAGE.
042500     WRITE NEW-AU-ARCHIVE-BUFFER FROM NEW-AU-ARCHIVE-RECORD.
042600     ADD 1 TO RECORDS-DONE.
042700 CONVERT-ONE-ARCHIVED-AUDIT-FN.
042800 EXIT.
042900 CONVERT-ATMJRNL.
043000     OPEN INPUT OLD-ATM-JRNL.
043100     IF FS-OLD-ATM-JRNL = "35"
043200         DISPLAY "ATMJRNL NOT ON FILE - SKIPPED"
043300         GO TO CONVERT-ATMJRNL-FN
043400     END-IF.
043500     IF FS-OLD-ATM-JRNL NOT = "00"
043600         DISPLAY "UNABLE TO OPEN ATMJRNL: " FS-OLD-ATM-JRNL
043700         STOP RUN
043800     END-IF.
043900     OPEN OUTPUT NEW-ATM-JRNL.
044000     IF FS-NEW-ATM-JRNL NOT = "00"
044100         DISPLAY "UNABLE TO OPEN ATMJRNLN: " FS-NEW-ATM-JRNL
044200         STOP RUN
044300     END-IF.
044400     MOVE 0 TO EOF-FLAG.
044500     MOVE 0 TO RECORDS-DONE.
044600     PERFORM CONVERT-ONE-ATTEMPT THROUGH CONVERT-ONE-ATTEMPT-FN
044700         UNTIL EOF-FLAG = 1.
044800     CLOSE OLD-ATM-JRNL.
044900     CLOSE NEW-ATM-JRNL.
045000     DISPLAY "ATMJRNL RECORDS CONVERTED: " RECORDS-DONE.
045100 CONVERT-ATMJRNL-FN.
045200 EXIT.
045300 CONVERT-ONE-ATTEMPT.
045400     READ OLD-ATM-JRNL
045500         AT END
045600             MOVE 1 TO EOF-FLAG
045700     END-READ.
045800     IF EOF-FLAG = 1
045900         GO TO CONVERT-ONE-ATTEMPT-FN
046000     END-IF.
046100     MOVE OAJ-JOURNAL-DATE TO AJ-JOURNAL-DATE.
046200     MOVE OAJ-JOURNAL-TIME TO AJ-JOURNAL-TIME.
046300     MOVE OAJ-ACCOUNT-NUMBER TO AJ-ACCOUNT-NUMBER.
046400     MOVE OAJ-AMOUNT TO AJ-AMOUNT.
046500     MOVE OAJ-APPROVED-FLAG TO AJ-APPROVED-FLAG.
046600     MOVE OAJ-RESULTING-BALANCE TO AJ-RESULTING-BALANCE.
046700     MOVE OAJ-TXN-TYPE TO AJ-TXN-TYPE.
046800     MOVE "L" TO AJ-CHANNEL.
046900     WRITE ATM-JOURNAL-RECORD.
047000     ADD 1 TO RECORDS-DONE.
047100 CONVERT-ONE-ATTEMPT-FN.
047200 EXIT.
047300 CONVERT-AJARCHIV.
047400     OPEN INPUT OLD-AJ-ARCHIVE.
047500     IF FS-OLD-AJ-ARCHIVE = "35"
047600         DISPLAY "AJARCHIV NOT ON FILE - SKIPPED"
047700         GO TO CONVERT-AJARCHIV-FN
047800     END-IF.
047900     IF FS-OLD-AJ-ARCHIVE NOT = "00"
048000         DISPLAY "UNABLE TO OPEN AJARCHIV: " FS-OLD-AJ-ARCHIVE
048100         STOP RUN
048200     END-IF.
048300     OPEN OUTPUT NEW-AJ-ARCHIVE.
048400     IF FS-NEW-AJ-ARCHIVE NOT = "00"
048500         DISPLAY "UNABLE TO OPEN AJARCHVN: " FS-NEW-AJ-ARCHIVE
048600         STOP RUN
048700     END-IF.
048800     MOVE 0 TO EOF-FLAG.
048900     MOVE 0 TO RECORDS-DONE.
049000     PERFORM CONVERT-ONE-ARCHIVED-ATTEMPT
049100         THROUGH CONVERT-ONE-ARCHIVED-ATTEMPT-FN
049200         UNTIL EOF-FLAG = 1.
049300     CLOSE OLD-AJ-ARCHIVE.
049400     CLOSE NEW-AJ-ARCHIVE.
049500     DISPLAY "AJARCHIV RECORDS CONVERTED: " RECORDS-DONE.
049600 CONVERT-AJARCHIV-FN.
049700 EXIT.
049800 CONVERT-ONE-ARCHIVED-ATTEMPT.
049900     READ OLD-AJ-ARCHIVE INTO NAJ-OLD-RECORD
050000         AT END
050100             MOVE 1 TO EOF-FLAG
050200     END-READ.
050300     IF EOF-FLAG = 1
050400         GO TO CONVERT-ONE-ARCHIVED-ATTEMPT-FN
050500     END-IF.
050600     MOVE "L" TO NAJ-CHANNEL.
050700     WRITE NEW-AJ-ARCHIVE-BUFFER FROM NEW-AJ-ARCHIVE-RECORD.
050800     ADD 1 TO RECORDS-DONE.
050900 CONVERT-ONE-ARCHIVED-ATTEMPT-FN.
051000 EXIT.
051100 CONVERT-SHOPITEM.
051200     OPEN INPUT OLD-BASKET-ITEMS.
051300     IF FS-OLD-BASKET-ITEMS = "35"
051400         DISPLAY "SHOPITEM NOT ON FILE - SKIPPED"
051500         GO TO CONVERT-SHOPITEM-FN
051600     END-IF.
051700     IF FS-OLD-BASKET-ITEMS NOT = "00"
051800         DISPLAY "UNABLE TO OPEN SHOPITEM: " FS-OLD-BASKET-ITEMS
051900         STOP RUN
052000     END-IF.
052100     OPEN OUTPUT NEW-BASKET-ITEMS.
052200     IF FS-NEW-BASKET-ITEMS NOT = "00"
052300         DISPLAY "UNABLE TO OPEN SHOPITMN: " FS-NEW-BASKET-ITEMS
052400         STOP RUN
052500     END-IF.
052600     MOVE 0 TO EOF-FLAG.
052700     MOVE 0 TO RECORDS-DONE.
052800     PERFORM CONVERT-ONE-ITEM THROUGH CONVERT-ONE-ITEM-FN
052900         UNTIL EOF-FLAG = 1.
053000     CLOSE OLD-BASKET-ITEMS.
053100     CLOSE NEW-BASKET-ITEMS.
053200     DISPLAY "SHOPITEM RECORDS CONVERTED: " RECORDS-DONE.
053300 CONVERT-SHOPITEM-FN.
053400 EXIT.
053500 CONVERT-ONE-ITEM.
053600     READ OLD-BASKET-ITEMS
053700         AT END
053800             MOVE 1 TO EOF-FLAG
053900     END-READ.
054000     IF EOF-FLAG = 1
054100         GO TO CONVERT-ONE-ITEM-FN
054200     END-IF.
054300     MOVE OSI-SALE-DATE TO SI-SALE-DATE.
054400     MOVE OSI-SALE-TIME TO SI-SALE-TIME.
054500     MOVE OSI-CUSTOMER-ID TO SI-CUSTOMER-ID.
054600     MOVE OSI-PRODUCT-CODE TO SI-PRODUCT-CODE.
054700     MOVE OSI-QUANTITY TO SI-QUANTITY.
054800     MOVE OSI-AMOUNT-CHARGED TO SI-AMOUNT-CHARGED.
054900     MOVE OSI-PAYMENT-METHOD TO SI-PAYMENT-METHOD.
055000     MOVE OSI-CHARGED-FLAG TO SI-CHARGED-FLAG.
055100     MOVE 0 TO SI-COST-OF-SALES.
055200     MOVE SPACE TO SI-VAT-CODE.
055300     MOVE 0 TO SI-VAT-RATE.
055400     MOVE 0 TO SI-VAT-AMOUNT.
055500     WRITE SHOP-ITEM-RECORD.
055600     ADD 1 TO RECORDS-DONE.
055700 CONVERT-ONE-ITEM-FN.
055800 EXIT.
055900 CONVERT-RFNDJRNL.
056000     OPEN INPUT OLD-REFUND-JRNL.
056100     IF FS-OLD-REFUND-JRNL = "35"
056200         DISPLAY "RFNDJRNL NOT ON FILE - SKIPPED"
056300         GO TO CONVERT-RFNDJRNL-FN
056400     END-IF.
056500     IF FS-OLD-REFUND-JRNL NOT = "00"
056600         DISPLAY "UNABLE TO OPEN RFNDJRNL: " FS-OLD-REFUND-JRNL
056700         STOP RUN
056800     END-IF.
056900     OPEN OUTPUT NEW-REFUND-JRNL.
057000     IF FS-NEW-REFUND-JRNL NOT = "00"
057100         DISPLAY "UNABLE TO OPEN RFNDJRLN: " FS-NEW-REFUND-JRNL
057200         STOP RUN
057300     END-IF.
057400     MOVE 0 TO EOF-FLAG.
057500     MOVE 0 TO RECORDS-DONE.
057600     PERFORM CONVERT-ONE-REFUND THROUGH CONVERT-ONE-REFUND-FN
057700         UNTIL EOF-FLAG = 1.
057800     CLOSE OLD-REFUND-JRNL.
057900     CLOSE NEW-REFUND-JRNL.
058000     DISPLAY "RFNDJRNL RECORDS CONVERTED: " RECORDS-DONE.
058100 CONVERT-RFNDJRNL-FN.
058200 EXIT.
058300 CONVERT-ONE-REFUND.
058400     READ OLD-REFUND-JRNL
058500         AT END
058600             MOVE 1 TO EOF-FLAG
058700     END-READ.
058800     IF EOF-FLAG = 1
058900         GO TO CONVERT-ONE-REFUND-FN
059000     END-IF.
059100     MOVE ORF-REFUND-DATE TO RF-REFUND-DATE.
059200     MOVE ORF-REFUND-TIME TO RF-REFUND-TIME.
059300     MOVE ORF-CUSTOMER-ID TO RF-CUSTOMER-ID.
059400     MOVE ORF-PRODUCT-CODE TO RF-PRODUCT-CODE.
059500     MOVE ORF-QUANTITY TO RF-QUANTITY.
059600     MOVE ORF-AMOUNT TO RF-AMOUNT.
059700     MOVE ORF-BACKOUT-SHORT TO RF-BACKOUT-SHORT.
059800     MOVE ORF-PAYMENT-METHOD TO RF-PAYMENT-METHOD.
059900     MOVE ORF-POSTED-FLAG TO RF-POSTED-FLAG.
060000     MOVE 0 TO RF-COST-OF-SALES.
060100     MOVE SPACE TO RF-VAT-CODE.
060200     MOVE 0 TO RF-VAT-RATE.
060300     MOVE 0 TO RF-VAT-AMOUNT.
060400     WRITE REFUND-JOURNAL-RECORD.
060500     ADD 1 TO RECORDS-DONE.
060600 CONVERT-ONE-REFUND-FN.
060700 EXIT.
060800 CONVERT-STKADJT.
060900     OPEN INPUT OLD-STOCK-AUDIT.
061000     IF FS-OLD-STOCK-AUDIT = "35"
061100         DISPLAY "STKADJT NOT ON FILE - SKIPPED"
061200         GO TO CONVERT-STKADJT-FN
061300     END-IF.
061400     IF FS-OLD-STOCK-AUDIT NOT = "00"
061500         DISPLAY "UNABLE TO OPEN STKADJT: " FS-OLD-STOCK-AUDIT
061600         STOP RUN
061700     END-IF.
061800     OPEN OUTPUT NEW-STOCK-AUDIT.
061900     IF FS-NEW-STOCK-AUDIT NOT = "00"
062000         DISPLAY "UNABLE TO OPEN STKADJTN: " FS-NEW-STOCK-AUDIT
062100         STOP RUN
062200     END-IF.
062300     MOVE 0 TO EOF-FLAG.
062400     MOVE 0 TO RECORDS-DONE.
062500     PERFORM CONVERT-ONE-ADJUSTMENT
062600         THROUGH CONVERT-ONE-ADJUSTMENT-FN
062700         UNTIL EOF-FLAG = 1.
062800     CLOSE OLD-STOCK-AUDIT.
062900     CLOSE NEW-STOCK-AUDIT.
063000     DISPLAY "STKADJT RECORDS CONVERTED: " RECORDS-DONE.
063100 CONVERT-STKADJT-FN.
063200 EXIT.
063300 CONVERT-ONE-ADJUSTMENT.
063400     READ OLD-STOCK-AUDIT
063500         AT END
063600             MOVE 1 TO EOF-FLAG
063700     END-READ.
063800     IF EOF-FLAG = 1
063900         GO TO CONVERT-ONE-ADJUSTMENT-FN
064000     END-IF.
064100     MOVE OSA-ADJUST-DATE TO SA-ADJUST-DATE.
064200     MOVE OSA-ADJUST-TIME TO SA-ADJUST-TIME.
064300     MOVE OSA-COUNT-DATE TO SA-COUNT-DATE.
064400     MOVE OSA-COUNTER-INITIALS TO SA-COUNTER-INITIALS.
064500     MOVE OSA-PRODUCT-CODE TO SA-PRODUCT-CODE.
064600     MOVE OSA-QTY-BEFORE TO SA-QTY-BEFORE.
064700     MOVE OSA-QTY-AFTER TO SA-QTY-AFTER.
064800     MOVE OSA-VARIANCE TO SA-VARIANCE.
064900     MOVE OSA-VARIANCE-VALUE TO SA-VARIANCE-VALUE.
065000     MOVE 0 TO SA-UNIT-COST.
065100     WRITE STOCK-ADJUST-AUDIT-RECORD.
065200     ADD 1 TO RECORDS-DONE.
065300 CONVERT-ONE-ADJUSTMENT-FN.
065400 EXIT.
065500 CONVERT-GOODSRCV.
065600     OPEN INPUT OLD-GOODS-RCVD.
065700     IF FS-OLD-GOODS-RCVD = "35"
065800         DISPLAY "GOODSRCV NOT ON FILE - SKIPPED"
065900         GO TO CONVERT-GOODSRCV-FN
066000     END-IF.
066100     IF FS-OLD-GOODS-RCVD NOT = "00"
066200         DISPLAY "UNABLE TO OPEN GOODSRCV: " FS-OLD-GOODS-RCVD
066300         STOP RUN
066400     END-IF.
066500     OPEN OUTPUT NEW-GOODS-RCVD.
066600     IF FS-NEW-GOODS-RCVD NOT = "00"
066700         DISPLAY "UNABLE TO OPEN GOODSRCN: " FS-NEW-GOODS-RCVD
066800         STOP RUN
066900     END-IF.
067000     MOVE 0 TO EOF-FLAG.
067100     MOVE 0 TO RECORDS-DONE.
067200     PERFORM CONVERT-ONE-DELIVERY THROUGH CONVERT-ONE-DELIVERY-FN
067300         UNTIL EOF-FLAG = 1.
067400     CLOSE OLD-GOODS-RCVD.
067500     CLOSE NEW-GOODS-RCVD.
067600     DISPLAY "GOODSRCV RECORDS CONVERTED: " RECORDS-DONE.
067700 CONVERT-GOODSRCV-FN.
067800 EXIT.
067900 CONVERT-ONE-DELIVERY.
068000     READ OLD-GOODS-RCVD
068100         AT END
068200             MOVE 1 TO EOF-FLAG
068300     END-READ.
068400     IF EOF-FLAG = 1
068500         GO TO CONVERT-ONE-DELIVERY-FN
068600     END-IF.
068700     MOVE OGR-RECEIPT-DATE TO GR-RECEIPT-DATE.
068800     MOVE OGR-PRODUCT-CODE TO GR-PRODUCT-CODE.
068900     MOVE OGR-QUANTITY-RECEIVED TO GR-QUANTITY-RECEIVED.
069000     MOVE 0 TO GR-UNIT-COST.
069100     WRITE GOODS-RECEIVED-RECORD.
069200     ADD 1 TO RECORDS-DONE.
069300 CONVERT-ONE-DELIVERY-FN.
069400 EXIT.
069500 WIDEN-IMAGE.
069600     IF AI-OLD-IMAGE = SPACES
069700         MOVE SPACES TO ACCOUNT-IMAGE
069800         GO TO WIDEN-IMAGE-FN
069900     END-IF.
070000     MOVE SPACE TO AI-HOLD-REASON.
070100     MOVE 0 TO AI-HOLD-DATE.
070200     MOVE 0 TO AI-OPENED-DATE.
070300 WIDEN-IMAGE-FN.
070400 EXIT.
