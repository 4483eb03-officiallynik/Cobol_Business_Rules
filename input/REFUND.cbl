002300     SELECT REFUND-JOURNAL ASSIGN TO "RFNDJRNL"
002400         ORGANIZATION IS SEQUENTIAL
002500         FILE STATUS IS FS-REFUND-JOURNAL.
002510     SELECT SI-ARCHIVE ASSIGN TO "SIARCHIV"
002520         ORGANIZATION IS SEQUENTIAL
002530         FILE STATUS IS FS-SI-ARCHIVE.
002540     SELECT RF-ARCHIVE ASSIGN TO "RFARCHIV"
002550         ORGANIZATION IS SEQUENTIAL
002560         FILE STATUS IS FS-RF-ARCHIVE.
002600 DATA DIVISION.
002700 FILE SECTION.
002800 FD  PRODUCT-MASTER.
003000 FD  SALES-SUMMARY.
003100     COPY SALESSUM.
003200 FD  BASKET-ITEMS.
003300 01  BASKET-ITEM-BUFFER      PIC X(57).
003400 FD  REFUND-JOURNAL.
003500 01  REFUND-JOURNAL-BUFFER   PIC X(64).
003510 FD  SI-ARCHIVE.
003520 01  SI-ARCHIVE-BUFFER       PIC X(57).
003530 FD  RF-ARCHIVE.
003540 01  RF-ARCHIVE-BUFFER       PIC X(64).
003600 WORKING-STORAGE SECTION.
003700 77  FS-PRODUCT-MASTER PICTURE X(02).
003800 77  FS-SALES-SUMMARY  PICTURE X(02).
003900 77  FS-BASKET-ITEMS   PICTURE X(02).
004000 77  FS-REFUND-JOURNAL PICTURE X(02).
004010 77  FS-SI-ARCHIVE     PICTURE X(02).
004020 77  FS-RF-ARCHIVE     PICTURE X(02).
004100 77  ENTERED-CUSTOMER-ID PICTURE X(06).
004200 77  ENTERED-PRODUCT   PICTURE X(05).
004300 77  REFUND-QTY        PICTURE 9(02).
004400 77  ITEM-EOF          PICTURE 9.
004500 77  RFND-EOF          PICTURE 9.
004510 77  SCAN-ARCHIVE      PICTURE 9, VALUE 0.
004600 77  SALE-QTY          PICTURE 9(05).
004700 77  SALE-AMOUNT       PICTURE 9(09)V99.
004800 77  SALE-METHOD       PICTURE X(01).
005530 77  CASH-SALE-AMT     PICTURE 9(09)V99.
005540 77  CARD-SALE-QTY     PICTURE 9(05).
005550 77  CARD-SALE-AMT     PICTURE 9(09)V99.
005553 77  CASH-SALE-COST    PICTURE 9(09)V99.
005556 77  CARD-SALE-COST    PICTURE 9(09)V99.
005559 77  SALE-COST         PICTURE 9(09)V99.
005562 77  PRIOR-REFUND-COST PICTURE 9(09)V99.
005565 77  REFUND-COST       PICTURE 9(05)V99.
005568 77  CASH-SALE-VAT     PICTURE 9(09)V99.
005571 77  CARD-SALE-VAT     PICTURE 9(09)V99.
005574 77  CASH-VAT-CODE     PICTURE X(01).
005577 77  CARD-VAT-CODE     PICTURE X(01).
005580 77  CASH-VAT-RATE     PICTURE 9(02)V99.
005583 77  CARD-VAT-RATE     PICTURE 9(02)V99.
005586 77  SALE-VAT          PICTURE 9(09)V99.
005589 77  SALE-VAT-CODE     PICTURE X(01).
005592 77  SALE-VAT-RATE     PICTURE 9(02)V99.
005595 77  PRIOR-REFUND-VAT  PICTURE 9(09)V99.
005598 77  REFUND-VAT        PICTURE 9(05)V99.
005600     COPY POSTREQ.
005610     COPY SHOPITEM.
005620     COPY RFNDJRNL.
005700 PROCEDURE DIVISION.
005800 INIT.
005900     OPEN I-O PRODUCT-MASTER.
009000         GO TO GET-REFUND-FN
009100     END-IF.
009200     PERFORM SCAN-SALES THROUGH SCAN-SALES-FN.
009205     PERFORM SCAN-ARCHIVED-SALES THROUGH SCAN-ARCHIVED-SALES-FN.
009210     PERFORM PICK-SALE-METHOD THROUGH PICK-SALE-METHOD-FN.
009300     IF SALE-QTY = 0
009350         IF CASH-SALE-QTY = 0 AND CARD-SALE-QTY = 0
009600         GO TO GET-REFUND-FN
009700     END-IF.
009800     PERFORM SCAN-REFUNDS THROUGH SCAN-REFUNDS-FN.
009810     PERFORM SCAN-ARCHIVED-REFUNDS
009820         THROUGH SCAN-ARCHIVED-REFUNDS-FN.
009900     IF PRIOR-REFUND-QTY NOT < SALE-QTY
010000         DISPLAY "SALE ALREADY REFUNDED IN FULL"
010100         GO TO GET-REFUND-FN
011000     IF REFUND-AMOUNT + PRIOR-REFUND-AMT > SALE-AMOUNT
011100         COMPUTE REFUND-AMOUNT = SALE-AMOUNT - PRIOR-REFUND-AMT
011200     END-IF.
011210     COMPUTE REFUND-COST ROUNDED =
011220         SALE-COST * REFUND-QTY / SALE-QTY.
011230     IF REFUND-COST + PRIOR-REFUND-COST > SALE-COST
011240         COMPUTE REFUND-COST = SALE-COST - PRIOR-REFUND-COST
011250     END-IF.
011258     COMPUTE REFUND-VAT ROUNDED =
011266         SALE-VAT * REFUND-QTY / SALE-QTY.
011274     IF REFUND-VAT + PRIOR-REFUND-VAT > SALE-VAT
011282         COMPUTE REFUND-VAT = SALE-VAT - PRIOR-REFUND-VAT
011290     END-IF.
011300     IF SALE-METHOD = "C"
011400         PERFORM POST-CARD-CREDIT THROUGH POST-CARD-CREDIT-FN
011500         IF CREDIT-OK = 0
012200         THROUGH WRITE-REFUND-JOURNAL-FN.
012300     ADD 1 TO REFUNDS-DONE.
012400     DISPLAY "REFUND GRANTED: " REFUND-AMOUNT.
012410     DISPLAY "VAT REVERSED:   " REFUND-VAT " AT " SALE-VAT-RATE
012420         " CODE " SALE-VAT-CODE.
012500 GET-REFUND-FN.
012600 EXIT.
012700 SCAN-SALES.
012820     MOVE 0 TO CASH-SALE-AMT.
012830     MOVE 0 TO CARD-SALE-QTY.
012840     MOVE 0 TO CARD-SALE-AMT.
012850     MOVE 0 TO CASH-SALE-COST.
012855     MOVE 0 TO CARD-SALE-COST.
012860     MOVE 0 TO CASH-SALE-VAT.
012865     MOVE 0 TO CARD-SALE-VAT.
012870     MOVE SPACE TO CASH-VAT-CODE.
012875     MOVE SPACE TO CARD-VAT-CODE.
012880     MOVE 0 TO CASH-VAT-RATE.
012885     MOVE 0 TO CARD-VAT-RATE.
012900     MOVE 0 TO SALE-AMOUNT.
013000     MOVE SPACE TO SALE-METHOD.
013100     OPEN INPUT BASKET-ITEMS.
014200     CLOSE BASKET-ITEMS.
014300 SCAN-SALES-FN.
014400 EXIT.
014405 SCAN-ARCHIVED-SALES.
014410     OPEN INPUT SI-ARCHIVE.
014415     IF FS-SI-ARCHIVE = "35"
014420         GO TO SCAN-ARCHIVED-SALES-FN
014425     END-IF.
014430     IF FS-SI-ARCHIVE NOT = "00"
014435         DISPLAY "UNABLE TO OPEN SIARCHIV: " FS-SI-ARCHIVE
014440         STOP RUN
014445     END-IF.
014450     MOVE 1 TO SCAN-ARCHIVE.
014455     MOVE 0 TO ITEM-EOF.
014460     PERFORM SCAN-ONE-ITEM THROUGH SCAN-ONE-ITEM-FN
014465         UNTIL ITEM-EOF = 1.
014470     MOVE 0 TO SCAN-ARCHIVE.
014475     CLOSE SI-ARCHIVE.
014480 SCAN-ARCHIVED-SALES-FN.
014485 EXIT.
014500 SCAN-ONE-ITEM.
014510     IF SCAN-ARCHIVE = 1
014520         READ SI-ARCHIVE INTO SHOP-ITEM-RECORD
014530             AT END
014540                 MOVE 1 TO ITEM-EOF
014550         END-READ
014560     ELSE
014600         READ BASKET-ITEMS INTO SHOP-ITEM-RECORD
014700             AT END
014800                 MOVE 1 TO ITEM-EOF
014900         END-READ
014950     END-IF.
015000     IF ITEM-EOF = 1
015100         GO TO SCAN-ONE-ITEM-FN
015200     END-IF.
015550         IF SI-PAY-CASH
015600             ADD SI-QUANTITY TO CASH-SALE-QTY
015650             ADD SI-AMOUNT-CHARGED TO CASH-SALE-AMT
015660             ADD SI-COST-OF-SALES TO CASH-SALE-COST
015670             ADD SI-VAT-AMOUNT TO CASH-SALE-VAT
015680             MOVE SI-VAT-CODE TO CASH-VAT-CODE
015690             MOVE SI-VAT-RATE TO CASH-VAT-RATE
015700         ELSE
015750             ADD SI-QUANTITY TO CARD-SALE-QTY
015800             ADD SI-AMOUNT-CHARGED TO CARD-SALE-AMT
015810             ADD SI-COST-OF-SALES TO CARD-SALE-COST
015820             ADD SI-VAT-AMOUNT TO CARD-SALE-VAT
015830             MOVE SI-VAT-CODE TO CARD-VAT-CODE
015840             MOVE SI-VAT-RATE TO CARD-VAT-RATE
015850         END-IF
015900     END-IF.
016000 SCAN-ONE-ITEM-FN.
016158         MOVE CARD-SALE-QTY TO SALE-QTY
016160         MOVE CARD-SALE-AMT TO SALE-AMOUNT
016162     END-IF.
016163     PERFORM PICK-SALE-COST-VAT THROUGH PICK-SALE-COST-VAT-FN.
016164 PICK-SALE-METHOD-FN.
016166 EXIT.
016168 PICK-SALE-COST-VAT.
016170     IF SALE-METHOD = "H"
016172         MOVE CASH-SALE-COST TO SALE-COST
016174         MOVE CASH-SALE-VAT TO SALE-VAT
016176         MOVE CASH-VAT-CODE TO SALE-VAT-CODE
016178         MOVE CASH-VAT-RATE TO SALE-VAT-RATE
016180     ELSE
016182         MOVE CARD-SALE-COST TO SALE-COST
016184         MOVE CARD-SALE-VAT TO SALE-VAT
016186         MOVE CARD-VAT-CODE TO SALE-VAT-CODE
016188         MOVE CARD-VAT-RATE TO SALE-VAT-RATE
016190     END-IF.
016192 PICK-SALE-COST-VAT-FN.
016194 EXIT.
016200 SCAN-REFUNDS.
016300     MOVE 0 TO PRIOR-REFUND-QTY.
016400     MOVE 0 TO PRIOR-REFUND-AMT.
016410     MOVE 0 TO PRIOR-REFUND-COST.
016420     MOVE 0 TO PRIOR-REFUND-VAT.
016500     OPEN INPUT REFUND-JOURNAL.
016600     IF FS-REFUND-JOURNAL = "35"
016700         GO TO SCAN-REFUNDS-FN
017700     CLOSE REFUND-JOURNAL.
017800 SCAN-REFUNDS-FN.
017900 EXIT.
017905 SCAN-ARCHIVED-REFUNDS.
017910     OPEN INPUT RF-ARCHIVE.
017915     IF FS-RF-ARCHIVE = "35"
017920         GO TO SCAN-ARCHIVED-REFUNDS-FN
017925     END-IF.
017930     IF FS-RF-ARCHIVE NOT = "00"
017935         DISPLAY "UNABLE TO OPEN RFARCHIV: " FS-RF-ARCHIVE
017940         STOP RUN
017945     END-IF.
017950     MOVE 1 TO SCAN-ARCHIVE.
017955     MOVE 0 TO RFND-EOF.
017960     PERFORM SCAN-ONE-REFUND THROUGH SCAN-ONE-REFUND-FN
017965         UNTIL RFND-EOF = 1.
017970     MOVE 0 TO SCAN-ARCHIVE.
017975     CLOSE RF-ARCHIVE.
017980 SCAN-ARCHIVED-REFUNDS-FN.
017985 EXIT.
018000 SCAN-ONE-REFUND.
018010     IF SCAN-ARCHIVE = 1
018020         READ RF-ARCHIVE INTO REFUND-JOURNAL-RECORD
018030             AT END
018040                 MOVE 1 TO RFND-EOF
018050         END-READ
018060     ELSE
018100         READ REFUND-JOURNAL INTO REFUND-JOURNAL-RECORD
018200             AT END
018300                 MOVE 1 TO RFND-EOF
018400         END-READ
018450     END-IF.
018500     IF RFND-EOF = 1
018600         GO TO SCAN-ONE-REFUND-FN
018700     END-IF.
018950        AND RF-PAYMENT-METHOD = SALE-METHOD
019000         ADD RF-QUANTITY TO PRIOR-REFUND-QTY
019100         ADD RF-AMOUNT TO PRIOR-REFUND-AMT
019110         ADD RF-COST-OF-SALES TO PRIOR-REFUND-COST
019120         ADD RF-VAT-AMOUNT TO PRIOR-REFUND-VAT
019200     END-IF.
019300 SCAN-ONE-REFUND-FN.
019400 EXIT.
022000         MOVE 99999 TO NEW-ON-HAND
022100         DISPLAY "ON-HAND CAPPED AT 99999: " ENTERED-PRODUCT
022200     END-IF.
022210     COMPUTE PM-AVERAGE-COST ROUNDED =
022220         (PM-QUANTITY-ON-HAND * PM-AVERAGE-COST + REFUND-COST)
022230         / (PM-QUANTITY-ON-HAND + REFUND-QTY).
022300     MOVE NEW-ON-HAND TO PM-QUANTITY-ON-HAND.
022400     REWRITE PRODUCT-MASTER-RECORD
022500         INVALID KEY
026800     MOVE REFUND-QTY TO RF-QUANTITY.
026900     MOVE REFUND-AMOUNT TO RF-AMOUNT.
026950     MOVE BACKOUT-SHORT TO RF-BACKOUT-SHORT.
026960     MOVE REFUND-COST TO RF-COST-OF-SALES.
026970     MOVE SALE-VAT-CODE TO RF-VAT-CODE.
026980     MOVE SALE-VAT-RATE TO RF-VAT-RATE.
026990     MOVE REFUND-VAT TO RF-VAT-AMOUNT.
027000     MOVE SALE-METHOD TO RF-PAYMENT-METHOD.
027100     IF SALE-METHOD = "C"
027200         MOVE "Y" TO RF-POSTED-FLAG
027300     ELSE
027400         MOVE "N" TO RF-POSTED-FLAG
027500     END-IF.
027600     WRITE REFUND-JOURNAL-BUFFER FROM REFUND-JOURNAL-RECORD.
027700     CLOSE REFUND-JOURNAL.
027800 WRITE-REFUND-JOURNAL-FN.
027900 EXIT.
