000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MARGNRPT.
000300 AUTHOR. SOURCE.
000400 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000600 SOURCE-COMPUTER. PC-MICROFOCUS.
000700 OBJECT-COMPUTER. PC-MICROFOCUS.
000800 INPUT-OUTPUT SECTION.
000900 FILE-CONTROL.
001000     SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
001100         ORGANIZATION IS INDEXED
001200         ACCESS MODE IS RANDOM
001300         RECORD KEY IS PM-PRODUCT-CODE
001400         FILE STATUS IS FS-PRODUCT-MASTER.
001500     SELECT BASKET-ITEMS ASSIGN TO "SHOPITEM"
001600         ORGANIZATION IS SEQUENTIAL
001700         FILE STATUS IS FS-BASKET-ITEMS.
001800     SELECT SI-ARCHIVE ASSIGN TO "SIARCHIV"
001900         ORGANIZATION IS SEQUENTIAL
002000         FILE STATUS IS FS-SI-ARCHIVE.
002100     SELECT REFUND-JOURNAL ASSIGN TO "RFNDJRNL"
002200         ORGANIZATION IS SEQUENTIAL
002300         FILE STATUS IS FS-REFUND-JOURNAL.
002400     SELECT RF-ARCHIVE ASSIGN TO "RFARCHIV"
002500         ORGANIZATION IS SEQUENTIAL
002600         FILE STATUS IS FS-RF-ARCHIVE.
002700     SELECT MARGIN-WORK ASSIGN TO "MARGWORK"
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS MW-PRODUCT-CODE
003100         FILE STATUS IS FS-MARGIN-WORK.
003200     SELECT MARGIN-REPORT ASSIGN TO "MARGRPT"
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS FS-MARGIN-REPORT.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  PRODUCT-MASTER.
003800     COPY PRODMAST.
003900 FD  BASKET-ITEMS.
004000 01  BASKET-ITEM-BUFFER      PIC X(57).
004100 FD  SI-ARCHIVE.
004200 01  SI-ARCHIVE-BUFFER       PIC X(57).
004300 FD  REFUND-JOURNAL.
004400 01  REFUND-JOURNAL-BUFFER   PIC X(64).
004500 FD  RF-ARCHIVE.
004600 01  RF-ARCHIVE-BUFFER       PIC X(64).
004700 FD  MARGIN-WORK.
004800 01  MARGIN-WORK-RECORD.
004900     05  MW-PRODUCT-CODE         PIC X(05).
005000     05  MW-QUANTITY             PIC S9(07).
005100     05  MW-REVENUE              PIC S9(09)V99.
005200     05  MW-COST-OF-SALES        PIC S9(09)V99.
005300 FD  MARGIN-REPORT.
005400 01  REPORT-PRINT-LINE       PIC X(100).
005500 WORKING-STORAGE SECTION.
005600 77  FS-PRODUCT-MASTER PICTURE X(02).
005700 77  FS-BASKET-ITEMS   PICTURE X(02).
005800 77  FS-SI-ARCHIVE     PICTURE X(02).
005900 77  FS-REFUND-JOURNAL PICTURE X(02).
006000 77  FS-RF-ARCHIVE     PICTURE X(02).
006100 77  FS-MARGIN-WORK    PICTURE X(02).
006200 77  FS-MARGIN-REPORT  PICTURE X(02).
006300 77  FROM-DATE         PICTURE 9(08).
006400 77  TO-DATE           PICTURE 9(08).
006500 77  EOF-FLAG          PICTURE 9.
006600 77  MW-EOF            PICTURE 9, VALUE 0.
006700 77  LINES-IN-PERIOD   PICTURE 9(05), VALUE 0.
006800 77  REFUNDS-IN-PERIOD PICTURE 9(05), VALUE 0.
006900 77  SALES-ARCHIVED    PICTURE 9(05), VALUE 0.
007000 77  REFUNDS-ARCHIVED  PICTURE 9(05), VALUE 0.
007100 77  LINES-AT-NIL-COST PICTURE 9(05), VALUE 0.
007200 77  PRODUCTS-LISTED   PICTURE 9(05), VALUE 0.
007300 77  LINE-QUANTITY     PICTURE S9(05).
007400 77  LINE-REVENUE      PICTURE S9(07)V99.
007500 77  LINE-COST         PICTURE S9(07)V99.
007600 77  GROSS-MARGIN      PICTURE S9(09)V99.
007700 77  MARGIN-PERCENT    PICTURE S9(04)V9.
007800 77  TOTAL-QUANTITY    PICTURE S9(09), VALUE 0.
007900 77  TOTAL-REVENUE     PICTURE S9(11)V99, VALUE 0.
008000 77  TOTAL-COST        PICTURE S9(11)V99, VALUE 0.
008100 77  TOTAL-MARGIN      PICTURE S9(11)V99, VALUE 0.
008200     COPY SHOPITEM.
008300     COPY RFNDJRNL.
008400 01  MARGIN-HEADING-1.
008500     05  FILLER          PICTURE X(21),
008600         VALUE "GROSS MARGIN REPORT  ".
008700     05  FILLER          PICTURE X(08), VALUE "PERIOD: ".
008800     05  MH-FROM-DATE    PICTURE 9(08).
008900     05  FILLER          PICTURE X(04), VALUE " TO ".
009000     05  MH-TO-DATE      PICTURE 9(08).
009100     05  FILLER          PICTURE X(51), VALUE SPACES.
009200 01  MARGIN-HEADING-2.
009300     05  FILLER          PICTURE X(22),
009400         VALUE "PROD  DESCRIPTION     ".
009500     05  FILLER          PICTURE X(07), VALUE "    QTY".
009600     05  FILLER          PICTURE X(14), VALUE "   NET REVENUE".
009700     05  FILLER          PICTURE X(14), VALUE "  COST OF SALE".
009800     05  FILLER          PICTURE X(14), VALUE "  GROSS MARGIN".
009900     05  FILLER          PICTURE X(09), VALUE " MARGIN %".
010000     05  FILLER          PICTURE X(20), VALUE SPACES.
010100 01  MARGIN-DETAIL-LINE.
010200     05  MD-PRODUCT-CODE PICTURE X(05).
010300     05  FILLER          PICTURE X(01), VALUE SPACES.
010400     05  MD-DESCRIPTION  PICTURE X(15).
010500     05  FILLER          PICTURE X(01), VALUE SPACES.
010600     05  MD-QUANTITY     PICTURE -ZZZZZ9.
010700     05  FILLER          PICTURE X(02), VALUE SPACES.
010800     05  MD-REVENUE      PICTURE -ZZZZZZZ9.99.
010900     05  FILLER          PICTURE X(02), VALUE SPACES.
011000     05  MD-COST         PICTURE -ZZZZZZZ9.99.
011100     05  FILLER          PICTURE X(02), VALUE SPACES.
011200     05  MD-MARGIN       PICTURE -ZZZZZZZ9.99.
011300     05  FILLER          PICTURE X(02), VALUE SPACES.
011400     05  MD-MARGIN-PCT   PICTURE -ZZZ9.9.
011500     05  FILLER          PICTURE X(20), VALUE SPACES.
011600 01  MARGIN-TOTAL-LINE.
011700     05  MT-CAPTION      PICTURE X(20).
011800     05  MT-QUANTITY     PICTURE -ZZZZZZZ9.
011900     05  FILLER          PICTURE X(02), VALUE SPACES.
012000     05  MT-REVENUE      PICTURE -ZZZZZZZ9.99.
012100     05  FILLER          PICTURE X(02), VALUE SPACES.
012200     05  MT-COST         PICTURE -ZZZZZZZ9.99.
012300     05  FILLER          PICTURE X(02), VALUE SPACES.
012400     05  MT-MARGIN       PICTURE -ZZZZZZZ9.99.
012500     05  FILLER          PICTURE X(02), VALUE SPACES.
012600     05  MT-MARGIN-PCT   PICTURE -ZZZ9.9.
012700     05  FILLER          PICTURE X(20), VALUE SPACES.
012800 01  MARGIN-COUNT-LINE.
012900     05  MC-CAPTION      PICTURE X(24).
013000     05  MC-COUNT        PICTURE ZZZZ9.
013100     05  FILLER          PICTURE X(71), VALUE SPACES.
013200 01  MARGIN-NOTE-LINE.
013300     05  MN-CAPTION      PICTURE X(100).
013400 PROCEDURE DIVISION.
013500 INIT.
013600     DISPLAY "ENTER PERIOD START DATE YYYYMMDD".
013700     ACCEPT FROM-DATE.
013800     DISPLAY "ENTER PERIOD END DATE YYYYMMDD".
013900     ACCEPT TO-DATE.
014000     IF TO-DATE < FROM-DATE
014100         DISPLAY "END DATE IS BEFORE START DATE"
014200         STOP RUN
014300     END-IF.
014400     OPEN INPUT PRODUCT-MASTER.
014500     IF FS-PRODUCT-MASTER NOT = "00"
014600         DISPLAY "UNABLE TO OPEN PRODUCT-MASTER: "
014700             FS-PRODUCT-MASTER
014800         STOP RUN
014900     END-IF.
015000     OPEN OUTPUT MARGIN-WORK.
015100     CLOSE MARGIN-WORK.
015200     OPEN I-O MARGIN-WORK.
015300     IF FS-MARGIN-WORK NOT = "00"
015400         DISPLAY "UNABLE TO OPEN MARGIN-WORK: " FS-MARGIN-WORK
015500         STOP RUN
015600     END-IF.
015700     OPEN OUTPUT MARGIN-REPORT.
015800     IF FS-MARGIN-REPORT NOT = "00"
015900         DISPLAY "UNABLE TO OPEN MARGIN-REPORT: " FS-MARGIN-REPORT
016000         STOP RUN
016100     END-IF.
016200     PERFORM ADD-ARCHIVED-SALES THROUGH ADD-ARCHIVED-SALES-FN.
016300     PERFORM ADD-LIVE-SALES THROUGH ADD-LIVE-SALES-FN.
016400     PERFORM ADD-ARCHIVED-REFUNDS THROUGH ADD-ARCHIVED-REFUNDS-FN.
016500     PERFORM ADD-LIVE-REFUNDS THROUGH ADD-LIVE-REFUNDS-FN.
016600     MOVE FROM-DATE TO MH-FROM-DATE.
016700     MOVE TO-DATE TO MH-TO-DATE.
016800     WRITE REPORT-PRINT-LINE FROM MARGIN-HEADING-1.
016900     WRITE REPORT-PRINT-LINE FROM MARGIN-HEADING-2.
017000     MOVE LOW-VALUES TO MW-PRODUCT-CODE.
017100     START MARGIN-WORK KEY IS NOT LESS THAN MW-PRODUCT-CODE
017200         INVALID KEY
017300             MOVE 1 TO MW-EOF
017400     END-START.
017500     PERFORM PRINT-ONE-PRODUCT THROUGH PRINT-ONE-PRODUCT-FN
017600         UNTIL MW-EOF = 1.
017700     IF PRODUCTS-LISTED = 0
017800         MOVE "NO SALES OR REFUNDS IN PERIOD" TO MN-CAPTION
017900         WRITE REPORT-PRINT-LINE FROM MARGIN-NOTE-LINE
018000     ELSE
018100         PERFORM PRINT-TOTALS THROUGH PRINT-TOTALS-FN
018200     END-IF.
018300     MOVE "BASKET LINES IN PERIOD: " TO MC-CAPTION.
018400     MOVE LINES-IN-PERIOD TO MC-COUNT.
018500     WRITE REPORT-PRINT-LINE FROM MARGIN-COUNT-LINE.
018600     MOVE "  OF WHICH FROM ARCHIVE:" TO MC-CAPTION.
018700     MOVE SALES-ARCHIVED TO MC-COUNT.
018800     WRITE REPORT-PRINT-LINE FROM MARGIN-COUNT-LINE.
018900     MOVE "REFUNDS IN PERIOD:      " TO MC-CAPTION.
019000     MOVE REFUNDS-IN-PERIOD TO MC-COUNT.
019100     WRITE REPORT-PRINT-LINE FROM MARGIN-COUNT-LINE.
019200     MOVE "  OF WHICH FROM ARCHIVE:" TO MC-CAPTION.
019300     MOVE REFUNDS-ARCHIVED TO MC-COUNT.
019400     WRITE REPORT-PRINT-LINE FROM MARGIN-COUNT-LINE.
019500     IF LINES-AT-NIL-COST > 0
019600         MOVE "LINES SOLD AT NIL COST: " TO MC-CAPTION
019700         MOVE LINES-AT-NIL-COST TO MC-COUNT
019800         WRITE REPORT-PRINT-LINE FROM MARGIN-COUNT-LINE
019900         MOVE "  SOLD BEFORE A COST WAS HELD - MARGIN OVERSTATED"
020000             TO MN-CAPTION
020100         WRITE REPORT-PRINT-LINE FROM MARGIN-NOTE-LINE
020200     END-IF.
020300     CLOSE PRODUCT-MASTER.
020400     CLOSE MARGIN-WORK.
020500     CLOSE MARGIN-REPORT.
020600     STOP RUN.
020700 INIT-FN.
020800 EXIT.
020900 ADD-ARCHIVED-SALES.
021000     OPEN INPUT SI-ARCHIVE.
021100     IF FS-SI-ARCHIVE = "35"
021200         GO TO ADD-ARCHIVED-SALES-FN
021300     END-IF.
021400     IF FS-SI-ARCHIVE NOT = "00"
021500         DISPLAY "UNABLE TO OPEN SIARCHIV: " FS-SI-ARCHIVE
021600         STOP RUN
021700     END-IF.
021800     MOVE 0 TO EOF-FLAG.
021900     PERFORM READ-ARCHIVED-SALE THROUGH READ-ARCHIVED-SALE-FN
022000         UNTIL EOF-FLAG = 1.
022100     CLOSE SI-ARCHIVE.
022200 ADD-ARCHIVED-SALES-FN.
022300 EXIT.
022400 READ-ARCHIVED-SALE.
022500     READ SI-ARCHIVE INTO SHOP-ITEM-RECORD
022600         AT END
022700             MOVE 1 TO EOF-FLAG
022800     END-READ.
022900     IF EOF-FLAG = 1
023000         GO TO READ-ARCHIVED-SALE-FN
023100     END-IF.
023200     IF SI-CHARGED
023300        AND SI-SALE-DATE NOT < FROM-DATE
023400        AND SI-SALE-DATE NOT > TO-DATE
023500         ADD 1 TO SALES-ARCHIVED
023600         PERFORM TAKE-ONE-SALE THROUGH TAKE-ONE-SALE-FN
023700     END-IF.
023800 READ-ARCHIVED-SALE-FN.
023900 EXIT.
024000 ADD-LIVE-SALES.
024100     OPEN INPUT BASKET-ITEMS.
024200     IF FS-BASKET-ITEMS = "35"
024300         DISPLAY "NO BASKET LINES ON FILE"
024400         GO TO ADD-LIVE-SALES-FN
024500     END-IF.
024600     IF FS-BASKET-ITEMS NOT = "00"
024700         DISPLAY "UNABLE TO OPEN BASKET-ITEMS: " FS-BASKET-ITEMS
024800         STOP RUN
024900     END-IF.
025000     MOVE 0 TO EOF-FLAG.
025100     PERFORM READ-LIVE-SALE THROUGH READ-LIVE-SALE-FN
025200         UNTIL EOF-FLAG = 1.
025300     CLOSE BASKET-ITEMS.
025400 ADD-LIVE-SALES-FN.
025500 EXIT.
025600 READ-LIVE-SALE.
025700     READ BASKET-ITEMS INTO SHOP-ITEM-RECORD
025800         AT END
025900             MOVE 1 TO EOF-FLAG
026000     END-READ.
026100     IF EOF-FLAG = 1
026200         GO TO READ-LIVE-SALE-FN
026300     END-IF.
026400     IF SI-CHARGED
026500        AND SI-SALE-DATE NOT < FROM-DATE
026600        AND SI-SALE-DATE NOT > TO-DATE
026700         PERFORM TAKE-ONE-SALE THROUGH TAKE-ONE-SALE-FN
026800     END-IF.
026900 READ-LIVE-SALE-FN.
027000 EXIT.
027100 TAKE-ONE-SALE.
027200     ADD 1 TO LINES-IN-PERIOD.
027300     IF SI-COST-OF-SALES = 0
027400         ADD 1 TO LINES-AT-NIL-COST
027500     END-IF.
027600     MOVE SI-PRODUCT-CODE TO MW-PRODUCT-CODE.
027700     MOVE SI-QUANTITY TO LINE-QUANTITY.
027800     COMPUTE LINE-REVENUE = SI-AMOUNT-CHARGED - SI-VAT-AMOUNT.
027900     MOVE SI-COST-OF-SALES TO LINE-COST.
028000     PERFORM POST-TO-WORK THROUGH POST-TO-WORK-FN.
028100 TAKE-ONE-SALE-FN.
028200 EXIT.
028300 ADD-ARCHIVED-REFUNDS.
028400     OPEN INPUT RF-ARCHIVE.
028500     IF FS-RF-ARCHIVE = "35"
028600         GO TO ADD-ARCHIVED-REFUNDS-FN
028700     END-IF.
028800     IF FS-RF-ARCHIVE NOT = "00"
028900         DISPLAY "UNABLE TO OPEN RFARCHIV: " FS-RF-ARCHIVE
029000         STOP RUN
029100     END-IF.
029200     MOVE 0 TO EOF-FLAG.
029300     PERFORM READ-ARCHIVED-REFUND THROUGH READ-ARCHIVED-REFUND-FN
029400         UNTIL EOF-FLAG = 1.
029500     CLOSE RF-ARCHIVE.
029600 ADD-ARCHIVED-REFUNDS-FN.
029700 EXIT.
029800 READ-ARCHIVED-REFUND.
029900     READ RF-ARCHIVE INTO REFUND-JOURNAL-RECORD
030000         AT END
030100             MOVE 1 TO EOF-FLAG
030200     END-READ.
030300     IF EOF-FLAG = 1
030400         GO TO READ-ARCHIVED-REFUND-FN
030500     END-IF.
030600     IF RF-REFUND-DATE NOT < FROM-DATE
030700        AND RF-REFUND-DATE NOT > TO-DATE
030800         ADD 1 TO REFUNDS-ARCHIVED
030900         PERFORM TAKE-ONE-REFUND THROUGH TAKE-ONE-REFUND-FN
031000     END-IF.
031100 READ-ARCHIVED-REFUND-FN.
031200 EXIT.
031300 ADD-LIVE-REFUNDS.
031400     OPEN INPUT REFUND-JOURNAL.
031500     IF FS-REFUND-JOURNAL = "35"
031600         GO TO ADD-LIVE-REFUNDS-FN
031700     END-IF.
031800     IF FS-REFUND-JOURNAL NOT = "00"
031900         DISPLAY "UNABLE TO OPEN REFUND-JOURNAL: "
032000             FS-REFUND-JOURNAL
032100         STOP RUN
032200     END-IF.
032300     MOVE 0 TO EOF-FLAG.
032400     PERFORM READ-LIVE-REFUND THROUGH READ-LIVE-REFUND-FN
032500         UNTIL EOF-FLAG = 1.
032600     CLOSE REFUND-JOURNAL.
032700 ADD-LIVE-REFUNDS-FN.
032800 EXIT.
032900 READ-LIVE-REFUND.
033000     READ REFUND-JOURNAL INTO REFUND-JOURNAL-RECORD
033100         AT END
033200             MOVE 1 TO EOF-FLAG
033300     END-READ.
033400     IF EOF-FLAG = 1
033500         GO TO READ-LIVE-REFUND-FN
033600     END-IF.
033700     IF RF-REFUND-DATE NOT < FROM-DATE
033800        AND RF-REFUND-DATE NOT > TO-DATE
033900         PERFORM TAKE-ONE-REFUND THROUGH TAKE-ONE-REFUND-FN
034000     END-IF.
034100 READ-LIVE-REFUND-FN.
034200 EXIT.
034300 TAKE-ONE-REFUND.
034400     ADD 1 TO REFUNDS-IN-PERIOD.
034500     MOVE RF-PRODUCT-CODE TO MW-PRODUCT-CODE.
034600     COMPUTE LINE-QUANTITY = 0 - RF-QUANTITY.
034700     COMPUTE LINE-REVENUE = 0 - (RF-AMOUNT - RF-VAT-AMOUNT).
034800     COMPUTE LINE-COST = 0 - RF-COST-OF-SALES.
034900     PERFORM POST-TO-WORK THROUGH POST-TO-WORK-FN.
035000 TAKE-ONE-REFUND-FN.
035100 EXIT.
035200 POST-TO-WORK.
035300     READ MARGIN-WORK
035400         INVALID KEY
035500             MOVE LINE-QUANTITY TO MW-QUANTITY
035600             MOVE LINE-REVENUE TO MW-REVENUE
035700             MOVE LINE-COST TO MW-COST-OF-SALES
035800             WRITE MARGIN-WORK-RECORD
035900                 INVALID KEY
036000                     DISPLAY "UNABLE TO WRITE MARGIN-WORK: "
036100                         MW-PRODUCT-CODE
036200             END-WRITE
036300             GO TO POST-TO-WORK-FN
036400     END-READ.
036500     ADD LINE-QUANTITY TO MW-QUANTITY.
036600     ADD LINE-REVENUE TO MW-REVENUE.
036700     ADD LINE-COST TO MW-COST-OF-SALES.
036800     REWRITE MARGIN-WORK-RECORD
036900         INVALID KEY
037000             DISPLAY "UNABLE TO UPDATE MARGIN-WORK: "
037100                 MW-PRODUCT-CODE
037200     END-REWRITE.
037300 POST-TO-WORK-FN.
037400 EXIT.
037500 PRINT-ONE-PRODUCT.
037600     READ MARGIN-WORK NEXT RECORD
037700         AT END
037800             MOVE 1 TO MW-EOF
037900     END-READ.
038000     IF MW-EOF = 1
038100         GO TO PRINT-ONE-PRODUCT-FN
038200     END-IF.
038300     MOVE MW-PRODUCT-CODE TO PM-PRODUCT-CODE.
038400     READ PRODUCT-MASTER
038500         INVALID KEY
038600             MOVE "NOT ON FILE" TO PM-DESCRIPTION
038700     END-READ.
038800     COMPUTE GROSS-MARGIN = MW-REVENUE - MW-COST-OF-SALES.
038900     MOVE 0 TO MARGIN-PERCENT.
039000     IF MW-REVENUE NOT = 0
039100         COMPUTE MARGIN-PERCENT ROUNDED =
039200             GROSS-MARGIN * 100 / MW-REVENUE
039300             ON SIZE ERROR
039400                 MOVE 0 TO MARGIN-PERCENT
039500         END-COMPUTE
039600     END-IF.
039700     MOVE MW-PRODUCT-CODE TO MD-PRODUCT-CODE.
039800     MOVE PM-DESCRIPTION TO MD-DESCRIPTION.
039900     MOVE MW-QUANTITY TO MD-QUANTITY.
040000     MOVE MW-REVENUE TO MD-REVENUE.
040100     MOVE MW-COST-OF-SALES TO MD-COST.
040200     MOVE GROSS-MARGIN TO MD-MARGIN.
040300     MOVE MARGIN-PERCENT TO MD-MARGIN-PCT.
040400     WRITE REPORT-PRINT-LINE FROM MARGIN-DETAIL-LINE.
040500     ADD 1 TO PRODUCTS-LISTED.
040600     ADD MW-QUANTITY TO TOTAL-QUANTITY.
040700     ADD MW-REVENUE TO TOTAL-REVENUE.
040800     ADD MW-COST-OF-SALES TO TOTAL-COST.
040900     ADD GROSS-MARGIN TO TOTAL-MARGIN.
041000 PRINT-ONE-PRODUCT-FN.
041100 EXIT.
041200 PRINT-TOTALS.
041300     MOVE 0 TO MARGIN-PERCENT.
041400     IF TOTAL-REVENUE NOT = 0
041500         COMPUTE MARGIN-PERCENT ROUNDED =
041600             TOTAL-MARGIN * 100 / TOTAL-REVENUE
041700             ON SIZE ERROR
041800                 MOVE 0 TO MARGIN-PERCENT
041900         END-COMPUTE
042000     END-IF.
042100     MOVE "TOTAL               " TO MT-CAPTION.
042200     MOVE TOTAL-QUANTITY TO MT-QUANTITY.
042300     MOVE TOTAL-REVENUE TO MT-REVENUE.
042400     MOVE TOTAL-COST TO MT-COST.
042500     MOVE TOTAL-MARGIN TO MT-MARGIN.
042600     MOVE MARGIN-PERCENT TO MT-MARGIN-PCT.
042700     WRITE REPORT-PRINT-LINE FROM MARGIN-TOTAL-LINE.
042800 PRINT-TOTALS-FN.
042900 EXIT.
