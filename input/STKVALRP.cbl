000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STKVALRP.
000300 AUTHOR. SOURCE.
000400 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000600 SOURCE-COMPUTER. PC-MICROFOCUS.
000700 OBJECT-COMPUTER. PC-MICROFOCUS.
000800 INPUT-OUTPUT SECTION.
000900 FILE-CONTROL.
001000     SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
001100         ORGANIZATION IS INDEXED
001200         ACCESS MODE IS DYNAMIC
001300         RECORD KEY IS PM-PRODUCT-CODE
001400         FILE STATUS IS FS-PRODUCT-MASTER.
001500     SELECT VALUATION-REPORT ASSIGN TO "STKVAL"
001600         ORGANIZATION IS SEQUENTIAL
001700         FILE STATUS IS FS-VALUATION-REPORT.
001800 DATA DIVISION.
001900 FILE SECTION.
002000 FD  PRODUCT-MASTER.
002100     COPY PRODMAST.
002200 FD  VALUATION-REPORT.
002300 01  VALUATION-PRINT-LINE    PIC X(100).
002400 WORKING-STORAGE SECTION.
002500 77  FS-PRODUCT-MASTER PICTURE X(02).
002600 77  FS-VALUATION-REPORT PICTURE X(02).
002700 77  PM-EOF            PICTURE 9, VALUE 0.
002800 77  RUN-DATE          PICTURE 9(08).
002900 77  PRODUCTS-READ     PICTURE 9(05), VALUE 0.
003000 77  PRODUCTS-IN-STOCK PICTURE 9(05), VALUE 0.
003100 77  PRODUCTS-NO-COST  PICTURE 9(05), VALUE 0.
003200 77  COST-VALUE        PICTURE 9(09)V99.
003300 77  RETAIL-VALUE      PICTURE 9(09)V99.
003400 77  TOTAL-COST-VALUE  PICTURE 9(11)V99, VALUE 0.
003500 77  TOTAL-RETAIL-VALUE PICTURE 9(11)V99, VALUE 0.
003600 01  VALUATION-HEADING-1.
003700     05  FILLER          PICTURE X(34),
003800         VALUE "CLOSING STOCK VALUATION AT COST   ".
003900     05  FILLER          PICTURE X(06), VALUE "DATE: ".
004000     05  VH-RUN-DATE     PICTURE 9(08).
004100     05  FILLER          PICTURE X(52), VALUE SPACES.
004200 01  VALUATION-HEADING-2.
004300     05  FILLER          PICTURE X(24),
004400         VALUE "PROD  DESCRIPTION     S ".
004500     05  FILLER          PICTURE X(05), VALUE "  QOH".
004600     05  FILLER          PICTURE X(10), VALUE "  AVG COST".
004700     05  FILLER          PICTURE X(13), VALUE "   COST VALUE".
004800     05  FILLER          PICTURE X(13), VALUE " RETAIL VALUE".
004900     05  FILLER          PICTURE X(06), VALUE "  NOTE".
005000     05  FILLER          PICTURE X(29), VALUE SPACES.
005100 01  VALUATION-DETAIL-LINE.
005200     05  SD-PRODUCT-CODE PICTURE X(05).
005300     05  FILLER          PICTURE X(01), VALUE SPACES.
005400     05  SD-DESCRIPTION  PICTURE X(15).
005500     05  FILLER          PICTURE X(01), VALUE SPACES.
005600     05  SD-STATUS       PICTURE X(01).
005700     05  FILLER          PICTURE X(01), VALUE SPACES.
005800     05  SD-ON-HAND      PICTURE ZZZZ9.
005900     05  FILLER          PICTURE X(02), VALUE SPACES.
006000     05  SD-AVERAGE-COST PICTURE ZZ9.9999.
006100     05  FILLER          PICTURE X(02), VALUE SPACES.
006200     05  SD-COST-VALUE   PICTURE ZZZZZZZ9.99.
006300     05  FILLER          PICTURE X(02), VALUE SPACES.
006400     05  SD-RETAIL-VALUE PICTURE ZZZZZZZ9.99.
006500     05  FILLER          PICTURE X(02), VALUE SPACES.
006600     05  SD-NOTE         PICTURE X(20).
006700     05  FILLER          PICTURE X(13), VALUE SPACES.
006800 01  VALUATION-COUNT-LINE.
006900     05  VC-CAPTION      PICTURE X(26).
007000     05  VC-COUNT        PICTURE ZZZZ9.
007100     05  FILLER          PICTURE X(69), VALUE SPACES.
007200 01  VALUATION-TOTAL-LINE.
007300     05  VT-CAPTION      PICTURE X(26).
007400     05  VT-VALUE        PICTURE ZZZZZZZZZZ9.99.
007500     05  FILLER          PICTURE X(60), VALUE SPACES.
007600 PROCEDURE DIVISION.
007700 INIT.
007800     OPEN INPUT PRODUCT-MASTER.
007900     IF FS-PRODUCT-MASTER NOT = "00"
008000         DISPLAY "UNABLE TO OPEN PRODUCT-MASTER: "
008100             FS-PRODUCT-MASTER
008200         STOP RUN
008300     END-IF.
008400     OPEN OUTPUT VALUATION-REPORT.
008500     IF FS-VALUATION-REPORT NOT = "00"
008600         DISPLAY "UNABLE TO OPEN VALUATION-REPORT: "
008700             FS-VALUATION-REPORT
008800         STOP RUN
008900     END-IF.
009000     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
009100     MOVE RUN-DATE TO VH-RUN-DATE.
009200     WRITE VALUATION-PRINT-LINE FROM VALUATION-HEADING-1.
009300     WRITE VALUATION-PRINT-LINE FROM VALUATION-HEADING-2.
009400     MOVE LOW-VALUES TO PM-PRODUCT-CODE.
009500     START PRODUCT-MASTER KEY IS NOT LESS THAN PM-PRODUCT-CODE
009600         INVALID KEY
009700             DISPLAY "NO PRODUCTS ON FILE"
009800             MOVE 1 TO PM-EOF
009900     END-START.
010000     PERFORM VALUE-ONE-PRODUCT THROUGH VALUE-ONE-PRODUCT-FN
010100         UNTIL PM-EOF = 1.
010200     MOVE "PRODUCTS READ:            " TO VC-CAPTION.
010300     MOVE PRODUCTS-READ TO VC-COUNT.
010400     WRITE VALUATION-PRINT-LINE FROM VALUATION-COUNT-LINE.
010500     MOVE "PRODUCTS WITH STOCK:      " TO VC-CAPTION.
010600     MOVE PRODUCTS-IN-STOCK TO VC-COUNT.
010700     WRITE VALUATION-PRINT-LINE FROM VALUATION-COUNT-LINE.
010800     MOVE "STOCK HELD WITH NO COST:  " TO VC-CAPTION.
010900     MOVE PRODUCTS-NO-COST TO VC-COUNT.
011000     WRITE VALUATION-PRINT-LINE FROM VALUATION-COUNT-LINE.
011100     MOVE "CLOSING STOCK AT COST:    " TO VT-CAPTION.
011200     MOVE TOTAL-COST-VALUE TO VT-VALUE.
011300     WRITE VALUATION-PRINT-LINE FROM VALUATION-TOTAL-LINE.
011400     MOVE "CLOSING STOCK AT RETAIL:  " TO VT-CAPTION.
011500     MOVE TOTAL-RETAIL-VALUE TO VT-VALUE.
011600     WRITE VALUATION-PRINT-LINE FROM VALUATION-TOTAL-LINE.
011700     CLOSE PRODUCT-MASTER.
011800     CLOSE VALUATION-REPORT.
011900     STOP RUN.
012000 INIT-FN.
012100 EXIT.
012200 VALUE-ONE-PRODUCT.
012300     READ PRODUCT-MASTER NEXT RECORD
012400         AT END
012500             MOVE 1 TO PM-EOF
012600     END-READ.
012700     IF PM-EOF = 1
012800         GO TO VALUE-ONE-PRODUCT-FN
012900     END-IF.
013000     ADD 1 TO PRODUCTS-READ.
013100     IF PM-QUANTITY-ON-HAND = 0
013200         GO TO VALUE-ONE-PRODUCT-FN
013300     END-IF.
013400     ADD 1 TO PRODUCTS-IN-STOCK.
013500     COMPUTE COST-VALUE ROUNDED =
013600         PM-QUANTITY-ON-HAND * PM-AVERAGE-COST.
013700     COMPUTE RETAIL-VALUE =
013800         PM-QUANTITY-ON-HAND * PM-UNIT-PRICE.
013900     ADD COST-VALUE TO TOTAL-COST-VALUE.
014000     ADD RETAIL-VALUE TO TOTAL-RETAIL-VALUE.
014100     MOVE PM-PRODUCT-CODE TO SD-PRODUCT-CODE.
014200     MOVE PM-DESCRIPTION TO SD-DESCRIPTION.
014300     MOVE PM-STATUS TO SD-STATUS.
014400     MOVE PM-QUANTITY-ON-HAND TO SD-ON-HAND.
014500     MOVE PM-AVERAGE-COST TO SD-AVERAGE-COST.
014600     MOVE COST-VALUE TO SD-COST-VALUE.
014700     MOVE RETAIL-VALUE TO SD-RETAIL-VALUE.
014800     MOVE SPACES TO SD-NOTE.
014900     IF PM-AVERAGE-COST = 0
015000         MOVE "NO COST ON FILE" TO SD-NOTE
015100         ADD 1 TO PRODUCTS-NO-COST
015200     ELSE
015300         IF PM-AVERAGE-COST > PM-UNIT-PRICE
015400             MOVE "COST ABOVE PRICE" TO SD-NOTE
015500         END-IF
015600     END-IF.
015700     WRITE VALUATION-PRINT-LINE FROM VALUATION-DETAIL-LINE.
015800 VALUE-ONE-PRODUCT-FN.
015900 EXIT.
