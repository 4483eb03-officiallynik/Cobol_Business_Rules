000920     SELECT GOODS-RECEIVED ASSIGN TO "GOODSRCV"
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS FS-GOODS-RECEIVED.
000943     SELECT GOODS-IN-LOG ASSIGN TO "GOODSIN"
000946         ORGANIZATION IS SEQUENTIAL
000949         FILE STATUS IS FS-GOODS-IN-LOG.
000950     SELECT RECEIVING-REGISTER ASSIGN TO "RCVREG"
000960         ORGANIZATION IS SEQUENTIAL
000970         FILE STATUS IS FS-RECEIVING-REG.
001074     COPY BACKORDR.
001076 FD  PICK-LIST.
001078 01  PICK-PRINT-LINE         PIC X(80).
001085 FD  GOODS-IN-LOG.
001092     COPY GOODSIN.
001100 WORKING-STORAGE SECTION.
001200 77  FS-PRODUCT-MASTER PICTURE X(02).
001300 77  FS-GOODS-RECEIVED PICTURE X(02).
001440 77  ORDER-FOUND       PICTURE 9.
001442 77  FS-BACKORDER      PICTURE X(02).
001444 77  FS-PICK-LIST      PICTURE X(02).
001445 77  FS-GOODS-IN-LOG   PICTURE X(02).
001446 77  BACKORDERS-OPEN   PICTURE 9, VALUE 0.
001448 77  BO-EOF            PICTURE 9.
001450 77  AVAILABLE-QTY     PICTURE 9(06).
001900 77  OLD-ON-HAND       PICTURE 9(05).
002000 77  NEW-ON-HAND       PICTURE 9(06).
002100 77  RUN-DATE          PICTURE 9(08).
002110 77  OLD-AVERAGE-COST  PICTURE 9(03)V9(04).
002120 77  RECEIPT-VALUE     PICTURE 9(07)V99.
002130 77  TOTAL-RECEIPT-VALUE PICTURE 9(09)V99, VALUE 0.
002200 01  REGISTER-HEADING-1.
002300     05  FILLER          PICTURE X(26),
002400         VALUE "GOODS RECEIVED REGISTER   ".
004874     05  FILLER          PICTURE X(06), VALUE " QTY: ".
004875     05  PK-QTY          PICTURE ZZZZ9.
004876     05  FILLER          PICTURE X(56), VALUE SPACES.
004880 01  REGISTER-COST-LINE.
004881     05  FILLER          PICTURE X(17), VALUE "      UNIT COST: ".
004882     05  RV-UNIT-COST    PICTURE ZZ9.99.
004883     05  FILLER          PICTURE X(09), VALUE "  VALUE: ".
004884     05  RV-RECEIPT-VALUE PICTURE ZZZZZZ9.99.
004885     05  FILLER          PICTURE X(12), VALUE "  AVG COST: ".
004886     05  RV-OLD-AVERAGE  PICTURE ZZ9.9999.
004887     05  FILLER          PICTURE X(04), VALUE " TO ".
004888     05  RV-NEW-AVERAGE  PICTURE ZZ9.9999.
004889     05  FILLER          PICTURE X(06), VALUE SPACES.
004890 01  REGISTER-VALUE-LINE.
004891     05  RV-CAPTION      PICTURE X(20).
004892     05  RV-VALUE        PICTURE ZZZZZZZZ9.99.
004893     05  FILLER          PICTURE X(48), VALUE SPACES.
004900 PROCEDURE DIVISION.
005000 INIT.
005100     OPEN I-O PRODUCT-MASTER.
006900     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
006910     MOVE RUN-DATE TO PH-RUN-DATE.
006920     WRITE PICK-PRINT-LINE FROM PICK-HEADING-1.
006930     OPEN EXTEND GOODS-IN-LOG.
006935     IF FS-GOODS-IN-LOG = "35"
006940         OPEN OUTPUT GOODS-IN-LOG
006945     END-IF.
006950     IF FS-GOODS-IN-LOG NOT = "00"
006955         DISPLAY "UNABLE TO OPEN GOODS-IN-LOG: " FS-GOODS-IN-LOG
006960         STOP RUN
006965     END-IF.
007000     MOVE RUN-DATE TO RH-RUN-DATE.
007100     WRITE REGISTER-PRINT-LINE FROM REGISTER-HEADING-1.
007200     WRITE REGISTER-PRINT-LINE FROM REGISTER-HEADING-2.
008410     MOVE "BACKORDER PICKS:    " TO RT-CAPTION.
008420     MOVE PICKS-WRITTEN TO RT-COUNT.
008430     WRITE REGISTER-PRINT-LINE FROM REGISTER-TOTAL-LINE.
008440     MOVE "GOODS IN AT COST:   " TO RV-CAPTION.
008450     MOVE TOTAL-RECEIPT-VALUE TO RV-VALUE.
008460     WRITE REGISTER-PRINT-LINE FROM REGISTER-VALUE-LINE.
008500     CLOSE GOODS-RECEIVED.
008600     CLOSE PRODUCT-MASTER.
008650     IF ORDERS-OPEN = 1
008674         CLOSE BACKORDER-FILE
008676     END-IF.
008678     CLOSE PICK-LIST.
008688     CLOSE GOODS-IN-LOG.
008700     CLOSE RECEIVING-REGISTER.
008800     STOP RUN.
008900 INIT-FN.
011500         MOVE 99999 TO NEW-ON-HAND
011600         MOVE 1 TO CAP-FLAG
011700     END-IF.
011750     PERFORM UPDATE-AVERAGE-COST THROUGH UPDATE-AVERAGE-COST-FN.
011800     MOVE NEW-ON-HAND TO PM-QUANTITY-ON-HAND.
011850     MOVE GR-PRODUCT-CODE TO RD-PRODUCT-CODE.
011860     MOVE PM-DESCRIPTION TO RD-DESCRIPTION.
012210             MOVE OLD-ON-HAND TO RD-NEW-ON-HAND
012220             WRITE REGISTER-PRINT-LINE
012230                 FROM REGISTER-DETAIL-LINE
012232             MOVE OLD-AVERAGE-COST TO RV-NEW-AVERAGE
012234             WRITE REGISTER-PRINT-LINE
012236                 FROM REGISTER-COST-LINE
012240             ADD 1 TO RECEIPTS-REJECTED
012250             GO TO APPLY-RECEIPT-FN
012300     END-REWRITE.
012800     MOVE NEW-ON-HAND TO RD-NEW-ON-HAND.
012900     WRITE REGISTER-PRINT-LINE FROM REGISTER-DETAIL-LINE.
012901     WRITE REGISTER-PRINT-LINE FROM REGISTER-COST-LINE.
012902     IF GR-UNIT-COST = 0
012903         MOVE "      NO SUPPLIER COST - AVERAGE COST UNCHANGED"
012904             TO RN-CAPTION
012905         WRITE REGISTER-PRINT-LINE FROM REGISTER-NOTE-LINE
012906     END-IF.
012907     ADD RECEIPT-VALUE TO TOTAL-RECEIPT-VALUE.
012910     IF CAP-FLAG = 1
012920         MOVE "      ON-HAND CAPPED AT 99999 - EXCESS DISCARDED"
012930             TO RN-CAPTION
012940         WRITE REGISTER-PRINT-LINE FROM REGISTER-NOTE-LINE
012950     END-IF.
013000     ADD 1 TO RECEIPTS-POSTED.
013001     MOVE GR-RECEIPT-DATE TO GI-RECEIPT-DATE.
013002     MOVE RUN-DATE TO GI-POST-DATE.
013003     MOVE GR-PRODUCT-CODE TO GI-PRODUCT-CODE.
013004     MOVE GR-QUANTITY-RECEIVED TO GI-QUANTITY.
013005     MOVE GR-UNIT-COST TO GI-UNIT-COST.
013006     MOVE RECEIPT-VALUE TO GI-RECEIPT-VALUE.
013007     WRITE GOODS-IN-RECORD.
013010     PERFORM ALLOCATE-BACKORDERS
013020         THROUGH ALLOCATE-BACKORDERS-FN.
013030 APPLY-RECEIPT-FN.
013040 EXIT.
013044 UPDATE-AVERAGE-COST.
013047     MOVE PM-AVERAGE-COST TO OLD-AVERAGE-COST.
013050     COMPUTE RECEIPT-VALUE ROUNDED =
013053         GR-QUANTITY-RECEIVED * GR-UNIT-COST.
013056     IF GR-UNIT-COST NOT = 0 AND GR-QUANTITY-RECEIVED NOT = 0
013059         IF OLD-AVERAGE-COST = 0 OR OLD-ON-HAND = 0
013062             MOVE GR-UNIT-COST TO PM-AVERAGE-COST
013065         ELSE
013068             COMPUTE PM-AVERAGE-COST ROUNDED =
013071                 (OLD-ON-HAND * OLD-AVERAGE-COST + RECEIPT-VALUE)
013074                 / (OLD-ON-HAND + GR-QUANTITY-RECEIVED)
013077         END-IF
013080     END-IF.
013083     MOVE GR-UNIT-COST TO RV-UNIT-COST.
013086     MOVE RECEIPT-VALUE TO RV-RECEIPT-VALUE.
013089     MOVE OLD-AVERAGE-COST TO RV-OLD-AVERAGE.
013092     MOVE PM-AVERAGE-COST TO RV-NEW-AVERAGE.
013095 UPDATE-AVERAGE-COST-FN.
013098 EXIT.
013110 ALLOCATE-BACKORDERS.
013112     IF BACKORDERS-OPEN = 0
013114         GO TO ALLOCATE-BACKORDERS-FN
