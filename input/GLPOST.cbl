000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GLPOST.
000300 AUTHOR. SOURCE.
000400 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000600 SOURCE-COMPUTER. PC-MICROFOCUS.
000700 OBJECT-COMPUTER. PC-MICROFOCUS.
000800 INPUT-OUTPUT SECTION.
000900 FILE-CONTROL.
001000     SELECT GL-MAPPING ASSIGN TO "GLMAP"
001100         ORGANIZATION IS SEQUENTIAL
001200         FILE STATUS IS FS-GL-MAPPING.
001300     SELECT SHOP-JOURNAL ASSIGN TO "SHOPJRNL"
001400         ORGANIZATION IS SEQUENTIAL
001500         FILE STATUS IS FS-SHOP-JOURNAL.
001600     SELECT BASKET-ITEMS ASSIGN TO "SHOPITEM"
001700         ORGANIZATION IS SEQUENTIAL
001800         FILE STATUS IS FS-BASKET-ITEMS.
001900     SELECT REFUND-JOURNAL ASSIGN TO "RFNDJRNL"
002000         ORGANIZATION IS SEQUENTIAL
002100         FILE STATUS IS FS-REFUND-JOURNAL.
002200     SELECT STOCK-AUDIT ASSIGN TO "STKADJT"
002300         ORGANIZATION IS SEQUENTIAL
002400         FILE STATUS IS FS-STOCK-AUDIT.
002500     SELECT GOODS-IN-LOG ASSIGN TO "GOODSIN"
002600         ORGANIZATION IS SEQUENTIAL
002700         FILE STATUS IS FS-GOODS-IN-LOG.
002800     SELECT ACCOUNT-LEDGER ASSIGN TO "ACCTLEDG"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS AL-LEDGER-KEY
003200         FILE STATUS IS FS-ACCOUNT-LEDGER.
003300     SELECT GL-WORK ASSIGN TO "GLWORK"
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS FS-GL-WORK.
003600     SELECT GL-JOURNAL ASSIGN TO "GLJRNL"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS FS-GL-JOURNAL.
003900     SELECT TRIAL-BALANCE ASSIGN TO "GLTRIAL"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS FS-TRIAL-BALANCE.
004200     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
004300         ORGANIZATION IS RELATIVE
004400         ACCESS MODE IS RANDOM
004500         RELATIVE KEY IS RUNCTL-REL-KEY
004600         FILE STATUS IS FS-RUN-CONTROL.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  GL-MAPPING.
005000     COPY GLMAP.
005100 FD  SHOP-JOURNAL.
005200     COPY SHOPJRNL.
005300 FD  BASKET-ITEMS.
005400     COPY SHOPITEM.
005500 FD  REFUND-JOURNAL.
005600     COPY RFNDJRNL.
005700 FD  STOCK-AUDIT.
005800     COPY STKADJT.
005900 FD  GOODS-IN-LOG.
006000     COPY GOODSIN.
006100 FD  ACCOUNT-LEDGER.
006200     COPY ACCTLEDG.
006300 FD  GL-WORK.
006400     COPY GLJRNL.
006500 FD  GL-JOURNAL.
006600 01  GL-RELEASE-LINE         PIC X(58).
006700 FD  TRIAL-BALANCE.
006800 01  TRIAL-PRINT-LINE        PIC X(80).
006900 FD  RUN-CONTROL.
007000     COPY RUNCTL.
007100 WORKING-STORAGE SECTION.
007200 77  FS-GL-MAPPING     PICTURE X(02).
007300 77  FS-SHOP-JOURNAL   PICTURE X(02).
007400 77  FS-BASKET-ITEMS   PICTURE X(02).
007500 77  FS-REFUND-JOURNAL PICTURE X(02).
007600 77  FS-STOCK-AUDIT    PICTURE X(02).
007700 77  FS-GOODS-IN-LOG   PICTURE X(02).
007800 77  FS-ACCOUNT-LEDGER PICTURE X(02).
007900 77  FS-GL-WORK        PICTURE X(02).
008000 77  FS-GL-JOURNAL     PICTURE X(02).
008100 77  FS-TRIAL-BALANCE  PICTURE X(02).
008200 77  FS-RUN-CONTROL    PICTURE X(02).
008300 77  RUNCTL-REL-KEY    PICTURE 9(04), VALUE 1.
008400 77  GL-DATE           PICTURE 9(08).
008500 77  GM-EOF            PICTURE 9, VALUE 0.
008600 77  SJ-EOF            PICTURE 9, VALUE 0.
008700 77  SI-EOF            PICTURE 9, VALUE 0.
008800 77  RF-EOF            PICTURE 9, VALUE 0.
008900 77  SA-EOF            PICTURE 9, VALUE 0.
009000 77  GI-EOF            PICTURE 9, VALUE 0.
009100 77  AL-EOF            PICTURE 9, VALUE 0.
009200 77  GJ-EOF            PICTURE 9, VALUE 0.
009300 77  ITEMS-OPEN        PICTURE 9, VALUE 0.
009400 77  RFND-OPEN         PICTURE 9, VALUE 0.
009500 77  ADJUST-OPEN       PICTURE 9, VALUE 0.
009600 77  GOODS-IN-OPEN     PICTURE 9, VALUE 0.
009700 77  LEDGER-OPEN       PICTURE 9, VALUE 0.
009800 77  MAPPINGS-READ     PICTURE 9(03), VALUE 0.
009900 77  MAX-MOVEMENTS     PICTURE 9(02), VALUE 18.
010000 77  MV-IDX            PICTURE 9(02).
010100 77  MV-FOUND          PICTURE 9.
010200 77  THIS-MOVEMENT     PICTURE X(03).
010300 77  THIS-AMOUNT       PICTURE 9(09)V99.
010400 77  THIS-NOMINAL      PICTURE X(06).
010500 77  THIS-SIDE         PICTURE X(01).
010600 77  MAX-NOMINALS      PICTURE 9(02), VALUE 40.
010700 77  NM-COUNT          PICTURE 9(02), VALUE 0.
010800 77  NM-IDX            PICTURE 9(02).
010900 77  NM-FOUND          PICTURE 9.
011000 77  NOMINALS-LOST     PICTURE 9(03), VALUE 0.
011100 77  LINE-NUMBER       PICTURE 9(04), VALUE 0.
011200 77  LINES-RELEASED    PICTURE 9(05), VALUE 0.
011300 77  SIDES-UNPOSTED    PICTURE 9(03), VALUE 0.
011400 77  LEDGER-CARD-ITEMS PICTURE 9(05), VALUE 0.
011500 77  STOCK-VALUE       PICTURE 9(09)V99.
011600 77  TOTAL-DEBITS      PICTURE 9(11)V99, VALUE 0.
011700 77  TOTAL-CREDITS     PICTURE 9(11)V99, VALUE 0.
011800 77  UNPOSTED-AMOUNT   PICTURE 9(11)V99, VALUE 0.
011900 77  JOURNAL-BALANCED  PICTURE 9, VALUE 0.
012000 77  JOURNAL-RELEASED  PICTURE 9, VALUE 0.
012100 01  MOVEMENT-CODE-LIST.
012200     05  FILLER        PICTURE X(54), VALUE
012300         "CSLCDSVASCOSCRFDRFVARCORSWOSGNGINATWATDADCADDINTFEEXFR".
012400 01  MOVEMENT-CODES REDEFINES MOVEMENT-CODE-LIST.
012500     05  MV-CODE       PICTURE X(03) OCCURS 18 TIMES.
012600 01  MOVEMENT-TABLE.
012700     05  MOVEMENT-ENTRY OCCURS 18 TIMES.
012800         10  MV-AMOUNT           PICTURE 9(09)V99.
012900         10  MV-COUNT            PICTURE 9(05).
013000         10  MV-MAPPED           PICTURE 9.
013100         10  MV-DEBIT-NOMINAL    PICTURE X(06).
013200         10  MV-CREDIT-NOMINAL   PICTURE X(06).
013300         10  MV-DESCRIPTION      PICTURE X(20).
013400 01  NOMINAL-TABLE.
013500     05  NOMINAL-ENTRY OCCURS 40 TIMES.
013600         10  NM-CODE             PICTURE X(06).
013700         10  NM-DEBIT            PICTURE 9(11)V99.
013800         10  NM-CREDIT           PICTURE 9(11)V99.
013900 01  TRIAL-HEADING-1.
014000     05  FILLER          PICTURE X(31),
014100         VALUE "GL POSTING AND TRIAL BALANCE   ".
014200     05  FILLER          PICTURE X(06), VALUE "DATE: ".
014300     05  TH-GL-DATE      PICTURE 9(08).
014400     05  FILLER          PICTURE X(35), VALUE SPACES.
014500 01  TRIAL-SECTION-LINE.
014600     05  TS-CAPTION      PICTURE X(80).
014700 01  MOVEMENT-HEADING.
014800     05  FILLER          PICTURE X(26),
014900         VALUE "MOV  DESCRIPTION         ".
015000     05  FILLER          PICTURE X(22),
015100         VALUE " ITEMS        AMOUNT  ".
015200     05  FILLER          PICTURE X(14), VALUE "DEBIT  CREDIT ".
015300     05  FILLER          PICTURE X(18), VALUE SPACES.
015400 01  MOVEMENT-DETAIL-LINE.
015500     05  MD-CODE         PICTURE X(03).
015600     05  FILLER          PICTURE X(02), VALUE SPACES.
015700     05  MD-DESCRIPTION  PICTURE X(20).
015800     05  FILLER          PICTURE X(01), VALUE SPACES.
015900     05  MD-COUNT        PICTURE ZZZZ9.
016000     05  FILLER          PICTURE X(02), VALUE SPACES.
016100     05  MD-AMOUNT       PICTURE ZZZZZZZZ9.99.
016200     05  FILLER          PICTURE X(02), VALUE SPACES.
016300     05  MD-DEBIT        PICTURE X(06).
016400     05  FILLER          PICTURE X(01), VALUE SPACES.
016500     05  MD-CREDIT       PICTURE X(06).
016600     05  FILLER          PICTURE X(02), VALUE SPACES.
016700     05  MD-NOTE         PICTURE X(18).
016800 01  NOMINAL-HEADING.
016900     05  FILLER          PICTURE X(24),
017000         VALUE "NOMINAL          DEBIT ".
017100     05  FILLER          PICTURE X(14), VALUE "        CREDIT".
017200     05  FILLER          PICTURE X(42), VALUE SPACES.
017300 01  NOMINAL-DETAIL-LINE.
017400     05  ND-CODE         PICTURE X(08).
017500     05  ND-DEBIT        PICTURE ZZZZZZZZZZ9.99.
017600     05  FILLER          PICTURE X(02), VALUE SPACES.
017700     05  ND-CREDIT       PICTURE ZZZZZZZZZZ9.99.
017800     05  FILLER          PICTURE X(42), VALUE SPACES.
017900 01  TRIAL-COUNT-LINE.
018000     05  TC-CAPTION      PICTURE X(30).
018100     05  TC-COUNT        PICTURE ZZZZ9.
018200     05  FILLER          PICTURE X(45), VALUE SPACES.
018300 01  TRIAL-AMOUNT-LINE.
018400     05  TA-CAPTION      PICTURE X(30).
018500     05  TA-AMOUNT       PICTURE ZZZZZZZZZZ9.99.
018600     05  FILLER          PICTURE X(36), VALUE SPACES.
018700 PROCEDURE DIVISION.
018800 INIT.
018900     PERFORM CHECK-RUN-CONTROL THROUGH CHECK-RUN-CONTROL-FN.
019000     MOVE RC-TRADING-DATE TO GL-DATE.
019100     DISPLAY "GL POSTING FOR TRADING DATE " GL-DATE.
019200     INITIALIZE MOVEMENT-TABLE.
019300     PERFORM LOAD-MAPPING THROUGH LOAD-MAPPING-FN.
019400     OPEN INPUT SHOP-JOURNAL.
019500     IF FS-SHOP-JOURNAL NOT = "00"
019600         DISPLAY "UNABLE TO OPEN SHOP-JOURNAL: " FS-SHOP-JOURNAL
019700         STOP RUN
019800     END-IF.
019900     OPEN INPUT BASKET-ITEMS.
020000     IF FS-BASKET-ITEMS = "35"
020100         MOVE 1 TO SI-EOF
020200     ELSE
020300         IF FS-BASKET-ITEMS NOT = "00"
020400             DISPLAY "UNABLE TO OPEN BASKET-ITEMS: "
020500                 FS-BASKET-ITEMS
020600             STOP RUN
020700         END-IF
020800         MOVE 1 TO ITEMS-OPEN
020900     END-IF.
021000     OPEN INPUT REFUND-JOURNAL.
021100     IF FS-REFUND-JOURNAL = "35"
021200         MOVE 1 TO RF-EOF
021300     ELSE
021400         IF FS-REFUND-JOURNAL NOT = "00"
021500             DISPLAY "UNABLE TO OPEN REFUND-JOURNAL: "
021600                 FS-REFUND-JOURNAL
021700             STOP RUN
021800         END-IF
021900         MOVE 1 TO RFND-OPEN
022000     END-IF.
022100     OPEN INPUT STOCK-AUDIT.
022200     IF FS-STOCK-AUDIT = "35"
022300         MOVE 1 TO SA-EOF
022400     ELSE
022500         IF FS-STOCK-AUDIT NOT = "00"
022600             DISPLAY "UNABLE TO OPEN STOCK-AUDIT: " FS-STOCK-AUDIT
022700             STOP RUN
022800         END-IF
022900         MOVE 1 TO ADJUST-OPEN
023000     END-IF.
023100     OPEN INPUT GOODS-IN-LOG.
023200     IF FS-GOODS-IN-LOG = "35"
023300         MOVE 1 TO GI-EOF
023400     ELSE
023500         IF FS-GOODS-IN-LOG NOT = "00"
023600             DISPLAY "UNABLE TO OPEN GOODS-IN-LOG: "
023700                 FS-GOODS-IN-LOG
023800             STOP RUN
023900         END-IF
024000         MOVE 1 TO GOODS-IN-OPEN
024100     END-IF.
024200     OPEN INPUT ACCOUNT-LEDGER.
024300     IF FS-ACCOUNT-LEDGER = "35"
024400         MOVE 1 TO AL-EOF
024500     ELSE
024600         IF FS-ACCOUNT-LEDGER NOT = "00"
024700             DISPLAY "UNABLE TO OPEN ACCOUNT-LEDGER: "
024800                 FS-ACCOUNT-LEDGER
024900             STOP RUN
025000         END-IF
025100         MOVE 1 TO LEDGER-OPEN
025200     END-IF.
025300     OPEN OUTPUT GL-WORK.
025400     IF FS-GL-WORK NOT = "00"
025500         DISPLAY "UNABLE TO OPEN GL-WORK: " FS-GL-WORK
025600         STOP RUN
025700     END-IF.
025800     OPEN OUTPUT TRIAL-BALANCE.
025900     IF FS-TRIAL-BALANCE NOT = "00"
026000         DISPLAY "UNABLE TO OPEN TRIAL-BALANCE: " FS-TRIAL-BALANCE
026100         STOP RUN
026200     END-IF.
026300     PERFORM TALLY-SHOP THROUGH TALLY-SHOP-FN.
026400     PERFORM TALLY-ITEMS THROUGH TALLY-ITEMS-FN.
026500     PERFORM TALLY-REFUNDS THROUGH TALLY-REFUNDS-FN.
026600     PERFORM TALLY-ADJUSTMENTS THROUGH TALLY-ADJUSTMENTS-FN.
026700     PERFORM TALLY-GOODS-IN THROUGH TALLY-GOODS-IN-FN.
026800     PERFORM TALLY-LEDGER THROUGH TALLY-LEDGER-FN.
026900     PERFORM BUILD-JOURNAL THROUGH BUILD-JOURNAL-FN.
027000     CLOSE GL-WORK.
027100     IF TOTAL-DEBITS = TOTAL-CREDITS AND SIDES-UNPOSTED = 0
027200             AND NOMINALS-LOST = 0
027300         MOVE 1 TO JOURNAL-BALANCED
027400     END-IF.
027500     IF JOURNAL-BALANCED = 1
027600         PERFORM RELEASE-JOURNAL THROUGH RELEASE-JOURNAL-FN
027700     ELSE
027800         DISPLAY "GL JOURNAL DOES NOT BALANCE - FILE NOT RELEASED"
027900     END-IF.
028000     PERFORM PRINT-TRIAL-BALANCE THROUGH PRINT-TRIAL-BALANCE-FN.
028100     IF JOURNAL-RELEASED = 1
028200         MOVE "C" TO RC-GL-STATUS
028300         REWRITE RUN-CONTROL-RECORD
028400             INVALID KEY
028500                 DISPLAY "UNABLE TO UPDATE RUN CONTROL"
028600         END-REWRITE
028700         DISPLAY "GL JOURNAL RELEASED: " LINES-RELEASED " LINES"
028800     END-IF.
028900     CLOSE RUN-CONTROL.
029000     IF LEDGER-OPEN = 1
029100         CLOSE ACCOUNT-LEDGER
029200     END-IF.
029300     IF GOODS-IN-OPEN = 1
029400         CLOSE GOODS-IN-LOG
029500     END-IF.
029600     IF ADJUST-OPEN = 1
029700         CLOSE STOCK-AUDIT
029800     END-IF.
029900     IF RFND-OPEN = 1
030000         CLOSE REFUND-JOURNAL
030100     END-IF.
030200     IF ITEMS-OPEN = 1
030300         CLOSE BASKET-ITEMS
030400     END-IF.
030500     CLOSE SHOP-JOURNAL.
030600     CLOSE TRIAL-BALANCE.
030700     STOP RUN.
030800 INIT-FN.
030900 EXIT.
031000 CHECK-RUN-CONTROL.
031100     OPEN I-O RUN-CONTROL.
031200     IF FS-RUN-CONTROL = "35"
031300         DISPLAY "NO RUN CONTROL ON FILE - USE RUNCTLU"
031400         STOP RUN
031500     END-IF.
031600     IF FS-RUN-CONTROL NOT = "00"
031700         DISPLAY "UNABLE TO OPEN RUN-CONTROL: " FS-RUN-CONTROL
031800         STOP RUN
031900     END-IF.
032000     READ RUN-CONTROL
032100         INVALID KEY
032200             DISPLAY "RUN CONTROL RECORD MISSING - USE RUNCTLU"
032300             STOP RUN
032400     END-READ.
032500     IF NOT RC-RECON-DONE
032600         DISPLAY "RECONCILIATION NOT COMPLETE - "
032700             "GL POSTING REFUSED"
032800         STOP RUN
032900     END-IF.
033000     IF NOT RC-GL-OPEN
033100         DISPLAY "GL POSTING ALREADY COMPLETE FOR "
033200             RC-TRADING-DATE " - RUN REFUSED"
033300         STOP RUN
033400     END-IF.
033500 CHECK-RUN-CONTROL-FN.
033600 EXIT.
033700 LOAD-MAPPING.
033800     OPEN INPUT GL-MAPPING.
033900     IF FS-GL-MAPPING = "35"
034000         DISPLAY "NO GL MAPPING ON FILE - GL POSTING REFUSED"
034100         STOP RUN
034200     END-IF.
034300     IF FS-GL-MAPPING NOT = "00"
034400         DISPLAY "UNABLE TO OPEN GL-MAPPING: " FS-GL-MAPPING
034500         STOP RUN
034600     END-IF.
034700     PERFORM LOAD-ONE-MAPPING THROUGH LOAD-ONE-MAPPING-FN
034800         UNTIL GM-EOF = 1.
034900     CLOSE GL-MAPPING.
035000     DISPLAY "GL MAPPINGS READ: " MAPPINGS-READ.
035100 LOAD-MAPPING-FN.
035200 EXIT.
035300 LOAD-ONE-MAPPING.
035400     READ GL-MAPPING
035500         AT END
035600             MOVE 1 TO GM-EOF
035700     END-READ.
035800     IF GM-EOF = 1
035900         GO TO LOAD-ONE-MAPPING-FN
036000     END-IF.
036100     ADD 1 TO MAPPINGS-READ.
036200     MOVE GM-MOVEMENT-CODE TO THIS-MOVEMENT.
036300     PERFORM FIND-MOVEMENT THROUGH FIND-MOVEMENT-FN.
036400     IF MV-FOUND = 0
036500         DISPLAY "UNKNOWN MOVEMENT ON GL MAPPING IGNORED: "
036600             GM-MOVEMENT-CODE
036700         GO TO LOAD-ONE-MAPPING-FN
036800     END-IF.
036900     IF MV-MAPPED (MV-IDX) = 1
037000         DISPLAY "MOVEMENT MAPPED TWICE - LATER RECORD USED: "
037100             GM-MOVEMENT-CODE
037200     END-IF.
037300     MOVE 1 TO MV-MAPPED (MV-IDX).
037400     MOVE GM-DEBIT-NOMINAL TO MV-DEBIT-NOMINAL (MV-IDX).
037500     MOVE GM-CREDIT-NOMINAL TO MV-CREDIT-NOMINAL (MV-IDX).
037600     MOVE GM-DESCRIPTION TO MV-DESCRIPTION (MV-IDX).
037700 LOAD-ONE-MAPPING-FN.
037800 EXIT.
037900 FIND-MOVEMENT.
038000     MOVE 0 TO MV-FOUND.
038100     PERFORM MATCH-MOVEMENT THROUGH MATCH-MOVEMENT-FN
038200         VARYING MV-IDX FROM 1 BY 1
038300         UNTIL MV-IDX > MAX-MOVEMENTS OR MV-FOUND = 1.
038400     IF MV-FOUND = 1
038500         SUBTRACT 1 FROM MV-IDX
038600     END-IF.
038700 FIND-MOVEMENT-FN.
038800 EXIT.
038900 MATCH-MOVEMENT.
039000     IF MV-CODE (MV-IDX) = THIS-MOVEMENT
039100         MOVE 1 TO MV-FOUND
039200     END-IF.
039300 MATCH-MOVEMENT-FN.
039400 EXIT.
039500 ADD-MOVEMENT.
039600     PERFORM FIND-MOVEMENT THROUGH FIND-MOVEMENT-FN.
039700     ADD THIS-AMOUNT TO MV-AMOUNT (MV-IDX).
039800     ADD 1 TO MV-COUNT (MV-IDX).
039900 ADD-MOVEMENT-FN.
040000 EXIT.
040100 TALLY-SHOP.
040200     PERFORM READ-SHOP-JOURNAL THROUGH READ-SHOP-JOURNAL-FN.
040300     PERFORM TALLY-ONE-BASKET THROUGH TALLY-ONE-BASKET-FN
040400         UNTIL SJ-EOF = 1.
040500 TALLY-SHOP-FN.
040600 EXIT.
040700 READ-SHOP-JOURNAL.
040800     READ SHOP-JOURNAL
040900         AT END
041000             MOVE 1 TO SJ-EOF
041100     END-READ.
041200 READ-SHOP-JOURNAL-FN.
041300 EXIT.
041400 TALLY-ONE-BASKET.
041500     IF SJ-SALE-DATE = GL-DATE
041600         MOVE SJ-BASKET-TOTAL TO THIS-AMOUNT
041700         IF SJ-PAY-CASH
041800             MOVE "CSL" TO THIS-MOVEMENT
041900             PERFORM ADD-MOVEMENT THROUGH ADD-MOVEMENT-FN
042000         ELSE
042100             IF SJ-CHARGED
042200                 MOVE "CDS" TO THIS-MOVEMENT
042300                 PERFORM ADD-MOVEMENT THROUGH ADD-MOVEMENT-FN
042400             END-IF
042500         END-IF
042600     END-IF.
042700     PERFORM READ-SHOP-JOURNAL THROUGH READ-SHOP-JOURNAL-FN.
042800 TALLY-ONE-BASKET-FN.
042900 EXIT.
043000 TALLY-ITEMS.
043100     IF ITEMS-OPEN = 0
043200         GO TO TALLY-ITEMS-FN
043300     END-IF.
043400     PERFORM READ-BASKET-ITEM THROUGH READ-BASKET-ITEM-FN.
043500     PERFORM TALLY-ONE-ITEM THROUGH TALLY-ONE-ITEM-FN
043600         UNTIL SI-EOF = 1.
043700 TALLY-ITEMS-FN.
043800 EXIT.
043900 READ-BASKET-ITEM.
044000     READ BASKET-ITEMS
044100         AT END
044200             MOVE 1 TO SI-EOF
044300     END-READ.
044400 READ-BASKET-ITEM-FN.
044500 EXIT.
044600 TALLY-ONE-ITEM.
044700     IF SI-SALE-DATE = GL-DATE AND (SI-PAY-CASH OR SI-CHARGED)
044800         IF SI-VAT-AMOUNT > 0
044900             MOVE "VAS" TO THIS-MOVEMENT
045000             MOVE SI-VAT-AMOUNT TO THIS-AMOUNT
045100             PERFORM ADD-MOVEMENT THROUGH ADD-MOVEMENT-FN
045200         END-IF
045300         IF SI-COST-OF-SALES > 0
045400             MOVE "COS" TO THIS-MOVEMENT
045500             MOVE SI-COST-OF-SALES TO THIS-AMOUNT
045600             PERFORM ADD-MOVEMENT THROUGH ADD-MOVEMENT-FN
045700         END-IF
045800     END-IF.
045900     PERFORM READ-BASKET-ITEM THROUGH READ-BASKET-ITEM-FN.
046000 TALLY-ONE-ITEM-FN.
046100 EXIT.
046200 TALLY-REFUNDS.
046300     IF RFND-OPEN = 0
046400         GO TO TALLY-REFUNDS-FN
046500     END-IF.
046600     PERFORM READ-REFUND-JOURNAL
046700         THROUGH READ-REFUND-JOURNAL-FN.
046800     PERFORM TALLY-ONE-REFUND THROUGH TALLY-ONE-REFUND-FN
046900         UNTIL RF-EOF = 1.
047000 TALLY-REFUNDS-FN.
047100 EXIT.
047200 READ-REFUND-JOURNAL.
047300     READ REFUND-JOURNAL
047400         AT END
047500             MOVE 1 TO RF-EOF
047600     END-READ.
047700 READ-REFUND-JOURNAL-FN.
047800 EXIT.
047900 TALLY-ONE-REFUND.
048000     IF RF-REFUND-DATE = GL-DATE
048100         MOVE RF-AMOUNT TO THIS-AMOUNT
048200         IF RF-PAY-CARD
048300             MOVE "DRF" TO THIS-MOVEMENT
048400         ELSE
048500             MOVE "CRF" TO THIS-MOVEMENT
048600         END-IF
048700         PERFORM ADD-MOVEMENT THROUGH ADD-MOVEMENT-FN
048800         IF RF-VAT-AMOUNT > 0
048900             MOVE "VAR" TO THIS-MOVEMENT
049000             MOVE RF-VAT-AMOUNT TO THIS-AMOUNT
049100             PERFORM ADD-MOVEMENT THROUGH ADD-MOVEMENT-FN
049200         END-IF
049300         IF RF-COST-OF-SALES > 0
049400             MOVE "COR" TO THIS-MOVEMENT
049500             MOVE RF-COST-OF-SALES TO THIS-AMOUNT
049600             PERFORM ADD-MOVEMENT THROUGH ADD-MOVEMENT-FN
049700         END-IF
049800     END-IF.
049900     PERFORM READ-REFUND-JOURNAL
050000         THROUGH READ-REFUND-JOURNAL-FN.
050100 TALLY-ONE-REFUND-FN.
050200 EXIT.
050300 TALLY-ADJUSTMENTS.
050400     IF ADJUST-OPEN = 0
050500         GO TO TALLY-ADJUSTMENTS-FN
050600     END-IF.
050700     PERFORM READ-STOCK-AUDIT THROUGH READ-STOCK-AUDIT-FN.
050800     PERFORM TALLY-ONE-ADJUSTMENT THROUGH TALLY-ONE-ADJUSTMENT-FN
050900         UNTIL SA-EOF = 1.
051000 TALLY-ADJUSTMENTS-FN.
051100 EXIT.
051200 READ-STOCK-AUDIT.
051300     READ STOCK-AUDIT
051400         AT END
051500             MOVE 1 TO SA-EOF
051600     END-READ.
051700 READ-STOCK-AUDIT-FN.
051800 EXIT.
051900 TALLY-ONE-ADJUSTMENT.
052000     IF SA-ADJUST-DATE = GL-DATE
052100         IF SA-VARIANCE-VALUE < 0
052200             COMPUTE STOCK-VALUE = 0 - SA-VARIANCE-VALUE
052300             MOVE "SWO" TO THIS-MOVEMENT
052400             MOVE STOCK-VALUE TO THIS-AMOUNT
052500             PERFORM ADD-MOVEMENT THROUGH ADD-MOVEMENT-FN
052600         END-IF
052700         IF SA-VARIANCE-VALUE > 0
052800             MOVE "SGN" TO THIS-MOVEMENT
052900             MOVE SA-VARIANCE-VALUE TO THIS-AMOUNT
053000             PERFORM ADD-MOVEMENT THROUGH ADD-MOVEMENT-FN
053100         END-IF
053200     END-IF.
053300     PERFORM READ-STOCK-AUDIT THROUGH READ-STOCK-AUDIT-FN.
053400 TALLY-ONE-ADJUSTMENT-FN.
053500 EXIT.
053600 TALLY-GOODS-IN.
053700     IF GOODS-IN-OPEN = 0
053800         GO TO TALLY-GOODS-IN-FN
053900     END-IF.
054000     PERFORM READ-GOODS-IN THROUGH READ-GOODS-IN-FN.
054100     PERFORM TALLY-ONE-RECEIPT THROUGH TALLY-ONE-RECEIPT-FN
054200         UNTIL GI-EOF = 1.
054300 TALLY-GOODS-IN-FN.
054400 EXIT.
054500 READ-GOODS-IN.
054600     READ GOODS-IN-LOG
054700         AT END
054800             MOVE 1 TO GI-EOF
054900     END-READ.
055000 READ-GOODS-IN-FN.
055100 EXIT.
055200 TALLY-ONE-RECEIPT.
055300     IF GI-POST-DATE = GL-DATE AND GI-RECEIPT-VALUE > 0
055400         MOVE "GIN" TO THIS-MOVEMENT
055500         MOVE GI-RECEIPT-VALUE TO THIS-AMOUNT
055600         PERFORM ADD-MOVEMENT THROUGH ADD-MOVEMENT-FN
055700     END-IF.
055800     PERFORM READ-GOODS-IN THROUGH READ-GOODS-IN-FN.
055900 TALLY-ONE-RECEIPT-FN.
056000 EXIT.
056100 TALLY-LEDGER.
056200     IF AL-EOF = 1
056300         GO TO TALLY-LEDGER-FN
056400     END-IF.
056500     MOVE LOW-VALUES TO AL-LEDGER-KEY.
056600     START ACCOUNT-LEDGER KEY IS NOT LESS THAN AL-LEDGER-KEY
056700         INVALID KEY
056800             MOVE 1 TO AL-EOF
056900     END-START.
057000     PERFORM TALLY-ONE-MOVEMENT THROUGH TALLY-ONE-MOVEMENT-FN
057100         UNTIL AL-EOF = 1.
057200 TALLY-LEDGER-FN.
057300 EXIT.
057400*    CARD PURCHASES AND CARD REFUNDS ARE JOURNALLED FROM THE SHOP
057500*    AND REFUND JOURNALS, WHICH CARRY THE VAT AND COST; THEIR
057600*    LEDGER POSTINGS ARE COUNTED HERE BUT NOT JOURNALLED AGAIN.
057700 TALLY-ONE-MOVEMENT.
057800     READ ACCOUNT-LEDGER NEXT RECORD
057900         AT END
058000             MOVE 1 TO AL-EOF
058100     END-READ.
058200     IF AL-EOF = 1 OR AL-POST-DATE NOT = GL-DATE
058300         GO TO TALLY-ONE-MOVEMENT-FN
058400     END-IF.
058500     MOVE AL-AMOUNT TO THIS-AMOUNT.
058600     MOVE SPACES TO THIS-MOVEMENT.
058700     IF AL-TYPE-WITHDRAWAL
058800         MOVE "ATW" TO THIS-MOVEMENT
058900     END-IF.
059000     IF AL-TYPE-DEPOSIT
059100         MOVE "ATD" TO THIS-MOVEMENT
059200     END-IF.
059300     IF AL-TYPE-ADJUSTMENT AND AL-CREDIT
059400         MOVE "ADC" TO THIS-MOVEMENT
059500     END-IF.
059600     IF AL-TYPE-ADJUSTMENT AND AL-DEBIT
059700         MOVE "ADD" TO THIS-MOVEMENT
059800     END-IF.
059900     IF AL-TYPE-INTEREST
060000         MOVE "INT" TO THIS-MOVEMENT
060100     END-IF.
060200     IF AL-TYPE-FEE
060300         MOVE "FEE" TO THIS-MOVEMENT
060400     END-IF.
060500     IF AL-TYPE-TRANSFER AND AL-DEBIT
060600         MOVE "XFR" TO THIS-MOVEMENT
060700     END-IF.
060800     IF AL-TYPE-PURCHASE OR AL-TYPE-REFUND
060900         ADD 1 TO LEDGER-CARD-ITEMS
061000     END-IF.
061100     IF THIS-MOVEMENT NOT = SPACES
061200         PERFORM ADD-MOVEMENT THROUGH ADD-MOVEMENT-FN
061300     END-IF.
061400 TALLY-ONE-MOVEMENT-FN.
061500 EXIT.
061600 BUILD-JOURNAL.
061700     PERFORM JOURNAL-ONE-MOVEMENT THROUGH JOURNAL-ONE-MOVEMENT-FN
061800         VARYING MV-IDX FROM 1 BY 1 UNTIL MV-IDX > MAX-MOVEMENTS.
061900 BUILD-JOURNAL-FN.
062000 EXIT.
062100 JOURNAL-ONE-MOVEMENT.
062200     IF MV-AMOUNT (MV-IDX) = 0
062300         GO TO JOURNAL-ONE-MOVEMENT-FN
062400     END-IF.
062500     MOVE MV-AMOUNT (MV-IDX) TO THIS-AMOUNT.
062600     MOVE "D" TO THIS-SIDE.
062700     MOVE MV-DEBIT-NOMINAL (MV-IDX) TO THIS-NOMINAL.
062800     PERFORM WRITE-JOURNAL-LINE THROUGH WRITE-JOURNAL-LINE-FN.
062900     MOVE "C" TO THIS-SIDE.
063000     MOVE MV-CREDIT-NOMINAL (MV-IDX) TO THIS-NOMINAL.
063100     PERFORM WRITE-JOURNAL-LINE THROUGH WRITE-JOURNAL-LINE-FN.
063200 JOURNAL-ONE-MOVEMENT-FN.
063300 EXIT.
063400 WRITE-JOURNAL-LINE.
063500     IF THIS-NOMINAL = SPACES
063600         ADD 1 TO SIDES-UNPOSTED
063700         ADD THIS-AMOUNT TO UNPOSTED-AMOUNT
063800         GO TO WRITE-JOURNAL-LINE-FN
063900     END-IF.
064000     ADD 1 TO LINE-NUMBER.
064100     MOVE GL-DATE TO GJ-TRADING-DATE.
064200     MOVE LINE-NUMBER TO GJ-LINE-NUMBER.
064300     MOVE THIS-NOMINAL TO GJ-NOMINAL-CODE.
064400     MOVE THIS-SIDE TO GJ-DEBIT-CREDIT.
064500     MOVE THIS-AMOUNT TO GJ-AMOUNT.
064600     MOVE MV-CODE (MV-IDX) TO GJ-MOVEMENT-CODE.
064700     MOVE MV-COUNT (MV-IDX) TO GJ-ITEM-COUNT.
064800     MOVE MV-DESCRIPTION (MV-IDX) TO GJ-NARRATIVE.
064900     WRITE GL-JOURNAL-RECORD.
065000     IF THIS-SIDE = "D"
065100         ADD THIS-AMOUNT TO TOTAL-DEBITS
065200     ELSE
065300         ADD THIS-AMOUNT TO TOTAL-CREDITS
065400     END-IF.
065500     PERFORM POST-NOMINAL THROUGH POST-NOMINAL-FN.
065600 WRITE-JOURNAL-LINE-FN.
065700 EXIT.
065800 POST-NOMINAL.
065900     MOVE 0 TO NM-FOUND.
066000     PERFORM MATCH-NOMINAL THROUGH MATCH-NOMINAL-FN
066100         VARYING NM-IDX FROM 1 BY 1
066200         UNTIL NM-IDX > NM-COUNT OR NM-FOUND = 1.
066300     IF NM-FOUND = 1
066400         SUBTRACT 1 FROM NM-IDX
066500     ELSE
066600         IF NM-COUNT >= MAX-NOMINALS
066700             ADD 1 TO NOMINALS-LOST
066800             GO TO POST-NOMINAL-FN
066900         END-IF
067000         ADD 1 TO NM-COUNT
067100         MOVE NM-COUNT TO NM-IDX
067200         MOVE THIS-NOMINAL TO NM-CODE (NM-IDX)
067300         MOVE 0 TO NM-DEBIT (NM-IDX)
067400         MOVE 0 TO NM-CREDIT (NM-IDX)
067500     END-IF.
067600     IF THIS-SIDE = "D"
067700         ADD THIS-AMOUNT TO NM-DEBIT (NM-IDX)
067800     ELSE
067900         ADD THIS-AMOUNT TO NM-CREDIT (NM-IDX)
068000     END-IF.
068100 POST-NOMINAL-FN.
068200 EXIT.
068300 MATCH-NOMINAL.
068400     IF NM-CODE (NM-IDX) = THIS-NOMINAL
068500         MOVE 1 TO NM-FOUND
068600     END-IF.
068700 MATCH-NOMINAL-FN.
068800 EXIT.
068900 PRINT-TRIAL-BALANCE.
069000     MOVE GL-DATE TO TH-GL-DATE.
069100     WRITE TRIAL-PRINT-LINE FROM TRIAL-HEADING-1.
069200     MOVE "MOVEMENTS JOURNALLED:" TO TS-CAPTION.
069300     WRITE TRIAL-PRINT-LINE FROM TRIAL-SECTION-LINE.
069400     WRITE TRIAL-PRINT-LINE FROM MOVEMENT-HEADING.
069500     PERFORM PRINT-ONE-MOVEMENT THROUGH PRINT-ONE-MOVEMENT-FN
069600         VARYING MV-IDX FROM 1 BY 1 UNTIL MV-IDX > MAX-MOVEMENTS.
069700     MOVE "LEDGER CARD ITEMS VIA SHOP:   " TO TC-CAPTION.
069800     MOVE LEDGER-CARD-ITEMS TO TC-COUNT.
069900     WRITE TRIAL-PRINT-LINE FROM TRIAL-COUNT-LINE.
070000     MOVE "TRIAL BALANCE:" TO TS-CAPTION.
070100     WRITE TRIAL-PRINT-LINE FROM TRIAL-SECTION-LINE.
070200     WRITE TRIAL-PRINT-LINE FROM NOMINAL-HEADING.
070300     PERFORM PRINT-ONE-NOMINAL THROUGH PRINT-ONE-NOMINAL-FN
070400         VARYING NM-IDX FROM 1 BY 1 UNTIL NM-IDX > NM-COUNT.
070500     MOVE "TOTALS" TO ND-CODE.
070600     MOVE TOTAL-DEBITS TO ND-DEBIT.
070700     MOVE TOTAL-CREDITS TO ND-CREDIT.
070800     WRITE TRIAL-PRINT-LINE FROM NOMINAL-DETAIL-LINE.
070900     MOVE "JOURNAL LINES WRITTEN:        " TO TC-CAPTION.
071000     MOVE LINE-NUMBER TO TC-COUNT.
071100     WRITE TRIAL-PRINT-LINE FROM TRIAL-COUNT-LINE.
071200     IF SIDES-UNPOSTED > 0
071300         MOVE "ENTRIES WITH NO NOMINAL CODE: " TO TC-CAPTION
071400         MOVE SIDES-UNPOSTED TO TC-COUNT
071500         WRITE TRIAL-PRINT-LINE FROM TRIAL-COUNT-LINE
071600         MOVE "  AMOUNT NOT JOURNALLED:      " TO TA-CAPTION
071700         MOVE UNPOSTED-AMOUNT TO TA-AMOUNT
071800         WRITE TRIAL-PRINT-LINE FROM TRIAL-AMOUNT-LINE
071900     END-IF.
072000     IF NOMINALS-LOST > 0
072100         MOVE "NOMINAL CODES OVER TABLE SIZE:" TO TC-CAPTION
072200         MOVE NOMINALS-LOST TO TC-COUNT
072300         WRITE TRIAL-PRINT-LINE FROM TRIAL-COUNT-LINE
072400     END-IF.
072500     IF JOURNAL-RELEASED = 1
072600         MOVE "DEBITS EQUAL CREDITS - JOURNAL RELEASED TO GLJRNL"
072700             TO TS-CAPTION
072800     ELSE
072900         IF JOURNAL-BALANCED = 1
073000             MOVE "DEBITS EQUAL CREDITS - RELEASE FAILED, RERUN"
073100                 TO TS-CAPTION
073200         ELSE
073300             MOVE "JOURNAL DOES NOT BALANCE - FILE NOT RELEASED"
073400                 TO TS-CAPTION
073500         END-IF
073600     END-IF.
073700     WRITE TRIAL-PRINT-LINE FROM TRIAL-SECTION-LINE.
073800 PRINT-TRIAL-BALANCE-FN.
073900 EXIT.
074000 PRINT-ONE-MOVEMENT.
074100     IF MV-COUNT (MV-IDX) = 0
074200         GO TO PRINT-ONE-MOVEMENT-FN
074300     END-IF.
074400     MOVE MV-CODE (MV-IDX) TO MD-CODE.
074500     MOVE MV-DESCRIPTION (MV-IDX) TO MD-DESCRIPTION.
074600     MOVE MV-COUNT (MV-IDX) TO MD-COUNT.
074700     MOVE MV-AMOUNT (MV-IDX) TO MD-AMOUNT.
074800     MOVE MV-DEBIT-NOMINAL (MV-IDX) TO MD-DEBIT.
074900     MOVE MV-CREDIT-NOMINAL (MV-IDX) TO MD-CREDIT.
075000     MOVE SPACES TO MD-NOTE.
075100     IF MV-MAPPED (MV-IDX) = 0
075200         MOVE "NO MAPPING ON FILE" TO MD-NOTE
075300     ELSE
075400         IF MV-DEBIT-NOMINAL (MV-IDX) = SPACES
075500                 OR MV-CREDIT-NOMINAL (MV-IDX) = SPACES
075600             MOVE "NOMINAL CODE BLANK" TO MD-NOTE
075700         END-IF
075800     END-IF.
075900     WRITE TRIAL-PRINT-LINE FROM MOVEMENT-DETAIL-LINE.
076000 PRINT-ONE-MOVEMENT-FN.
076100 EXIT.
076200 PRINT-ONE-NOMINAL.
076300     MOVE NM-CODE (NM-IDX) TO ND-CODE.
076400     MOVE NM-DEBIT (NM-IDX) TO ND-DEBIT.
076500     MOVE NM-CREDIT (NM-IDX) TO ND-CREDIT.
076600     WRITE TRIAL-PRINT-LINE FROM NOMINAL-DETAIL-LINE.
076700 PRINT-ONE-NOMINAL-FN.
076800 EXIT.
076900 RELEASE-JOURNAL.
077000     OPEN INPUT GL-WORK.
077100     IF FS-GL-WORK NOT = "00"
077200         DISPLAY "UNABLE TO REOPEN GL-WORK: " FS-GL-WORK
077300         GO TO RELEASE-JOURNAL-FN
077400     END-IF.
077500     OPEN OUTPUT GL-JOURNAL.
077600     IF FS-GL-JOURNAL NOT = "00"
077700         DISPLAY "UNABLE TO OPEN GL-JOURNAL: " FS-GL-JOURNAL
077800         CLOSE GL-WORK
077900         GO TO RELEASE-JOURNAL-FN
078000     END-IF.
078100     PERFORM READ-GL-WORK THROUGH READ-GL-WORK-FN.
078200     PERFORM RELEASE-ONE-LINE THROUGH RELEASE-ONE-LINE-FN
078300         UNTIL GJ-EOF = 1.
078400     CLOSE GL-WORK.
078500     CLOSE GL-JOURNAL.
078600     MOVE 1 TO JOURNAL-RELEASED.
078700 RELEASE-JOURNAL-FN.
078800 EXIT.
078900 READ-GL-WORK.
079000     READ GL-WORK
079100         AT END
079200             MOVE 1 TO GJ-EOF
079300     END-READ.
079400 READ-GL-WORK-FN.
079500 EXIT.
079600 RELEASE-ONE-LINE.
079700     WRITE GL-RELEASE-LINE FROM GL-JOURNAL-RECORD.
079800     ADD 1 TO LINES-RELEASED.
079900     PERFORM READ-GL-WORK THROUGH READ-GL-WORK-FN.
080000 RELEASE-ONE-LINE-FN.
080100 EXIT.
