000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. VATRTN.
000300 AUTHOR. SOURCE.
000400 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000600 SOURCE-COMPUTER. PC-MICROFOCUS.
000700 OBJECT-COMPUTER. PC-MICROFOCUS.
000800 INPUT-OUTPUT SECTION.
000900 FILE-CONTROL.
001000     SELECT BASKET-ITEMS ASSIGN TO "SHOPITEM"
001100         ORGANIZATION IS SEQUENTIAL
001200         FILE STATUS IS FS-BASKET-ITEMS.
001300     SELECT SI-ARCHIVE ASSIGN TO "SIARCHIV"
001400         ORGANIZATION IS SEQUENTIAL
001500         FILE STATUS IS FS-SI-ARCHIVE.
001600     SELECT REFUND-JOURNAL ASSIGN TO "RFNDJRNL"
001700         ORGANIZATION IS SEQUENTIAL
001800         FILE STATUS IS FS-REFUND-JOURNAL.
001900     SELECT RF-ARCHIVE ASSIGN TO "RFARCHIV"
002000         ORGANIZATION IS SEQUENTIAL
002100         FILE STATUS IS FS-RF-ARCHIVE.
002200     SELECT VAT-RETURN-REPORT ASSIGN TO "VATRTN"
002300         ORGANIZATION IS SEQUENTIAL
002400         FILE STATUS IS FS-VAT-RETURN.
002500 DATA DIVISION.
002600 FILE SECTION.
002700 FD  BASKET-ITEMS.
002800 01  BASKET-ITEM-BUFFER      PIC X(57).
002900 FD  SI-ARCHIVE.
003000 01  SI-ARCHIVE-BUFFER       PIC X(57).
003100 FD  REFUND-JOURNAL.
003200 01  REFUND-JOURNAL-BUFFER   PIC X(64).
003300 FD  RF-ARCHIVE.
003400 01  RF-ARCHIVE-BUFFER       PIC X(64).
003500 FD  VAT-RETURN-REPORT.
003600 01  RETURN-PRINT-LINE       PIC X(100).
003700 WORKING-STORAGE SECTION.
003800 77  FS-BASKET-ITEMS   PICTURE X(02).
003900 77  FS-SI-ARCHIVE     PICTURE X(02).
004000 77  FS-REFUND-JOURNAL PICTURE X(02).
004100 77  FS-RF-ARCHIVE     PICTURE X(02).
004200 77  FS-VAT-RETURN     PICTURE X(02).
004300 77  FROM-DATE         PICTURE 9(08).
004400 77  TO-DATE           PICTURE 9(08).
004500 77  EOF-FLAG          PICTURE 9.
004600 77  SALES-LIVE        PICTURE 9(07), VALUE 0.
004700 77  SALES-ARCHIVED    PICTURE 9(07), VALUE 0.
004800 77  REFUNDS-LIVE      PICTURE 9(07), VALUE 0.
004900 77  REFUNDS-ARCHIVED  PICTURE 9(07), VALUE 0.
005000 77  LINES-NO-VAT-CODE PICTURE 9(07), VALUE 0.
005100 77  MAX-RATES         PICTURE 9(02), VALUE 20.
005200 77  VX-COUNT          PICTURE 9(02), VALUE 0.
005300 77  VX-IDX            PICTURE 9(02).
005400 77  VX-FOUND          PICTURE 9.
005500 77  FIND-CODE         PICTURE X(01).
005600 77  FIND-RATE         PICTURE 9(02)V99.
005700 77  NET-GROSS         PICTURE S9(09)V99.
005800 77  NET-VAT           PICTURE S9(09)V99.
005900 77  TOTAL-SALES-GROSS PICTURE S9(11)V99, VALUE 0.
006000 77  TOTAL-SALES-VAT   PICTURE S9(11)V99, VALUE 0.
006100 77  TOTAL-RFND-GROSS  PICTURE S9(11)V99, VALUE 0.
006200 77  TOTAL-RFND-VAT    PICTURE S9(11)V99, VALUE 0.
006300 77  TOTAL-NET-GROSS   PICTURE S9(11)V99, VALUE 0.
006400 77  TOTAL-NET-VAT     PICTURE S9(11)V99, VALUE 0.
006500 77  TOTAL-NET-EX-VAT  PICTURE S9(11)V99, VALUE 0.
006600     COPY SHOPITEM.
006700     COPY RFNDJRNL.
006800 01  VAT-RETURN-TABLE.
006900     05  VAT-RETURN-ENTRY OCCURS 20 TIMES.
007000         10  VX-VAT-CODE           PICTURE X(01).
007100         10  VX-VAT-RATE           PICTURE 9(02)V99.
007200         10  VX-SALES-GROSS        PICTURE 9(09)V99.
007300         10  VX-SALES-VAT          PICTURE 9(09)V99.
007400         10  VX-RFND-GROSS         PICTURE 9(09)V99.
007500         10  VX-RFND-VAT           PICTURE 9(09)V99.
007600 01  RETURN-HEADING-1.
007700     05  FILLER          PICTURE X(24),
007800         VALUE "VAT RETURN - SHOP SALES ".
007900     05  FILLER          PICTURE X(08), VALUE "PERIOD: ".
008000     05  RH-FROM-DATE    PICTURE 9(08).
008100     05  FILLER          PICTURE X(04), VALUE " TO ".
008200     05  RH-TO-DATE      PICTURE 9(08).
008300     05  FILLER          PICTURE X(48), VALUE SPACES.
008400 01  RETURN-HEADING-2.
008500     05  FILLER          PICTURE X(10), VALUE "CODE  RATE".
008600     05  FILLER          PICTURE X(14), VALUE "   SALES GROSS".
008700     05  FILLER          PICTURE X(14), VALUE "     SALES VAT".
008800     05  FILLER          PICTURE X(14), VALUE "  REFUND GROSS".
008900     05  FILLER          PICTURE X(14), VALUE "    REFUND VAT".
009000     05  FILLER          PICTURE X(14), VALUE "    NET EX VAT".
009100     05  FILLER          PICTURE X(14), VALUE "    OUTPUT VAT".
009200     05  FILLER          PICTURE X(06), VALUE SPACES.
009300 01  RETURN-DETAIL-LINE.
009400     05  FILLER          PICTURE X(02), VALUE SPACES.
009500     05  RD-VAT-CODE     PICTURE X(01).
009600     05  FILLER          PICTURE X(01), VALUE SPACES.
009700     05  RD-VAT-RATE     PICTURE ZZ9.99.
009800     05  FILLER          PICTURE X(02), VALUE SPACES.
009900     05  RD-SALES-GROSS  PICTURE -ZZZZZZZ9.99.
010000     05  FILLER          PICTURE X(02), VALUE SPACES.
010100     05  RD-SALES-VAT    PICTURE -ZZZZZZZ9.99.
010200     05  FILLER          PICTURE X(02), VALUE SPACES.
010300     05  RD-RFND-GROSS   PICTURE -ZZZZZZZ9.99.
010400     05  FILLER          PICTURE X(02), VALUE SPACES.
010500     05  RD-RFND-VAT     PICTURE -ZZZZZZZ9.99.
010600     05  FILLER          PICTURE X(02), VALUE SPACES.
010700     05  RD-NET-EX-VAT   PICTURE -ZZZZZZZ9.99.
010800     05  FILLER          PICTURE X(02), VALUE SPACES.
010900     05  RD-OUTPUT-VAT   PICTURE -ZZZZZZZ9.99.
011000     05  FILLER          PICTURE X(06), VALUE SPACES.
011100 01  RETURN-TOTAL-LINE.
011200     05  RT-CAPTION      PICTURE X(40).
011300     05  RT-VALUE        PICTURE -ZZZZZZZZZZ9.99.
011400     05  FILLER          PICTURE X(45), VALUE SPACES.
011500 01  RETURN-COUNT-LINE.
011600     05  RT-COUNT-CAPTION PICTURE X(40).
011700     05  RT-COUNT        PICTURE ZZZZZZ9.
011800     05  FILLER          PICTURE X(53), VALUE SPACES.
011900 01  RETURN-NOTE-LINE.
012000     05  RN-CAPTION      PICTURE X(100).
012100 PROCEDURE DIVISION.
012200 INIT.
012300     DISPLAY "ENTER PERIOD START DATE YYYYMMDD".
012400     ACCEPT FROM-DATE.
012500     DISPLAY "ENTER PERIOD END DATE YYYYMMDD".
012600     ACCEPT TO-DATE.
012700     IF TO-DATE < FROM-DATE
012800         DISPLAY "END DATE IS BEFORE START DATE"
012900         STOP RUN
013000     END-IF.
013100     OPEN OUTPUT VAT-RETURN-REPORT.
013200     IF FS-VAT-RETURN NOT = "00"
013300         DISPLAY "UNABLE TO OPEN VAT-RETURN-REPORT: "
013400             FS-VAT-RETURN
013500         STOP RUN
013600     END-IF.
013700     PERFORM ADD-ARCHIVED-SALES THROUGH ADD-ARCHIVED-SALES-FN.
013800     PERFORM ADD-LIVE-SALES THROUGH ADD-LIVE-SALES-FN.
013900     PERFORM ADD-ARCHIVED-REFUNDS THROUGH ADD-ARCHIVED-REFUNDS-FN.
014000     PERFORM ADD-LIVE-REFUNDS THROUGH ADD-LIVE-REFUNDS-FN.
014100     MOVE FROM-DATE TO RH-FROM-DATE.
014200     MOVE TO-DATE TO RH-TO-DATE.
014300     WRITE RETURN-PRINT-LINE FROM RETURN-HEADING-1.
014400     WRITE RETURN-PRINT-LINE FROM RETURN-HEADING-2.
014500     PERFORM PRINT-ONE-RATE THROUGH PRINT-ONE-RATE-FN
014600         VARYING VX-IDX FROM 1 BY 1 UNTIL VX-IDX > VX-COUNT.
014700     IF VX-COUNT = 0
014800         MOVE "NO SALES OR REFUNDS IN PERIOD" TO RN-CAPTION
014900         WRITE RETURN-PRINT-LINE FROM RETURN-NOTE-LINE
015000     END-IF.
015100     PERFORM PRINT-TOTALS THROUGH PRINT-TOTALS-FN.
015200     CLOSE VAT-RETURN-REPORT.
015300     DISPLAY "OUTPUT VAT DUE:  " TOTAL-NET-VAT.
015400     STOP RUN.
015500 INIT-FN.
015600 EXIT.
015700 ADD-ARCHIVED-SALES.
015800     OPEN INPUT SI-ARCHIVE.
015900     IF FS-SI-ARCHIVE = "35"
016000         GO TO ADD-ARCHIVED-SALES-FN
016100     END-IF.
016200     IF FS-SI-ARCHIVE NOT = "00"
016300         DISPLAY "UNABLE TO OPEN SIARCHIV: " FS-SI-ARCHIVE
016400         STOP RUN
016500     END-IF.
016600     MOVE 0 TO EOF-FLAG.
016700     PERFORM READ-ARCHIVED-SALE THROUGH READ-ARCHIVED-SALE-FN
016800         UNTIL EOF-FLAG = 1.
016900     CLOSE SI-ARCHIVE.
017000 ADD-ARCHIVED-SALES-FN.
017100 EXIT.
017200 READ-ARCHIVED-SALE.
017300     READ SI-ARCHIVE INTO SHOP-ITEM-RECORD
017400         AT END
017500             MOVE 1 TO EOF-FLAG
017600     END-READ.
017700     IF EOF-FLAG = 1
017800         GO TO READ-ARCHIVED-SALE-FN
017900     END-IF.
018000     IF SI-CHARGED
018100        AND SI-SALE-DATE NOT < FROM-DATE
018200        AND SI-SALE-DATE NOT > TO-DATE
018300         ADD 1 TO SALES-ARCHIVED
018400         PERFORM TAKE-ONE-SALE THROUGH TAKE-ONE-SALE-FN
018500     END-IF.
018600 READ-ARCHIVED-SALE-FN.
018700 EXIT.
018800 ADD-LIVE-SALES.
018900     OPEN INPUT BASKET-ITEMS.
019000     IF FS-BASKET-ITEMS = "35"
019100         DISPLAY "NO BASKET LINES ON FILE"
019200         GO TO ADD-LIVE-SALES-FN
019300     END-IF.
019400     IF FS-BASKET-ITEMS NOT = "00"
019500         DISPLAY "UNABLE TO OPEN BASKET-ITEMS: " FS-BASKET-ITEMS
019600         STOP RUN
019700     END-IF.
019800     MOVE 0 TO EOF-FLAG.
019900     PERFORM READ-LIVE-SALE THROUGH READ-LIVE-SALE-FN
020000         UNTIL EOF-FLAG = 1.
020100     CLOSE BASKET-ITEMS.
020200 ADD-LIVE-SALES-FN.
020300 EXIT.
020400 READ-LIVE-SALE.
020500     READ BASKET-ITEMS INTO SHOP-ITEM-RECORD
020600         AT END
020700             MOVE 1 TO EOF-FLAG
020800     END-READ.
020900     IF EOF-FLAG = 1
021000         GO TO READ-LIVE-SALE-FN
021100     END-IF.
021200     IF SI-CHARGED
021300        AND SI-SALE-DATE NOT < FROM-DATE
021400        AND SI-SALE-DATE NOT > TO-DATE
021500         ADD 1 TO SALES-LIVE
021600         PERFORM TAKE-ONE-SALE THROUGH TAKE-ONE-SALE-FN
021700     END-IF.
021800 READ-LIVE-SALE-FN.
021900 EXIT.
022000 TAKE-ONE-SALE.
022100     IF SI-VAT-CODE = SPACE
022200         ADD 1 TO LINES-NO-VAT-CODE
022300         GO TO TAKE-ONE-SALE-FN
022400     END-IF.
022500     MOVE SI-VAT-CODE TO FIND-CODE.
022600     MOVE SI-VAT-RATE TO FIND-RATE.
022700     PERFORM FIND-RATE-ENTRY THROUGH FIND-RATE-ENTRY-FN.
022800     IF VX-FOUND = 0
022900         GO TO TAKE-ONE-SALE-FN
023000     END-IF.
023100     ADD SI-AMOUNT-CHARGED TO VX-SALES-GROSS (VX-IDX).
023200     ADD SI-VAT-AMOUNT TO VX-SALES-VAT (VX-IDX).
023300 TAKE-ONE-SALE-FN.
023400 EXIT.
023500 ADD-ARCHIVED-REFUNDS.
023600     OPEN INPUT RF-ARCHIVE.
023700     IF FS-RF-ARCHIVE = "35"
023800         GO TO ADD-ARCHIVED-REFUNDS-FN
023900     END-IF.
024000     IF FS-RF-ARCHIVE NOT = "00"
024100         DISPLAY "UNABLE TO OPEN RFARCHIV: " FS-RF-ARCHIVE
024200         STOP RUN
024300     END-IF.
024400     MOVE 0 TO EOF-FLAG.
024500     PERFORM READ-ARCHIVED-REFUND THROUGH READ-ARCHIVED-REFUND-FN
024600         UNTIL EOF-FLAG = 1.
024700     CLOSE RF-ARCHIVE.
024800 ADD-ARCHIVED-REFUNDS-FN.
024900 EXIT.
025000 READ-ARCHIVED-REFUND.
025100     READ RF-ARCHIVE INTO REFUND-JOURNAL-RECORD
025200         AT END
025300             MOVE 1 TO EOF-FLAG
025400     END-READ.
025500     IF EOF-FLAG = 1
025600         GO TO READ-ARCHIVED-REFUND-FN
025700     END-IF.
025800     IF RF-REFUND-DATE NOT < FROM-DATE
025900        AND RF-REFUND-DATE NOT > TO-DATE
026000         ADD 1 TO REFUNDS-ARCHIVED
026100         PERFORM TAKE-ONE-REFUND THROUGH TAKE-ONE-REFUND-FN
026200     END-IF.
026300 READ-ARCHIVED-REFUND-FN.
026400 EXIT.
026500 ADD-LIVE-REFUNDS.
026600     OPEN INPUT REFUND-JOURNAL.
026700     IF FS-REFUND-JOURNAL = "35"
026800         GO TO ADD-LIVE-REFUNDS-FN
026900     END-IF.
027000     IF FS-REFUND-JOURNAL NOT = "00"
027100         DISPLAY "UNABLE TO OPEN REFUND-JOURNAL: "
027200             FS-REFUND-JOURNAL
027300         STOP RUN
027400     END-IF.
027500     MOVE 0 TO EOF-FLAG.
027600     PERFORM READ-LIVE-REFUND THROUGH READ-LIVE-REFUND-FN
027700         UNTIL EOF-FLAG = 1.
027800     CLOSE REFUND-JOURNAL.
027900 ADD-LIVE-REFUNDS-FN.
028000 EXIT.
028100 READ-LIVE-REFUND.
028200     READ REFUND-JOURNAL INTO REFUND-JOURNAL-RECORD
028300         AT END
028400             MOVE 1 TO EOF-FLAG
028500     END-READ.
028600     IF EOF-FLAG = 1
028700         GO TO READ-LIVE-REFUND-FN
028800     END-IF.
028900     IF RF-REFUND-DATE NOT < FROM-DATE
029000        AND RF-REFUND-DATE NOT > TO-DATE
029100         ADD 1 TO REFUNDS-LIVE
029200         PERFORM TAKE-ONE-REFUND THROUGH TAKE-ONE-REFUND-FN
029300     END-IF.
029400 READ-LIVE-REFUND-FN.
029500 EXIT.
029600 TAKE-ONE-REFUND.
029700     IF RF-VAT-CODE = SPACE
029800         ADD 1 TO LINES-NO-VAT-CODE
029900         GO TO TAKE-ONE-REFUND-FN
030000     END-IF.
030100     MOVE RF-VAT-CODE TO FIND-CODE.
030200     MOVE RF-VAT-RATE TO FIND-RATE.
030300     PERFORM FIND-RATE-ENTRY THROUGH FIND-RATE-ENTRY-FN.
030400     IF VX-FOUND = 0
030500         GO TO TAKE-ONE-REFUND-FN
030600     END-IF.
030700     ADD RF-AMOUNT TO VX-RFND-GROSS (VX-IDX).
030800     ADD RF-VAT-AMOUNT TO VX-RFND-VAT (VX-IDX).
030900 TAKE-ONE-REFUND-FN.
031000 EXIT.
031100 FIND-RATE-ENTRY.
031200     MOVE 0 TO VX-FOUND.
031300     PERFORM MATCH-RATE-ENTRY THROUGH MATCH-RATE-ENTRY-FN
031400         VARYING VX-IDX FROM 1 BY 1
031500         UNTIL VX-IDX > VX-COUNT OR VX-FOUND = 1.
031600     IF VX-FOUND = 1
031700         SUBTRACT 1 FROM VX-IDX
031800         GO TO FIND-RATE-ENTRY-FN
031900     END-IF.
032000     IF VX-COUNT >= MAX-RATES
032100         DISPLAY "MORE THAN " MAX-RATES " VAT RATES IN PERIOD - "
032200             FIND-CODE " " FIND-RATE " NOT REPORTED"
032300         GO TO FIND-RATE-ENTRY-FN
032400     END-IF.
032500     ADD 1 TO VX-COUNT.
032600     MOVE VX-COUNT TO VX-IDX.
032700     MOVE FIND-CODE TO VX-VAT-CODE (VX-IDX).
032800     MOVE FIND-RATE TO VX-VAT-RATE (VX-IDX).
032900     MOVE 0 TO VX-SALES-GROSS (VX-IDX).
033000     MOVE 0 TO VX-SALES-VAT (VX-IDX).
033100     MOVE 0 TO VX-RFND-GROSS (VX-IDX).
033200     MOVE 0 TO VX-RFND-VAT (VX-IDX).
033300     MOVE 1 TO VX-FOUND.
033400 FIND-RATE-ENTRY-FN.
033500 EXIT.
033600 MATCH-RATE-ENTRY.
033700     IF VX-VAT-CODE (VX-IDX) = FIND-CODE
033800        AND VX-VAT-RATE (VX-IDX) = FIND-RATE
033900         MOVE 1 TO VX-FOUND
034000     END-IF.
034100 MATCH-RATE-ENTRY-FN.
034200 EXIT.
034300 PRINT-ONE-RATE.
034400     COMPUTE NET-GROSS = VX-SALES-GROSS (VX-IDX)
034500         - VX-RFND-GROSS (VX-IDX).
034600     COMPUTE NET-VAT = VX-SALES-VAT (VX-IDX)
034700         - VX-RFND-VAT (VX-IDX).
034800     MOVE VX-VAT-CODE (VX-IDX) TO RD-VAT-CODE.
034900     MOVE VX-VAT-RATE (VX-IDX) TO RD-VAT-RATE.
035000     MOVE VX-SALES-GROSS (VX-IDX) TO RD-SALES-GROSS.
035100     MOVE VX-SALES-VAT (VX-IDX) TO RD-SALES-VAT.
035200     MOVE VX-RFND-GROSS (VX-IDX) TO RD-RFND-GROSS.
035300     MOVE VX-RFND-VAT (VX-IDX) TO RD-RFND-VAT.
035400     COMPUTE RD-NET-EX-VAT = NET-GROSS - NET-VAT.
035500     MOVE NET-VAT TO RD-OUTPUT-VAT.
035600     WRITE RETURN-PRINT-LINE FROM RETURN-DETAIL-LINE.
035700     ADD VX-SALES-GROSS (VX-IDX) TO TOTAL-SALES-GROSS.
035800     ADD VX-SALES-VAT (VX-IDX) TO TOTAL-SALES-VAT.
035900     ADD VX-RFND-GROSS (VX-IDX) TO TOTAL-RFND-GROSS.
036000     ADD VX-RFND-VAT (VX-IDX) TO TOTAL-RFND-VAT.
036100     ADD NET-GROSS TO TOTAL-NET-GROSS.
036200     ADD NET-VAT TO TOTAL-NET-VAT.
036300 PRINT-ONE-RATE-FN.
036400 EXIT.
036500 PRINT-TOTALS.
036600     COMPUTE TOTAL-NET-EX-VAT = TOTAL-NET-GROSS - TOTAL-NET-VAT.
036700     MOVE "SALES INCLUDING VAT:" TO RT-CAPTION.
036800     MOVE TOTAL-SALES-GROSS TO RT-VALUE.
036900     WRITE RETURN-PRINT-LINE FROM RETURN-TOTAL-LINE.
037000     MOVE "LESS REFUNDS INCLUDING VAT:" TO RT-CAPTION.
037100     MOVE TOTAL-RFND-GROSS TO RT-VALUE.
037200     WRITE RETURN-PRINT-LINE FROM RETURN-TOTAL-LINE.
037300     MOVE "OUTPUT VAT ON SALES:" TO RT-CAPTION.
037400     MOVE TOTAL-SALES-VAT TO RT-VALUE.
037500     WRITE RETURN-PRINT-LINE FROM RETURN-TOTAL-LINE.
037600     MOVE "LESS VAT REVERSED ON REFUNDS:" TO RT-CAPTION.
037700     MOVE TOTAL-RFND-VAT TO RT-VALUE.
037800     WRITE RETURN-PRINT-LINE FROM RETURN-TOTAL-LINE.
037900     MOVE "VAT DUE ON OUTPUTS:" TO RT-CAPTION.
038000     MOVE TOTAL-NET-VAT TO RT-VALUE.
038100     WRITE RETURN-PRINT-LINE FROM RETURN-TOTAL-LINE.
038200     MOVE "NET OUTPUTS EXCLUDING VAT:" TO RT-CAPTION.
038300     MOVE TOTAL-NET-EX-VAT TO RT-VALUE.
038400     WRITE RETURN-PRINT-LINE FROM RETURN-TOTAL-LINE.
038500     MOVE "BASKET LINES FROM ARCHIVE:" TO RT-COUNT-CAPTION.
038600     MOVE SALES-ARCHIVED TO RT-COUNT.
038700     WRITE RETURN-PRINT-LINE FROM RETURN-COUNT-LINE.
038800     MOVE "BASKET LINES FROM SHOPITEM:" TO RT-COUNT-CAPTION.
038900     MOVE SALES-LIVE TO RT-COUNT.
039000     WRITE RETURN-PRINT-LINE FROM RETURN-COUNT-LINE.
039100     MOVE "REFUNDS FROM ARCHIVE:" TO RT-COUNT-CAPTION.
039200     MOVE REFUNDS-ARCHIVED TO RT-COUNT.
039300     WRITE RETURN-PRINT-LINE FROM RETURN-COUNT-LINE.
039400     MOVE "REFUNDS FROM RFNDJRNL:" TO RT-COUNT-CAPTION.
039500     MOVE REFUNDS-LIVE TO RT-COUNT.
039600     WRITE RETURN-PRINT-LINE FROM RETURN-COUNT-LINE.
039700     IF LINES-NO-VAT-CODE > 0
039800         MOVE "LINES WITH NO VAT CODE - NOT REPORTED:  "
039900             TO RT-COUNT-CAPTION
040000         MOVE LINES-NO-VAT-CODE TO RT-COUNT
040100         WRITE RETURN-PRINT-LINE FROM RETURN-COUNT-LINE
040200         MOVE "  RECORDED BEFORE VAT WAS CAPTURED - ADD BY HAND"
040300             TO RN-CAPTION
040400         WRITE RETURN-PRINT-LINE FROM RETURN-NOTE-LINE
040500     END-IF.
040600 PRINT-TOTALS-FN.
040700 EXIT.
