002200     SELECT AL-ARCHIVE ASSIGN TO "ALARCHIV"
002300         ORGANIZATION IS SEQUENTIAL
002400         FILE STATUS IS FS-AL-ARCHIVE.
002410     SELECT SI-ARCHIVE ASSIGN TO "SIARCHIV"
002420         ORGANIZATION IS SEQUENTIAL
002430         FILE STATUS IS FS-SI-ARCHIVE.
002440     SELECT RF-ARCHIVE ASSIGN TO "RFARCHIV"
002450         ORGANIZATION IS SEQUENTIAL
002460         FILE STATUS IS FS-RF-ARCHIVE.
002500 DATA DIVISION.
002600 FILE SECTION.
002700 FD  SJ-ARCHIVE.
003400     COPY ACCTAUDT.
003500 FD  AL-ARCHIVE.
003600     COPY ACCTLEDG.
003610 FD  SI-ARCHIVE.
003620     COPY SHOPITEM.
003630 FD  RF-ARCHIVE.
003640     COPY RFNDJRNL.
003700 WORKING-STORAGE SECTION.
003800 77  FS-SJ-ARCHIVE     PICTURE X(02).
003900 77  FS-AJ-ARCHIVE     PICTURE X(02).
004000 77  FS-UF-ARCHIVE     PICTURE X(02).
004100 77  FS-AU-ARCHIVE     PICTURE X(02).
004200 77  FS-AL-ARCHIVE     PICTURE X(02).
004220 77  FS-SI-ARCHIVE     PICTURE X(02).
004240 77  FS-RF-ARCHIVE     PICTURE X(02).
004300 77  ARCHIVE-CODE      PICTURE X(01).
004400 77  FILTER-DATE       PICTURE 9(08).
004500 77  EOF-FLAG          PICTURE 9.
005400 GET-INQUIRY.
005500     DISPLAY "ARCHIVE - S SHOP JOURNAL, A ATM JOURNAL,".
005600     DISPLAY "          U UNFILLED, D ACCOUNT AUDIT,".
005700     DISPLAY "          L ACCOUNT LEDGER, I BASKET ITEMS,".
005720     DISPLAY "          R REFUNDS, X EXIT".
005800     ACCEPT ARCHIVE-CODE.
005900     IF ARCHIVE-CODE = "X"
006000         GO TO GET-INQUIRY-FN
006100     END-IF.
006200     IF ARCHIVE-CODE NOT = "S" AND "A" AND "U" AND "D" AND "L"
006220        AND "I" AND "R"
006300         DISPLAY "UNKNOWN ARCHIVE: " ARCHIVE-CODE
006400         GO TO GET-INQUIRY-FN
006500     END-IF.
008100     END-IF.
008200     IF ARCHIVE-CODE = "L"
008300         PERFORM LIST-LDG-ARCHIVE THROUGH LIST-LDG-ARCHIVE-FN
008310     END-IF.
008320     IF ARCHIVE-CODE = "I"
008330         PERFORM LIST-ITEM-ARCHIVE THROUGH LIST-ITEM-ARCHIVE-FN
008340     END-IF.
008350     IF ARCHIVE-CODE = "R"
008360         PERFORM LIST-RFD-ARCHIVE THROUGH LIST-RFD-ARCHIVE-FN
008400     END-IF.
008500     DISPLAY "RECORDS LISTED: " RECS-SHOWN.
008600 GET-INQUIRY-FN.
025200     END-IF.
025300 LIST-ONE-MOVEMENT-FN.
025400 EXIT.
025500 LIST-ITEM-ARCHIVE.
025600     OPEN INPUT SI-ARCHIVE.
025700     IF FS-SI-ARCHIVE = "35"
025800         DISPLAY "NO BASKET-ITEM ARCHIVE ON FILE"
025900         GO TO LIST-ITEM-ARCHIVE-FN
026000     END-IF.
026100     IF FS-SI-ARCHIVE NOT = "00"
026200         DISPLAY "UNABLE TO OPEN SIARCHIV: " FS-SI-ARCHIVE
026300         GO TO LIST-ITEM-ARCHIVE-FN
026400     END-IF.
026500     PERFORM LIST-ONE-ITEM THROUGH LIST-ONE-ITEM-FN
026600         UNTIL EOF-FLAG = 1.
026700     CLOSE SI-ARCHIVE.
026800 LIST-ITEM-ARCHIVE-FN.
026900 EXIT.
027000 LIST-ONE-ITEM.
027100     READ SI-ARCHIVE
027200         AT END
027300             MOVE 1 TO EOF-FLAG
027400     END-READ.
027500     IF EOF-FLAG = 1
027600         GO TO LIST-ONE-ITEM-FN
027700     END-IF.
027800     IF FILTER-DATE = 0 OR SI-SALE-DATE = FILTER-DATE
027900         DISPLAY SI-SALE-DATE " " SI-SALE-TIME
028000             " CUST " SI-CUSTOMER-ID
028100             " PROD " SI-PRODUCT-CODE
028200             " QTY " SI-QUANTITY
028300             " AMOUNT " SI-AMOUNT-CHARGED
028400             " VAT " SI-VAT-CODE " " SI-VAT-AMOUNT
028500             " CHARGED " SI-CHARGED-FLAG
028600         ADD 1 TO RECS-SHOWN
028700     END-IF.
028800 LIST-ONE-ITEM-FN.
028900 EXIT.
029000 LIST-RFD-ARCHIVE.
029100     OPEN INPUT RF-ARCHIVE.
029200     IF FS-RF-ARCHIVE = "35"
029300         DISPLAY "NO REFUND-JOURNAL ARCHIVE ON FILE"
029400         GO TO LIST-RFD-ARCHIVE-FN
029500     END-IF.
029600     IF FS-RF-ARCHIVE NOT = "00"
029700         DISPLAY "UNABLE TO OPEN RFARCHIV: " FS-RF-ARCHIVE
029800         GO TO LIST-RFD-ARCHIVE-FN
029900     END-IF.
030000     PERFORM LIST-ONE-REFUND THROUGH LIST-ONE-REFUND-FN
030100         UNTIL EOF-FLAG = 1.
030200     CLOSE RF-ARCHIVE.
030300 LIST-RFD-ARCHIVE-FN.
030400 EXIT.
030500 LIST-ONE-REFUND.
030600     READ RF-ARCHIVE
030700         AT END
030800             MOVE 1 TO EOF-FLAG
030900     END-READ.
031000     IF EOF-FLAG = 1
031100         GO TO LIST-ONE-REFUND-FN
031200     END-IF.
031300     IF FILTER-DATE = 0 OR RF-REFUND-DATE = FILTER-DATE
031400         DISPLAY RF-REFUND-DATE " " RF-REFUND-TIME
031500             " CUST " RF-CUSTOMER-ID
031600             " PROD " RF-PRODUCT-CODE
031700             " QTY " RF-QUANTITY
031800             " AMOUNT " RF-AMOUNT
031900             " VAT " RF-VAT-CODE " " RF-VAT-AMOUNT
032000             " PAY " RF-PAYMENT-METHOD
032100         ADD 1 TO RECS-SHOWN
032200     END-IF.
032300 LIST-ONE-REFUND-FN.
032400 EXIT.
