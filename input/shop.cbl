000426         ACCESS MODE IS RANDOM
000428         RECORD KEY IS CM-CUSTOMER-ID
000430         FILE STATUS IS FS-CUSTOMER-MASTER.
000431     SELECT PRICE-CHANGE ASSIGN TO "PRICECHG"
000432         ORGANIZATION IS INDEXED
000433         ACCESS MODE IS DYNAMIC
000434         RECORD KEY IS PC-CHANGE-KEY
000435         FILE STATUS IS FS-PRICE-CHANGE.
000436     SELECT PRODUCT-AUDIT ASSIGN TO "PRODAUDT"
000437         ORGANIZATION IS SEQUENTIAL
000438         FILE STATUS IS FS-PRODUCT-AUDIT.
000439     SELECT PRICE-LABELS ASSIGN TO "PRICELST"
000440         ORGANIZATION IS SEQUENTIAL
000441         FILE STATUS IS FS-PRICE-LABELS.
000442     SELECT VAT-RATES ASSIGN TO "VATRATE"
000443         ORGANIZATION IS SEQUENTIAL
000444         FILE STATUS IS FS-VAT-RATES.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  PRODUCT-MASTER.
000600     COPY PROMOMST.
000610 FD  SHOP-JOURNAL.
000620     COPY SHOPJRNL.
000621 FD  PRICE-CHANGE.
000622     COPY PRICECHG.
000623 FD  PRODUCT-AUDIT.
000624     COPY PRODAUDT.
000625 FD  PRICE-LABELS.
000626 01  PRICE-LABEL-LINE        PIC X(80).
000627 FD  VAT-RATES.
000628     COPY VATRATE.
000630 FD  SHOP-CHECKPOINT.
000640     COPY SHOPCHKP.
000642 FD  BASKET-ITEMS.
000658 WORKING-STORAGE SECTION.
000660 01 SHOP.
000670     10 OP          PICTURE 9.
000671 01  VAT-TABLE.
000672     05  VAT-TABLE-ENTRY OCCURS 4 TIMES.
000673         10  VT-RATE-PCT           PICTURE 9(02)V99.
000674         10  VT-EFFECTIVE-DATE     PICTURE 9(08).
000675         10  VT-RATE-ON-FILE       PICTURE 9.
000676         10  VT-GROSS-THIS-TRIP    PICTURE 9(07)V99.
000677         10  VT-VAT-THIS-TRIP      PICTURE 9(07)V99.
000680 77  MONEY        PICTURE 9(07)V99, VALUE 50.
000690 77  REST         PICTURE 9(07)V99.
000700 77  BAG          PICTURE 99.
000710 77  MAX-CAP      PICTURE 99, VALUE 10.
000720 77  FS-PRODUCT-MASTER PICTURE X(02).
000721 77  FS-PRICE-CHANGE   PICTURE X(02).
000722 77  FS-PRODUCT-AUDIT  PICTURE X(02).
000723 77  FS-PRICE-LABELS   PICTURE X(02).
000724 77  PC-EOF            PICTURE 9.
000725 77  PRICE-CHANGES-APPLIED PICTURE 9(05), VALUE 0.
000726 77  LABELS-OPEN       PICTURE 9, VALUE 0.
000727 77  FS-VAT-RATES      PICTURE X(02).
000728 77  VR-EOF            PICTURE 9.
000729 77  VT-IDX            PICTURE 9.
000730 77  FS-SALES-SUMMARY  PICTURE X(02).
000731 77  VT-FOUND          PICTURE 9.
000732 77  VAT-NET           PICTURE 9(07)V99.
000740 77  FS-CUSTOMER-ORDERS PICTURE X(02).
000750 77  FS-UNFILLED-DEMAND PICTURE X(02).
000760 77  ORDER-EOF         PICTURE 9, VALUE 0.
001104 77  DISCOUNT-LEFT     PICTURE 9(07)V99.
001105 77  LINE-DISCOUNT     PICTURE 9(05)V99.
001106     COPY POSTREQ.
001107 01  VAT-CODE-LIST     PICTURE X(04), VALUE "SRZE".
001108 01  VAT-CODE-TABLE REDEFINES VAT-CODE-LIST.
001109     05  VT-VAT-CODE   PICTURE X(01) OCCURS 4 TIMES.
001110 01 PRODUCT-TABLE.
001120     05  PRODUCT-TABLE-ENTRY OCCURS 20 TIMES.
001130         10  PT-PRODUCT-CODE       PICTURE X(05).
001220         10  PT-MULTI-FREE-QTY     PICTURE 99.
001230         10  PT-CHARGED-THIS-TRIP  PICTURE 9(05)V99.
001240         10  PT-DISCOUNT-THIS-TRIP PICTURE 9(05)V99.
001241         10  PT-AVERAGE-COST       PICTURE 9(03)V9(04).
001242         10  PT-VAT-IDX            PICTURE 9.
001243         10  PT-VAT-THIS-TRIP      PICTURE 9(05)V99.
001244     COPY PRICELBL.
001250 PROCEDURE DIVISION.
001260 INIT.
001270    IF OP = 1
001960                         CURRENT-CUSTOMER-ID
001970                     MOVE 0 TO MONEY
001980                 ELSE
001981                     IF AM-HELD
001982                         DISPLAY "CARD DECLINED - ACCOUNT HELD: "
001983                             CURRENT-CUSTOMER-ID
001984                         MOVE 0 TO MONEY
001985                     ELSE
001990                         MOVE CT-START-MONEY TO MONEY
002000                         MOVE 1 TO CARD-ACCOUNT-OK
002005                     END-IF
002010                 END-IF
002020         END-READ
002030     ELSE
002710     DISPLAY "CASH TAKEN:" CASH-TAKEN.
002720     DISPLAY "CARD CHARGED:" CARD-CHARGED.
002722     MOVE "C" TO RC-SHOP-STATUS.
002723     MOVE "O" TO RC-EDIT-STATUS.
002724     REWRITE RUN-CONTROL-RECORD
002726         INVALID KEY
002728             DISPLAY "UNABLE TO UPDATE RUN CONTROL"
004296             TO SI-AMOUNT-CHARGED
004297         MOVE CT-PAYMENT-METHOD TO SI-PAYMENT-METHOD
004298         MOVE BASKET-CHARGED TO SI-CHARGED-FLAG
004299         PERFORM WRITE-COSTED-ITEM THROUGH WRITE-COSTED-ITEM-FN
004300     END-IF.
004301 WRITE-ONE-BASKET-ITEM-FN.
004302 EXIT.
004600     END-IF
004610 END-IF.
004615 PERFORM SETTLE-LOYALTY THROUGH SETTLE-LOYALTY-FN.
004617 PERFORM CALCULATE-VAT THROUGH CALCULATE-VAT-FN.
004620 PERFORM WRITE-SHOP-JOURNAL THROUGH WRITE-SHOP-JOURNAL-FN.
004622 PERFORM WRITE-BASKET-ITEMS THROUGH WRITE-BASKET-ITEMS-FN.
004630 MOVE MONEY TO REST.
004760             " - RUN REFUSED"
004762         STOP RUN
004764     END-IF.
004765     PERFORM CHECK-EDIT-DONE THROUGH CHECK-EDIT-DONE-FN.
004766 CHECK-RUN-CONTROL-FN.
004768 EXIT.
004770 LOOKUP-LOYALTY.
004898     PERFORM PRINT-ONE-RECEIPT-LINE
004900         THROUGH PRINT-ONE-RECEIPT-LINE-FN
004902         VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-COUNT.
004903     PERFORM PRINT-VAT-SUMMARY THROUGH PRINT-VAT-SUMMARY-FN.
004904 PRINT-RECEIPT-FN.
004906 EXIT.
004908 PRINT-ONE-RECEIPT-LINE.
005290            FS-PRODUCT-MASTER
005300        STOP RUN
005310    END-IF.
005315    PERFORM APPLY-PRICE-CHANGES THROUGH APPLY-PRICE-CHANGES-FN.
005320    OPEN I-O SALES-SUMMARY.
005330    IF FS-SALES-SUMMARY NOT = "00"
005340        DISPLAY "UNABLE TO OPEN SALES-SUMMARY: " FS-SALES-SUMMARY
005430        MOVE 1 TO LOYALTY-OPEN
005431    END-IF.
005432    MOVE 0 TO PT-COUNT.
005435    PERFORM LOAD-VAT-RATES THROUGH LOAD-VAT-RATES-FN.
005440    MOVE LOW-VALUES TO PM-PRODUCT-CODE.
005450    START PRODUCT-MASTER KEY IS NOT LESS THAN PM-PRODUCT-CODE
005460        INVALID KEY
005610         AT END
005620             MOVE 1 TO PT-EOF
005630     END-READ.
005631     IF PT-EOF = 0 AND PM-DISCONTINUED
005632         GO TO LOAD-ONE-PRODUCT-FN
005633     END-IF.
005640     IF PT-EOF = 0
005650         ADD 1 TO PT-COUNT
005660         MOVE PM-PRODUCT-CODE TO PT-PRODUCT-CODE (PT-COUNT)
005760         MOVE 0 TO PT-MULTI-FREE-QTY (PT-COUNT)
005770         MOVE 0 TO PT-CHARGED-THIS-TRIP (PT-COUNT)
005780         MOVE 0 TO PT-DISCOUNT-THIS-TRIP (PT-COUNT)
005781         MOVE PM-AVERAGE-COST TO PT-AVERAGE-COST (PT-COUNT)
005782         MOVE 0 TO PT-VAT-THIS-TRIP (PT-COUNT)
005783         PERFORM FIND-VAT-CODE THROUGH FIND-VAT-CODE-FN
005784         MOVE VT-IDX TO PT-VAT-IDX (PT-COUNT)
005790     END-IF.
005800 LOAD-ONE-PRODUCT-FN.
005810 EXIT.
007120     END-REWRITE.
007130 UPDATE-ONE-STOCK-FN.
007140 EXIT.
007150 APPLY-PRICE-CHANGES.
007160     OPEN I-O PRICE-CHANGE.
007170     IF FS-PRICE-CHANGE = "35"
007180         GO TO APPLY-PRICE-CHANGES-FN
007190     END-IF.
007200     IF FS-PRICE-CHANGE NOT = "00"
007210         DISPLAY "UNABLE TO OPEN PRICE-CHANGE: " FS-PRICE-CHANGE
007220         STOP RUN
007230     END-IF.
007240     OPEN EXTEND PRODUCT-AUDIT.
007250     IF FS-PRODUCT-AUDIT = "35"
007260         OPEN OUTPUT PRODUCT-AUDIT
007270     END-IF.
007280     IF FS-PRODUCT-AUDIT NOT = "00"
007290         DISPLAY "UNABLE TO OPEN PRODUCT-AUDIT: " FS-PRODUCT-AUDIT
007300         STOP RUN
007310     END-IF.
007320     MOVE 0 TO LABELS-OPEN.
007330     MOVE 0 TO PC-EOF.
007340     MOVE LOW-VALUES TO PC-CHANGE-KEY.
007350     START PRICE-CHANGE KEY IS NOT LESS THAN PC-CHANGE-KEY
007360         INVALID KEY
007370             MOVE 1 TO PC-EOF
007380     END-START.
007390     PERFORM APPLY-ONE-PRICE-CHANGE
007400         THROUGH APPLY-ONE-PRICE-CHANGE-FN
007410         UNTIL PC-EOF = 1.
007420     IF LABELS-OPEN = 1
007430         MOVE "PRICE CHANGES APPLIED:" TO LT-CAPTION
007440         MOVE PRICE-CHANGES-APPLIED TO LT-COUNT
007450         WRITE PRICE-LABEL-LINE FROM LABEL-TOTAL-LINE
007460         CLOSE PRICE-LABELS
007470     END-IF.
007480     CLOSE PRODUCT-AUDIT.
007490     CLOSE PRICE-CHANGE.
007500     DISPLAY "PRICE CHANGES APPLIED:" PRICE-CHANGES-APPLIED.
007510 APPLY-PRICE-CHANGES-FN.
007520 EXIT.
007530 APPLY-ONE-PRICE-CHANGE.
007540     READ PRICE-CHANGE NEXT RECORD
007550         AT END
007560             MOVE 1 TO PC-EOF
007570     END-READ.
007580     IF PC-EOF = 1
007590         GO TO APPLY-ONE-PRICE-CHANGE-FN
007600     END-IF.
007610     IF NOT PC-PENDING OR PC-EFFECTIVE-DATE > RC-TRADING-DATE
007620         GO TO APPLY-ONE-PRICE-CHANGE-FN
007630     END-IF.
007640     MOVE PC-PRODUCT-CODE TO PM-PRODUCT-CODE.
007650     READ PRODUCT-MASTER
007660         INVALID KEY
007670             DISPLAY "PRICE CHANGE FOR UNKNOWN PRODUCT: "
007680                 PC-PRODUCT-CODE
007690             GO TO APPLY-ONE-PRICE-CHANGE-FN
007700     END-READ.
007710     MOVE PRODUCT-MASTER-RECORD TO PD-BEFORE-IMAGE.
007720     MOVE PM-UNIT-PRICE TO LD-OLD-PRICE.
007730     MOVE PC-NEW-PRICE TO PM-UNIT-PRICE.
007740     REWRITE PRODUCT-MASTER-RECORD
007750         INVALID KEY
007760             DISPLAY "UNABLE TO APPLY PRICE CHANGE: "
007770                 PC-PRODUCT-CODE
007780             GO TO APPLY-ONE-PRICE-CHANGE-FN
007790     END-REWRITE.
007800     MOVE "A" TO PC-CHANGE-STATUS.
007810     MOVE RC-TRADING-DATE TO PC-APPLIED-DATE.
007820     REWRITE PRICE-CHANGE-RECORD
007830         INVALID KEY
007840             DISPLAY "UNABLE TO MARK PRICE CHANGE APPLIED: "
007850                 PC-PRODUCT-CODE
007860     END-REWRITE.
007870     ACCEPT PD-AUDIT-DATE FROM DATE YYYYMMDD.
007880     ACCEPT PD-AUDIT-TIME FROM TIME.
007890     MOVE PC-OPERATOR-ID TO PD-OPERATOR-ID.
007900     MOVE "E" TO PD-FUNCTION-CODE.
007910     MOVE PC-PRODUCT-CODE TO PD-PRODUCT-CODE.
007920     MOVE PC-EFFECTIVE-DATE TO PD-EFFECTIVE-DATE.
007930     MOVE PRODUCT-MASTER-RECORD TO PD-AFTER-IMAGE.
007940     WRITE PRODUCT-AUDIT-RECORD.
007950     MOVE PM-PRODUCT-CODE TO LD-PRODUCT-CODE.
007960     MOVE PM-DESCRIPTION TO LD-DESCRIPTION.
007970     MOVE PM-UNIT-PRICE TO LD-NEW-PRICE.
007980     MOVE PC-EFFECTIVE-DATE TO LD-EFFECTIVE-DATE.
007990     IF PM-DISCONTINUED
008000         MOVE "DISCONTINUED" TO LD-NOTE
008010     ELSE
008020         MOVE SPACES TO LD-NOTE
008030     END-IF.
008040     IF LABELS-OPEN = 0
008050         PERFORM OPEN-PRICE-LABELS THROUGH OPEN-PRICE-LABELS-FN
008060     END-IF.
008070     WRITE PRICE-LABEL-LINE FROM LABEL-DETAIL-LINE.
008080     ADD 1 TO PRICE-CHANGES-APPLIED.
008090 APPLY-ONE-PRICE-CHANGE-FN.
008100 EXIT.
008110 OPEN-PRICE-LABELS.
008120     OPEN EXTEND PRICE-LABELS.
008130     IF FS-PRICE-LABELS = "35"
008140         OPEN OUTPUT PRICE-LABELS
008150     END-IF.
008160     IF FS-PRICE-LABELS NOT = "00"
008170         DISPLAY "UNABLE TO OPEN PRICE-LABELS: " FS-PRICE-LABELS
008180         STOP RUN
008190     END-IF.
008200     MOVE 1 TO LABELS-OPEN.
008210     MOVE RC-TRADING-DATE TO LH-TRADING-DATE.
008220     WRITE PRICE-LABEL-LINE FROM LABEL-HEADING-1.
008230     WRITE PRICE-LABEL-LINE FROM LABEL-HEADING-2.
008240 OPEN-PRICE-LABELS-FN.
008250 EXIT.
008260 LOAD-VAT-RATES.
008270     PERFORM CLEAR-VAT-RATE THROUGH CLEAR-VAT-RATE-FN
008280         VARYING VT-IDX FROM 1 BY 1 UNTIL VT-IDX > 4.
008290     OPEN INPUT VAT-RATES.
008300     IF FS-VAT-RATES = "35"
008310         DISPLAY "NO VAT RATES ON FILE - RUN REFUSED"
008320         STOP RUN
008330     END-IF.
008340     IF FS-VAT-RATES NOT = "00"
008350         DISPLAY "UNABLE TO OPEN VAT-RATES: " FS-VAT-RATES
008360         STOP RUN
008370     END-IF.
008380     MOVE 0 TO VR-EOF.
008390     PERFORM LOAD-ONE-VAT-RATE THROUGH LOAD-ONE-VAT-RATE-FN
008400         UNTIL VR-EOF = 1.
008410     CLOSE VAT-RATES.
008420     IF VT-RATE-ON-FILE (1) = 0 OR VT-RATE-ON-FILE (2) = 0
008430         DISPLAY "NO STANDARD OR REDUCED VAT RATE IN FORCE FOR "
008440             RC-TRADING-DATE " - RUN REFUSED"
008450         STOP RUN
008460     END-IF.
008470     DISPLAY "VAT RATES - STANDARD:" VT-RATE-PCT (1)
008480         " REDUCED:" VT-RATE-PCT (2).
008490 LOAD-VAT-RATES-FN.
008500 EXIT.
008510 CLEAR-VAT-RATE.
008520     MOVE 0 TO VT-RATE-PCT (VT-IDX).
008530     MOVE 0 TO VT-EFFECTIVE-DATE (VT-IDX).
008540     MOVE 0 TO VT-RATE-ON-FILE (VT-IDX).
008550 CLEAR-VAT-RATE-FN.
008560 EXIT.
008570 LOAD-ONE-VAT-RATE.
008580     READ VAT-RATES
008590         AT END
008600             MOVE 1 TO VR-EOF
008610     END-READ.
008620     IF VR-EOF = 1
008630         GO TO LOAD-ONE-VAT-RATE-FN
008640     END-IF.
008650     IF VR-EFFECTIVE-DATE > RC-TRADING-DATE
008660         GO TO LOAD-ONE-VAT-RATE-FN
008670     END-IF.
008680     IF VR-VAT-CODE = "S"
008690         MOVE 1 TO VT-IDX
008700     ELSE
008710         IF VR-VAT-CODE = "R"
008720             MOVE 2 TO VT-IDX
008730         ELSE
008740             IF VR-VAT-CODE NOT = "Z" AND VR-VAT-CODE NOT = "E"
008750                 DISPLAY "UNKNOWN VAT CODE ON VATRATE IGNORED: "
008760                     VR-VAT-CODE
008770             END-IF
008780             GO TO LOAD-ONE-VAT-RATE-FN
008790         END-IF
008800     END-IF.
008810     IF VT-RATE-ON-FILE (VT-IDX) = 1
008820        AND VR-EFFECTIVE-DATE < VT-EFFECTIVE-DATE (VT-IDX)
008830         GO TO LOAD-ONE-VAT-RATE-FN
008840     END-IF.
008850     MOVE VR-RATE-PCT TO VT-RATE-PCT (VT-IDX).
008860     MOVE VR-EFFECTIVE-DATE TO VT-EFFECTIVE-DATE (VT-IDX).
008870     MOVE 1 TO VT-RATE-ON-FILE (VT-IDX).
008880 LOAD-ONE-VAT-RATE-FN.
008890 EXIT.
008900 FIND-VAT-CODE.
008910     MOVE 0 TO VT-FOUND.
008920     IF NOT PM-VAT-CODE-VALID
008930         DISPLAY "INVALID VAT CODE - STANDARD RATE USED: "
008940             PM-PRODUCT-CODE
008950         MOVE 1 TO VT-IDX
008960         GO TO FIND-VAT-CODE-FN
008970     END-IF.
008980     PERFORM MATCH-VAT-CODE THROUGH MATCH-VAT-CODE-FN
008990         VARYING VT-IDX FROM 1 BY 1
009000         UNTIL VT-IDX > 4 OR VT-FOUND = 1.
009010     SUBTRACT 1 FROM VT-IDX.
009020 FIND-VAT-CODE-FN.
009030 EXIT.
009040 MATCH-VAT-CODE.
009050     IF VT-VAT-CODE (VT-IDX) = PM-VAT-CODE
009060         MOVE 1 TO VT-FOUND
009070     END-IF.
009080 MATCH-VAT-CODE-FN.
009090 EXIT.
009100 CALCULATE-VAT.
009110     PERFORM RESET-VAT-ANALYSIS THROUGH RESET-VAT-ANALYSIS-FN
009120         VARYING VT-IDX FROM 1 BY 1 UNTIL VT-IDX > 4.
009130     PERFORM VAT-ONE-LINE THROUGH VAT-ONE-LINE-FN
009140         VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-COUNT.
009150 CALCULATE-VAT-FN.
009160 EXIT.
009170 RESET-VAT-ANALYSIS.
009180     MOVE 0 TO VT-GROSS-THIS-TRIP (VT-IDX).
009190     MOVE 0 TO VT-VAT-THIS-TRIP (VT-IDX).
009200 RESET-VAT-ANALYSIS-FN.
009210 EXIT.
009220 VAT-ONE-LINE.
009230     MOVE 0 TO PT-VAT-THIS-TRIP (PT-IDX).
009240     IF PT-CHARGED-THIS-TRIP (PT-IDX) = 0
009250         GO TO VAT-ONE-LINE-FN
009260     END-IF.
009270     MOVE PT-VAT-IDX (PT-IDX) TO VT-IDX.
009280     COMPUTE PT-VAT-THIS-TRIP (PT-IDX) ROUNDED =
009290         PT-CHARGED-THIS-TRIP (PT-IDX) * VT-RATE-PCT (VT-IDX)
009300         / (100 + VT-RATE-PCT (VT-IDX)).
009310     ADD PT-CHARGED-THIS-TRIP (PT-IDX)
009320         TO VT-GROSS-THIS-TRIP (VT-IDX).
009330     ADD PT-VAT-THIS-TRIP (PT-IDX) TO VT-VAT-THIS-TRIP (VT-IDX).
009340 VAT-ONE-LINE-FN.
009350 EXIT.
009360 PRINT-VAT-SUMMARY.
009370     IF BAG > 0
009380         DISPLAY " VAT RATE      GROSS        VAT        NET"
009390         PERFORM PRINT-ONE-VAT-LINE THROUGH PRINT-ONE-VAT-LINE-FN
009400             VARYING VT-IDX FROM 1 BY 1 UNTIL VT-IDX > 4
009410     END-IF.
009420 PRINT-VAT-SUMMARY-FN.
009430 EXIT.
009440 PRINT-ONE-VAT-LINE.
009450     IF VT-GROSS-THIS-TRIP (VT-IDX) > 0
009460         COMPUTE VAT-NET = VT-GROSS-THIS-TRIP (VT-IDX)
009470             - VT-VAT-THIS-TRIP (VT-IDX)
009480         DISPLAY "  " VT-VAT-CODE (VT-IDX) "  "
009490             VT-RATE-PCT (VT-IDX) "  "
009500             VT-GROSS-THIS-TRIP (VT-IDX) "  "
009510             VT-VAT-THIS-TRIP (VT-IDX) "  " VAT-NET
009520     END-IF.
009530 PRINT-ONE-VAT-LINE-FN.
009540 EXIT.
009550 WRITE-COSTED-ITEM.
009560     COMPUTE SI-COST-OF-SALES ROUNDED =
009570         PT-BOUGHT-THIS-TRIP (PT-IDX) * PT-AVERAGE-COST (PT-IDX).
009580     MOVE PT-VAT-IDX (PT-IDX) TO VT-IDX.
009590     MOVE VT-VAT-CODE (VT-IDX) TO SI-VAT-CODE.
009600     MOVE VT-RATE-PCT (VT-IDX) TO SI-VAT-RATE.
009610     MOVE PT-VAT-THIS-TRIP (PT-IDX) TO SI-VAT-AMOUNT.
009620     WRITE SHOP-ITEM-RECORD.
009630 WRITE-COSTED-ITEM-FN.
009640 EXIT.
009650 CHECK-EDIT-DONE.
009660     IF NOT RC-EDIT-DONE
009670         DISPLAY "NO EDITED CUSTOMER BATCH FOR " RC-TRADING-DATE
009680             " - RUN CUSTEDIT FIRST"
009690         STOP RUN
009700     END-IF.
009710 CHECK-EDIT-DONE-FN.
009720 EXIT.
