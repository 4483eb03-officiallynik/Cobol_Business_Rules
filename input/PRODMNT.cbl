000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PRODMNT.
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
001500     SELECT PRODUCT-AUDIT ASSIGN TO "PRODAUDT"
001600         ORGANIZATION IS SEQUENTIAL
001700         FILE STATUS IS FS-PRODUCT-AUDIT.
001800     SELECT PRICE-CHANGE ASSIGN TO "PRICECHG"
001900         ORGANIZATION IS INDEXED
002000         ACCESS MODE IS RANDOM
002100         RECORD KEY IS PC-CHANGE-KEY
002200         FILE STATUS IS FS-PRICE-CHANGE.
002300     SELECT SUPPLIER-MASTER ASSIGN TO "SUPPMAST"
002400         ORGANIZATION IS INDEXED
002500         ACCESS MODE IS RANDOM
002600         RECORD KEY IS SU-SUPPLIER-CODE
002700         FILE STATUS IS FS-SUPPLIER-MASTER.
002800 DATA DIVISION.
002900 FILE SECTION.
003000 FD  PRODUCT-MASTER.
003100     COPY PRODMAST.
003200 FD  PRODUCT-AUDIT.
003300     COPY PRODAUDT.
003400 FD  PRICE-CHANGE.
003500     COPY PRICECHG.
003600 FD  SUPPLIER-MASTER.
003700     COPY SUPPMAST.
003800 WORKING-STORAGE SECTION.
003900 77  FS-PRODUCT-MASTER PICTURE X(02).
004000 77  FS-PRODUCT-AUDIT  PICTURE X(02).
004100 77  FS-PRICE-CHANGE   PICTURE X(02).
004200 77  FS-SUPPLIER-MASTER PICTURE X(02).
004300 77  OPERATOR-ID       PICTURE X(03).
004400 77  FUNCTION-CODE     PICTURE X(01).
004500 77  AMEND-FIELD       PICTURE X(01).
004600 77  ENTERED-PRODUCT-CODE PICTURE X(05).
004700 77  ENTERED-DESCRIPTION PICTURE X(15).
004800 77  ENTERED-PRICE     PICTURE 9(03)V99.
004810 77  ENTERED-COST      PICTURE 9(03)V9(04).
004900 77  ENTERED-QUANTITY  PICTURE 9(05).
005000 77  ENTERED-SUPPLIER  PICTURE X(05).
005010 77  ENTERED-VAT-CODE  PICTURE X(01).
005100 77  ENTERED-EFFECTIVE-DATE PICTURE 9(08).
005200 77  RUN-DATE          PICTURE 9(08).
005300 77  PRODUCT-OK        PICTURE 9.
005400 77  SUPPLIER-OK       PICTURE 9.
005500 77  SUPPLIER-OPEN     PICTURE 9, VALUE 0.
005600 77  CHANGE-ON-FILE    PICTURE 9.
005700 77  AUDIT-EFFECTIVE-DATE PICTURE 9(08).
005800 77  BEFORE-IMAGE      PICTURE X(54).
005900 77  AFTER-IMAGE       PICTURE X(54).
005905 77  DATE-OK           PICTURE 9.
005910 77  DAYS-IN-MONTH     PICTURE 9(02).
005915 77  LEAP-QUOTIENT     PICTURE 9(04).
005920 77  LEAP-REMAINDER    PICTURE 9(03).
005925 77  EFFECTIVE-DAY-NO  PICTURE 9(07).
005930 01  DATE-WORK         PICTURE 9(08).
005935 01  DATE-SPLIT REDEFINES DATE-WORK.
005940     05  DW-YEAR         PICTURE 9(04).
005945     05  DW-MONTH        PICTURE 9(02).
005950     05  DW-DAY          PICTURE 9(02).
005955 01  MONTH-DAYS-VALUES.
005960     05  FILLER          PICTURE X(24),
005965         VALUE "312831303130313130313031".
005970 01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
005975     05  MONTH-DAYS      PICTURE 9(02) OCCURS 12 TIMES.
006000     COPY SIGNREQ.
006100 PROCEDURE DIVISION.
006200 INIT.
006300     OPEN I-O PRODUCT-MASTER.
006400     IF FS-PRODUCT-MASTER NOT = "00"
006500         DISPLAY "UNABLE TO OPEN PRODUCT-MASTER: "
006600             FS-PRODUCT-MASTER
006700         STOP RUN
006800     END-IF.
006900     OPEN EXTEND PRODUCT-AUDIT.
007000     IF FS-PRODUCT-AUDIT = "35"
007100         OPEN OUTPUT PRODUCT-AUDIT
007200     END-IF.
007300     IF FS-PRODUCT-AUDIT NOT = "00"
007400         DISPLAY "UNABLE TO OPEN PRODUCT-AUDIT: "
007500             FS-PRODUCT-AUDIT
007600         STOP RUN
007700     END-IF.
007800     OPEN I-O PRICE-CHANGE.
007900     IF FS-PRICE-CHANGE = "35"
008000         OPEN OUTPUT PRICE-CHANGE
008100         CLOSE PRICE-CHANGE
008200         OPEN I-O PRICE-CHANGE
008300     END-IF.
008400     IF FS-PRICE-CHANGE NOT = "00"
008500         DISPLAY "UNABLE TO OPEN PRICE-CHANGE: "
008600             FS-PRICE-CHANGE
008700         STOP RUN
008800     END-IF.
008900     OPEN INPUT SUPPLIER-MASTER.
009000     IF FS-SUPPLIER-MASTER = "35"
009100         DISPLAY "NO SUPPLIER MASTER ON FILE - "
009200             "SUPPLIER CODES NOT VERIFIED"
009300     ELSE
009400         IF FS-SUPPLIER-MASTER NOT = "00"
009500             DISPLAY "UNABLE TO OPEN SUPPLIER-MASTER: "
009600                 FS-SUPPLIER-MASTER
009700             STOP RUN
009800         END-IF
009900         MOVE 1 TO SUPPLIER-OPEN
010000     END-IF.
010100     CALL "SIGNON" USING SIGNON-REQUEST.
010200     IF SG-RETURN-CODE NOT = "00"
010300         DISPLAY "SIGN-ON REFUSED: " SG-RETURN-CODE
010400         STOP RUN
010500     END-IF.
010600     MOVE SG-OPERATOR-ID TO OPERATOR-ID.
010700     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
010800     PERFORM GET-FUNCTION THROUGH GET-FUNCTION-FN
010900         UNTIL FUNCTION-CODE = "X".
011000     CLOSE PRODUCT-MASTER.
011100     CLOSE PRODUCT-AUDIT.
011200     CLOSE PRICE-CHANGE.
011300     IF SUPPLIER-OPEN = 1
011400         CLOSE SUPPLIER-MASTER
011500     END-IF.
011600     STOP RUN.
011700 INIT-FN.
011800 EXIT.
011900 GET-FUNCTION.
012000     DISPLAY "FUNCTION - A ADD, M AMEND, P PRICE CHANGE,".
012100     DISPLAY "           D DISCONTINUE, R REINSTATE, X EXIT".
012200     ACCEPT FUNCTION-CODE.
012300     IF (FUNCTION-CODE = "A" OR "P") AND NOT SG-SUPERVISOR
012400         DISPLAY "SUPERVISOR AUTHORITY REQUIRED FOR FUNCTION: "
012500             FUNCTION-CODE
012600         GO TO GET-FUNCTION-FN
012700     END-IF.
012800     MOVE 0 TO AUDIT-EFFECTIVE-DATE.
012900     IF FUNCTION-CODE = "A"
013000         PERFORM ADD-PRODUCT THROUGH ADD-PRODUCT-FN
013100     ELSE
013200         IF FUNCTION-CODE = "M" OR "P" OR "D" OR "R"
013300             PERFORM CHANGE-PRODUCT THROUGH CHANGE-PRODUCT-FN
013400         ELSE
013500             IF FUNCTION-CODE NOT = "X"
013600                 DISPLAY "UNKNOWN FUNCTION: " FUNCTION-CODE
013700             END-IF
013800         END-IF
013900     END-IF.
014000 GET-FUNCTION-FN.
014100 EXIT.
014200 ADD-PRODUCT.
014300     DISPLAY "ENTER NEW PRODUCT CODE".
014400     ACCEPT ENTERED-PRODUCT-CODE.
014500     IF ENTERED-PRODUCT-CODE = SPACES
014600         DISPLAY "PRODUCT CODE IS REQUIRED"
014700         GO TO ADD-PRODUCT-FN
014800     END-IF.
014900     MOVE ENTERED-PRODUCT-CODE TO PM-PRODUCT-CODE.
015000     READ PRODUCT-MASTER
015100         INVALID KEY
015200             CONTINUE
015300         NOT INVALID KEY
015400             DISPLAY "PRODUCT ALREADY ON FILE: "
015500                 ENTERED-PRODUCT-CODE
015600             GO TO ADD-PRODUCT-FN
015700     END-READ.
015800     DISPLAY "ENTER DESCRIPTION".
015900     ACCEPT ENTERED-DESCRIPTION.
016000     IF ENTERED-DESCRIPTION = SPACES
016100         DISPLAY "DESCRIPTION IS REQUIRED"
016200         GO TO ADD-PRODUCT-FN
016300     END-IF.
016400     DISPLAY "ENTER UNIT PRICE".
016500     ACCEPT ENTERED-PRICE.
016600     IF ENTERED-PRICE = 0
016700         DISPLAY "UNIT PRICE MUST NOT BE ZERO"
016800         GO TO ADD-PRODUCT-FN
016900     END-IF.
017000     DISPLAY "ENTER SUPPLIER CODE".
017100     ACCEPT ENTERED-SUPPLIER.
017200     PERFORM CHECK-SUPPLIER THROUGH CHECK-SUPPLIER-FN.
017300     IF SUPPLIER-OK = 0
017400         GO TO ADD-PRODUCT-FN
017500     END-IF.
017600     DISPLAY "ENTER VAT CODE - S STANDARD, R REDUCED, Z ZERO,".
017610     DISPLAY "                 E EXEMPT".
017620     ACCEPT ENTERED-VAT-CODE.
017630     IF ENTERED-VAT-CODE NOT = "S" AND "R" AND "Z" AND "E"
017640         DISPLAY "UNKNOWN VAT CODE: " ENTERED-VAT-CODE
017650         GO TO ADD-PRODUCT-FN
017660     END-IF.
017670     MOVE ENTERED-PRODUCT-CODE TO PM-PRODUCT-CODE.
017700     MOVE ENTERED-DESCRIPTION TO PM-DESCRIPTION.
017800     MOVE 0 TO PM-QUANTITY-ON-HAND.
017900     MOVE ENTERED-PRICE TO PM-UNIT-PRICE.
018000     DISPLAY "ENTER REORDER POINT".
018100     ACCEPT ENTERED-QUANTITY.
018200     MOVE ENTERED-QUANTITY TO PM-REORDER-POINT.
018300     DISPLAY "ENTER REORDER QUANTITY".
018400     ACCEPT ENTERED-QUANTITY.
018500     MOVE ENTERED-QUANTITY TO PM-REORDER-QTY.
018600     MOVE ENTERED-SUPPLIER TO PM-SUPPLIER-CODE.
018700     MOVE "A" TO PM-STATUS.
018710     DISPLAY "ENTER OPENING UNIT COST - 0 IF NOT YET KNOWN".
018720     ACCEPT ENTERED-COST.
018730     MOVE ENTERED-COST TO PM-AVERAGE-COST.
018800     MOVE ENTERED-VAT-CODE TO PM-VAT-CODE.
018810     MOVE SPACES TO BEFORE-IMAGE.
018900     WRITE PRODUCT-MASTER-RECORD
019000         INVALID KEY
019100             DISPLAY "UNABLE TO ADD PRODUCT: "
019200                 ENTERED-PRODUCT-CODE
019300             GO TO ADD-PRODUCT-FN
019400     END-WRITE.
019500     DISPLAY "PRODUCT ADDED: " ENTERED-PRODUCT-CODE.
019600     MOVE PRODUCT-MASTER-RECORD TO AFTER-IMAGE.
019700     PERFORM WRITE-AUDIT THROUGH WRITE-AUDIT-FN.
019800 ADD-PRODUCT-FN.
019900 EXIT.
020000 CHANGE-PRODUCT.
020100     PERFORM GET-PRODUCT THROUGH GET-PRODUCT-FN.
020200     IF PRODUCT-OK = 0
020300         GO TO CHANGE-PRODUCT-FN
020400     END-IF.
020500     MOVE PRODUCT-MASTER-RECORD TO BEFORE-IMAGE.
020600     IF FUNCTION-CODE = "M"
020700         PERFORM AMEND-PRODUCT THROUGH AMEND-PRODUCT-FN
020800     END-IF.
020900     IF FUNCTION-CODE = "P"
021000         PERFORM KEY-PRICE-CHANGE THROUGH KEY-PRICE-CHANGE-FN
021100     END-IF.
021200     IF FUNCTION-CODE = "D"
021300         PERFORM DISCONTINUE-PRODUCT
021400             THROUGH DISCONTINUE-PRODUCT-FN
021500     END-IF.
021600     IF FUNCTION-CODE = "R"
021700         PERFORM REINSTATE-PRODUCT THROUGH REINSTATE-PRODUCT-FN
021800     END-IF.
021900 CHANGE-PRODUCT-FN.
022000 EXIT.
022100 GET-PRODUCT.
022200     MOVE 0 TO PRODUCT-OK.
022300     DISPLAY "ENTER PRODUCT CODE".
022400     ACCEPT ENTERED-PRODUCT-CODE.
022500     MOVE ENTERED-PRODUCT-CODE TO PM-PRODUCT-CODE.
022600     READ PRODUCT-MASTER
022700         INVALID KEY
022800             DISPLAY "PRODUCT NOT ON FILE: "
022900                 ENTERED-PRODUCT-CODE
023000         NOT INVALID KEY
023100             MOVE 1 TO PRODUCT-OK
023200     END-READ.
023300 GET-PRODUCT-FN.
023400 EXIT.
023500 CHECK-SUPPLIER.
023600     MOVE 1 TO SUPPLIER-OK.
023700     IF ENTERED-SUPPLIER = SPACES
023800         DISPLAY "SUPPLIER CODE IS REQUIRED"
023900         MOVE 0 TO SUPPLIER-OK
024000         GO TO CHECK-SUPPLIER-FN
024100     END-IF.
024200     IF SUPPLIER-OPEN = 0
024300         GO TO CHECK-SUPPLIER-FN
024400     END-IF.
024500     MOVE ENTERED-SUPPLIER TO SU-SUPPLIER-CODE.
024600     READ SUPPLIER-MASTER
024700         INVALID KEY
024800             DISPLAY "SUPPLIER NOT ON FILE: " ENTERED-SUPPLIER
024900             MOVE 0 TO SUPPLIER-OK
025000     END-READ.
025100 CHECK-SUPPLIER-FN.
025200 EXIT.
025300 AMEND-PRODUCT.
025400     DISPLAY "DESCRIPTION:     " PM-DESCRIPTION.
025500     DISPLAY "REORDER POINT:   " PM-REORDER-POINT.
025600     DISPLAY "REORDER QTY:     " PM-REORDER-QTY.
025700     DISPLAY "SUPPLIER:        " PM-SUPPLIER-CODE.
025800     DISPLAY "AVERAGE COST:    " PM-AVERAGE-COST.
025900     DISPLAY "VAT CODE:        " PM-VAT-CODE.
026000     DISPLAY "FIELD - D DESCRIPTION, P REORDER POINT,".
026010     DISPLAY "        Q REORDER QTY, S SUPPLIER, C AVERAGE COST".
026020     DISPLAY "        V VAT CODE".
026030     ACCEPT AMEND-FIELD.
026040     IF AMEND-FIELD = "C" AND NOT SG-SUPERVISOR
026050         DISPLAY "SUPERVISOR AUTHORITY REQUIRED TO CHANGE COST"
026057         GO TO AMEND-PRODUCT-FN
026064     END-IF.
026071     IF AMEND-FIELD = "V" AND NOT SG-SUPERVISOR
026078         DISPLAY "SUPERVISOR AUTHORITY REQUIRED FOR VAT CODE"
026085         GO TO AMEND-PRODUCT-FN
026092     END-IF.
026100     IF AMEND-FIELD = "D"
026200         DISPLAY "ENTER NEW DESCRIPTION"
026300         ACCEPT ENTERED-DESCRIPTION
026400         IF ENTERED-DESCRIPTION = SPACES
026500             DISPLAY "DESCRIPTION IS REQUIRED"
026600             GO TO AMEND-PRODUCT-FN
026700         END-IF
026800         MOVE ENTERED-DESCRIPTION TO PM-DESCRIPTION
026900     ELSE
027000         IF AMEND-FIELD = "P"
027100             DISPLAY "ENTER NEW REORDER POINT"
027200             ACCEPT ENTERED-QUANTITY
027300             MOVE ENTERED-QUANTITY TO PM-REORDER-POINT
027400         ELSE
027500             IF AMEND-FIELD = "Q"
027600                 DISPLAY "ENTER NEW REORDER QUANTITY"
027700                 ACCEPT ENTERED-QUANTITY
027800                 MOVE ENTERED-QUANTITY TO PM-REORDER-QTY
027900             ELSE
028000                 IF AMEND-FIELD = "S"
028100                     DISPLAY "ENTER NEW SUPPLIER CODE"
028200                     ACCEPT ENTERED-SUPPLIER
028300                     PERFORM CHECK-SUPPLIER
028400                         THROUGH CHECK-SUPPLIER-FN
028500                     IF SUPPLIER-OK = 0
028600                         GO TO AMEND-PRODUCT-FN
028700                     END-IF
028800                     MOVE ENTERED-SUPPLIER TO PM-SUPPLIER-CODE
028900                 ELSE
029000                     IF AMEND-FIELD = "C"
029100                         DISPLAY "ENTER NEW AVERAGE UNIT COST"
029200                         ACCEPT ENTERED-COST
029210                         MOVE ENTERED-COST TO PM-AVERAGE-COST
029220                     ELSE
029230                         IF AMEND-FIELD = "V"
029240                             DISPLAY "NEW VAT CODE - S, R, Z OR E"
029250                             ACCEPT ENTERED-VAT-CODE
029251                             IF ENTERED-VAT-CODE NOT = "S" AND "R"
029252                                AND "Z" AND "E"
029253                                 DISPLAY "UNKNOWN VAT CODE: "
029254                                     ENTERED-VAT-CODE
029258                                 GO TO AMEND-PRODUCT-FN
029262                             END-IF
029266                             MOVE ENTERED-VAT-CODE TO PM-VAT-CODE
029270                         ELSE
029274                             DISPLAY "UNKNOWN FIELD: " AMEND-FIELD
029278                             GO TO AMEND-PRODUCT-FN
029282                         END-IF
029286                     END-IF
029290                 END-IF
029300             END-IF
029400         END-IF
029500     END-IF.
029600     PERFORM UPDATE-PRODUCT THROUGH UPDATE-PRODUCT-FN.
029700 AMEND-PRODUCT-FN.
029800 EXIT.
029900 KEY-PRICE-CHANGE.
030000     DISPLAY "CURRENT UNIT PRICE: " PM-UNIT-PRICE.
030100     DISPLAY "ENTER EFFECTIVE DATE YYYYMMDD".
030200     ACCEPT ENTERED-EFFECTIVE-DATE.
030210     PERFORM CHECK-EFFECTIVE-DATE
030220         THROUGH CHECK-EFFECTIVE-DATE-FN.
030230     IF DATE-OK = 0
030240         GO TO KEY-PRICE-CHANGE-FN
030250     END-IF.
030300     IF ENTERED-EFFECTIVE-DATE < RUN-DATE
030400         DISPLAY "EFFECTIVE DATE BEFORE TODAY " RUN-DATE
030500         GO TO KEY-PRICE-CHANGE-FN
030600     END-IF.
030700     DISPLAY "ENTER NEW UNIT PRICE - 0 TO CANCEL A PENDING "
030750         "CHANGE".
030800     ACCEPT ENTERED-PRICE.
030900     MOVE ENTERED-PRODUCT-CODE TO PC-PRODUCT-CODE.
031000     MOVE ENTERED-EFFECTIVE-DATE TO PC-EFFECTIVE-DATE.
031100     MOVE 1 TO CHANGE-ON-FILE.
031200     READ PRICE-CHANGE
031300         INVALID KEY
031400             MOVE 0 TO CHANGE-ON-FILE
031500     END-READ.
031600     IF CHANGE-ON-FILE = 1 AND PC-APPLIED
031700         DISPLAY "CHANGE FOR " ENTERED-EFFECTIVE-DATE
031800             " ALREADY APPLIED - KEY A NEW DATE"
031900         GO TO KEY-PRICE-CHANGE-FN
032000     END-IF.
032100     IF ENTERED-PRICE = 0
032200         PERFORM CANCEL-PRICE-CHANGE
032300             THROUGH CANCEL-PRICE-CHANGE-FN
032400         GO TO KEY-PRICE-CHANGE-FN
032500     END-IF.
032600     MOVE ENTERED-PRODUCT-CODE TO PC-PRODUCT-CODE.
032700     MOVE ENTERED-EFFECTIVE-DATE TO PC-EFFECTIVE-DATE.
032800     MOVE ENTERED-PRICE TO PC-NEW-PRICE.
032900     MOVE PM-UNIT-PRICE TO PC-PRICE-WHEN-KEYED.
033000     MOVE OPERATOR-ID TO PC-OPERATOR-ID.
033100     MOVE RUN-DATE TO PC-ENTRY-DATE.
033200     MOVE "P" TO PC-CHANGE-STATUS.
033300     MOVE 0 TO PC-APPLIED-DATE.
033400     IF CHANGE-ON-FILE = 1
033500         REWRITE PRICE-CHANGE-RECORD
033600             INVALID KEY
033700                 DISPLAY "UNABLE TO UPDATE PRICE CHANGE: "
033800                     ENTERED-PRODUCT-CODE
033900                 GO TO KEY-PRICE-CHANGE-FN
034000         END-REWRITE
034100     ELSE
034200         WRITE PRICE-CHANGE-RECORD
034300             INVALID KEY
034400                 DISPLAY "UNABLE TO WRITE PRICE CHANGE: "
034500                     ENTERED-PRODUCT-CODE
034600                 GO TO KEY-PRICE-CHANGE-FN
034700         END-WRITE
034800     END-IF.
034900     DISPLAY "PRICE CHANGE PENDING FOR " ENTERED-EFFECTIVE-DATE.
035000     MOVE ENTERED-EFFECTIVE-DATE TO AUDIT-EFFECTIVE-DATE.
035100     MOVE ENTERED-PRICE TO PM-UNIT-PRICE.
035200     MOVE PRODUCT-MASTER-RECORD TO AFTER-IMAGE.
035300     PERFORM WRITE-AUDIT THROUGH WRITE-AUDIT-FN.
035400 KEY-PRICE-CHANGE-FN.
035500 EXIT.
035600 CANCEL-PRICE-CHANGE.
035700     IF CHANGE-ON-FILE = 0 OR NOT PC-PENDING
035800         DISPLAY "NO PENDING CHANGE FOR " ENTERED-EFFECTIVE-DATE
035900         GO TO CANCEL-PRICE-CHANGE-FN
036000     END-IF.
036100     MOVE "X" TO PC-CHANGE-STATUS.
036200     REWRITE PRICE-CHANGE-RECORD
036300         INVALID KEY
036400             DISPLAY "UNABLE TO CANCEL PRICE CHANGE: "
036500                 ENTERED-PRODUCT-CODE
036600             GO TO CANCEL-PRICE-CHANGE-FN
036700     END-REWRITE.
036800     DISPLAY "PRICE CHANGE CANCELLED FOR " ENTERED-EFFECTIVE-DATE.
036900     MOVE ENTERED-EFFECTIVE-DATE TO AUDIT-EFFECTIVE-DATE.
037000     MOVE PRODUCT-MASTER-RECORD TO AFTER-IMAGE.
037100     PERFORM WRITE-AUDIT THROUGH WRITE-AUDIT-FN.
037200 CANCEL-PRICE-CHANGE-FN.
037300 EXIT.
037400 DISCONTINUE-PRODUCT.
037500     IF PM-DISCONTINUED
037600         DISPLAY "PRODUCT ALREADY DISCONTINUED: "
037700             ENTERED-PRODUCT-CODE
037800         GO TO DISCONTINUE-PRODUCT-FN
037900     END-IF.
038000     IF PM-QUANTITY-ON-HAND > 0
038100         DISPLAY "NOTE - STOCK STILL ON HAND: "
038150             PM-QUANTITY-ON-HAND
038200     END-IF.
038300     MOVE "D" TO PM-STATUS.
038400     PERFORM UPDATE-PRODUCT THROUGH UPDATE-PRODUCT-FN.
038500 DISCONTINUE-PRODUCT-FN.
038600 EXIT.
038700 REINSTATE-PRODUCT.
038800     IF NOT PM-DISCONTINUED
038900         DISPLAY "PRODUCT NOT DISCONTINUED: " ENTERED-PRODUCT-CODE
039000         GO TO REINSTATE-PRODUCT-FN
039100     END-IF.
039200     MOVE "A" TO PM-STATUS.
039300     PERFORM UPDATE-PRODUCT THROUGH UPDATE-PRODUCT-FN.
039400 REINSTATE-PRODUCT-FN.
039500 EXIT.
039600 UPDATE-PRODUCT.
039700     REWRITE PRODUCT-MASTER-RECORD
039800         INVALID KEY
039900             DISPLAY "UNABLE TO UPDATE PRODUCT: "
040000                 PM-PRODUCT-CODE
040100             GO TO UPDATE-PRODUCT-FN
040200     END-REWRITE.
040300     DISPLAY "PRODUCT UPDATED: " PM-PRODUCT-CODE.
040400     MOVE PRODUCT-MASTER-RECORD TO AFTER-IMAGE.
040500     PERFORM WRITE-AUDIT THROUGH WRITE-AUDIT-FN.
040600 UPDATE-PRODUCT-FN.
040700 EXIT.
040800 WRITE-AUDIT.
040900     ACCEPT PD-AUDIT-DATE FROM DATE YYYYMMDD.
041000     ACCEPT PD-AUDIT-TIME FROM TIME.
041100     MOVE OPERATOR-ID TO PD-OPERATOR-ID.
041200     MOVE FUNCTION-CODE TO PD-FUNCTION-CODE.
041300     MOVE ENTERED-PRODUCT-CODE TO PD-PRODUCT-CODE.
041400     MOVE AUDIT-EFFECTIVE-DATE TO PD-EFFECTIVE-DATE.
041500     MOVE BEFORE-IMAGE TO PD-BEFORE-IMAGE.
041600     MOVE AFTER-IMAGE TO PD-AFTER-IMAGE.
041700     WRITE PRODUCT-AUDIT-RECORD.
041800 WRITE-AUDIT-FN.
041900 EXIT.
042000 CHECK-EFFECTIVE-DATE.
042100     MOVE 0 TO DATE-OK.
042200     MOVE ENTERED-EFFECTIVE-DATE TO DATE-WORK.
042300     IF ENTERED-EFFECTIVE-DATE NOT NUMERIC
042400         OR DW-MONTH < 1 OR DW-MONTH > 12 OR DW-DAY < 1
042500         DISPLAY "INVALID DATE: " ENTERED-EFFECTIVE-DATE
042600         GO TO CHECK-EFFECTIVE-DATE-FN
042700     END-IF.
042800     PERFORM MONTH-LENGTH THROUGH MONTH-LENGTH-FN.
042900     IF DW-DAY > DAYS-IN-MONTH
043000         DISPLAY "INVALID DATE: " ENTERED-EFFECTIVE-DATE
043100         GO TO CHECK-EFFECTIVE-DATE-FN
043200     END-IF.
043300     COMPUTE EFFECTIVE-DAY-NO =
043400         FUNCTION INTEGER-OF-DATE (ENTERED-EFFECTIVE-DATE).
043500     IF EFFECTIVE-DAY-NO = 0
043600         DISPLAY "INVALID DATE: " ENTERED-EFFECTIVE-DATE
043700         GO TO CHECK-EFFECTIVE-DATE-FN
043800     END-IF.
043900     MOVE 1 TO DATE-OK.
044000 CHECK-EFFECTIVE-DATE-FN.
044100 EXIT.
044200 MONTH-LENGTH.
044300     MOVE MONTH-DAYS (DW-MONTH) TO DAYS-IN-MONTH.
044400     IF DW-MONTH NOT = 2
044500         GO TO MONTH-LENGTH-FN
044600     END-IF.
044700     DIVIDE DW-YEAR BY 4 GIVING LEAP-QUOTIENT
044800         REMAINDER LEAP-REMAINDER.
044900     IF LEAP-REMAINDER NOT = 0
045000         GO TO MONTH-LENGTH-FN
045100     END-IF.
045200     MOVE 29 TO DAYS-IN-MONTH.
045300     DIVIDE DW-YEAR BY 100 GIVING LEAP-QUOTIENT
045400         REMAINDER LEAP-REMAINDER.
045500     IF LEAP-REMAINDER NOT = 0
045600         GO TO MONTH-LENGTH-FN
045700     END-IF.
045800     DIVIDE DW-YEAR BY 400 GIVING LEAP-QUOTIENT
045900         REMAINDER LEAP-REMAINDER.
046000     IF LEAP-REMAINDER NOT = 0
046100         MOVE 28 TO DAYS-IN-MONTH
046200     END-IF.
046300 MONTH-LENGTH-FN.
046400 EXIT.
