000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STOMNT.
000300 AUTHOR. SOURCE.
000400 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000600 SOURCE-COMPUTER. PC-MICROFOCUS.
000700 OBJECT-COMPUTER. PC-MICROFOCUS.
000800 INPUT-OUTPUT SECTION.
000900 FILE-CONTROL.
001000     SELECT STANDING-ORDERS ASSIGN TO "STNDORD"
001100         ORGANIZATION IS INDEXED
001200         ACCESS MODE IS DYNAMIC
001300         RECORD KEY IS SO-ORDER-REF
001400         FILE STATUS IS FS-STANDING-ORDERS.
001500     SELECT ORDER-AUDIT ASSIGN TO "STOAUDT"
001600         ORGANIZATION IS SEQUENTIAL
001700         FILE STATUS IS FS-ORDER-AUDIT.
001800     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
001900         ORGANIZATION IS INDEXED
002000         ACCESS MODE IS RANDOM
002100         RECORD KEY IS AM-ACCOUNT-NUMBER
002200         FILE STATUS IS FS-ACCOUNT-MASTER.
002300 DATA DIVISION.
002400 FILE SECTION.
002500 FD  STANDING-ORDERS.
002600     COPY STNDORD.
002700 FD  ORDER-AUDIT.
002800     COPY STOAUDT.
002900 FD  ACCOUNT-MASTER.
003000     COPY ACCTMAST.
003100 WORKING-STORAGE SECTION.
003200 77  FS-STANDING-ORDERS PICTURE X(02).
003300 77  FS-ORDER-AUDIT    PICTURE X(02).
003400 77  FS-ACCOUNT-MASTER PICTURE X(02).
003500 77  OPERATOR-ID       PICTURE X(03).
003600 77  FUNCTION-CODE     PICTURE X(01).
003700 77  AMEND-CODE        PICTURE X(01).
003800 77  ENTERED-REF       PICTURE 9(08).
003900 77  ENTERED-PAYER     PICTURE X(06).
004000 77  ENTERED-PAYEE     PICTURE X(06).
004100 77  ENTERED-ACCOUNT   PICTURE X(06).
004200 77  ENTERED-AMOUNT    PICTURE 9(07)V99.
004300 77  ENTERED-FREQUENCY PICTURE X(01).
004400 77  ENTERED-START     PICTURE 9(08).
004500 77  ENTERED-END       PICTURE 9(08).
004600 77  ENTERED-DATE      PICTURE 9(08).
004700 77  TODAY-DATE        PICTURE 9(08).
004800 77  ORDER-OK          PICTURE 9.
004900 77  ACCOUNT-OK        PICTURE 9.
005000 77  DATE-OK           PICTURE 9.
005100 77  SO-EOF            PICTURE 9.
005200 77  LAST-REF          PICTURE 9(08).
005300 77  ORDERS-LISTED     PICTURE 9(05).
005400 77  DAYS-IN-MONTH     PICTURE 9(02).
005500 77  LEAP-QUOTIENT     PICTURE 9(04).
005600 77  LEAP-REMAINDER    PICTURE 9(03).
005700 77  BEFORE-IMAGE      PICTURE X(77).
005800 01  DATE-WORK         PICTURE 9(08).
005900 01  DATE-SPLIT REDEFINES DATE-WORK.
006000     05  DW-YEAR         PICTURE 9(04).
006100     05  DW-MONTH        PICTURE 9(02).
006200     05  DW-DAY          PICTURE 9(02).
006300 01  MONTH-DAYS-VALUES.
006400     05  FILLER          PICTURE X(24),
006500         VALUE "312831303130313130313031".
006600 01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
006700     05  MONTH-DAYS      PICTURE 9(02) OCCURS 12 TIMES.
006800     COPY SIGNREQ.
006900 PROCEDURE DIVISION.
007000 INIT.
007100     OPEN I-O STANDING-ORDERS.
007200     IF FS-STANDING-ORDERS = "35"
007300         OPEN OUTPUT STANDING-ORDERS
007400         CLOSE STANDING-ORDERS
007500         OPEN I-O STANDING-ORDERS
007600     END-IF.
007700     IF FS-STANDING-ORDERS NOT = "00"
007800         DISPLAY "UNABLE TO OPEN STANDING-ORDERS: "
007900             FS-STANDING-ORDERS
008000         STOP RUN
008100     END-IF.
008200     OPEN EXTEND ORDER-AUDIT.
008300     IF FS-ORDER-AUDIT = "35"
008400         OPEN OUTPUT ORDER-AUDIT
008500     END-IF.
008600     IF FS-ORDER-AUDIT NOT = "00"
008700         DISPLAY "UNABLE TO OPEN ORDER-AUDIT: " FS-ORDER-AUDIT
008800         STOP RUN
008900     END-IF.
009000     OPEN INPUT ACCOUNT-MASTER.
009100     IF FS-ACCOUNT-MASTER NOT = "00"
009200         DISPLAY "UNABLE TO OPEN ACCOUNT-MASTER: "
009300             FS-ACCOUNT-MASTER
009400         STOP RUN
009500     END-IF.
009600     CALL "SIGNON" USING SIGNON-REQUEST.
009700     IF SG-RETURN-CODE NOT = "00"
009800         DISPLAY "SIGN-ON REFUSED: " SG-RETURN-CODE
009900         STOP RUN
010000     END-IF.
010100     MOVE SG-OPERATOR-ID TO OPERATOR-ID.
010200     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
010300     PERFORM GET-FUNCTION THROUGH GET-FUNCTION-FN
010400         UNTIL FUNCTION-CODE = "X".
010500     CLOSE STANDING-ORDERS.
010600     CLOSE ORDER-AUDIT.
010700     CLOSE ACCOUNT-MASTER.
010800     STOP RUN.
010900 INIT-FN.
011000 EXIT.
011100 GET-FUNCTION.
011200     DISPLAY "FUNCTION - S SET UP, A AMEND, C CANCEL,".
011300     DISPLAY "           V REVIEW ORDERS FOR AN ACCOUNT, X EXIT".
011400     ACCEPT FUNCTION-CODE.
011500     IF FUNCTION-CODE = "S"
011600         PERFORM SET-UP-ORDER THROUGH SET-UP-ORDER-FN
011700     ELSE
011800         IF FUNCTION-CODE = "A" OR "C"
011900             PERFORM CHANGE-ORDER THROUGH CHANGE-ORDER-FN
012000         ELSE
012100             IF FUNCTION-CODE = "V"
012200                 PERFORM REVIEW-ORDERS THROUGH REVIEW-ORDERS-FN
012300             ELSE
012400                 IF FUNCTION-CODE NOT = "X"
012500                     DISPLAY "UNKNOWN FUNCTION: " FUNCTION-CODE
012600                 END-IF
012700             END-IF
012800         END-IF
012900     END-IF.
013000 GET-FUNCTION-FN.
013100 EXIT.
013200 SET-UP-ORDER.
013300     DISPLAY "ENTER PAYING ACCOUNT NUMBER".
013400     ACCEPT ENTERED-PAYER.
013500     MOVE ENTERED-PAYER TO ENTERED-ACCOUNT.
013600     PERFORM CHECK-ACCOUNT THROUGH CHECK-ACCOUNT-FN.
013700     IF ACCOUNT-OK = 0
013800         GO TO SET-UP-ORDER-FN
013900     END-IF.
014000     DISPLAY "ENTER RECEIVING ACCOUNT NUMBER".
014100     ACCEPT ENTERED-PAYEE.
014200     IF ENTERED-PAYEE = ENTERED-PAYER
014300         DISPLAY "CANNOT PAY AN ACCOUNT FROM ITSELF"
014400         GO TO SET-UP-ORDER-FN
014500     END-IF.
014600     MOVE ENTERED-PAYEE TO ENTERED-ACCOUNT.
014700     PERFORM CHECK-ACCOUNT THROUGH CHECK-ACCOUNT-FN.
014800     IF ACCOUNT-OK = 0
014900         GO TO SET-UP-ORDER-FN
015000     END-IF.
015100     DISPLAY "ENTER AMOUNT".
015200     ACCEPT ENTERED-AMOUNT.
015300     IF ENTERED-AMOUNT = 0
015400         DISPLAY "AMOUNT MUST NOT BE ZERO"
015500         GO TO SET-UP-ORDER-FN
015600     END-IF.
015700     DISPLAY "ENTER FREQUENCY - W WEEKLY, F FORTNIGHTLY,".
015800     DISPLAY "    M MONTHLY, Q QUARTERLY, A ANNUALLY".
015900     ACCEPT ENTERED-FREQUENCY.
016000     MOVE ENTERED-FREQUENCY TO SO-FREQUENCY.
016100     IF NOT SO-FREQUENCY-VALID
016200         DISPLAY "UNKNOWN FREQUENCY: " ENTERED-FREQUENCY
016300         GO TO SET-UP-ORDER-FN
016400     END-IF.
016500     DISPLAY "ENTER FIRST PAYMENT DATE YYYYMMDD".
016600     ACCEPT ENTERED-START.
016700     MOVE ENTERED-START TO ENTERED-DATE.
016800     PERFORM CHECK-DATE THROUGH CHECK-DATE-FN.
016900     IF DATE-OK = 0
017000         GO TO SET-UP-ORDER-FN
017100     END-IF.
017200     IF ENTERED-START < TODAY-DATE
017300         DISPLAY "FIRST PAYMENT DATE IS IN THE PAST"
017400         GO TO SET-UP-ORDER-FN
017500     END-IF.
017600     DISPLAY "ENTER LAST PAYMENT DATE YYYYMMDD, 0 FOR NO END".
017700     ACCEPT ENTERED-END.
017800     IF ENTERED-END NOT = 0
017900         MOVE ENTERED-END TO ENTERED-DATE
018000         PERFORM CHECK-DATE THROUGH CHECK-DATE-FN
018100         IF DATE-OK = 0
018200             GO TO SET-UP-ORDER-FN
018300         END-IF
018400         IF ENTERED-END < ENTERED-START
018500             DISPLAY "LAST PAYMENT DATE BEFORE FIRST"
018600             GO TO SET-UP-ORDER-FN
018700         END-IF
018800     END-IF.
018900     PERFORM FIND-LAST-REF THROUGH FIND-LAST-REF-FN.
019000     MOVE SPACES TO BEFORE-IMAGE.
019100     COMPUTE SO-ORDER-REF = LAST-REF + 1.
019200     MOVE ENTERED-PAYER TO SO-PAYER-ACCOUNT.
019300     MOVE ENTERED-PAYEE TO SO-PAYEE-ACCOUNT.
019400     MOVE ENTERED-AMOUNT TO SO-AMOUNT.
019500     MOVE ENTERED-FREQUENCY TO SO-FREQUENCY.
019600     MOVE ENTERED-START TO DATE-WORK.
019700     MOVE DW-DAY TO SO-DUE-DAY.
019800     MOVE ENTERED-START TO SO-START-DATE.
019900     MOVE ENTERED-END TO SO-END-DATE.
020000     MOVE ENTERED-START TO SO-NEXT-DUE-DATE.
020100     MOVE "A" TO SO-STATUS.
020200     MOVE 0 TO SO-LAST-PAID-DATE.
020300     MOVE 0 TO SO-LAST-TRY-DATE.
020400     MOVE 0 TO SO-RETRY-COUNT.
020500     MOVE SPACES TO SO-LAST-REASON.
020600     WRITE STANDING-ORDER-RECORD
020700         INVALID KEY
020800             DISPLAY "UNABLE TO ADD STANDING ORDER: " SO-ORDER-REF
020900             GO TO SET-UP-ORDER-FN
021000     END-WRITE.
021100     DISPLAY "STANDING ORDER SET UP: " SO-ORDER-REF.
021200     PERFORM WRITE-AUDIT THROUGH WRITE-AUDIT-FN.
021300 SET-UP-ORDER-FN.
021400 EXIT.
021500 CHECK-ACCOUNT.
021600     MOVE 0 TO ACCOUNT-OK.
021700     MOVE ENTERED-ACCOUNT TO AM-ACCOUNT-NUMBER.
021800     READ ACCOUNT-MASTER
021900         INVALID KEY
022000             DISPLAY "ACCOUNT NOT ON FILE: " ENTERED-ACCOUNT
022100             GO TO CHECK-ACCOUNT-FN
022200     END-READ.
022300     IF AM-CLOSED
022400         DISPLAY "ACCOUNT CLOSED: " ENTERED-ACCOUNT
022500         GO TO CHECK-ACCOUNT-FN
022600     END-IF.
022700     IF AM-HELD AND ENTERED-ACCOUNT = ENTERED-PAYER
022800         DISPLAY "ACCOUNT HELD - PAYMENTS FAIL UNTIL RELEASED"
022900     END-IF.
023000     MOVE 1 TO ACCOUNT-OK.
023100 CHECK-ACCOUNT-FN.
023200 EXIT.
023300 CHECK-DATE.
023400     MOVE 0 TO DATE-OK.
023500     MOVE ENTERED-DATE TO DATE-WORK.
023600     IF ENTERED-DATE NOT NUMERIC
023700         OR DW-MONTH < 1 OR DW-MONTH > 12 OR DW-DAY < 1
023800         DISPLAY "INVALID DATE: " ENTERED-DATE
023900         GO TO CHECK-DATE-FN
024000     END-IF.
024100     PERFORM MONTH-LENGTH THROUGH MONTH-LENGTH-FN.
024200     IF DW-DAY > DAYS-IN-MONTH
024300         DISPLAY "INVALID DATE: " ENTERED-DATE
024400         GO TO CHECK-DATE-FN
024500     END-IF.
024600     MOVE 1 TO DATE-OK.
024700 CHECK-DATE-FN.
024800 EXIT.
024900 MONTH-LENGTH.
025000     MOVE MONTH-DAYS (DW-MONTH) TO DAYS-IN-MONTH.
025100     IF DW-MONTH NOT = 2
025200         GO TO MONTH-LENGTH-FN
025300     END-IF.
025400     DIVIDE DW-YEAR BY 4 GIVING LEAP-QUOTIENT
025500         REMAINDER LEAP-REMAINDER.
025600     IF LEAP-REMAINDER NOT = 0
025700         GO TO MONTH-LENGTH-FN
025800     END-IF.
025900     MOVE 29 TO DAYS-IN-MONTH.
026000     DIVIDE DW-YEAR BY 100 GIVING LEAP-QUOTIENT
026100         REMAINDER LEAP-REMAINDER.
026200     IF LEAP-REMAINDER NOT = 0
026300         GO TO MONTH-LENGTH-FN
026400     END-IF.
026500     DIVIDE DW-YEAR BY 400 GIVING LEAP-QUOTIENT
026600         REMAINDER LEAP-REMAINDER.
026700     IF LEAP-REMAINDER NOT = 0
026800         MOVE 28 TO DAYS-IN-MONTH
026900     END-IF.
027000 MONTH-LENGTH-FN.
027100 EXIT.
027200 FIND-LAST-REF.
027300     MOVE 0 TO LAST-REF.
027400     MOVE 0 TO SO-EOF.
027500     MOVE LOW-VALUES TO SO-ORDER-REF.
027600     START STANDING-ORDERS KEY IS NOT LESS THAN SO-ORDER-REF
027700         INVALID KEY
027800             MOVE 1 TO SO-EOF
027900     END-START.
028000     PERFORM FIND-ONE-REF THROUGH FIND-ONE-REF-FN
028100         UNTIL SO-EOF = 1.
028200 FIND-LAST-REF-FN.
028300 EXIT.
028400 FIND-ONE-REF.
028500     READ STANDING-ORDERS NEXT RECORD
028600         AT END
028700             MOVE 1 TO SO-EOF
028800     END-READ.
028900     IF SO-EOF = 0
029000         MOVE SO-ORDER-REF TO LAST-REF
029100     END-IF.
029200 FIND-ONE-REF-FN.
029300 EXIT.
029400 CHANGE-ORDER.
029500     PERFORM GET-ORDER THROUGH GET-ORDER-FN.
029600     IF ORDER-OK = 0
029700         GO TO CHANGE-ORDER-FN
029800     END-IF.
029900     IF NOT SO-ACTIVE
030000         DISPLAY "STANDING ORDER NO LONGER ACTIVE: " SO-ORDER-REF
030100             " STATUS " SO-STATUS
030200         GO TO CHANGE-ORDER-FN
030300     END-IF.
030400     MOVE STANDING-ORDER-RECORD TO BEFORE-IMAGE.
030500     IF FUNCTION-CODE = "A"
030600         PERFORM AMEND-ORDER THROUGH AMEND-ORDER-FN
030700     END-IF.
030800     IF FUNCTION-CODE = "C"
030900         PERFORM CANCEL-ORDER THROUGH CANCEL-ORDER-FN
031000     END-IF.
031100 CHANGE-ORDER-FN.
031200 EXIT.
031300 GET-ORDER.
031400     MOVE 0 TO ORDER-OK.
031500     DISPLAY "ENTER STANDING ORDER REFERENCE".
031600     ACCEPT ENTERED-REF.
031700     MOVE ENTERED-REF TO SO-ORDER-REF.
031800     READ STANDING-ORDERS
031900         INVALID KEY
032000             DISPLAY "STANDING ORDER NOT ON FILE: " ENTERED-REF
032100         NOT INVALID KEY
032200             MOVE 1 TO ORDER-OK
032300     END-READ.
032400     IF ORDER-OK = 1
032500         PERFORM SHOW-ORDER THROUGH SHOW-ORDER-FN
032600     END-IF.
032700 GET-ORDER-FN.
032800 EXIT.
032900 SHOW-ORDER.
033000     DISPLAY "ORDER " SO-ORDER-REF " STATUS " SO-STATUS
033100         " FROM " SO-PAYER-ACCOUNT " TO " SO-PAYEE-ACCOUNT.
033200     DISPLAY "  AMOUNT " SO-AMOUNT " FREQUENCY " SO-FREQUENCY
033300         " NEXT DUE " SO-NEXT-DUE-DATE " END " SO-END-DATE.
033400     IF SO-RETRY-COUNT > 0
033500         DISPLAY "  FAILED ATTEMPTS " SO-RETRY-COUNT
033600             " LAST REASON " SO-LAST-REASON
033700     END-IF.
033800 SHOW-ORDER-FN.
033900 EXIT.
034000 AMEND-ORDER.
034100     DISPLAY "AMEND - A AMOUNT, F FREQUENCY, N NEXT DUE DATE,".
034200     DISPLAY "        E LAST PAYMENT DATE".
034300     ACCEPT AMEND-CODE.
034400     IF AMEND-CODE = "A"
034500         DISPLAY "ENTER NEW AMOUNT"
034600         ACCEPT ENTERED-AMOUNT
034700         IF ENTERED-AMOUNT = 0
034800             DISPLAY "AMOUNT MUST NOT BE ZERO"
034900             GO TO AMEND-ORDER-FN
035000         END-IF
035100         MOVE ENTERED-AMOUNT TO SO-AMOUNT
035200         GO TO AMEND-ORDER-UPDATE
035300     END-IF.
035400     IF AMEND-CODE = "F"
035500         DISPLAY "ENTER NEW FREQUENCY - W, F, M, Q OR A"
035600         ACCEPT ENTERED-FREQUENCY
035700         MOVE ENTERED-FREQUENCY TO SO-FREQUENCY
035800         IF NOT SO-FREQUENCY-VALID
035900             DISPLAY "UNKNOWN FREQUENCY: " ENTERED-FREQUENCY
036000             GO TO AMEND-ORDER-FN
036100         END-IF
036200         GO TO AMEND-ORDER-UPDATE
036300     END-IF.
036400     IF AMEND-CODE = "N"
036500         PERFORM AMEND-NEXT-DUE THROUGH AMEND-NEXT-DUE-FN
036600         IF DATE-OK = 0
036700             GO TO AMEND-ORDER-FN
036800         END-IF
036900         GO TO AMEND-ORDER-UPDATE
037000     END-IF.
037100     IF AMEND-CODE = "E"
037200         PERFORM AMEND-END-DATE THROUGH AMEND-END-DATE-FN
037300         IF DATE-OK = 0
037400             GO TO AMEND-ORDER-FN
037500         END-IF
037600         GO TO AMEND-ORDER-UPDATE
037700     END-IF.
037800     DISPLAY "UNKNOWN AMENDMENT: " AMEND-CODE.
037900     GO TO AMEND-ORDER-FN.
038000 AMEND-ORDER-UPDATE.
038100     PERFORM UPDATE-ORDER THROUGH UPDATE-ORDER-FN.
038200 AMEND-ORDER-FN.
038300 EXIT.
038400 AMEND-NEXT-DUE.
038500     DISPLAY "ENTER NEW NEXT DUE DATE YYYYMMDD".
038600     ACCEPT ENTERED-DATE.
038700     PERFORM CHECK-DATE THROUGH CHECK-DATE-FN.
038800     IF DATE-OK = 0
038900         GO TO AMEND-NEXT-DUE-FN
039000     END-IF.
039100     MOVE 0 TO DATE-OK.
039200     IF ENTERED-DATE < TODAY-DATE
039300         DISPLAY "NEXT DUE DATE IS IN THE PAST"
039400         GO TO AMEND-NEXT-DUE-FN
039500     END-IF.
039600     IF SO-END-DATE NOT = 0 AND ENTERED-DATE > SO-END-DATE
039700         DISPLAY "NEXT DUE DATE AFTER LAST PAYMENT DATE "
039800             SO-END-DATE
039900         GO TO AMEND-NEXT-DUE-FN
040000     END-IF.
040100     MOVE ENTERED-DATE TO SO-NEXT-DUE-DATE.
040200     MOVE DW-DAY TO SO-DUE-DAY.
040300     MOVE 0 TO SO-RETRY-COUNT.
040400     MOVE SPACES TO SO-LAST-REASON.
040500     MOVE 1 TO DATE-OK.
040600 AMEND-NEXT-DUE-FN.
040700 EXIT.
040800 AMEND-END-DATE.
040900     DISPLAY "ENTER NEW LAST PAYMENT DATE YYYYMMDD, 0 FOR NO END".
041000     ACCEPT ENTERED-DATE.
041100     IF ENTERED-DATE = 0
041200         MOVE 0 TO SO-END-DATE
041300         MOVE 1 TO DATE-OK
041400         GO TO AMEND-END-DATE-FN
041500     END-IF.
041600     PERFORM CHECK-DATE THROUGH CHECK-DATE-FN.
041700     IF DATE-OK = 0
041800         GO TO AMEND-END-DATE-FN
041900     END-IF.
042000     IF ENTERED-DATE < SO-NEXT-DUE-DATE
042100         DISPLAY "LAST PAYMENT DATE BEFORE NEXT DUE DATE "
042200             SO-NEXT-DUE-DATE " - CANCEL THE ORDER INSTEAD"
042300         MOVE 0 TO DATE-OK
042400         GO TO AMEND-END-DATE-FN
042500     END-IF.
042600     MOVE ENTERED-DATE TO SO-END-DATE.
042700 AMEND-END-DATE-FN.
042800 EXIT.
042900 CANCEL-ORDER.
043000     MOVE "C" TO SO-STATUS.
043100     PERFORM UPDATE-ORDER THROUGH UPDATE-ORDER-FN.
043200 CANCEL-ORDER-FN.
043300 EXIT.
043400 REVIEW-ORDERS.
043500     DISPLAY "ENTER ACCOUNT NUMBER".
043600     ACCEPT ENTERED-ACCOUNT.
043700     MOVE 0 TO SO-EOF.
043800     MOVE 0 TO ORDERS-LISTED.
043900     DISPLAY "STATUS A ACTIVE, C CANCELLED, E ENDED".
044000     MOVE LOW-VALUES TO SO-ORDER-REF.
044100     START STANDING-ORDERS KEY IS NOT LESS THAN SO-ORDER-REF
044200         INVALID KEY
044300             MOVE 1 TO SO-EOF
044400     END-START.
044500     PERFORM REVIEW-ONE-ORDER THROUGH REVIEW-ONE-ORDER-FN
044600         UNTIL SO-EOF = 1.
044700     DISPLAY "STANDING ORDERS: " ORDERS-LISTED.
044800 REVIEW-ORDERS-FN.
044900 EXIT.
045000 REVIEW-ONE-ORDER.
045100     READ STANDING-ORDERS NEXT RECORD
045200         AT END
045300             MOVE 1 TO SO-EOF
045400     END-READ.
045500     IF SO-EOF = 0
045600         AND (SO-PAYER-ACCOUNT = ENTERED-ACCOUNT
045700             OR SO-PAYEE-ACCOUNT = ENTERED-ACCOUNT)
045800         ADD 1 TO ORDERS-LISTED
045900         PERFORM SHOW-ORDER THROUGH SHOW-ORDER-FN
046000     END-IF.
046100 REVIEW-ONE-ORDER-FN.
046200 EXIT.
046300 UPDATE-ORDER.
046400     REWRITE STANDING-ORDER-RECORD
046500         INVALID KEY
046600             DISPLAY "UNABLE TO UPDATE STANDING ORDER: "
046700                 SO-ORDER-REF
046800             GO TO UPDATE-ORDER-FN
046900     END-REWRITE.
047000     DISPLAY "STANDING ORDER UPDATED: " SO-ORDER-REF.
047100     PERFORM WRITE-AUDIT THROUGH WRITE-AUDIT-FN.
047200 UPDATE-ORDER-FN.
047300 EXIT.
047400 WRITE-AUDIT.
047500     ACCEPT OA-AUDIT-DATE FROM DATE YYYYMMDD.
047600     ACCEPT OA-AUDIT-TIME FROM TIME.
047700     MOVE OPERATOR-ID TO OA-OPERATOR-ID.
047800     MOVE FUNCTION-CODE TO OA-FUNCTION-CODE.
047900     MOVE SO-ORDER-REF TO OA-ORDER-REF.
048000     MOVE BEFORE-IMAGE TO OA-BEFORE-IMAGE.
048100     MOVE STANDING-ORDER-RECORD TO OA-AFTER-IMAGE.
048200     WRITE STANDING-ORDER-AUDIT-RECORD.
048300 WRITE-AUDIT-FN.
048400 EXIT.
