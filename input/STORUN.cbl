000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STORUN.
000300 AUTHOR. SOURCE.
000400 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000600 SOURCE-COMPUTER. PC-MICROFOCUS.
000700 OBJECT-COMPUTER. PC-MICROFOCUS.
000800 INPUT-OUTPUT SECTION.
000900 FILE-CONTROL.
001000     SELECT ORDER-PARAMETERS ASSIGN TO "STOPARM"
001100         ORGANIZATION IS SEQUENTIAL
001200         FILE STATUS IS FS-ORDER-PARAMETERS.
001300     SELECT STANDING-ORDERS ASSIGN TO "STNDORD"
001400         ORGANIZATION IS INDEXED
001500         ACCESS MODE IS DYNAMIC
001600         RECORD KEY IS SO-ORDER-REF
001700         FILE STATUS IS FS-STANDING-ORDERS.
001800     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
001900         ORGANIZATION IS INDEXED
002000         ACCESS MODE IS RANDOM
002100         RECORD KEY IS AM-ACCOUNT-NUMBER
002200         FILE STATUS IS FS-ACCOUNT-MASTER.
002300     SELECT ORDER-REPORT ASSIGN TO "STORPT"
002400         ORGANIZATION IS SEQUENTIAL
002500         FILE STATUS IS FS-ORDER-REPORT.
002600     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
002700         ORGANIZATION IS RELATIVE
002800         ACCESS MODE IS RANDOM
002900         RELATIVE KEY IS RUNCTL-REL-KEY
003000         FILE STATUS IS FS-RUN-CONTROL.
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  ORDER-PARAMETERS.
003400     COPY STOPARM.
003500 FD  STANDING-ORDERS.
003600     COPY STNDORD.
003700 FD  ACCOUNT-MASTER.
003800     COPY ACCTMAST.
003900 FD  ORDER-REPORT.
004000 01  ORDER-PRINT-LINE        PIC X(80).
004100 FD  RUN-CONTROL.
004200     COPY RUNCTL.
004300 WORKING-STORAGE SECTION.
004400 77  FS-ORDER-PARAMETERS PICTURE X(02).
004500 77  FS-STANDING-ORDERS PICTURE X(02).
004600 77  FS-ACCOUNT-MASTER PICTURE X(02).
004700 77  FS-ORDER-REPORT   PICTURE X(02).
004800 77  FS-RUN-CONTROL    PICTURE X(02).
004900 77  RUNCTL-REL-KEY    PICTURE 9(04), VALUE 1.
005000 77  SO-EOF            PICTURE 9, VALUE 0.
005100 77  RUN-DATE          PICTURE 9(08).
005200 77  RUN-DAY-NO        PICTURE 9(07).
005300 77  DATE-INTEGER      PICTURE 9(07).
005400 77  DAYS-OVERDUE      PICTURE 9(05).
005500 77  DAY-STEP          PICTURE 9(02).
005600 77  MONTH-STEP        PICTURE 9(02).
005700 77  DAYS-IN-MONTH     PICTURE 9(02).
005800 77  LEAP-QUOTIENT     PICTURE 9(04).
005900 77  LEAP-REMAINDER    PICTURE 9(03).
006000 77  REASON-CODE       PICTURE X(02).
006100 77  DUE-DATE-PAID     PICTURE 9(08).
006200 77  ORDERS-READ       PICTURE 9(05), VALUE 0.
006300 77  ORDERS-DUE        PICTURE 9(05), VALUE 0.
006400 77  ORDERS-PAID       PICTURE 9(05), VALUE 0.
006500 77  ORDERS-RETRYING   PICTURE 9(05), VALUE 0.
006600 77  ORDERS-UNPAID     PICTURE 9(05), VALUE 0.
006700 77  ORDERS-ENDED      PICTURE 9(05), VALUE 0.
006800 77  TOTAL-PAID        PICTURE 9(09)V99, VALUE 0.
006900 77  TOTAL-UNPAID      PICTURE 9(09)V99, VALUE 0.
007000 01  DATE-WORK         PICTURE 9(08).
007100 01  DATE-SPLIT REDEFINES DATE-WORK.
007200     05  DW-YEAR         PICTURE 9(04).
007300     05  DW-MONTH        PICTURE 9(02).
007400     05  DW-DAY          PICTURE 9(02).
007500 01  MONTH-DAYS-VALUES.
007600     05  FILLER          PICTURE X(24),
007700         VALUE "312831303130313130313031".
007800 01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
007900     05  MONTH-DAYS      PICTURE 9(02) OCCURS 12 TIMES.
008000 01  ORDER-HEADING-1.
008100     05  FILLER          PICTURE X(30),
008200         VALUE "STANDING ORDER RUN       RUN: ".
008300     05  OH-RUN-DATE     PICTURE 9(08).
008400     05  FILLER          PICTURE X(15), VALUE "  RETRY DAYS: ".
008500     05  OH-RETRY-DAYS   PICTURE Z9.
008600     05  FILLER          PICTURE X(25), VALUE SPACES.
008700 01  ORDER-HEADING-2.
008800     05  FILLER          PICTURE X(23),
008900         VALUE "ORDER    FROM   TO    ".
009000     05  FILLER          PICTURE X(20),
009100         VALUE "    AMOUNT DUE      ".
009200     05  FILLER          PICTURE X(37),
009300         VALUE " RSN RESULT         NEXT DUE".
009400 01  ORDER-DETAIL-LINE.
009500     05  OD-ORDER-REF    PICTURE 9(08).
009600     05  FILLER          PICTURE X(01), VALUE SPACES.
009700     05  OD-PAYER        PICTURE X(06).
009800     05  FILLER          PICTURE X(01), VALUE SPACES.
009900     05  OD-PAYEE        PICTURE X(06).
010000     05  FILLER          PICTURE X(01), VALUE SPACES.
010100     05  OD-AMOUNT       PICTURE ZZZZZZ9.99.
010200     05  FILLER          PICTURE X(01), VALUE SPACES.
010300     05  OD-DUE-DATE     PICTURE 9(08).
010400     05  FILLER          PICTURE X(02), VALUE SPACES.
010500     05  OD-REASON       PICTURE X(02).
010600     05  FILLER          PICTURE X(02), VALUE SPACES.
010700     05  OD-RESULT       PICTURE X(14).
010800     05  FILLER          PICTURE X(01), VALUE SPACES.
010900     05  OD-NEXT-DUE     PICTURE X(08).
011000     05  FILLER          PICTURE X(09), VALUE SPACES.
011100 01  ORDER-TOTAL-LINE.
011200     05  OT-CAPTION      PICTURE X(30).
011300     05  OT-COUNT        PICTURE ZZZZ9.
011400     05  FILLER          PICTURE X(02), VALUE SPACES.
011500     05  OT-AMOUNT       PICTURE ZZZZZZZZ9.99.
011600     05  FILLER          PICTURE X(31), VALUE SPACES.
011700     COPY POSTREQ.
011800 PROCEDURE DIVISION.
011900 INIT.
012000     PERFORM CHECK-RUN-CONTROL THROUGH CHECK-RUN-CONTROL-FN.
012100     OPEN INPUT ORDER-PARAMETERS.
012200     IF FS-ORDER-PARAMETERS = "35"
012300         DISPLAY "NO STANDING ORDER PARAMETERS ON FILE"
012400         STOP RUN
012500     END-IF.
012600     IF FS-ORDER-PARAMETERS NOT = "00"
012700         DISPLAY "UNABLE TO OPEN ORDER-PARAMETERS: "
012800             FS-ORDER-PARAMETERS
012900         STOP RUN
013000     END-IF.
013100     READ ORDER-PARAMETERS
013200         AT END
013300             DISPLAY "STANDING ORDER PARAMETER RECORD MISSING"
013400             STOP RUN
013500     END-READ.
013600     CLOSE ORDER-PARAMETERS.
013700     DISPLAY "RETRY DAYS: " SP-RETRY-DAYS.
013800     OPEN I-O STANDING-ORDERS.
013900     IF FS-STANDING-ORDERS = "35"
014000         DISPLAY "NO STANDING ORDERS ON FILE"
014100         STOP RUN
014200     END-IF.
014300     IF FS-STANDING-ORDERS NOT = "00"
014400         DISPLAY "UNABLE TO OPEN STANDING-ORDERS: "
014500             FS-STANDING-ORDERS
014600         STOP RUN
014700     END-IF.
014800     OPEN INPUT ACCOUNT-MASTER.
014900     IF FS-ACCOUNT-MASTER NOT = "00"
015000         DISPLAY "UNABLE TO OPEN ACCOUNT-MASTER: "
015100             FS-ACCOUNT-MASTER
015200         STOP RUN
015300     END-IF.
015400     OPEN OUTPUT ORDER-REPORT.
015500     IF FS-ORDER-REPORT NOT = "00"
015600         DISPLAY "UNABLE TO OPEN ORDER-REPORT: " FS-ORDER-REPORT
015700         STOP RUN
015800     END-IF.
015900     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
016000     COMPUTE RUN-DAY-NO = FUNCTION INTEGER-OF-DATE (RUN-DATE).
016100     MOVE RUN-DATE TO OH-RUN-DATE.
016200     MOVE SP-RETRY-DAYS TO OH-RETRY-DAYS.
016300     WRITE ORDER-PRINT-LINE FROM ORDER-HEADING-1
016400         AFTER ADVANCING PAGE.
016500     WRITE ORDER-PRINT-LINE FROM ORDER-HEADING-2.
016600     MOVE LOW-VALUES TO SO-ORDER-REF.
016700     START STANDING-ORDERS KEY IS NOT LESS THAN SO-ORDER-REF
016800         INVALID KEY
016900             MOVE 1 TO SO-EOF
017000     END-START.
017100     PERFORM PROCESS-ORDER THROUGH PROCESS-ORDER-FN
017200         UNTIL SO-EOF = 1.
017300     PERFORM PRINT-TOTALS THROUGH PRINT-TOTALS-FN.
017400     CLOSE STANDING-ORDERS.
017500     CLOSE ACCOUNT-MASTER.
017600     CLOSE ORDER-REPORT.
017700     DISPLAY "ORDERS READ:      " ORDERS-READ.
017800     DISPLAY "ORDERS DUE:       " ORDERS-DUE.
017900     DISPLAY "PAID:             " ORDERS-PAID.
018000     DISPLAY "TO BE RETRIED:    " ORDERS-RETRYING.
018100     DISPLAY "NOT PAID:         " ORDERS-UNPAID.
018200     DISPLAY "ORDERS ENDED:     " ORDERS-ENDED.
018300     DISPLAY "TOTAL PAID:       " TOTAL-PAID.
018400     STOP RUN.
018500 INIT-FN.
018600 EXIT.
018700 CHECK-RUN-CONTROL.
018800     OPEN INPUT RUN-CONTROL.
018900     IF FS-RUN-CONTROL = "35"
019000         DISPLAY "NO RUN CONTROL ON FILE - USE RUNCTLU"
019100         STOP RUN
019200     END-IF.
019300     IF FS-RUN-CONTROL NOT = "00"
019400         DISPLAY "UNABLE TO OPEN RUN-CONTROL: " FS-RUN-CONTROL
019500         STOP RUN
019600     END-IF.
019700     READ RUN-CONTROL
019800         INVALID KEY
019900             DISPLAY "RUN CONTROL RECORD MISSING - USE RUNCTLU"
020000             STOP RUN
020100     END-READ.
020200     IF RC-CLOSE-DONE
020300         DISPLAY "DAY CLOSED FOR " RC-TRADING-DATE
020400             " - STANDING ORDER RUN REFUSED"
020500         STOP RUN
020600     END-IF.
020700     CLOSE RUN-CONTROL.
020800 CHECK-RUN-CONTROL-FN.
020900 EXIT.
021000 PROCESS-ORDER.
021100     READ STANDING-ORDERS NEXT RECORD
021200         AT END
021300             MOVE 1 TO SO-EOF
021400     END-READ.
021500     IF SO-EOF = 1
021600         GO TO PROCESS-ORDER-FN
021700     END-IF.
021800     ADD 1 TO ORDERS-READ.
021900     IF NOT SO-ACTIVE
022000         OR SO-NEXT-DUE-DATE > RUN-DATE
022100         OR SO-LAST-TRY-DATE = RUN-DATE
022200         GO TO PROCESS-ORDER-FN
022300     END-IF.
022400     ADD 1 TO ORDERS-DUE.
022500     MOVE SO-NEXT-DUE-DATE TO DUE-DATE-PAID.
022600     MOVE "00" TO REASON-CODE.
022700     PERFORM PAY-ORDER THROUGH PAY-ORDER-FN.
022800     MOVE RUN-DATE TO SO-LAST-TRY-DATE.
022900     MOVE SPACES TO OD-REASON.
023000     IF REASON-CODE = "00"
023100         ADD 1 TO ORDERS-PAID
023200         ADD SO-AMOUNT TO TOTAL-PAID
023300         IF DUE-DATE-PAID < RUN-DATE
023400             MOVE "PAID LATE" TO OD-RESULT
023500         ELSE
023600             MOVE "PAID" TO OD-RESULT
023700         END-IF
023800         MOVE RUN-DATE TO SO-LAST-PAID-DATE
023900         MOVE 0 TO SO-RETRY-COUNT
024000         MOVE SPACES TO SO-LAST-REASON
024100         PERFORM ADVANCE-DUE-DATE THROUGH ADVANCE-DUE-DATE-FN
024200     ELSE
024300         PERFORM ORDER-NOT-PAID THROUGH ORDER-NOT-PAID-FN
024400     END-IF.
024500     REWRITE STANDING-ORDER-RECORD
024600         INVALID KEY
024700             DISPLAY "UNABLE TO UPDATE STANDING ORDER: "
024800                 SO-ORDER-REF
024900     END-REWRITE.
025000     PERFORM PRINT-ORDER THROUGH PRINT-ORDER-FN.
025100 PROCESS-ORDER-FN.
025200 EXIT.
025300 PAY-ORDER.
025400     MOVE SO-PAYEE-ACCOUNT TO AM-ACCOUNT-NUMBER.
025500     READ ACCOUNT-MASTER
025600         INVALID KEY
025700             MOVE "DN" TO REASON-CODE
025800             GO TO PAY-ORDER-FN
025900     END-READ.
026000     IF AM-CLOSED
026100         MOVE "DC" TO REASON-CODE
026200         GO TO PAY-ORDER-FN
026300     END-IF.
026400     MOVE SO-PAYER-ACCOUNT TO PA-ACCOUNT-NUMBER.
026500     MOVE "T" TO PA-TXN-TYPE.
026600     MOVE "D" TO PA-DEBIT-CREDIT.
026700     MOVE SO-AMOUNT TO PA-AMOUNT.
026800     MOVE "STO" TO PA-SOURCE.
026900     MOVE SO-PAYEE-ACCOUNT TO PA-PARTNER-ACCOUNT.
027000     MOVE SO-ORDER-REF TO PA-TRANSFER-REF.
027100     CALL "POSTACCT" USING POSTING-REQUEST.
027200     IF PA-RETURN-CODE NOT = "00"
027300         MOVE PA-RETURN-CODE TO REASON-CODE
027400         GO TO PAY-ORDER-FN
027500     END-IF.
027600     MOVE SO-PAYEE-ACCOUNT TO PA-ACCOUNT-NUMBER.
027700     MOVE "T" TO PA-TXN-TYPE.
027800     MOVE "C" TO PA-DEBIT-CREDIT.
027900     MOVE SO-AMOUNT TO PA-AMOUNT.
028000     MOVE "STO" TO PA-SOURCE.
028100     MOVE SO-PAYER-ACCOUNT TO PA-PARTNER-ACCOUNT.
028200     MOVE SO-ORDER-REF TO PA-TRANSFER-REF.
028300     CALL "POSTACCT" USING POSTING-REQUEST.
028400     IF PA-RETURN-CODE NOT = "00"
028500         DISPLAY "STANDING ORDER CREDIT NOT POSTED: " SO-ORDER-REF
028600             " " PA-RETURN-CODE
028700         PERFORM REVERSE-PAYMENT THROUGH REVERSE-PAYMENT-FN
028800         MOVE "RV" TO REASON-CODE
028900     END-IF.
029000 PAY-ORDER-FN.
029100 EXIT.
029200 REVERSE-PAYMENT.
029300     MOVE SO-PAYER-ACCOUNT TO PA-ACCOUNT-NUMBER.
029400     MOVE "T" TO PA-TXN-TYPE.
029500     MOVE "C" TO PA-DEBIT-CREDIT.
029600     MOVE SO-AMOUNT TO PA-AMOUNT.
029700     MOVE "STO" TO PA-SOURCE.
029800     MOVE SO-PAYEE-ACCOUNT TO PA-PARTNER-ACCOUNT.
029900     MOVE SO-ORDER-REF TO PA-TRANSFER-REF.
030000     CALL "POSTACCT" USING POSTING-REQUEST.
030100     IF PA-RETURN-CODE NOT = "00"
030200         DISPLAY "UNABLE TO REVERSE DEBIT - REFER TO "
030300             "SUPERVISOR: " SO-ORDER-REF " " PA-RETURN-CODE
030400     END-IF.
030500 REVERSE-PAYMENT-FN.
030600 EXIT.
030700 ORDER-NOT-PAID.
030800     ADD 1 TO SO-RETRY-COUNT.
030900     MOVE REASON-CODE TO SO-LAST-REASON.
031000     MOVE REASON-CODE TO OD-REASON.
031100     COMPUTE DAYS-OVERDUE =
031200         RUN-DAY-NO - FUNCTION INTEGER-OF-DATE (DUE-DATE-PAID).
031300     IF DAYS-OVERDUE < SP-RETRY-DAYS
031400         ADD 1 TO ORDERS-RETRYING
031500         MOVE "WILL RETRY" TO OD-RESULT
031600         GO TO ORDER-NOT-PAID-FN
031700     END-IF.
031800     ADD 1 TO ORDERS-UNPAID.
031900     ADD SO-AMOUNT TO TOTAL-UNPAID.
032000     MOVE "NOT PAID" TO OD-RESULT.
032100     DISPLAY "STANDING ORDER " SO-ORDER-REF " DUE " DUE-DATE-PAID
032200         " NOT PAID AFTER " SO-RETRY-COUNT " ATTEMPTS: "
032300         REASON-CODE.
032400     PERFORM ADVANCE-DUE-DATE THROUGH ADVANCE-DUE-DATE-FN.
032500     MOVE 0 TO SO-RETRY-COUNT.
032600 ORDER-NOT-PAID-FN.
032700 EXIT.
032800 ADVANCE-DUE-DATE.
032900     IF SO-WEEKLY OR SO-FORTNIGHTLY
033000         IF SO-WEEKLY
033100             MOVE 7 TO DAY-STEP
033200         ELSE
033300             MOVE 14 TO DAY-STEP
033400         END-IF
033500         COMPUTE DATE-INTEGER =
033600             FUNCTION INTEGER-OF-DATE (SO-NEXT-DUE-DATE)
033700             + DAY-STEP
033800         COMPUTE SO-NEXT-DUE-DATE =
033900             FUNCTION DATE-OF-INTEGER (DATE-INTEGER)
034000     ELSE
034100         PERFORM ADVANCE-BY-MONTHS THROUGH ADVANCE-BY-MONTHS-FN
034200     END-IF.
034300     IF SO-END-DATE NOT = 0 AND SO-NEXT-DUE-DATE > SO-END-DATE
034400         MOVE "E" TO SO-STATUS
034500         ADD 1 TO ORDERS-ENDED
034600     END-IF.
034700 ADVANCE-DUE-DATE-FN.
034800 EXIT.
034900 ADVANCE-BY-MONTHS.
035000     MOVE 1 TO MONTH-STEP.
035100     IF SO-QUARTERLY
035200         MOVE 3 TO MONTH-STEP
035300     END-IF.
035400     IF SO-ANNUALLY
035500         MOVE 12 TO MONTH-STEP
035600     END-IF.
035700     MOVE SO-NEXT-DUE-DATE TO DATE-WORK.
035800     ADD MONTH-STEP TO DW-MONTH.
035900     IF DW-MONTH > 12
036000         SUBTRACT 12 FROM DW-MONTH
036100         ADD 1 TO DW-YEAR
036200     END-IF.
036300     PERFORM MONTH-LENGTH THROUGH MONTH-LENGTH-FN.
036400     MOVE SO-DUE-DAY TO DW-DAY.
036500     IF DW-DAY > DAYS-IN-MONTH
036600         MOVE DAYS-IN-MONTH TO DW-DAY
036700     END-IF.
036800     MOVE DATE-WORK TO SO-NEXT-DUE-DATE.
036900 ADVANCE-BY-MONTHS-FN.
037000 EXIT.
037100 MONTH-LENGTH.
037200     MOVE MONTH-DAYS (DW-MONTH) TO DAYS-IN-MONTH.
037300     IF DW-MONTH NOT = 2
037400         GO TO MONTH-LENGTH-FN
037500     END-IF.
037600     DIVIDE DW-YEAR BY 4 GIVING LEAP-QUOTIENT
037700         REMAINDER LEAP-REMAINDER.
037800     IF LEAP-REMAINDER NOT = 0
037900         GO TO MONTH-LENGTH-FN
038000     END-IF.
038100     MOVE 29 TO DAYS-IN-MONTH.
038200     DIVIDE DW-YEAR BY 100 GIVING LEAP-QUOTIENT
038300         REMAINDER LEAP-REMAINDER.
038400     IF LEAP-REMAINDER NOT = 0
038500         GO TO MONTH-LENGTH-FN
038600     END-IF.
038700     DIVIDE DW-YEAR BY 400 GIVING LEAP-QUOTIENT
038800         REMAINDER LEAP-REMAINDER.
038900     IF LEAP-REMAINDER NOT = 0
039000         MOVE 28 TO DAYS-IN-MONTH
039100     END-IF.
039200 MONTH-LENGTH-FN.
039300 EXIT.
039400 PRINT-ORDER.
039500     MOVE SO-ORDER-REF TO OD-ORDER-REF.
039600     MOVE SO-PAYER-ACCOUNT TO OD-PAYER.
039700     MOVE SO-PAYEE-ACCOUNT TO OD-PAYEE.
039800     MOVE SO-AMOUNT TO OD-AMOUNT.
039900     MOVE DUE-DATE-PAID TO OD-DUE-DATE.
040000     IF SO-ENDED
040100         MOVE "ENDED" TO OD-NEXT-DUE
040200     ELSE
040300         MOVE SO-NEXT-DUE-DATE TO OD-NEXT-DUE
040400     END-IF.
040500     WRITE ORDER-PRINT-LINE FROM ORDER-DETAIL-LINE.
040600 PRINT-ORDER-FN.
040700 EXIT.
040800 PRINT-TOTALS.
040900     MOVE SPACES TO ORDER-PRINT-LINE.
041000     WRITE ORDER-PRINT-LINE.
041100     MOVE "ORDERS PAID:" TO OT-CAPTION.
041200     MOVE ORDERS-PAID TO OT-COUNT.
041300     MOVE TOTAL-PAID TO OT-AMOUNT.
041400     WRITE ORDER-PRINT-LINE FROM ORDER-TOTAL-LINE.
041500     MOVE "ORDERS TO BE RETRIED:" TO OT-CAPTION.
041600     MOVE ORDERS-RETRYING TO OT-COUNT.
041700     MOVE 0 TO OT-AMOUNT.
041800     WRITE ORDER-PRINT-LINE FROM ORDER-TOTAL-LINE.
041900     MOVE "NOT PAID - RETRIES EXHAUSTED:" TO OT-CAPTION.
042000     MOVE ORDERS-UNPAID TO OT-COUNT.
042100     MOVE TOTAL-UNPAID TO OT-AMOUNT.
042200     WRITE ORDER-PRINT-LINE FROM ORDER-TOTAL-LINE.
042300     MOVE "ORDERS ENDED:" TO OT-CAPTION.
042400     MOVE ORDERS-ENDED TO OT-COUNT.
042500     MOVE 0 TO OT-AMOUNT.
042600     WRITE ORDER-PRINT-LINE FROM ORDER-TOTAL-LINE.
042700 PRINT-TOTALS-FN.
042800 EXIT.
