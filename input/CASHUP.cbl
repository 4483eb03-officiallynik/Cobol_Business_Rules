000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CASHUP.
000300 AUTHOR. SOURCE.
000400 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000600 SOURCE-COMPUTER. PC-MICROFOCUS.
000700 OBJECT-COMPUTER. PC-MICROFOCUS.
000800 INPUT-OUTPUT SECTION.
000900 FILE-CONTROL.
001000     SELECT CASH-PARAMETERS ASSIGN TO "CASHPARM"
001100         ORGANIZATION IS SEQUENTIAL
001200         FILE STATUS IS FS-CASH-PARAMETERS.
001300     SELECT CASH-BALANCE ASSIGN TO "CASHBAL"
001400         ORGANIZATION IS INDEXED
001500         ACCESS MODE IS DYNAMIC
001600         RECORD KEY IS CB-BALANCE-KEY
001700         FILE STATUS IS FS-CASH-BALANCE.
001800     SELECT CASSETTE-LOG ASSIGN TO "CASSLOG"
001900         ORGANIZATION IS SEQUENTIAL
002000         FILE STATUS IS FS-CASSETTE-LOG.
002100     SELECT SHOP-JOURNAL ASSIGN TO "SHOPJRNL"
002200         ORGANIZATION IS SEQUENTIAL
002300         FILE STATUS IS FS-SHOP-JOURNAL.
002400     SELECT REFUND-JOURNAL ASSIGN TO "RFNDJRNL"
002500         ORGANIZATION IS SEQUENTIAL
002600         FILE STATUS IS FS-REFUND-JOURNAL.
002700     SELECT ATM-JOURNAL ASSIGN TO "ATMJRNL"
002800         ORGANIZATION IS SEQUENTIAL
002900         FILE STATUS IS FS-ATM-JOURNAL.
003000     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
003100         ORGANIZATION IS RELATIVE
003200         ACCESS MODE IS RANDOM
003300         RELATIVE KEY IS RUNCTL-REL-KEY
003400         FILE STATUS IS FS-RUN-CONTROL.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  CASH-PARAMETERS.
003800     COPY CASHPARM.
003900 FD  CASH-BALANCE.
004000     COPY CASHBAL.
004100 FD  CASSETTE-LOG.
004200     COPY CASSLOG.
004300 FD  SHOP-JOURNAL.
004400     COPY SHOPJRNL.
004500 FD  REFUND-JOURNAL.
004600     COPY RFNDJRNL.
004700 FD  ATM-JOURNAL.
004800     COPY ATMJRNL.
004900 FD  RUN-CONTROL.
005000     COPY RUNCTL.
005100 WORKING-STORAGE SECTION.
005200 77  FS-CASH-PARAMETERS PICTURE X(02).
005300 77  FS-CASH-BALANCE   PICTURE X(02).
005400 77  FS-CASSETTE-LOG   PICTURE X(02).
005500 77  FS-SHOP-JOURNAL   PICTURE X(02).
005600 77  FS-REFUND-JOURNAL PICTURE X(02).
005700 77  FS-ATM-JOURNAL    PICTURE X(02).
005800 77  FS-RUN-CONTROL    PICTURE X(02).
005900 77  RUNCTL-REL-KEY    PICTURE 9(04), VALUE 1.
006000 77  OPERATOR-ID       PICTURE X(03).
006100 77  FUNCTION-CODE     PICTURE X(01).
006200 77  RECOUNT-ANSWER    PICTURE X(01).
006300 77  CASHUP-DATE       PICTURE 9(08).
006400 77  CASH-POINT        PICTURE X(01).
006500 77  CB-EOF            PICTURE 9, VALUE 0.
006600 77  SJ-EOF            PICTURE 9, VALUE 0.
006700 77  RF-EOF            PICTURE 9, VALUE 0.
006800 77  AJ-EOF            PICTURE 9, VALUE 0.
006900 77  CL-EOF            PICTURE 9, VALUE 0.
007000 77  POINT-BALANCED    PICTURE 9, VALUE 0.
007100 77  TILL-BALANCED     PICTURE 9, VALUE 0.
007200 77  ATM-BALANCED      PICTURE 9, VALUE 0.
007300 77  FLOAT-CARRIED     PICTURE 9(07)V99, VALUE 0.
007400 77  FLOAT-FOUND       PICTURE 9, VALUE 0.
007500 77  ENTERED-AMOUNT    PICTURE 9(07)V99.
007600 77  ENTERED-COUNT     PICTURE 9(05).
007700 77  OPENING-FLOAT     PICTURE 9(07)V99, VALUE 0.
007800 77  CASH-IN           PICTURE 9(09)V99, VALUE 0.
007900 77  CASH-OUT          PICTURE 9(09)V99, VALUE 0.
008000 77  CASH-UNLOADED     PICTURE 9(09)V99, VALUE 0.
008100 77  CASH-EXPECTED     PICTURE S9(09)V99, VALUE 0.
008200 77  CASH-COUNTED      PICTURE 9(09)V99, VALUE 0.
008300 77  OVER-SHORT        PICTURE S9(09)V99, VALUE 0.
008400 77  TOLERANCE         PICTURE 9(03)V99, VALUE 0.
008500 77  FLOAT-FORWARD     PICTURE 9(07)V99, VALUE 0.
008600 77  ITEMS-IN          PICTURE 9(05), VALUE 0.
008700 77  ITEMS-OUT         PICTURE 9(05), VALUE 0.
008800 77  DN-IDX            PICTURE 9(02).
008900 77  SHOW-AMOUNT       PICTURE -ZZZZZZZZ9.99.
009000     COPY SIGNREQ.
009100 01  DENOMINATION-VALUE-LIST.
009200     05  FILLER        PICTURE X(30), VALUE
009300         "050000200001000005000020000100".
009400     05  FILLER        PICTURE X(30), VALUE
009500         "000500002000010000050000200001".
009600 01  DENOMINATION-VALUES REDEFINES DENOMINATION-VALUE-LIST.
009700     05  DN-VALUE      PICTURE 9(03)V99 OCCURS 12 TIMES.
009800 01  DENOMINATION-NAME-LIST.
009900     05  FILLER        PICTURE X(36), VALUE
010000         "50.00 20.00 10.00 5.00  2.00  1.00  ".
010100     05  FILLER        PICTURE X(36), VALUE
010200         "0.50  0.20  0.10  0.05  0.02  0.01  ".
010300 01  DENOMINATION-NAMES REDEFINES DENOMINATION-NAME-LIST.
010400     05  DN-NAME       PICTURE X(06) OCCURS 12 TIMES.
010500 01  DENOMINATION-COUNTS.
010600     05  DN-COUNT      PICTURE 9(05) OCCURS 12 TIMES.
010700 PROCEDURE DIVISION.
010800 INIT.
010900     PERFORM CHECK-RUN-CONTROL THROUGH CHECK-RUN-CONTROL-FN.
011000     MOVE RC-TRADING-DATE TO CASHUP-DATE.
011100     OPEN INPUT CASH-PARAMETERS.
011200     IF FS-CASH-PARAMETERS = "35"
011300         DISPLAY "NO CASH PARAMETERS ON FILE"
011400         STOP RUN
011500     END-IF.
011600     IF FS-CASH-PARAMETERS NOT = "00"
011700         DISPLAY "UNABLE TO OPEN CASH-PARAMETERS: "
011800             FS-CASH-PARAMETERS
011900         STOP RUN
012000     END-IF.
012100     READ CASH-PARAMETERS
012200         AT END
012300             DISPLAY "CASH PARAMETER RECORD MISSING"
012400             STOP RUN
012500     END-READ.
012600     CLOSE CASH-PARAMETERS.
012700     OPEN I-O CASH-BALANCE.
012800     IF FS-CASH-BALANCE = "35"
012900         OPEN OUTPUT CASH-BALANCE
013000         CLOSE CASH-BALANCE
013100         OPEN I-O CASH-BALANCE
013200     END-IF.
013300     IF FS-CASH-BALANCE NOT = "00"
013400         DISPLAY "UNABLE TO OPEN CASH-BALANCE: " FS-CASH-BALANCE
013500         STOP RUN
013600     END-IF.
013700     CALL "SIGNON" USING SIGNON-REQUEST.
013800     IF SG-RETURN-CODE NOT = "00"
013900         DISPLAY "SIGN-ON REFUSED: " SG-RETURN-CODE
014000         STOP RUN
014100     END-IF.
014200     IF NOT SG-SUPERVISOR
014300         DISPLAY "SUPERVISOR AUTHORITY REQUIRED FOR CASH-UP"
014400         STOP RUN
014500     END-IF.
014600     MOVE SG-OPERATOR-ID TO OPERATOR-ID.
014700     DISPLAY "CASH-UP FOR TRADING DATE " CASHUP-DATE.
014800     DISPLAY "TILL TOLERANCE: " CP-TILL-TOLERANCE
014900         "  ATM TOLERANCE: " CP-ATM-TOLERANCE.
015000     PERFORM GET-FUNCTION THROUGH GET-FUNCTION-FN
015100         UNTIL FUNCTION-CODE = "X".
015200     CLOSE CASH-BALANCE.
015300     CLOSE RUN-CONTROL.
015400     STOP RUN.
015500 INIT-FN.
015600 EXIT.
015700 CHECK-RUN-CONTROL.
015800     OPEN I-O RUN-CONTROL.
015900     IF FS-RUN-CONTROL = "35"
016000         DISPLAY "NO RUN CONTROL ON FILE - USE RUNCTLU"
016100         STOP RUN
016200     END-IF.
016300     IF FS-RUN-CONTROL NOT = "00"
016400         DISPLAY "UNABLE TO OPEN RUN-CONTROL: " FS-RUN-CONTROL
016500         STOP RUN
016600     END-IF.
016700     READ RUN-CONTROL
016800         INVALID KEY
016900             DISPLAY "RUN CONTROL RECORD MISSING - USE RUNCTLU"
017000             STOP RUN
017100     END-READ.
017200     IF NOT RC-CASHUP-OPEN
017300         DISPLAY "CASH-UP ALREADY COMPLETE FOR " RC-TRADING-DATE
017400             " - RUN REFUSED"
017500         STOP RUN
017600     END-IF.
017700 CHECK-RUN-CONTROL-FN.
017800 EXIT.
017900 GET-FUNCTION.
018000     DISPLAY "FUNCTION - T TILL CASH-UP, L CASSETTE LOAD,".
018100     DISPLAY "           U CASSETTE UNLOAD, A ATM BALANCE,".
018200     DISPLAY "           X EXIT".
018300     ACCEPT FUNCTION-CODE.
018400     IF FUNCTION-CODE = "T"
018500         PERFORM TILL-CASHUP THROUGH TILL-CASHUP-FN
018600     ELSE
018700         IF FUNCTION-CODE = "L" OR "U"
018800             PERFORM CASSETTE-MOVEMENT
018900                 THROUGH CASSETTE-MOVEMENT-FN
019000         ELSE
019100             IF FUNCTION-CODE = "A"
019200                 PERFORM ATM-BALANCE THROUGH ATM-BALANCE-FN
019300             ELSE
019400                 IF FUNCTION-CODE NOT = "X"
019500                     DISPLAY "UNKNOWN FUNCTION: " FUNCTION-CODE
019600                 END-IF
019700             END-IF
019800         END-IF
019900     END-IF.
020000     IF RC-CASHUP-DONE
020100         MOVE "X" TO FUNCTION-CODE
020200     END-IF.
020300 GET-FUNCTION-FN.
020400 EXIT.
020500 CHECK-POINT-BALANCED.
020600     MOVE 0 TO POINT-BALANCED.
020700     MOVE CASHUP-DATE TO CB-TRADING-DATE.
020800     MOVE CASH-POINT TO CB-CASH-POINT.
020900     READ CASH-BALANCE
021000         INVALID KEY
021100             GO TO CHECK-POINT-BALANCED-FN
021200     END-READ.
021300     MOVE 1 TO POINT-BALANCED.
021400 CHECK-POINT-BALANCED-FN.
021500 EXIT.
021600 FIND-FLOAT-CARRIED.
021700     MOVE 0 TO FLOAT-CARRIED.
021800     MOVE 0 TO FLOAT-FOUND.
021900     MOVE 0 TO CB-EOF.
022000     MOVE LOW-VALUES TO CB-BALANCE-KEY.
022100     START CASH-BALANCE KEY IS NOT LESS THAN CB-BALANCE-KEY
022200         INVALID KEY
022300             MOVE 1 TO CB-EOF
022400     END-START.
022500     PERFORM SCAN-ONE-BALANCE THROUGH SCAN-ONE-BALANCE-FN
022600         UNTIL CB-EOF = 1.
022700 FIND-FLOAT-CARRIED-FN.
022800 EXIT.
022900 SCAN-ONE-BALANCE.
023000     READ CASH-BALANCE NEXT RECORD
023100         AT END
023200             MOVE 1 TO CB-EOF
023300     END-READ.
023400     IF CB-EOF = 1
023500         GO TO SCAN-ONE-BALANCE-FN
023600     END-IF.
023700     IF CB-TRADING-DATE NOT < CASHUP-DATE
023800         MOVE 1 TO CB-EOF
023900         GO TO SCAN-ONE-BALANCE-FN
024000     END-IF.
024100     IF CB-CASH-POINT = CASH-POINT
024200         MOVE CB-FLOAT-FORWARD TO FLOAT-CARRIED
024300         MOVE 1 TO FLOAT-FOUND
024400     END-IF.
024500 SCAN-ONE-BALANCE-FN.
024600 EXIT.
024700 CONFIRM-RECOUNT.
024800     DISPLAY "ENTER Y TO COUNT AGAIN AND REPLACE IT".
024900     ACCEPT RECOUNT-ANSWER.
025000 CONFIRM-RECOUNT-FN.
025100 EXIT.
025200 GET-OPENING-FLOAT.
025300     PERFORM FIND-FLOAT-CARRIED THROUGH FIND-FLOAT-CARRIED-FN.
025400     IF FLOAT-FOUND = 1
025500         MOVE FLOAT-CARRIED TO SHOW-AMOUNT
025600         DISPLAY "CARRIED FORWARD FROM LAST CASH-UP: " SHOW-AMOUNT
025700         DISPLAY "ENTER OPENING CASH - 0 TO ACCEPT THAT AMOUNT"
025800     ELSE
025900         DISPLAY "NO EARLIER CASH-UP ON FILE"
026000         DISPLAY "ENTER OPENING CASH"
026100     END-IF.
026200     ACCEPT ENTERED-AMOUNT.
026300     IF ENTERED-AMOUNT = 0
026400         MOVE FLOAT-CARRIED TO OPENING-FLOAT
026500     ELSE
026600         MOVE ENTERED-AMOUNT TO OPENING-FLOAT
026700         IF FLOAT-FOUND = 1 AND ENTERED-AMOUNT NOT = FLOAT-CARRIED
026800             DISPLAY "OPENING CASH DIFFERS FROM AMOUNT CARRIED"
026900         END-IF
027000     END-IF.
027100 GET-OPENING-FLOAT-FN.
027200 EXIT.
027300 COUNT-CASH.
027400     MOVE 0 TO CASH-COUNTED.
027500     DISPLAY "ENTER THE NUMBER OF NOTES OR COINS OF EACH VALUE".
027600     PERFORM COUNT-ONE-DENOMINATION
027700         THROUGH COUNT-ONE-DENOMINATION-FN
027800         VARYING DN-IDX FROM 1 BY 1 UNTIL DN-IDX > 12.
027900     MOVE CASH-COUNTED TO SHOW-AMOUNT.
028000     DISPLAY "CASH COUNTED:      " SHOW-AMOUNT.
028100 COUNT-CASH-FN.
028200 EXIT.
028300 COUNT-ONE-DENOMINATION.
028400     DISPLAY "  " DN-NAME (DN-IDX) ":".
028500     ACCEPT ENTERED-COUNT.
028600     MOVE ENTERED-COUNT TO DN-COUNT (DN-IDX).
028700     COMPUTE CASH-COUNTED =
028800         CASH-COUNTED + ENTERED-COUNT * DN-VALUE (DN-IDX).
028900 COUNT-ONE-DENOMINATION-FN.
029000 EXIT.
029100 TILL-CASHUP.
029200     IF NOT RC-SHOP-DONE
029300         DISPLAY "SHOP BATCH NOT COMPLETE - TILL CASH-UP REFUSED"
029400         GO TO TILL-CASHUP-FN
029500     END-IF.
029600     MOVE "T" TO CASH-POINT.
029700     PERFORM CHECK-POINT-BALANCED THROUGH CHECK-POINT-BALANCED-FN.
029800     IF POINT-BALANCED = 1
029900         DISPLAY "TILL ALREADY CASHED UP FOR " CASHUP-DATE
030000         PERFORM CONFIRM-RECOUNT THROUGH CONFIRM-RECOUNT-FN
030100         IF RECOUNT-ANSWER NOT = "Y"
030200             GO TO TILL-CASHUP-FN
030300         END-IF
030400     END-IF.
030500     PERFORM GET-OPENING-FLOAT THROUGH GET-OPENING-FLOAT-FN.
030600     PERFORM TALLY-TILL THROUGH TALLY-TILL-FN.
030700     COMPUTE CASH-EXPECTED = OPENING-FLOAT + CASH-IN - CASH-OUT.
030800     MOVE 0 TO CASH-UNLOADED.
030900     MOVE CP-TILL-TOLERANCE TO TOLERANCE.
031000     MOVE CASH-IN TO SHOW-AMOUNT.
031100     DISPLAY "CASH BASKETS:      " SHOW-AMOUNT
031200         "  COUNT: " ITEMS-IN.
031300     MOVE CASH-OUT TO SHOW-AMOUNT.
031400     DISPLAY "CASH REFUNDS:      " SHOW-AMOUNT
031500         "  COUNT: " ITEMS-OUT.
031600     PERFORM COUNT-CASH THROUGH COUNT-CASH-FN.
031700     COMPUTE OVER-SHORT = CASH-COUNTED - CASH-EXPECTED.
031800     MOVE OPENING-FLOAT TO SHOW-AMOUNT.
031900     DISPLAY "ENTER FLOAT TO CARRY FORWARD - 0 TO KEEP "
032000         SHOW-AMOUNT.
032100     ACCEPT ENTERED-AMOUNT.
032200     IF ENTERED-AMOUNT = 0
032300         MOVE OPENING-FLOAT TO FLOAT-FORWARD
032400     ELSE
032500         MOVE ENTERED-AMOUNT TO FLOAT-FORWARD
032600     END-IF.
032700     IF FLOAT-FORWARD > CASH-COUNTED
032800         DISPLAY "NOT ENOUGH CASH FOR THAT FLOAT - ALL CARRIED"
032900         MOVE CASH-COUNTED TO FLOAT-FORWARD
033000     END-IF.
033100     PERFORM WRITE-BALANCE THROUGH WRITE-BALANCE-FN.
033200     COMPUTE ENTERED-AMOUNT = CASH-COUNTED - FLOAT-FORWARD.
033300     MOVE ENTERED-AMOUNT TO SHOW-AMOUNT.
033400     DISPLAY "TO BANK:           " SHOW-AMOUNT.
033500 TILL-CASHUP-FN.
033600 EXIT.
033700 TALLY-TILL.
033800     MOVE 0 TO CASH-IN.
033900     MOVE 0 TO CASH-OUT.
034000     MOVE 0 TO ITEMS-IN.
034100     MOVE 0 TO ITEMS-OUT.
034200     OPEN INPUT SHOP-JOURNAL.
034300     IF FS-SHOP-JOURNAL = "35"
034400         MOVE 1 TO SJ-EOF
034500     ELSE
034600         IF FS-SHOP-JOURNAL NOT = "00"
034700             DISPLAY "UNABLE TO OPEN SHOP-JOURNAL: "
034800                 FS-SHOP-JOURNAL
034900             MOVE 1 TO SJ-EOF
035000         ELSE
035100             MOVE 0 TO SJ-EOF
035200         END-IF
035300     END-IF.
035400     PERFORM TALLY-ONE-BASKET THROUGH TALLY-ONE-BASKET-FN
035500         UNTIL SJ-EOF = 1.
035600     IF FS-SHOP-JOURNAL NOT = "35"
035700         CLOSE SHOP-JOURNAL
035800     END-IF.
035900     OPEN INPUT REFUND-JOURNAL.
036000     IF FS-REFUND-JOURNAL = "35"
036100         MOVE 1 TO RF-EOF
036200     ELSE
036300         IF FS-REFUND-JOURNAL NOT = "00"
036400             DISPLAY "UNABLE TO OPEN REFUND-JOURNAL: "
036500                 FS-REFUND-JOURNAL
036600             MOVE 1 TO RF-EOF
036700         ELSE
036800             MOVE 0 TO RF-EOF
036900         END-IF
037000     END-IF.
037100     PERFORM TALLY-ONE-REFUND THROUGH TALLY-ONE-REFUND-FN
037200         UNTIL RF-EOF = 1.
037300     IF FS-REFUND-JOURNAL NOT = "35"
037400         CLOSE REFUND-JOURNAL
037500     END-IF.
037600 TALLY-TILL-FN.
037700 EXIT.
037800 TALLY-ONE-BASKET.
037900     READ SHOP-JOURNAL
038000         AT END
038100             MOVE 1 TO SJ-EOF
038200     END-READ.
038300     IF SJ-EOF = 0 AND SJ-SALE-DATE = CASHUP-DATE AND SJ-PAY-CASH
038400         ADD SJ-BASKET-TOTAL TO CASH-IN
038500         ADD 1 TO ITEMS-IN
038600     END-IF.
038700 TALLY-ONE-BASKET-FN.
038800 EXIT.
038900 TALLY-ONE-REFUND.
039000     READ REFUND-JOURNAL
039100         AT END
039200             MOVE 1 TO RF-EOF
039300     END-READ.
039400     IF RF-EOF = 0 AND RF-REFUND-DATE = CASHUP-DATE
039500         AND RF-PAY-CASH
039600         ADD RF-AMOUNT TO CASH-OUT
039700         ADD 1 TO ITEMS-OUT
039800     END-IF.
039900 TALLY-ONE-REFUND-FN.
040000 EXIT.
040100 CASSETTE-MOVEMENT.
040200     MOVE "A" TO CASH-POINT.
040300     PERFORM CHECK-POINT-BALANCED THROUGH CHECK-POINT-BALANCED-FN.
040400     IF POINT-BALANCED = 1
040500         DISPLAY "ATM ALREADY BALANCED FOR " CASHUP-DATE
040600             " - MOVEMENT REFUSED"
040700         GO TO CASSETTE-MOVEMENT-FN
040800     END-IF.
040900     IF FUNCTION-CODE = "L"
041000         DISPLAY "ENTER CASH LOADED INTO THE CASSETTES"
041100     ELSE
041200         DISPLAY "ENTER CASH UNLOADED FROM CASSETTES AND COUNTED"
041300     END-IF.
041400     ACCEPT ENTERED-AMOUNT.
041500     IF ENTERED-AMOUNT = 0
041600         DISPLAY "NO AMOUNT - NOTHING RECORDED"
041700         GO TO CASSETTE-MOVEMENT-FN
041800     END-IF.
041900     OPEN EXTEND CASSETTE-LOG.
042000     IF FS-CASSETTE-LOG = "35"
042100         OPEN OUTPUT CASSETTE-LOG
042200     END-IF.
042300     IF FS-CASSETTE-LOG NOT = "00"
042400         DISPLAY "UNABLE TO OPEN CASSETTE-LOG: " FS-CASSETTE-LOG
042500         GO TO CASSETTE-MOVEMENT-FN
042600     END-IF.
042700     MOVE CASHUP-DATE TO CL-TRADING-DATE.
042800     ACCEPT CL-LOG-TIME FROM TIME.
042900     MOVE OPERATOR-ID TO CL-OPERATOR-ID.
043000     MOVE FUNCTION-CODE TO CL-MOVEMENT.
043100     MOVE ENTERED-AMOUNT TO CL-AMOUNT.
043200     WRITE CASSETTE-LOG-RECORD.
043300     CLOSE CASSETTE-LOG.
043400     MOVE ENTERED-AMOUNT TO SHOW-AMOUNT.
043500     IF CL-LOAD
043600         DISPLAY "CASSETTE LOAD RECORDED:   " SHOW-AMOUNT
043700     ELSE
043800         DISPLAY "CASSETTE UNLOAD RECORDED: " SHOW-AMOUNT
043900     END-IF.
044000 CASSETTE-MOVEMENT-FN.
044100 EXIT.
044200 ATM-BALANCE.
044300     MOVE "A" TO CASH-POINT.
044400     PERFORM CHECK-POINT-BALANCED THROUGH CHECK-POINT-BALANCED-FN.
044500     IF POINT-BALANCED = 1
044600         DISPLAY "ATM ALREADY BALANCED FOR " CASHUP-DATE
044700         PERFORM CONFIRM-RECOUNT THROUGH CONFIRM-RECOUNT-FN
044800         IF RECOUNT-ANSWER NOT = "Y"
044900             GO TO ATM-BALANCE-FN
045000         END-IF
045100     END-IF.
045200     PERFORM GET-OPENING-FLOAT THROUGH GET-OPENING-FLOAT-FN.
045300     PERFORM TALLY-ATM THROUGH TALLY-ATM-FN.
045400     COMPUTE CASH-EXPECTED =
045500         OPENING-FLOAT + CASH-IN - CASH-OUT - CASH-UNLOADED.
045600     MOVE CP-ATM-TOLERANCE TO TOLERANCE.
045700     MOVE CASH-IN TO SHOW-AMOUNT.
045800     DISPLAY "CASSETTE LOADS:    " SHOW-AMOUNT.
045900     MOVE CASH-UNLOADED TO SHOW-AMOUNT.
046000     DISPLAY "CASSETTE UNLOADS:  " SHOW-AMOUNT.
046100     MOVE CASH-OUT TO SHOW-AMOUNT.
046200     DISPLAY "WITHDRAWALS PAID:  " SHOW-AMOUNT
046300         "  COUNT: " ITEMS-OUT.
046400     DISPLAY "COUNT THE CASH LEFT IN THE MACHINE".
046500     PERFORM COUNT-CASH THROUGH COUNT-CASH-FN.
046600     COMPUTE OVER-SHORT = CASH-COUNTED - CASH-EXPECTED.
046700     MOVE CASH-COUNTED TO FLOAT-FORWARD.
046800     PERFORM WRITE-BALANCE THROUGH WRITE-BALANCE-FN.
046900 ATM-BALANCE-FN.
047000 EXIT.
047100 TALLY-ATM.
047200     MOVE 0 TO CASH-IN.
047300     MOVE 0 TO CASH-OUT.
047400     MOVE 0 TO CASH-UNLOADED.
047500     MOVE 0 TO ITEMS-OUT.
047600     OPEN INPUT CASSETTE-LOG.
047700     IF FS-CASSETTE-LOG = "35"
047800         MOVE 1 TO CL-EOF
047900     ELSE
048000         IF FS-CASSETTE-LOG NOT = "00"
048100             DISPLAY "UNABLE TO OPEN CASSETTE-LOG: "
048200                 FS-CASSETTE-LOG
048300             MOVE 1 TO CL-EOF
048400         ELSE
048500             MOVE 0 TO CL-EOF
048600         END-IF
048700     END-IF.
048800     PERFORM TALLY-ONE-CASSETTE THROUGH TALLY-ONE-CASSETTE-FN
048900         UNTIL CL-EOF = 1.
049000     IF FS-CASSETTE-LOG NOT = "35"
049100         CLOSE CASSETTE-LOG
049200     END-IF.
049300     OPEN INPUT ATM-JOURNAL.
049400     IF FS-ATM-JOURNAL = "35"
049500         MOVE 1 TO AJ-EOF
049600     ELSE
049700         IF FS-ATM-JOURNAL NOT = "00"
049800             DISPLAY "UNABLE TO OPEN ATM-JOURNAL: " FS-ATM-JOURNAL
049900             MOVE 1 TO AJ-EOF
050000         ELSE
050100             MOVE 0 TO AJ-EOF
050200         END-IF
050300     END-IF.
050400     PERFORM TALLY-ONE-ATTEMPT THROUGH TALLY-ONE-ATTEMPT-FN
050500         UNTIL AJ-EOF = 1.
050600     IF FS-ATM-JOURNAL NOT = "35"
050700         CLOSE ATM-JOURNAL
050800     END-IF.
050900 TALLY-ATM-FN.
051000 EXIT.
051100 TALLY-ONE-CASSETTE.
051200     READ CASSETTE-LOG
051300         AT END
051400             MOVE 1 TO CL-EOF
051500     END-READ.
051600     IF CL-EOF = 0 AND CL-TRADING-DATE = CASHUP-DATE
051700         IF CL-LOAD
051800             ADD CL-AMOUNT TO CASH-IN
051900         ELSE
052000             ADD CL-AMOUNT TO CASH-UNLOADED
052100         END-IF
052200     END-IF.
052300 TALLY-ONE-CASSETTE-FN.
052400 EXIT.
052500 TALLY-ONE-ATTEMPT.
052600     READ ATM-JOURNAL
052700         AT END
052800             MOVE 1 TO AJ-EOF
052900     END-READ.
053000     IF AJ-EOF = 0 AND AJ-JOURNAL-DATE = CASHUP-DATE
053100         AND AJ-APPROVED AND AJ-TYPE-WITHDRAWAL
053110         AND AJ-LOCAL-MACHINE
053200         ADD AJ-AMOUNT TO CASH-OUT
053300         ADD 1 TO ITEMS-OUT
053400     END-IF.
053500 TALLY-ONE-ATTEMPT-FN.
053600 EXIT.
053700 WRITE-BALANCE.
053800     MOVE CASHUP-DATE TO CB-TRADING-DATE.
053900     MOVE CASH-POINT TO CB-CASH-POINT.
054000     ACCEPT CB-BALANCE-TIME FROM TIME.
054100     MOVE OPERATOR-ID TO CB-OPERATOR-ID.
054200     MOVE OPENING-FLOAT TO CB-OPENING-FLOAT.
054300     MOVE CASH-IN TO CB-CASH-IN.
054400     MOVE CASH-OUT TO CB-CASH-OUT.
054500     MOVE CASH-UNLOADED TO CB-UNLOADED.
054600     MOVE CASH-EXPECTED TO CB-EXPECTED.
054700     MOVE CASH-COUNTED TO CB-COUNTED.
054800     MOVE OVER-SHORT TO CB-OVER-SHORT.
054900     MOVE TOLERANCE TO CB-TOLERANCE.
055000     IF OVER-SHORT > TOLERANCE OR OVER-SHORT < 0 - TOLERANCE
055100         MOVE "N" TO CB-TOLERANCE-FLAG
055200     ELSE
055300         MOVE "Y" TO CB-TOLERANCE-FLAG
055400     END-IF.
055500     MOVE FLOAT-FORWARD TO CB-FLOAT-FORWARD.
055600     IF CB-POINT-TILL
055700         COMPUTE CB-BANKED = CASH-COUNTED - FLOAT-FORWARD
055800     ELSE
055900         MOVE 0 TO CB-BANKED
056000     END-IF.
056100     PERFORM COPY-ONE-COUNT THROUGH COPY-ONE-COUNT-FN
056200         VARYING DN-IDX FROM 1 BY 1 UNTIL DN-IDX > 12.
056300     WRITE CASH-BALANCE-RECORD
056400         INVALID KEY
056500             REWRITE CASH-BALANCE-RECORD
056600                 INVALID KEY
056700                     DISPLAY "UNABLE TO RECORD CASH-UP: "
056800                         CB-BALANCE-KEY
056900                     GO TO WRITE-BALANCE-FN
057000             END-REWRITE
057100     END-WRITE.
057200     MOVE CASH-EXPECTED TO SHOW-AMOUNT.
057300     DISPLAY "EXPECTED:          " SHOW-AMOUNT.
057400     MOVE OVER-SHORT TO SHOW-AMOUNT.
057500     DISPLAY "OVER (+) / SHORT (-): " SHOW-AMOUNT.
057600     IF CB-OUT-OF-TOLERANCE
057700         DISPLAY "OUTSIDE TOLERANCE - REPORTED AS AN EXCEPTION"
057800     END-IF.
057900     MOVE FLOAT-FORWARD TO SHOW-AMOUNT.
058000     DISPLAY "CARRIED FORWARD:   " SHOW-AMOUNT.
058100     PERFORM CHECK-STEP-COMPLETE THROUGH CHECK-STEP-COMPLETE-FN.
058200 WRITE-BALANCE-FN.
058300 EXIT.
058400 COPY-ONE-COUNT.
058500     MOVE DN-COUNT (DN-IDX) TO CB-DENOMINATION-COUNT (DN-IDX).
058600 COPY-ONE-COUNT-FN.
058700 EXIT.
058800 CHECK-STEP-COMPLETE.
058900     MOVE "T" TO CASH-POINT.
059000     PERFORM CHECK-POINT-BALANCED THROUGH CHECK-POINT-BALANCED-FN.
059100     MOVE POINT-BALANCED TO TILL-BALANCED.
059200     MOVE "A" TO CASH-POINT.
059300     PERFORM CHECK-POINT-BALANCED THROUGH CHECK-POINT-BALANCED-FN.
059400     MOVE POINT-BALANCED TO ATM-BALANCED.
059500     IF TILL-BALANCED = 0
059600         DISPLAY "TILL STILL TO BE CASHED UP"
059700         GO TO CHECK-STEP-COMPLETE-FN
059800     END-IF.
059900     IF ATM-BALANCED = 0
060000         DISPLAY "ATM STILL TO BE BALANCED"
060100         GO TO CHECK-STEP-COMPLETE-FN
060200     END-IF.
060300     MOVE "C" TO RC-CASHUP-STATUS.
060400     REWRITE RUN-CONTROL-RECORD
060500         INVALID KEY
060600             DISPLAY "UNABLE TO UPDATE RUN CONTROL"
060700     END-REWRITE.
060800     DISPLAY "CASH-UP COMPLETE FOR " CASHUP-DATE.
060900 CHECK-STEP-COMPLETE-FN.
061000 EXIT.
