000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FRAUDMON.
000300 AUTHOR. SOURCE.
000400 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000600 SOURCE-COMPUTER. PC-MICROFOCUS.
000700 OBJECT-COMPUTER. PC-MICROFOCUS.
000800 INPUT-OUTPUT SECTION.
000900 FILE-CONTROL.
001000     SELECT FRAUD-PARAMETERS ASSIGN TO "FRAUDPRM"
001100         ORGANIZATION IS SEQUENTIAL
001200         FILE STATUS IS FS-FRAUD-PARAMETERS.
001300     SELECT ATM-JOURNAL ASSIGN TO "ATMJRNL"
001400         ORGANIZATION IS SEQUENTIAL
001500         FILE STATUS IS FS-ATM-JOURNAL.
001600     SELECT ACCOUNT-LEDGER ASSIGN TO "ACCTLEDG"
001700         ORGANIZATION IS INDEXED
001800         ACCESS MODE IS DYNAMIC
001900         RECORD KEY IS AL-LEDGER-KEY
002000         FILE STATUS IS FS-ACCOUNT-LEDGER.
002100     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
002200         ORGANIZATION IS INDEXED
002300         ACCESS MODE IS RANDOM
002400         RECORD KEY IS AM-ACCOUNT-NUMBER
002500         FILE STATUS IS FS-ACCOUNT-MASTER.
002600     SELECT ACCOUNT-AUDIT ASSIGN TO "ACCTAUDT"
002700         ORGANIZATION IS SEQUENTIAL
002800         FILE STATUS IS FS-ACCOUNT-AUDIT.
002900     SELECT CASE-REPORT ASSIGN TO "FRAUDRPT"
003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS FS-CASE-REPORT.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  FRAUD-PARAMETERS.
003500     COPY FRAUDPRM.
003600 FD  ATM-JOURNAL.
003700     COPY ATMJRNL.
003800 FD  ACCOUNT-LEDGER.
003900     COPY ACCTLEDG.
004000 FD  ACCOUNT-MASTER.
004100     COPY ACCTMAST.
004200 FD  ACCOUNT-AUDIT.
004300     COPY ACCTAUDT.
004400 FD  CASE-REPORT.
004500 01  CASE-PRINT-LINE         PIC X(80).
004600 WORKING-STORAGE SECTION.
004700 77  FS-FRAUD-PARAMETERS PICTURE X(02).
004800 77  FS-ATM-JOURNAL    PICTURE X(02).
004900 77  FS-ACCOUNT-LEDGER PICTURE X(02).
005000 77  FS-ACCOUNT-MASTER PICTURE X(02).
005100 77  FS-ACCOUNT-AUDIT  PICTURE X(02).
005200 77  FS-CASE-REPORT    PICTURE X(02).
005300 77  AJ-EOF            PICTURE 9, VALUE 0.
005400 77  AL-EOF            PICTURE 9, VALUE 0.
005500 77  LEDGER-OPEN       PICTURE 9, VALUE 0.
005600 77  AUDIT-OPEN        PICTURE 9, VALUE 0.
005700 77  RUN-DATE          PICTURE 9(08).
005800 77  RUN-DAY-NO        PICTURE 9(07).
005900 77  WINDOW-START      PICTURE 9(08).
006000 77  DAY-NO            PICTURE 9(07).
006100 77  OPENED-DAY-NO     PICTURE 9(07).
006200 77  ATTEMPTS-READ     PICTURE 9(07), VALUE 0.
006300 77  ENTRIES-READ      PICTURE 9(07), VALUE 0.
006400 77  DECLINES-LOST     PICTURE 9(05), VALUE 0.
006500 77  HOLDS-PLACED      PICTURE 9(05), VALUE 0.
006600 77  LEDGER-ACCOUNT    PICTURE X(06), VALUE SPACES.
006700 77  LEDGER-DAY-DATE   PICTURE 9(08), VALUE 0.
006800 77  NEAR-LIMIT-AMOUNT PICTURE 9(07)V99, VALUE 0.
006900 77  DAY-DEBITS        PICTURE 9(09)V99, VALUE 0.
007000 77  LAST-NEAR-DAY-NO  PICTURE 9(07), VALUE 0.
007100 77  NEAR-STREAK       PICTURE 9(03), VALUE 0.
007200 77  NEAR-STREAK-TOTAL PICTURE 9(09)V99, VALUE 0.
007300 77  DEPOSIT-SEEN      PICTURE 9, VALUE 0.
007400 77  DEPOSIT-MINS      PICTURE 9(04), VALUE 0.
007500 77  ENTRY-MINS        PICTURE 9(04), VALUE 0.
007600 77  GAP-MINS          PICTURE 9(04), VALUE 0.
007700 77  BEFORE-IMAGE      PICTURE X(63).
007800 77  DT-COUNT          PICTURE 9(03), VALUE 0.
007900 77  MAX-DECLINE-ROWS  PICTURE 9(03), VALUE 200.
008000 77  DT-IDX            PICTURE 9(03).
008100 77  DT-FOUND          PICTURE 9, VALUE 0.
008200 77  CS-COUNT          PICTURE 9(03), VALUE 0.
008300 77  MAX-CASES         PICTURE 9(03), VALUE 100.
008400 77  CS-LOST           PICTURE 9(05), VALUE 0.
008500 77  CS-IDX            PICTURE 9(03).
008600 01  DECLINE-TABLE.
008700     05  DECLINE-ENTRY OCCURS 200 TIMES.
008800         10  DT-ACCOUNT      PICTURE X(06).
008900         10  DT-DATE         PICTURE 9(08).
009000         10  DT-ATTEMPTS     PICTURE 9(03).
009100         10  DT-AMOUNT       PICTURE 9(09)V99.
009200 01  CASE-TABLE.
009300     05  CASE-ENTRY OCCURS 100 TIMES.
009400         10  CS-ACCOUNT      PICTURE X(06).
009500         10  CS-DATE         PICTURE 9(08).
009600         10  CS-CAPTION      PICTURE X(24).
009700         10  CS-AMOUNT       PICTURE 9(07)V99.
009800         10  CS-TIMES        PICTURE 9(03).
009900         10  CS-OTHER        PICTURE X(06).
010000 01  NEW-CASE.
010100     05  NC-ACCOUNT          PICTURE X(06).
010200     05  NC-DATE             PICTURE 9(08).
010300     05  NC-CAPTION          PICTURE X(24).
010400     05  NC-AMOUNT           PICTURE 9(07)V99.
010500     05  NC-TIMES            PICTURE 9(03).
010600     05  NC-OTHER            PICTURE X(06).
010700 01  TIME-OF-ENTRY.
010800     05  TE-HOURS            PICTURE 9(02).
010900     05  TE-MINUTES          PICTURE 9(02).
011000     05  FILLER              PICTURE 9(04).
011100 01  CASE-HEADING-1.
011200     05  FILLER          PICTURE X(30),
011300         VALUE "FRAUD MONITOR CASE LIST  RUN: ".
011400     05  CH-RUN-DATE     PICTURE 9(08).
011500     05  FILLER          PICTURE X(10), VALUE "  WINDOW: ".
011600     05  CH-WINDOW-START PICTURE 9(08).
011700     05  FILLER          PICTURE X(04), VALUE " TO ".
011800     05  CH-WINDOW-END   PICTURE 9(08).
011900     05  FILLER          PICTURE X(12), VALUE SPACES.
012000 01  CASE-HEADING-2.
012100     05  FILLER          PICTURE X(18),
012200         VALUE "ACCT    DATE      ".
012300     05  FILLER          PICTURE X(25),
012400         VALUE "PATTERN                  ".
012500     05  FILLER          PICTURE X(14), VALUE "    AMOUNT CNT".
012600     05  FILLER          PICTURE X(23),
012700         VALUE "  OTHER   ACTION       ".
012800 01  CASE-DETAIL-LINE.
012900     05  CD-ACCOUNT      PICTURE X(06).
013000     05  FILLER          PICTURE X(02), VALUE SPACES.
013100     05  CD-DATE         PICTURE 9(08).
013200     05  FILLER          PICTURE X(02), VALUE SPACES.
013300     05  CD-CAPTION      PICTURE X(24).
013400     05  FILLER          PICTURE X(01), VALUE SPACES.
013500     05  CD-AMOUNT       PICTURE ZZZZZZ9.99.
013600     05  FILLER          PICTURE X(01), VALUE SPACES.
013700     05  CD-TIMES        PICTURE ZZ9.
013800     05  FILLER          PICTURE X(02), VALUE SPACES.
013900     05  CD-OTHER        PICTURE X(06).
014000     05  FILLER          PICTURE X(02), VALUE SPACES.
014100     05  CD-ACTION       PICTURE X(13).
014200 01  CASE-COUNT-LINE.
014300     05  CC-CAPTION      PICTURE X(30).
014400     05  CC-COUNT        PICTURE ZZZZZZ9.
014500     05  FILLER          PICTURE X(43), VALUE SPACES.
014600 01  CASE-MODE-LINE.
014700     05  CM-CAPTION      PICTURE X(80).
014800 PROCEDURE DIVISION.
014900 INIT.
015000     OPEN INPUT FRAUD-PARAMETERS.
015100     IF FS-FRAUD-PARAMETERS = "35"
015200         DISPLAY "NO FRAUD PARAMETERS ON FILE"
015300         STOP RUN
015400     END-IF.
015500     IF FS-FRAUD-PARAMETERS NOT = "00"
015600         DISPLAY "UNABLE TO OPEN FRAUD-PARAMETERS: "
015700             FS-FRAUD-PARAMETERS
015800         STOP RUN
015900     END-IF.
016000     READ FRAUD-PARAMETERS
016100         AT END
016200             DISPLAY "FRAUD PARAMETER RECORD MISSING"
016300             STOP RUN
016400     END-READ.
016500     CLOSE FRAUD-PARAMETERS.
016600     IF FP-LOOKBACK-DAYS = 0
016700         DISPLAY "FRAUD PARAMETERS GIVE NO LOOKBACK - RUN REFUSED"
016800         STOP RUN
016900     END-IF.
017000     DISPLAY "LOOKBACK DAYS:       " FP-LOOKBACK-DAYS.
017100     DISPLAY "MAX DECLINES:        " FP-MAX-DECLINES.
017200     DISPLAY "NEAR-LIMIT PCT/DAYS: " FP-NEAR-LIMIT-PCT "/"
017300         FP-NEAR-LIMIT-DAYS.
017400     DISPLAY "LARGE TRANSFER:      " FP-LARGE-TRANSFER.
017500     DISPLAY "NEW ACCOUNT DAYS:    " FP-NEW-ACCOUNT-DAYS.
017600     DISPLAY "DEPOSIT MINUTES:     " FP-DEPOSIT-MINUTES.
017700     DISPLAY "PLACE HOLDS:         " FP-PLACE-HOLDS.
017800     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
017900     COMPUTE RUN-DAY-NO = FUNCTION INTEGER-OF-DATE (RUN-DATE).
018000     COMPUTE DAY-NO = RUN-DAY-NO - FP-LOOKBACK-DAYS + 1.
018100     COMPUTE WINDOW-START =
018200         FUNCTION DATE-OF-INTEGER (DAY-NO).
018300     DISPLAY "SCANNING " WINDOW-START " TO " RUN-DATE.
018400     OPEN INPUT ATM-JOURNAL.
018500     IF FS-ATM-JOURNAL = "35"
018600         MOVE 1 TO AJ-EOF
018700     ELSE
018800         IF FS-ATM-JOURNAL NOT = "00"
018900             DISPLAY "UNABLE TO OPEN ATM-JOURNAL: " FS-ATM-JOURNAL
019000             STOP RUN
019100         END-IF
019200     END-IF.
019300     OPEN INPUT ACCOUNT-LEDGER.
019400     IF FS-ACCOUNT-LEDGER = "35"
019500         MOVE 1 TO AL-EOF
019600     ELSE
019700         IF FS-ACCOUNT-LEDGER NOT = "00"
019800             DISPLAY "UNABLE TO OPEN ACCOUNT-LEDGER: "
019900                 FS-ACCOUNT-LEDGER
020000             STOP RUN
020100         END-IF
020200         MOVE 1 TO LEDGER-OPEN
020300     END-IF.
020400     IF FP-HOLDS-WANTED
020500         OPEN I-O ACCOUNT-MASTER
020600     ELSE
020700         OPEN INPUT ACCOUNT-MASTER
020800     END-IF.
020900     IF FS-ACCOUNT-MASTER NOT = "00"
021000         DISPLAY "UNABLE TO OPEN ACCOUNT-MASTER: "
021100             FS-ACCOUNT-MASTER
021200         STOP RUN
021300     END-IF.
021400     OPEN OUTPUT CASE-REPORT.
021500     IF FS-CASE-REPORT NOT = "00"
021600         DISPLAY "UNABLE TO OPEN CASE-REPORT: " FS-CASE-REPORT
021700         STOP RUN
021800     END-IF.
021900     PERFORM SCAN-ATM THROUGH SCAN-ATM-FN.
022000     PERFORM SCAN-LEDGER THROUGH SCAN-LEDGER-FN.
022100     IF FP-HOLDS-WANTED
022200         PERFORM OPEN-AUDIT THROUGH OPEN-AUDIT-FN
022300     END-IF.
022400     PERFORM PRINT-CASES THROUGH PRINT-CASES-FN.
022500     DISPLAY "ATM ATTEMPTS READ:  " ATTEMPTS-READ.
022600     DISPLAY "LEDGER ENTRIES READ:" ENTRIES-READ.
022700     DISPLAY "CASES RAISED:       " CS-COUNT.
022800     DISPLAY "CASES NOT LISTED:   " CS-LOST.
022900     DISPLAY "HOLDS PLACED:       " HOLDS-PLACED.
023000     IF AUDIT-OPEN = 1
023100         CLOSE ACCOUNT-AUDIT
023200     END-IF.
023300     IF LEDGER-OPEN = 1
023400         CLOSE ACCOUNT-LEDGER
023500     END-IF.
023600     IF FS-ATM-JOURNAL = "00"
023700         CLOSE ATM-JOURNAL
023800     END-IF.
023900     CLOSE ACCOUNT-MASTER.
024000     CLOSE CASE-REPORT.
024100     STOP RUN.
024200 INIT-FN.
024300 EXIT.
024400 OPEN-AUDIT.
024500     OPEN EXTEND ACCOUNT-AUDIT.
024600     IF FS-ACCOUNT-AUDIT = "35"
024700         OPEN OUTPUT ACCOUNT-AUDIT
024800     END-IF.
024900     IF FS-ACCOUNT-AUDIT NOT = "00"
025000         DISPLAY "UNABLE TO OPEN ACCOUNT-AUDIT: " FS-ACCOUNT-AUDIT
025100         DISPLAY "NO HOLDS WILL BE PLACED"
025200         GO TO OPEN-AUDIT-FN
025300     END-IF.
025400     MOVE 1 TO AUDIT-OPEN.
025500 OPEN-AUDIT-FN.
025600 EXIT.
025700 SCAN-ATM.
025800     IF AJ-EOF = 1
025900         GO TO SCAN-ATM-FN
026000     END-IF.
026100     PERFORM READ-ATM-JOURNAL THROUGH READ-ATM-JOURNAL-FN.
026200     PERFORM SCAN-ONE-ATTEMPT THROUGH SCAN-ONE-ATTEMPT-FN
026300         UNTIL AJ-EOF = 1.
026400     IF FP-MAX-DECLINES > 0
026500         PERFORM CHECK-DECLINES THROUGH CHECK-DECLINES-FN
026600             VARYING DT-IDX FROM 1 BY 1 UNTIL DT-IDX > DT-COUNT
026700     END-IF.
026800 SCAN-ATM-FN.
026900 EXIT.
027000 READ-ATM-JOURNAL.
027100     READ ATM-JOURNAL
027200         AT END
027300             MOVE 1 TO AJ-EOF
027400     END-READ.
027500 READ-ATM-JOURNAL-FN.
027600 EXIT.
027700 SCAN-ONE-ATTEMPT.
027800     ADD 1 TO ATTEMPTS-READ.
027900     IF AJ-DECLINED
028000         AND AJ-JOURNAL-DATE NOT < WINDOW-START
028100         AND AJ-JOURNAL-DATE NOT > RUN-DATE
028200         PERFORM COUNT-DECLINE THROUGH COUNT-DECLINE-FN
028300     END-IF.
028400     PERFORM READ-ATM-JOURNAL THROUGH READ-ATM-JOURNAL-FN.
028500 SCAN-ONE-ATTEMPT-FN.
028600 EXIT.
028700 COUNT-DECLINE.
028800     MOVE 0 TO DT-FOUND.
028900     PERFORM MATCH-DECLINE THROUGH MATCH-DECLINE-FN
029000         VARYING DT-IDX FROM 1 BY 1
029100         UNTIL DT-IDX > DT-COUNT OR DT-FOUND = 1.
029200     IF DT-FOUND = 1
029300         SUBTRACT 1 FROM DT-IDX
029400     ELSE
029500         IF DT-COUNT >= MAX-DECLINE-ROWS
029600             ADD 1 TO DECLINES-LOST
029700             GO TO COUNT-DECLINE-FN
029800         END-IF
029900         ADD 1 TO DT-COUNT
030000         MOVE DT-COUNT TO DT-IDX
030100         MOVE AJ-ACCOUNT-NUMBER TO DT-ACCOUNT (DT-IDX)
030200         MOVE AJ-JOURNAL-DATE TO DT-DATE (DT-IDX)
030300         MOVE 0 TO DT-ATTEMPTS (DT-IDX)
030400         MOVE 0 TO DT-AMOUNT (DT-IDX)
030500     END-IF.
030600     ADD 1 TO DT-ATTEMPTS (DT-IDX).
030700     ADD AJ-AMOUNT TO DT-AMOUNT (DT-IDX).
030800 COUNT-DECLINE-FN.
030900 EXIT.
031000 MATCH-DECLINE.
031100     IF DT-ACCOUNT (DT-IDX) = AJ-ACCOUNT-NUMBER
031200         AND DT-DATE (DT-IDX) = AJ-JOURNAL-DATE
031300         MOVE 1 TO DT-FOUND
031400     END-IF.
031500 MATCH-DECLINE-FN.
031600 EXIT.
031700 CHECK-DECLINES.
031800     IF DT-ATTEMPTS (DT-IDX) < FP-MAX-DECLINES
031900         GO TO CHECK-DECLINES-FN
032000     END-IF.
032100     MOVE DT-ACCOUNT (DT-IDX) TO NC-ACCOUNT.
032200     MOVE DT-DATE (DT-IDX) TO NC-DATE.
032300     MOVE "REPEATED DECLINES       " TO NC-CAPTION.
032400     MOVE DT-AMOUNT (DT-IDX) TO NC-AMOUNT.
032500     MOVE DT-ATTEMPTS (DT-IDX) TO NC-TIMES.
032600     MOVE SPACES TO NC-OTHER.
032700     PERFORM ADD-CASE THROUGH ADD-CASE-FN.
032800 CHECK-DECLINES-FN.
032900 EXIT.
033000 SCAN-LEDGER.
033100     IF AL-EOF = 1
033200         GO TO SCAN-LEDGER-FN
033300     END-IF.
033400     MOVE LOW-VALUES TO AL-LEDGER-KEY.
033500     START ACCOUNT-LEDGER KEY IS NOT LESS THAN AL-LEDGER-KEY
033600         INVALID KEY
033700             MOVE 1 TO AL-EOF
033800     END-START.
033900     PERFORM SCAN-ONE-ENTRY THROUGH SCAN-ONE-ENTRY-FN
034000         UNTIL AL-EOF = 1.
034100     PERFORM CLOSE-LEDGER-DAY THROUGH CLOSE-LEDGER-DAY-FN.
034200 SCAN-LEDGER-FN.
034300 EXIT.
034400 SCAN-ONE-ENTRY.
034500     READ ACCOUNT-LEDGER NEXT RECORD
034600         AT END
034700             MOVE 1 TO AL-EOF
034800     END-READ.
034900     IF AL-EOF = 1
035000         GO TO SCAN-ONE-ENTRY-FN
035100     END-IF.
035200     ADD 1 TO ENTRIES-READ.
035300     IF AL-POST-DATE < WINDOW-START OR AL-POST-DATE > RUN-DATE
035400         GO TO SCAN-ONE-ENTRY-FN
035500     END-IF.
035600     IF AL-ACCOUNT-NUMBER NOT = LEDGER-ACCOUNT
035700         PERFORM CLOSE-LEDGER-DAY THROUGH CLOSE-LEDGER-DAY-FN
035800         PERFORM START-LEDGER-ACCOUNT
035900             THROUGH START-LEDGER-ACCOUNT-FN
036000     END-IF.
036100     IF AL-POST-DATE NOT = LEDGER-DAY-DATE
036200         PERFORM CLOSE-LEDGER-DAY THROUGH CLOSE-LEDGER-DAY-FN
036300         MOVE AL-POST-DATE TO LEDGER-DAY-DATE
036400     END-IF.
036500     MOVE AL-POST-TIME TO TIME-OF-ENTRY.
036600     COMPUTE ENTRY-MINS = TE-HOURS * 60 + TE-MINUTES.
036700     IF AL-DEBIT AND AL-SOURCE = "ATM"
036800         AND (AL-TYPE-WITHDRAWAL OR AL-TYPE-TRANSFER)
036900         ADD AL-AMOUNT TO DAY-DEBITS
037000     END-IF.
037100     IF AL-TYPE-DEPOSIT AND AL-CREDIT
037200         MOVE 1 TO DEPOSIT-SEEN
037300         MOVE ENTRY-MINS TO DEPOSIT-MINS
037400     END-IF.
037500     IF AL-TYPE-PURCHASE AND AL-DEBIT AND DEPOSIT-SEEN = 1
037600         PERFORM CHECK-PURCHASE THROUGH CHECK-PURCHASE-FN
037700     END-IF.
037800     IF AL-TYPE-TRANSFER AND AL-DEBIT
037900         AND FP-LARGE-TRANSFER > 0
038000         AND AL-AMOUNT NOT < FP-LARGE-TRANSFER
038100         PERFORM CHECK-TRANSFER THROUGH CHECK-TRANSFER-FN
038200     END-IF.
038300 SCAN-ONE-ENTRY-FN.
038400 EXIT.
038500 START-LEDGER-ACCOUNT.
038600     MOVE AL-ACCOUNT-NUMBER TO LEDGER-ACCOUNT.
038700     MOVE 0 TO LEDGER-DAY-DATE.
038800     MOVE 0 TO NEAR-STREAK.
038900     MOVE 0 TO NEAR-STREAK-TOTAL.
039000     MOVE 0 TO LAST-NEAR-DAY-NO.
039100     MOVE 0 TO NEAR-LIMIT-AMOUNT.
039200     MOVE AL-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
039300     READ ACCOUNT-MASTER
039400         INVALID KEY
039500             GO TO START-LEDGER-ACCOUNT-FN
039600     END-READ.
039700     COMPUTE NEAR-LIMIT-AMOUNT ROUNDED =
039800         AM-WITHDRAW-LIMIT * FP-NEAR-LIMIT-PCT / 100.
039900 START-LEDGER-ACCOUNT-FN.
040000 EXIT.
040100 CLOSE-LEDGER-DAY.
040200     IF LEDGER-DAY-DATE = 0
040300         GO TO CLOSE-LEDGER-DAY-FN
040400     END-IF.
040500     IF NEAR-LIMIT-AMOUNT = 0 OR FP-NEAR-LIMIT-DAYS = 0
040600         OR DAY-DEBITS < NEAR-LIMIT-AMOUNT
040700         MOVE 0 TO NEAR-STREAK
040800         GO TO CLOSE-LEDGER-DAY-RESET
040900     END-IF.
041000     COMPUTE DAY-NO = FUNCTION INTEGER-OF-DATE (LEDGER-DAY-DATE).
041100     IF NEAR-STREAK > 0 AND DAY-NO = LAST-NEAR-DAY-NO + 1
041200         ADD 1 TO NEAR-STREAK
041300         ADD DAY-DEBITS TO NEAR-STREAK-TOTAL
041400     ELSE
041500         MOVE 1 TO NEAR-STREAK
041600         MOVE DAY-DEBITS TO NEAR-STREAK-TOTAL
041700     END-IF.
041800     MOVE DAY-NO TO LAST-NEAR-DAY-NO.
041900     IF NEAR-STREAK = FP-NEAR-LIMIT-DAYS
042000         MOVE LEDGER-ACCOUNT TO NC-ACCOUNT
042100         MOVE LEDGER-DAY-DATE TO NC-DATE
042200         MOVE "NEAR-LIMIT DEBITS       " TO NC-CAPTION
042300         MOVE NEAR-STREAK-TOTAL TO NC-AMOUNT
042400         MOVE NEAR-STREAK TO NC-TIMES
042500         MOVE SPACES TO NC-OTHER
042600         PERFORM ADD-CASE THROUGH ADD-CASE-FN
042700     END-IF.
042800 CLOSE-LEDGER-DAY-RESET.
042900     MOVE 0 TO DAY-DEBITS.
043000     MOVE 0 TO DEPOSIT-SEEN.
043100     MOVE 0 TO DEPOSIT-MINS.
043200     MOVE 0 TO LEDGER-DAY-DATE.
043300 CLOSE-LEDGER-DAY-FN.
043400 EXIT.
043500 CHECK-PURCHASE.
043600     IF ENTRY-MINS < DEPOSIT-MINS
043700         GO TO CHECK-PURCHASE-FN
043800     END-IF.
043900     COMPUTE GAP-MINS = ENTRY-MINS - DEPOSIT-MINS.
044000     IF GAP-MINS > FP-DEPOSIT-MINUTES
044100         GO TO CHECK-PURCHASE-FN
044200     END-IF.
044300     MOVE AL-ACCOUNT-NUMBER TO NC-ACCOUNT.
044400     MOVE AL-POST-DATE TO NC-DATE.
044500     MOVE "PURCHASE AFTER DEPOSIT  " TO NC-CAPTION.
044600     MOVE AL-AMOUNT TO NC-AMOUNT.
044700     MOVE GAP-MINS TO NC-TIMES.
044800     MOVE SPACES TO NC-OTHER.
044900     PERFORM ADD-CASE THROUGH ADD-CASE-FN.
045000 CHECK-PURCHASE-FN.
045100 EXIT.
045200 CHECK-TRANSFER.
045300     MOVE AL-PARTNER-ACCOUNT TO AM-ACCOUNT-NUMBER.
045400     READ ACCOUNT-MASTER
045500         INVALID KEY
045600             GO TO CHECK-TRANSFER-FN
045700     END-READ.
045800     IF AM-OPENED-DATE = 0 OR AM-OPENED-DATE > AL-POST-DATE
045900         GO TO CHECK-TRANSFER-FN
046000     END-IF.
046100     COMPUTE DAY-NO = FUNCTION INTEGER-OF-DATE (AL-POST-DATE).
046200     COMPUTE OPENED-DAY-NO =
046300         FUNCTION INTEGER-OF-DATE (AM-OPENED-DATE).
046400     IF DAY-NO - OPENED-DAY-NO > FP-NEW-ACCOUNT-DAYS
046500         GO TO CHECK-TRANSFER-FN
046600     END-IF.
046700     MOVE AL-PARTNER-ACCOUNT TO NC-ACCOUNT.
046800     MOVE AL-POST-DATE TO NC-DATE.
046900     MOVE "LARGE XFER TO NEW ACCT  " TO NC-CAPTION.
047000     MOVE AL-AMOUNT TO NC-AMOUNT.
047100     MOVE 1 TO NC-TIMES.
047200     MOVE AL-ACCOUNT-NUMBER TO NC-OTHER.
047300     PERFORM ADD-CASE THROUGH ADD-CASE-FN.
047400 CHECK-TRANSFER-FN.
047500 EXIT.
047600 ADD-CASE.
047700     IF CS-COUNT >= MAX-CASES
047800         ADD 1 TO CS-LOST
047900     ELSE
048000         ADD 1 TO CS-COUNT
048100         MOVE NEW-CASE TO CASE-ENTRY (CS-COUNT)
048200     END-IF.
048300 ADD-CASE-FN.
048400 EXIT.
048500 PRINT-CASES.
048600     MOVE RUN-DATE TO CH-RUN-DATE.
048700     MOVE WINDOW-START TO CH-WINDOW-START.
048800     MOVE RUN-DATE TO CH-WINDOW-END.
048900     WRITE CASE-PRINT-LINE FROM CASE-HEADING-1.
049000     IF FP-HOLDS-WANTED AND AUDIT-OPEN = 1
049100         MOVE "HOLDS PLACED - REVIEW AND RELEASE THROUGH ACCTMNT"
049200             TO CM-CAPTION
049300     ELSE
049400         MOVE "LIST ONLY - NO HOLDS PLACED BY THIS RUN"
049500             TO CM-CAPTION
049600     END-IF.
049700     WRITE CASE-PRINT-LINE FROM CASE-MODE-LINE.
049800     WRITE CASE-PRINT-LINE FROM CASE-HEADING-2.
049900     PERFORM PRINT-ONE-CASE THROUGH PRINT-ONE-CASE-FN
050000         VARYING CS-IDX FROM 1 BY 1 UNTIL CS-IDX > CS-COUNT.
050100     MOVE "ATM ATTEMPTS READ:            " TO CC-CAPTION.
050200     MOVE ATTEMPTS-READ TO CC-COUNT.
050300     WRITE CASE-PRINT-LINE FROM CASE-COUNT-LINE.
050400     MOVE "LEDGER ENTRIES READ:          " TO CC-CAPTION.
050500     MOVE ENTRIES-READ TO CC-COUNT.
050600     WRITE CASE-PRINT-LINE FROM CASE-COUNT-LINE.
050700     MOVE "CASES RAISED:                 " TO CC-CAPTION.
050800     MOVE CS-COUNT TO CC-COUNT.
050900     WRITE CASE-PRINT-LINE FROM CASE-COUNT-LINE.
051000     MOVE "HOLDS PLACED:                 " TO CC-CAPTION.
051100     MOVE HOLDS-PLACED TO CC-COUNT.
051200     WRITE CASE-PRINT-LINE FROM CASE-COUNT-LINE.
051300     IF CS-LOST > 0
051400         MOVE "CASES NOT LISTED - TABLE FULL:" TO CC-CAPTION
051500         MOVE CS-LOST TO CC-COUNT
051600         WRITE CASE-PRINT-LINE FROM CASE-COUNT-LINE
051700     END-IF.
051800     IF DECLINES-LOST > 0
051900         MOVE "DECLINES NOT TRACKED:         " TO CC-CAPTION
052000         MOVE DECLINES-LOST TO CC-COUNT
052100         WRITE CASE-PRINT-LINE FROM CASE-COUNT-LINE
052200     END-IF.
052300 PRINT-CASES-FN.
052400 EXIT.
052500 PRINT-ONE-CASE.
052600     MOVE CS-ACCOUNT (CS-IDX) TO CD-ACCOUNT.
052700     MOVE CS-DATE (CS-IDX) TO CD-DATE.
052800     MOVE CS-CAPTION (CS-IDX) TO CD-CAPTION.
052900     MOVE CS-AMOUNT (CS-IDX) TO CD-AMOUNT.
053000     MOVE CS-TIMES (CS-IDX) TO CD-TIMES.
053100     MOVE CS-OTHER (CS-IDX) TO CD-OTHER.
053200     MOVE SPACES TO CD-ACTION.
053300     PERFORM HOLD-ACCOUNT THROUGH HOLD-ACCOUNT-FN.
053400     WRITE CASE-PRINT-LINE FROM CASE-DETAIL-LINE.
053500 PRINT-ONE-CASE-FN.
053600 EXIT.
053700 HOLD-ACCOUNT.
053800     MOVE CS-ACCOUNT (CS-IDX) TO AM-ACCOUNT-NUMBER.
053900     READ ACCOUNT-MASTER
054000         INVALID KEY
054100             MOVE "NOT ON FILE" TO CD-ACTION
054200             GO TO HOLD-ACCOUNT-FN
054300     END-READ.
054400     IF AM-CLOSED
054500         MOVE "CLOSED" TO CD-ACTION
054600         GO TO HOLD-ACCOUNT-FN
054700     END-IF.
054800     IF AM-HELD
054900         MOVE "ALREADY HELD" TO CD-ACTION
055000         GO TO HOLD-ACCOUNT-FN
055100     END-IF.
055200     IF AUDIT-OPEN = 0
055300         GO TO HOLD-ACCOUNT-FN
055400     END-IF.
055500     MOVE ACCOUNT-MASTER-RECORD TO BEFORE-IMAGE.
055600     MOVE "H" TO AM-STATUS.
055700     MOVE "F" TO AM-HOLD-REASON.
055800     MOVE RUN-DATE TO AM-HOLD-DATE.
055900     REWRITE ACCOUNT-MASTER-RECORD
056000         INVALID KEY
056100             MOVE "HOLD FAILED" TO CD-ACTION
056200             GO TO HOLD-ACCOUNT-FN
056300     END-REWRITE.
056400     ACCEPT AU-AUDIT-DATE FROM DATE YYYYMMDD.
056500     ACCEPT AU-AUDIT-TIME FROM TIME.
056600     MOVE "MON" TO AU-OPERATOR-ID.
056700     MOVE "H" TO AU-FUNCTION-CODE.
056800     MOVE AM-ACCOUNT-NUMBER TO AU-ACCOUNT-NUMBER.
056900     MOVE BEFORE-IMAGE TO AU-BEFORE-IMAGE.
057000     MOVE ACCOUNT-MASTER-RECORD TO AU-AFTER-IMAGE.
057100     WRITE ACCOUNT-AUDIT-RECORD.
057200     ADD 1 TO HOLDS-PLACED.
057300     MOVE "HOLD PLACED" TO CD-ACTION.
057400 HOLD-ACCOUNT-FN.
057500 EXIT.
