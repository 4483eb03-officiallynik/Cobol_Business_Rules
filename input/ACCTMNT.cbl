000860 FILE-CONTROL.
000870     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS AM-ACCOUNT-NUMBER
000910         FILE STATUS IS FS-ACCOUNT-MASTER.
000920     SELECT ACCOUNT-AUDIT ASSIGN TO "ACCTAUDT"
002100 77  ADJUST-AMOUNT     PICTURE 9(07)V99.
002200 77  POLICY-MAX-LIMIT  PICTURE 9(05)V99, VALUE 1000.
002300 77  ACCOUNT-OK        PICTURE 9.
002400 77  BEFORE-IMAGE      PICTURE X(63).
002402 77  TODAY-DATE        PICTURE 9(08).
002404 77  AM-EOF            PICTURE 9.
002406 77  HOLDS-LISTED      PICTURE 9(05).
002410     COPY POSTREQ.
002420     COPY SIGNREQ.
002500 PROCEDURE DIVISION.
005100 EXIT.
005200 GET-FUNCTION.
005300     DISPLAY "FUNCTION - A ADD, B BALANCE ADJUST, L LIMIT,".
005400     DISPLAY "           P PIN RESET, C CLOSE, R REOPEN,".
005420     DISPLAY "           H HOLD, U RELEASE HOLD, V REVIEW HOLDS,".
005440     DISPLAY "           X EXIT".
005500     ACCEPT FUNCTION-CODE.
005510     IF (FUNCTION-CODE = "B" OR "P" OR "U") AND NOT SG-SUPERVISOR
005520         DISPLAY "SUPERVISOR AUTHORITY REQUIRED FOR FUNCTION: "
005530             FUNCTION-CODE
005540         GO TO GET-FUNCTION-FN
005700         PERFORM ADD-ACCOUNT THROUGH ADD-ACCOUNT-FN
005800     ELSE
005900         IF FUNCTION-CODE = "B" OR "L" OR "P" OR "C" OR "R"
005920                 OR "H" OR "U"
006000             PERFORM CHANGE-ACCOUNT THROUGH CHANGE-ACCOUNT-FN
006100         ELSE
006200             IF FUNCTION-CODE = "V"
006300                 PERFORM REVIEW-HOLDS THROUGH REVIEW-HOLDS-FN
006310             ELSE
006320                 IF FUNCTION-CODE NOT = "X"
006330                     DISPLAY "UNKNOWN FUNCTION: " FUNCTION-CODE
006340                 END-IF
006400             END-IF
006500         END-IF
006600     END-IF.
010300     MOVE 0 TO AM-DAILY-WITHDRAWN.
010400     MOVE 0 TO AM-LAST-WITHDRAW-DATE.
010500     MOVE "A" TO AM-STATUS.
010520     MOVE SPACES TO AM-HOLD-REASON.
010540     MOVE 0 TO AM-HOLD-DATE.
010560     ACCEPT AM-OPENED-DATE FROM DATE YYYYMMDD.
010600     MOVE SPACES TO BEFORE-IMAGE.
010700     WRITE ACCOUNT-MASTER-RECORD
010800         INVALID KEY
013400     END-IF.
013500     IF FUNCTION-CODE = "R"
013600         PERFORM REOPEN-ACCOUNT THROUGH REOPEN-ACCOUNT-FN
013610     END-IF.
013620     IF FUNCTION-CODE = "H"
013630         PERFORM HOLD-ACCOUNT THROUGH HOLD-ACCOUNT-FN
013640     END-IF.
013650     IF FUNCTION-CODE = "U"
013660         PERFORM RELEASE-HOLD THROUGH RELEASE-HOLD-FN
013700     END-IF.
013800 CHANGE-ACCOUNT-FN.
013900 EXIT.
021600         DISPLAY "ACCOUNT ALREADY ACTIVE: " ENTERED-ACCT-NUMBER
021700         GO TO REOPEN-ACCOUNT-FN
021800     END-IF.
021810     IF AM-HELD
021820         DISPLAY "ACCOUNT HELD - USE U TO RELEASE THE HOLD"
021830         GO TO REOPEN-ACCOUNT-FN
021840     END-IF.
021900     MOVE "A" TO AM-STATUS.
021920     MOVE SPACES TO AM-HOLD-REASON.
021940     MOVE 0 TO AM-HOLD-DATE.
022000     PERFORM UPDATE-ACCOUNT THROUGH UPDATE-ACCOUNT-FN.
022100 REOPEN-ACCOUNT-FN.
022101 EXIT.
022102 HOLD-ACCOUNT.
022103     IF AM-CLOSED
022104         DISPLAY "ACCOUNT CLOSED: " ENTERED-ACCT-NUMBER
022105         GO TO HOLD-ACCOUNT-FN
022106     END-IF.
022107     IF AM-HELD
022108         DISPLAY "ACCOUNT ALREADY HELD: " ENTERED-ACCT-NUMBER
022109             " REASON " AM-HOLD-REASON " SINCE " AM-HOLD-DATE
022110         GO TO HOLD-ACCOUNT-FN
022111     END-IF.
022112     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
022113     MOVE "H" TO AM-STATUS.
022114     MOVE "M" TO AM-HOLD-REASON.
022115     MOVE TODAY-DATE TO AM-HOLD-DATE.
022116     PERFORM UPDATE-ACCOUNT THROUGH UPDATE-ACCOUNT-FN.
022117 HOLD-ACCOUNT-FN.
022118 EXIT.
022119 RELEASE-HOLD.
022120     IF NOT AM-HELD
022121         DISPLAY "ACCOUNT NOT HELD: " ENTERED-ACCT-NUMBER
022122         GO TO RELEASE-HOLD-FN
022123     END-IF.
022124     DISPLAY "HOLD REASON " AM-HOLD-REASON " SINCE " AM-HOLD-DATE.
022125     MOVE "A" TO AM-STATUS.
022126     MOVE SPACES TO AM-HOLD-REASON.
022127     MOVE 0 TO AM-HOLD-DATE.
022128     PERFORM UPDATE-ACCOUNT THROUGH UPDATE-ACCOUNT-FN.
022129 RELEASE-HOLD-FN.
022130 EXIT.
022131 REVIEW-HOLDS.
022132     MOVE 0 TO AM-EOF.
022133     MOVE 0 TO HOLDS-LISTED.
022134     DISPLAY "REASON P PIN FAILURES, F FRAUD MONITOR, M MANUAL".
022135     MOVE LOW-VALUES TO AM-ACCOUNT-NUMBER.
022136     START ACCOUNT-MASTER KEY IS NOT LESS THAN AM-ACCOUNT-NUMBER
022137         INVALID KEY
022138             MOVE 1 TO AM-EOF
022139     END-START.
022140     PERFORM REVIEW-ONE-ACCOUNT THROUGH REVIEW-ONE-ACCOUNT-FN
022141         UNTIL AM-EOF = 1.
022142     DISPLAY "HELD ACCOUNTS: " HOLDS-LISTED.
022143 REVIEW-HOLDS-FN.
022144 EXIT.
022145 REVIEW-ONE-ACCOUNT.
022146     READ ACCOUNT-MASTER NEXT RECORD
022147         AT END
022148             MOVE 1 TO AM-EOF
022149     END-READ.
022150     IF AM-EOF = 0 AND AM-HELD
022151         ADD 1 TO HOLDS-LISTED
022152         DISPLAY "ACCOUNT " AM-ACCOUNT-NUMBER
022153             " REASON " AM-HOLD-REASON
022154             " SINCE " AM-HOLD-DATE
022155             " BALANCE " AM-BALANCE
022156     END-IF.
022157 REVIEW-ONE-ACCOUNT-FN.
022200 EXIT.
022300 UPDATE-ACCOUNT.
022400     REWRITE ACCOUNT-MASTER-RECORD
