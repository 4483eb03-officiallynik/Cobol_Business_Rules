005800     MOVE "C" TO RC-CLOSE-STATUS.
005900     MOVE "C" TO RC-RECON-STATUS.
006000     MOVE "C" TO RC-STMT-STATUS.
006010     MOVE "C" TO RC-GL-STATUS.
006020     MOVE "C" TO RC-CASHUP-STATUS.
006030     MOVE "C" TO RC-EDIT-STATUS.
006040     MOVE 0 TO RC-INTEG-DATE.
006050     MOVE SPACES TO RC-INTEG-RESULT.
006060     MOVE 0 TO RC-INTEG-EXCEPTIONS.
006100     WRITE RUN-CONTROL-RECORD
006200         INVALID KEY
006300             DISPLAY "UNABLE TO WRITE RUN-CONTROL RECORD"
008700 EXIT.
008800 SHOW-STATUS.
008900     DISPLAY "TRADING DATE:    " RC-TRADING-DATE.
008920     DISPLAY "CUSTOMER EDIT:   " RC-EDIT-STATUS.
009000     DISPLAY "SHOP BATCH:      " RC-SHOP-STATUS.
009020     DISPLAY "CASH-UP:         " RC-CASHUP-STATUS.
009100     DISPLAY "DAY CLOSE:       " RC-CLOSE-STATUS.
009200     DISPLAY "RECONCILIATION:  " RC-RECON-STATUS.
009300     DISPLAY "STATEMENT RUN:   " RC-STMT-STATUS.
009320     DISPLAY "GL POSTING:      " RC-GL-STATUS.
009400     DISPLAY "O = OPEN TO RUN, C = COMPLETE".
009410     DISPLAY "INTEGRITY CHECK: " RC-INTEG-RESULT
009420         " LAST RUN " RC-INTEG-DATE
009430         " EXCEPTIONS " RC-INTEG-EXCEPTIONS.
009440     DISPLAY "P = PASSED, F = FAILED, BLANK = NOT YET RUN".
009500 SHOW-STATUS-FN.
009600 EXIT.
009700 CHECK-SUPERVISOR.
011400             RC-TRADING-DATE " - NEW DAY REFUSED"
011500         GO TO NEW-DAY-FN
011600     END-IF.
011610     IF RC-TRADING-DATE NOT = 0 AND NOT RC-GL-DONE
011620         DISPLAY "GL POSTING NOT COMPLETE FOR "
011630             RC-TRADING-DATE " - NEW DAY REFUSED"
011640         GO TO NEW-DAY-FN
011650     END-IF.
011700     DISPLAY "ENTER NEW TRADING DATE YYYYMMDD - 0 FOR TODAY".
011800     ACCEPT NEW-TRADING-DATE.
011900     IF NEW-TRADING-DATE = 0
012900     MOVE "O" TO RC-CLOSE-STATUS.
013000     MOVE "O" TO RC-RECON-STATUS.
013100     MOVE "O" TO RC-STMT-STATUS.
013120     MOVE "O" TO RC-GL-STATUS.
013140     MOVE "O" TO RC-CASHUP-STATUS.
013160     MOVE "O" TO RC-EDIT-STATUS.
013200     PERFORM UPDATE-CONTROL THROUGH UPDATE-CONTROL-FN.
013300     DISPLAY "TRADING DAY OPENED: " RC-TRADING-DATE.
013400 NEW-DAY-FN.
013900         DISPLAY "SUPERVISOR SIGN-OFF REQUIRED"
014000         GO TO FORCE-STEP-FN
014100     END-IF.
014200     DISPLAY "STEP - E CUSTOMER EDIT, S SHOP, U CASH-UP,".
014220     DISPLAY "       C CLOSE, R RECON, T STATEMENTS,".
014240     DISPLAY "       G GL POSTING".
014300     ACCEPT STEP-CODE.
014400     IF STEP-CODE = "S"
014500         MOVE "O" TO RC-SHOP-STATUS
015300                 IF STEP-CODE = "T"
015400                     MOVE "O" TO RC-STMT-STATUS
015500                 ELSE
015600                     IF STEP-CODE = "G"
015700                         MOVE "O" TO RC-GL-STATUS
015705                     ELSE
015710                         IF STEP-CODE = "U"
015715                             MOVE "O" TO RC-CASHUP-STATUS
015720                         ELSE
015725                             IF STEP-CODE = "E"
015730                                 MOVE "O" TO RC-EDIT-STATUS
015735                             ELSE
015740                                 DISPLAY "UNKNOWN STEP: "
015745                                     STEP-CODE
015750                                 GO TO FORCE-STEP-FN
015755                             END-IF
015760                         END-IF
015765                     END-IF
015800                 END-IF
015900             END-IF
016000         END-IF
