001200         ACCESS MODE IS RANDOM
001300         RECORD KEY IS OP-OPERATOR-ID
001400         FILE STATUS IS FS-OPERATOR-MASTER.
001410     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
001420         ORGANIZATION IS RELATIVE
001430         ACCESS MODE IS RANDOM
001440         RELATIVE KEY IS RUNCTL-REL-KEY
001450         FILE STATUS IS FS-RUN-CONTROL.
001500 DATA DIVISION.
001600 FILE SECTION.
001700 FD  OPERATOR-MASTER.
001800     COPY OPERMAST.
001810 FD  RUN-CONTROL.
001820     COPY RUNCTL.
001900 WORKING-STORAGE SECTION.
002000 77  FS-OPERATOR-MASTER PICTURE X(02).
002100 77  MASTER-OPEN       PICTURE 9, VALUE 0.
002400 77  SIGNON-TRIES      PICTURE 9.
002500 77  SIGNON-MAX-TRIES  PICTURE 9, VALUE 3.
002600 77  SIGNON-OK         PICTURE 9.
002610 77  FS-RUN-CONTROL    PICTURE X(02).
002620 77  RUNCTL-REL-KEY    PICTURE 9(04), VALUE 1.
002700 LINKAGE SECTION.
002800     COPY SIGNREQ.
002900 PROCEDURE DIVISION USING SIGNON-REQUEST.
005500     MOVE OP-OPERATOR-ID TO SG-OPERATOR-ID.
005600     MOVE OP-AUTHORITY TO SG-AUTHORITY.
005700     MOVE "00" TO SG-RETURN-CODE.
005710     PERFORM WARN-LAST-CHECK THROUGH WARN-LAST-CHECK-FN.
005800 SIGN-ON-FN.
005900     IF MASTER-OPEN = 1
006000         CLOSE OPERATOR-MASTER
008000     END-IF.
008100 ASK-SIGNON-FN.
008200 EXIT.
008300 WARN-LAST-CHECK.
008400     OPEN INPUT RUN-CONTROL.
008500     IF FS-RUN-CONTROL NOT = "00"
008600         GO TO WARN-LAST-CHECK-FN
008700     END-IF.
008800     READ RUN-CONTROL
008900         NOT INVALID KEY
009000             IF RC-INTEG-FAILED
009100                 DISPLAY "WARNING - INTEGRITY CHECK OF "
009200                     RC-INTEG-DATE " FAILED WITH "
009300                     RC-INTEG-EXCEPTIONS " EXCEPTIONS"
009400                 DISPLAY "SEE THE INTEGRPT REPORT"
009500             END-IF
009600     END-READ.
009700     CLOSE RUN-CONTROL.
009800 WARN-LAST-CHECK-FN.
009900 EXIT.
