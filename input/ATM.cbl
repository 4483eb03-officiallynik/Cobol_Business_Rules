000915     SELECT ATM-JOURNAL ASSIGN TO "ATMJRNL"
000916         ORGANIZATION IS SEQUENTIAL
000917         FILE STATUS IS FS-ATM-JOURNAL.
000925     SELECT ACCOUNT-AUDIT ASSIGN TO "ACCTAUDT"
000933         ORGANIZATION IS SEQUENTIAL
000941         FILE STATUS IS FS-ACCOUNT-AUDIT.
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  ACCOUNT-MASTER.
000980     COPY ACCTMAST.
000985 FD  ATM-JOURNAL.
000990     COPY ATMJRNL.
000993 FD  ACCOUNT-AUDIT.
000996     COPY ACCTAUDT.
001000 WORKING-STORAGE SECTION.
001010 77  BALANCE             PICTURE 9(09)V99.
001020 77  NEW-BALANCE         PICTURE S9(09)V99.
002800 77  ALLOW               PICTURE 9.
002810 77  FS-ACCOUNT-MASTER   PICTURE X(02).
002815 77  FS-ATM-JOURNAL      PICTURE X(02).
002816 77  FS-ACCOUNT-AUDIT    PICTURE X(02).
002817 77  BEFORE-IMAGE        PICTURE X(63).
002820 77  ENTERED-ACCT-NUMBER PICTURE X(06).
002830 77  ENTERED-PIN         PICTURE X(04).
002840 77  PIN-TRIES           PICTURE 9, VALUE 0.
003160    DISPLAY "ENTER TRANSACTION TYPE - W WITHDRAW, D DEPOSIT,"
003162        " T TRANSFER".
003170    ACCEPT TXN-TYPE.
003171    IF AM-HELD AND NOT TXN-IS-DEPOSIT GO TO ACCOUNT-HELD.
003172    IF TXN-IS-TRANSFER
003173        DISPLAY "ENTER DESTINATION ACCOUNT"
003174        ACCEPT DEST-ACCT-NUMBER
004421     PERFORM ASK-PIN THROUGH ASK-PIN-FN
004422         UNTIL PIN-OK = 1 OR PIN-TRIES >= PIN-MAX-TRIES.
004423     IF PIN-OK = 0
004424         PERFORM RETAIN-CARD THROUGH RETAIN-CARD-FN
004425     END-IF.
004426 CHECK-PIN-FN.
004427 EXIT.
004440     DISPLAY "TOO MANY INCORRECT PIN ATTEMPTS - CARD RETAINED".
004441 PIN-ERROR-FN.
004442 EXIT.
004443 RETAIN-CARD.
004444     PERFORM PIN-ERROR THROUGH PIN-ERROR-FN.
004445     MOVE "P" TO JOURNAL-TXN-TYPE.
004446     MOVE 0 TO WITHDRAW-AMT.
004447     MOVE "N" TO AJ-APPROVED-FLAG.
004448     MOVE BALANCE TO AJ-RESULTING-BALANCE.
004449     PERFORM WRITE-JOURNAL THROUGH WRITE-JOURNAL-FN.
004450     IF NOT AM-HELD
004451         PERFORM HOLD-ACCOUNT THROUGH HOLD-ACCOUNT-FN
004452     END-IF.
004453 RETAIN-CARD-FN.
004454 EXIT.
004455 HOLD-ACCOUNT.
004456     CLOSE ACCOUNT-MASTER.
004457     OPEN I-O ACCOUNT-MASTER.
004458     IF FS-ACCOUNT-MASTER NOT = "00"
004459         DISPLAY "UNABLE TO HOLD ACCOUNT: " FS-ACCOUNT-MASTER
004460         OPEN INPUT ACCOUNT-MASTER
004461         GO TO HOLD-ACCOUNT-FN
004462     END-IF.
004463     MOVE ENTERED-ACCT-NUMBER TO AM-ACCOUNT-NUMBER.
004464     READ ACCOUNT-MASTER
004465         INVALID KEY
004466             DISPLAY "UNABLE TO REREAD ACCOUNT: "
004467                 ENTERED-ACCT-NUMBER
004468             GO TO HOLD-ACCOUNT-FN
004469     END-READ.
004470     MOVE ACCOUNT-MASTER-RECORD TO BEFORE-IMAGE.
004471     MOVE "H" TO AM-STATUS.
004472     MOVE "P" TO AM-HOLD-REASON.
004473     MOVE TODAY-DATE TO AM-HOLD-DATE.
004474     REWRITE ACCOUNT-MASTER-RECORD
004475         INVALID KEY
004476             DISPLAY "UNABLE TO HOLD ACCOUNT: "
004477                 ENTERED-ACCT-NUMBER
004478             GO TO HOLD-ACCOUNT-FN
004479     END-REWRITE.
004480     OPEN EXTEND ACCOUNT-AUDIT.
004481     IF FS-ACCOUNT-AUDIT = "35"
004482         OPEN OUTPUT ACCOUNT-AUDIT
004483     END-IF.
004484     IF FS-ACCOUNT-AUDIT NOT = "00"
004485         DISPLAY "UNABLE TO OPEN ACCOUNT-AUDIT: " FS-ACCOUNT-AUDIT
004486         GO TO HOLD-ACCOUNT-FN
004487     END-IF.
004488     ACCEPT AU-AUDIT-DATE FROM DATE YYYYMMDD.
004489     ACCEPT AU-AUDIT-TIME FROM TIME.
004490     MOVE "ATM" TO AU-OPERATOR-ID.
004491     MOVE "H" TO AU-FUNCTION-CODE.
004492     MOVE AM-ACCOUNT-NUMBER TO AU-ACCOUNT-NUMBER.
004493     MOVE BEFORE-IMAGE TO AU-BEFORE-IMAGE.
004494     MOVE ACCOUNT-MASTER-RECORD TO AU-AFTER-IMAGE.
004495     WRITE ACCOUNT-AUDIT-RECORD.
004496     CLOSE ACCOUNT-AUDIT.
004497     DISPLAY "ACCOUNT HELD - REFER TO BRANCH".
004498 HOLD-ACCOUNT-FN.
004499 EXIT.
004500 WITHDRAW.
004501 PERFORM CheckWithdrawAMT THROUGH CheckWithdrawAMT-FN.
004502 IF ALLOW = 1
008624      MOVE ENTERED-ACCT-NUMBER TO AJ-ACCOUNT-NUMBER.
008625      MOVE WITHDRAW-AMT TO AJ-AMOUNT.
008626      MOVE JOURNAL-TXN-TYPE TO AJ-TXN-TYPE.
008626      MOVE "L" TO AJ-CHANNEL.
008627      WRITE ATM-JOURNAL-RECORD.
008628 WRITE-JOURNAL-FN.
008629 EXIT.
008780      CLOSE ATM-JOURNAL.
008782 FIN.
008784    STOP RUN.
008786 ACCOUNT-HELD.
008788      DISPLAY "ACCOUNT HELD - ONLY DEPOSITS ACCEPTED".
008790      IF TXN-IS-TRANSFER
008792          MOVE "T" TO JOURNAL-TXN-TYPE
008794      END-IF.
008796      MOVE 0 TO WITHDRAW-AMT.
008798      MOVE "N" TO AJ-APPROVED-FLAG.
008800      MOVE BALANCE TO AJ-RESULTING-BALANCE.
008802      PERFORM WRITE-JOURNAL THROUGH WRITE-JOURNAL-FN.
008804      GO TO ENDATM.
