000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ATMBATCH.
000300 AUTHOR. SOURCE.
000400 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000600 SOURCE-COMPUTER. PC-MICROFOCUS.
000700 OBJECT-COMPUTER. PC-MICROFOCUS.
000800 INPUT-OUTPUT SECTION.
000900 FILE-CONTROL.
001000     SELECT ATM-REQUESTS ASSIGN TO "ATMREQ"
001100         ORGANIZATION IS SEQUENTIAL
001200         FILE STATUS IS FS-ATM-REQUESTS.
001300     SELECT ATM-RESPONSES ASSIGN TO "ATMRESP"
001400         ORGANIZATION IS SEQUENTIAL
001500         FILE STATUS IS FS-ATM-RESPONSES.
001600     SELECT REQUEST-REGISTER ASSIGN TO "ATMREQID"
001700         ORGANIZATION IS INDEXED
001800         ACCESS MODE IS RANDOM
001900         RECORD KEY IS RI-REQUEST-ID
002000         FILE STATUS IS FS-REQUEST-REGISTER.
002100     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
002200         ORGANIZATION IS INDEXED
002300         ACCESS MODE IS RANDOM
002400         RECORD KEY IS AM-ACCOUNT-NUMBER
002500         FILE STATUS IS FS-ACCOUNT-MASTER.
002600     SELECT ATM-JOURNAL ASSIGN TO "ATMJRNL"
002700         ORGANIZATION IS SEQUENTIAL
002800         FILE STATUS IS FS-ATM-JOURNAL.
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  ATM-REQUESTS.
003200     COPY ATMREQ.
003300 FD  ATM-RESPONSES.
003400     COPY ATMRESP.
003500 FD  REQUEST-REGISTER.
003600     COPY ATMREQID.
003700 FD  ACCOUNT-MASTER.
003800     COPY ACCTMAST.
003900 FD  ATM-JOURNAL.
004000     COPY ATMJRNL.
004100 WORKING-STORAGE SECTION.
004200 77  FS-ATM-REQUESTS   PICTURE X(02).
004300 77  FS-ATM-RESPONSES  PICTURE X(02).
004400 77  FS-REQUEST-REGISTER PICTURE X(02).
004500 77  FS-ACCOUNT-MASTER PICTURE X(02).
004600 77  FS-ATM-JOURNAL    PICTURE X(02).
004700 77  AQ-EOF            PICTURE 9, VALUE 0.
004800 77  REQUEST-SEEN      PICTURE 9, VALUE 0.
004900 77  REGISTERED        PICTURE 9, VALUE 0.
005000 77  RUN-DATE          PICTURE 9(08).
005100 77  RUN-TIME          PICTURE 9(08).
005200 77  REASON-CODE       PICTURE X(02).
005300 77  REQUEST-AMOUNT    PICTURE 9(05)V99.
005400 77  BALANCE           PICTURE 9(09)V99.
005500 77  WITHDRAW-LIMIT    PICTURE 9(05)V99.
005600 77  DAILY-WITHDRAWN   PICTURE 9(07)V99.
005700 77  TRANSFER-REF      PICTURE 9(08).
005800 77  LAST-TRANSFER-REF PICTURE 9(08), VALUE 0.
005900 77  REQUESTS-READ     PICTURE 9(05), VALUE 0.
006000 77  APPROVED-COUNT    PICTURE 9(05), VALUE 0.
006100 77  DECLINED-COUNT    PICTURE 9(05), VALUE 0.
006200 77  DUPLICATE-COUNT   PICTURE 9(05), VALUE 0.
006300 77  TOTAL-WITHDRAWN   PICTURE 9(09)V99, VALUE 0.
006400 77  TOTAL-DEPOSITED   PICTURE 9(09)V99, VALUE 0.
006500 77  TOTAL-TRANSFERRED PICTURE 9(09)V99, VALUE 0.
006600 77  NET-SETTLEMENT    PICTURE S9(09)V99, VALUE 0.
006700 77  SHOW-AMOUNT       PICTURE -ZZZZZZZZ9.99.
006800     COPY POSTREQ.
006900 PROCEDURE DIVISION.
007000 INIT.
007100     OPEN INPUT ATM-REQUESTS.
007200     IF FS-ATM-REQUESTS = "35"
007300         DISPLAY "NO ATM REQUEST FILE TO PROCESS"
007400         STOP RUN
007500     END-IF.
007600     IF FS-ATM-REQUESTS NOT = "00"
007700         DISPLAY "UNABLE TO OPEN ATM-REQUESTS: " FS-ATM-REQUESTS
007800         STOP RUN
007900     END-IF.
008000     OPEN I-O REQUEST-REGISTER.
008100     IF FS-REQUEST-REGISTER = "35"
008200         OPEN OUTPUT REQUEST-REGISTER
008300         CLOSE REQUEST-REGISTER
008400         OPEN I-O REQUEST-REGISTER
008500     END-IF.
008600     IF FS-REQUEST-REGISTER NOT = "00"
008700         DISPLAY "UNABLE TO OPEN REQUEST-REGISTER: "
008800             FS-REQUEST-REGISTER
008900         STOP RUN
009000     END-IF.
009100     OPEN INPUT ACCOUNT-MASTER.
009200     IF FS-ACCOUNT-MASTER NOT = "00"
009300         DISPLAY "UNABLE TO OPEN ACCOUNT-MASTER: "
009400             FS-ACCOUNT-MASTER
009500         STOP RUN
009600     END-IF.
009700     OPEN EXTEND ATM-JOURNAL.
009800     IF FS-ATM-JOURNAL = "35"
009900         OPEN OUTPUT ATM-JOURNAL
010000     END-IF.
010100     IF FS-ATM-JOURNAL NOT = "00"
010200         DISPLAY "UNABLE TO OPEN ATM-JOURNAL: " FS-ATM-JOURNAL
010300         STOP RUN
010400     END-IF.
010500     OPEN OUTPUT ATM-RESPONSES.
010600     IF FS-ATM-RESPONSES NOT = "00"
010700         DISPLAY "UNABLE TO OPEN ATM-RESPONSES: " FS-ATM-RESPONSES
010800         STOP RUN
010900     END-IF.
011000     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
011100     ACCEPT RUN-TIME FROM TIME.
011200     PERFORM READ-REQUEST THROUGH READ-REQUEST-FN.
011300     PERFORM PROCESS-REQUEST THROUGH PROCESS-REQUEST-FN
011400         UNTIL AQ-EOF = 1.
011500     PERFORM WRITE-SETTLEMENT THROUGH WRITE-SETTLEMENT-FN.
011600     CLOSE ATM-REQUESTS.
011700     CLOSE ATM-RESPONSES.
011800     CLOSE REQUEST-REGISTER.
011900     CLOSE ACCOUNT-MASTER.
012000     CLOSE ATM-JOURNAL.
012100     DISPLAY "REQUESTS READ:    " REQUESTS-READ.
012200     DISPLAY "APPROVED:         " APPROVED-COUNT.
012300     DISPLAY "DECLINED:         " DECLINED-COUNT.
012400     DISPLAY "  OF WHICH DUPLICATE IDS: " DUPLICATE-COUNT.
012500     MOVE TOTAL-WITHDRAWN TO SHOW-AMOUNT.
012600     DISPLAY "WITHDRAWN:      " SHOW-AMOUNT.
012700     MOVE TOTAL-DEPOSITED TO SHOW-AMOUNT.
012800     DISPLAY "DEPOSITED:      " SHOW-AMOUNT.
012900     MOVE TOTAL-TRANSFERRED TO SHOW-AMOUNT.
013000     DISPLAY "TRANSFERRED:    " SHOW-AMOUNT.
013100     MOVE NET-SETTLEMENT TO SHOW-AMOUNT.
013200     DISPLAY "NET SETTLEMENT: " SHOW-AMOUNT.
013300     STOP RUN.
013400 INIT-FN.
013500 EXIT.
013600 READ-REQUEST.
013700     READ ATM-REQUESTS
013800         AT END
013900             MOVE 1 TO AQ-EOF
014000     END-READ.
014100 READ-REQUEST-FN.
014200 EXIT.
014300 PROCESS-REQUEST.
014400     ADD 1 TO REQUESTS-READ.
014500     MOVE SPACES TO ATM-RESPONSE-RECORD.
014600     MOVE "D" TO AR-RECORD-TYPE.
014700     MOVE AQ-REQUEST-ID TO AR-REQUEST-ID.
014800     MOVE AQ-ACCOUNT-NUMBER TO AR-ACCOUNT-NUMBER.
014900     MOVE AQ-TXN-TYPE TO AR-TXN-TYPE.
015000     MOVE 0 TO REQUEST-AMOUNT.
015100     MOVE 0 TO BALANCE.
015200     MOVE 0 TO TRANSFER-REF.
015300     MOVE 0 TO REGISTERED.
015400     MOVE "00" TO REASON-CODE.
015500     IF AQ-AMOUNT IS NUMERIC
015600         MOVE AQ-AMOUNT TO REQUEST-AMOUNT
015700     END-IF.
015800     MOVE REQUEST-AMOUNT TO AR-AMOUNT.
015900     IF AQ-REQUEST-ID = SPACES
016000         MOVE "BA" TO REASON-CODE
016100         GO TO REQUEST-DECLINED
016200     END-IF.
016300     MOVE AQ-REQUEST-ID TO RI-REQUEST-ID.
016400     MOVE 1 TO REQUEST-SEEN.
016500     READ REQUEST-REGISTER
016600         INVALID KEY
016700             MOVE 0 TO REQUEST-SEEN
016800     END-READ.
016900     IF REQUEST-SEEN = 1
017000         PERFORM REJECT-DUPLICATE THROUGH REJECT-DUPLICATE-FN
017100         GO TO PROCESS-REQUEST-NEXT
017200     END-IF.
017300     MOVE AQ-REQUEST-ID TO RI-REQUEST-ID.
017400     MOVE RUN-DATE TO RI-RUN-DATE.
017500     MOVE RUN-TIME TO RI-RUN-TIME.
017600     MOVE "P" TO RI-RESULT.
017700     MOVE SPACES TO RI-REASON-CODE.
017800     WRITE REQUEST-REGISTER-RECORD
017900         INVALID KEY
018000             DISPLAY "UNABLE TO REGISTER REQUEST: " AQ-REQUEST-ID
018100             MOVE "IO" TO REASON-CODE
018200             GO TO REQUEST-DECLINED
018300     END-WRITE.
018400     MOVE 1 TO REGISTERED.
018500     MOVE AQ-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
018600     READ ACCOUNT-MASTER
018700         INVALID KEY
018800             MOVE "NF" TO REASON-CODE
018900             GO TO REQUEST-DECLINED
019000     END-READ.
019100     MOVE AM-BALANCE TO BALANCE.
019200     MOVE AM-WITHDRAW-LIMIT TO WITHDRAW-LIMIT.
019300     IF AM-LAST-WITHDRAW-DATE NOT = RUN-DATE
019400         MOVE 0 TO DAILY-WITHDRAWN
019500     ELSE
019600         MOVE AM-DAILY-WITHDRAWN TO DAILY-WITHDRAWN
019700     END-IF.
019800     IF AM-CLOSED
019900         MOVE "CL" TO REASON-CODE
020000         GO TO REQUEST-DECLINED
020100     END-IF.
020200     IF AM-HELD AND NOT AQ-DEPOSIT
020300         MOVE "HD" TO REASON-CODE
020400         GO TO REQUEST-DECLINED
020500     END-IF.
020600     IF REQUEST-AMOUNT = 0
020700         MOVE "BA" TO REASON-CODE
020800         GO TO REQUEST-DECLINED
020900     END-IF.
021000     IF AQ-DEPOSIT
021100         PERFORM BATCH-DEPOSIT THROUGH BATCH-DEPOSIT-FN
021200     ELSE
021300         IF AQ-WITHDRAWAL
021400             PERFORM BATCH-WITHDRAWAL THROUGH BATCH-WITHDRAWAL-FN
021500         ELSE
021600             IF AQ-TRANSFER
021700                 PERFORM BATCH-TRANSFER THROUGH BATCH-TRANSFER-FN
021800             ELSE
021900                 MOVE "BA" TO REASON-CODE
022000             END-IF
022100         END-IF
022200     END-IF.
022300     IF REASON-CODE NOT = "00"
022400         GO TO REQUEST-DECLINED
022500     END-IF.
022600     ADD 1 TO APPROVED-COUNT.
022700     MOVE "A" TO AR-RESULT.
022800     MOVE "Y" TO AJ-APPROVED-FLAG.
022900     IF AQ-WITHDRAWAL
023000         ADD REQUEST-AMOUNT TO TOTAL-WITHDRAWN
023100     END-IF.
023200     IF AQ-DEPOSIT
023300         ADD REQUEST-AMOUNT TO TOTAL-DEPOSITED
023400     END-IF.
023500     IF AQ-TRANSFER
023600         ADD REQUEST-AMOUNT TO TOTAL-TRANSFERRED
023700     END-IF.
023800     GO TO REQUEST-FINISH.
023900 REQUEST-DECLINED.
024000     ADD 1 TO DECLINED-COUNT.
024100     MOVE "D" TO AR-RESULT.
024200     MOVE "N" TO AJ-APPROVED-FLAG.
024300 REQUEST-FINISH.
024400     MOVE REASON-CODE TO AR-REASON-CODE.
024500     MOVE BALANCE TO AR-NEW-BALANCE.
024600     MOVE TRANSFER-REF TO AR-TRANSFER-REF.
024700     PERFORM WRITE-JOURNAL THROUGH WRITE-JOURNAL-FN.
024800     IF REGISTERED = 1
024900         PERFORM UPDATE-REGISTER THROUGH UPDATE-REGISTER-FN
025000     END-IF.
025100 PROCESS-REQUEST-NEXT.
025200     WRITE ATM-RESPONSE-RECORD.
025300     PERFORM READ-REQUEST THROUGH READ-REQUEST-FN.
025400 PROCESS-REQUEST-FN.
025500 EXIT.
025600 REJECT-DUPLICATE.
025700     ADD 1 TO DUPLICATE-COUNT.
025800     ADD 1 TO DECLINED-COUNT.
025900     MOVE "D" TO AR-RESULT.
026000     MOVE "DU" TO AR-REASON-CODE.
026100     MOVE 0 TO AR-NEW-BALANCE.
026200     MOVE 0 TO AR-TRANSFER-REF.
026300     MOVE RI-RESULT TO AR-PRIOR-RESULT.
026400     MOVE RI-REASON-CODE TO AR-PRIOR-REASON.
026500     DISPLAY "DUPLICATE REQUEST ID " AQ-REQUEST-ID
026600         " - FIRST TAKEN ON " RI-RUN-DATE.
026700     IF RI-PENDING
026800         DISPLAY "  EARLIER RUN DID NOT FINISH IT - "
026900             "CHECK THE LEDGER FOR " AQ-ACCOUNT-NUMBER
027000     END-IF.
027100 REJECT-DUPLICATE-FN.
027200 EXIT.
027300 BATCH-DEPOSIT.
027400     MOVE AQ-ACCOUNT-NUMBER TO PA-ACCOUNT-NUMBER.
027500     MOVE "D" TO PA-TXN-TYPE.
027600     MOVE REQUEST-AMOUNT TO PA-AMOUNT.
027700     MOVE "ATM" TO PA-SOURCE.
027800     CALL "POSTACCT" USING POSTING-REQUEST.
027900     IF PA-RETURN-CODE NOT = "00"
028000         MOVE PA-RETURN-CODE TO REASON-CODE
028100         GO TO BATCH-DEPOSIT-FN
028200     END-IF.
028300     MOVE PA-NEW-BALANCE TO BALANCE.
028400 BATCH-DEPOSIT-FN.
028500 EXIT.
028600 BATCH-WITHDRAWAL.
028700     IF BALANCE = 0
028800         MOVE "IF" TO REASON-CODE
028900         GO TO BATCH-WITHDRAWAL-FN
029000     END-IF.
029100     IF (DAILY-WITHDRAWN + REQUEST-AMOUNT) > WITHDRAW-LIMIT
029200         MOVE "LM" TO REASON-CODE
029300         GO TO BATCH-WITHDRAWAL-FN
029400     END-IF.
029500     IF REQUEST-AMOUNT > BALANCE
029600         MOVE "IF" TO REASON-CODE
029700         GO TO BATCH-WITHDRAWAL-FN
029800     END-IF.
029900     MOVE AQ-ACCOUNT-NUMBER TO PA-ACCOUNT-NUMBER.
030000     MOVE "W" TO PA-TXN-TYPE.
030100     MOVE REQUEST-AMOUNT TO PA-AMOUNT.
030200     MOVE "ATM" TO PA-SOURCE.
030300     CALL "POSTACCT" USING POSTING-REQUEST.
030400     IF PA-RETURN-CODE NOT = "00"
030500         MOVE PA-RETURN-CODE TO REASON-CODE
030600         GO TO BATCH-WITHDRAWAL-FN
030700     END-IF.
030800     MOVE PA-NEW-BALANCE TO BALANCE.
030900 BATCH-WITHDRAWAL-FN.
031000 EXIT.
031100 BATCH-TRANSFER.
031200     IF AQ-DEST-ACCOUNT = AQ-ACCOUNT-NUMBER
031300         MOVE "SA" TO REASON-CODE
031400         GO TO BATCH-TRANSFER-FN
031500     END-IF.
031600     MOVE AQ-DEST-ACCOUNT TO AM-ACCOUNT-NUMBER.
031700     READ ACCOUNT-MASTER
031800         INVALID KEY
031900             MOVE "DN" TO REASON-CODE
032000             GO TO BATCH-TRANSFER-FN
032100     END-READ.
032200     IF AM-CLOSED
032300         MOVE "DC" TO REASON-CODE
032400         GO TO BATCH-TRANSFER-FN
032500     END-IF.
032600     IF (DAILY-WITHDRAWN + REQUEST-AMOUNT) > WITHDRAW-LIMIT
032700         MOVE "LM" TO REASON-CODE
032800         GO TO BATCH-TRANSFER-FN
032900     END-IF.
033000     IF REQUEST-AMOUNT > BALANCE
033100         MOVE "IF" TO REASON-CODE
033200         GO TO BATCH-TRANSFER-FN
033300     END-IF.
033400     ACCEPT TRANSFER-REF FROM TIME.
033500     IF TRANSFER-REF NOT > LAST-TRANSFER-REF
033600         COMPUTE TRANSFER-REF = LAST-TRANSFER-REF + 1
033700     END-IF.
033800     MOVE TRANSFER-REF TO LAST-TRANSFER-REF.
033900     MOVE AQ-ACCOUNT-NUMBER TO PA-ACCOUNT-NUMBER.
034000     MOVE "T" TO PA-TXN-TYPE.
034100     MOVE "D" TO PA-DEBIT-CREDIT.
034200     MOVE REQUEST-AMOUNT TO PA-AMOUNT.
034300     MOVE "ATM" TO PA-SOURCE.
034400     MOVE AQ-DEST-ACCOUNT TO PA-PARTNER-ACCOUNT.
034500     MOVE TRANSFER-REF TO PA-TRANSFER-REF.
034600     CALL "POSTACCT" USING POSTING-REQUEST.
034700     IF PA-RETURN-CODE NOT = "00"
034800         MOVE PA-RETURN-CODE TO REASON-CODE
034900         MOVE 0 TO TRANSFER-REF
035000         GO TO BATCH-TRANSFER-FN
035100     END-IF.
035200     MOVE PA-NEW-BALANCE TO BALANCE.
035300     MOVE AQ-DEST-ACCOUNT TO PA-ACCOUNT-NUMBER.
035400     MOVE "T" TO PA-TXN-TYPE.
035500     MOVE "C" TO PA-DEBIT-CREDIT.
035600     MOVE REQUEST-AMOUNT TO PA-AMOUNT.
035700     MOVE "ATM" TO PA-SOURCE.
035800     MOVE AQ-ACCOUNT-NUMBER TO PA-PARTNER-ACCOUNT.
035900     MOVE TRANSFER-REF TO PA-TRANSFER-REF.
036000     CALL "POSTACCT" USING POSTING-REQUEST.
036100     IF PA-RETURN-CODE NOT = "00"
036200         DISPLAY "TRANSFER CREDIT NOT POSTED: " AQ-REQUEST-ID
036300             " " PA-RETURN-CODE
036400         PERFORM REVERSE-TRANSFER THROUGH REVERSE-TRANSFER-FN
036500         MOVE "RV" TO REASON-CODE
036600     END-IF.
036700 BATCH-TRANSFER-FN.
036800 EXIT.
036900 REVERSE-TRANSFER.
037000     MOVE AQ-ACCOUNT-NUMBER TO PA-ACCOUNT-NUMBER.
037100     MOVE "T" TO PA-TXN-TYPE.
037200     MOVE "C" TO PA-DEBIT-CREDIT.
037300     MOVE REQUEST-AMOUNT TO PA-AMOUNT.
037400     MOVE "ATM" TO PA-SOURCE.
037500     MOVE AQ-DEST-ACCOUNT TO PA-PARTNER-ACCOUNT.
037600     MOVE TRANSFER-REF TO PA-TRANSFER-REF.
037700     CALL "POSTACCT" USING POSTING-REQUEST.
037800     IF PA-RETURN-CODE = "00"
037900         MOVE PA-NEW-BALANCE TO BALANCE
038000     ELSE
038100         DISPLAY "UNABLE TO REVERSE DEBIT - REFER TO "
038200             "SUPERVISOR: " AQ-REQUEST-ID " " PA-RETURN-CODE
038300     END-IF.
038400 REVERSE-TRANSFER-FN.
038500 EXIT.
038600 WRITE-JOURNAL.
038700     MOVE RUN-DATE TO AJ-JOURNAL-DATE.
038800     ACCEPT AJ-JOURNAL-TIME FROM TIME.
038900     MOVE AQ-ACCOUNT-NUMBER TO AJ-ACCOUNT-NUMBER.
039000     MOVE REQUEST-AMOUNT TO AJ-AMOUNT.
039100     MOVE BALANCE TO AJ-RESULTING-BALANCE.
039200     MOVE AQ-TXN-TYPE TO AJ-TXN-TYPE.
039300     MOVE "I" TO AJ-CHANNEL.
039400     WRITE ATM-JOURNAL-RECORD.
039500 WRITE-JOURNAL-FN.
039600 EXIT.
039700 UPDATE-REGISTER.
039800     MOVE AR-RESULT TO RI-RESULT.
039900     MOVE REASON-CODE TO RI-REASON-CODE.
040000     REWRITE REQUEST-REGISTER-RECORD
040100         INVALID KEY
040200             DISPLAY "UNABLE TO UPDATE REQUEST REGISTER: "
040300                 AQ-REQUEST-ID
040400     END-REWRITE.
040500 UPDATE-REGISTER-FN.
040600 EXIT.
040700 WRITE-SETTLEMENT.
040800     COMPUTE NET-SETTLEMENT = TOTAL-WITHDRAWN - TOTAL-DEPOSITED.
040900     MOVE SPACES TO ATM-RESPONSE-RECORD.
041000     MOVE "T" TO AR-RECORD-TYPE.
041100     MOVE REQUESTS-READ TO AT-REQUESTS-READ.
041200     MOVE APPROVED-COUNT TO AT-APPROVED-COUNT.
041300     MOVE DECLINED-COUNT TO AT-DECLINED-COUNT.
041400     MOVE TOTAL-WITHDRAWN TO AT-WITHDRAWN.
041500     MOVE TOTAL-DEPOSITED TO AT-DEPOSITED.
041600     MOVE TOTAL-TRANSFERRED TO AT-TRANSFERRED.
041700     MOVE NET-SETTLEMENT TO AT-NET-SETTLEMENT.
041800     MOVE RUN-DATE TO AT-SETTLEMENT-DATE.
041900     WRITE ATM-RESPONSE-RECORD.
042000 WRITE-SETTLEMENT-FN.
042100 EXIT.
