000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. INTEGCHK.
000300 AUTHOR. SOURCE.
000400 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000600 SOURCE-COMPUTER. PC-MICROFOCUS.
000700 OBJECT-COMPUTER. PC-MICROFOCUS.
000800 INPUT-OUTPUT SECTION.
000900 FILE-CONTROL.
001000     SELECT ACCOUNT-LEDGER ASSIGN TO "ACCTLEDG"
001100         ORGANIZATION IS INDEXED
001200         ACCESS MODE IS SEQUENTIAL
001300         RECORD KEY IS AL-LEDGER-KEY
001400         FILE STATUS IS FS-ACCOUNT-LEDGER.
001500     SELECT LEDGER-WORK ASSIGN TO "LDGWORK"
001600         ORGANIZATION IS INDEXED
001700         ACCESS MODE IS DYNAMIC
001800         RECORD KEY IS LW-LEDGER-KEY
001900         FILE STATUS IS FS-LEDGER-WORK.
002000     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
002100         ORGANIZATION IS INDEXED
002200         ACCESS MODE IS RANDOM
002300         RECORD KEY IS AM-ACCOUNT-NUMBER
002400         FILE STATUS IS FS-ACCOUNT-MASTER.
002500     SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS DYNAMIC
002800         RECORD KEY IS PM-PRODUCT-CODE
002900         FILE STATUS IS FS-PRODUCT-MASTER.
003000     SELECT SUPPLIER-MASTER ASSIGN TO "SUPPMAST"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS RANDOM
003300         RECORD KEY IS SU-SUPPLIER-CODE
003400         FILE STATUS IS FS-SUPPLIER-MASTER.
003500     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS CM-CUSTOMER-ID
003900         FILE STATUS IS FS-CUSTOMER-MASTER.
004000     SELECT PURCHASE-ORDER ASSIGN TO "PURCHORD"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS PO-ORDER-NUMBER
004400         FILE STATUS IS FS-PURCHASE-ORDER.
004500     SELECT BACKORDER-FILE ASSIGN TO "BACKORDR"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS SEQUENTIAL
004800         RECORD KEY IS BO-BACKORDER-KEY
004900         FILE STATUS IS FS-BACKORDER.
005000     SELECT RECON-LOG ASSIGN TO "RECONLOG"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS RL-RECON-DATE
005400         FILE STATUS IS FS-RECON-LOG.
005500     SELECT ARCHIVE-REGISTER ASSIGN TO "ARCHREG"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS FS-ARCH-REGISTER.
005800     SELECT SJ-ARCHIVE ASSIGN TO "SJARCHIV"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS FS-SJ-ARCHIVE.
006100     SELECT AJ-ARCHIVE ASSIGN TO "AJARCHIV"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS FS-AJ-ARCHIVE.
006400     SELECT UF-ARCHIVE ASSIGN TO "UFARCHIV"
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS FS-UF-ARCHIVE.
006700     SELECT AU-ARCHIVE ASSIGN TO "AUARCHIV"
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS FS-AU-ARCHIVE.
007000     SELECT AL-ARCHIVE ASSIGN TO "ALARCHIV"
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS FS-AL-ARCHIVE.
007300     SELECT SI-ARCHIVE ASSIGN TO "SIARCHIV"
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS FS-SI-ARCHIVE.
007600     SELECT RF-ARCHIVE ASSIGN TO "RFARCHIV"
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS FS-RF-ARCHIVE.
007900     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
008000         ORGANIZATION IS RELATIVE
008100         ACCESS MODE IS RANDOM
008200         RELATIVE KEY IS RUNCTL-REL-KEY
008300         FILE STATUS IS FS-RUN-CONTROL.
008400     SELECT INTEGRITY-REPORT ASSIGN TO "INTEGRPT"
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS IS FS-INTEGRITY-REPORT.
008700 DATA DIVISION.
008800 FILE SECTION.
008900 FD  ACCOUNT-LEDGER.
009000     COPY ACCTLEDG.
009100 FD  LEDGER-WORK.
009200 01  LEDGER-WORK-RECORD.
009300     05  LW-LEDGER-KEY.
009400         10  LW-ACCOUNT-NUMBER   PIC X(06).
009500         10  LW-POST-DATE        PIC 9(08).
009600         10  LW-POST-SEQUENCE    PIC 9(04).
009700     05  LW-ORIGIN               PIC X(01).
009800         88  LW-LIVE             VALUE "L".
009900         88  LW-ARCHIVED         VALUE "A".
010000     05  LW-DEBIT-CREDIT         PIC X(01).
010100         88  LW-DEBIT            VALUE "D".
010200         88  LW-CREDIT           VALUE "C".
010300     05  LW-AMOUNT               PIC 9(07)V99.
010400     05  LW-BALANCE-AFTER        PIC 9(09)V99.
010500 FD  ACCOUNT-MASTER.
010600     COPY ACCTMAST.
010700 FD  PRODUCT-MASTER.
010800     COPY PRODMAST.
010900 FD  SUPPLIER-MASTER.
011000     COPY SUPPMAST.
011100 FD  CUSTOMER-MASTER.
011200     COPY CUSTMAST.
011300 FD  PURCHASE-ORDER.
011400     COPY PURCHORD.
011500 FD  BACKORDER-FILE.
011600     COPY BACKORDR.
011700 FD  RECON-LOG.
011800     COPY RECONLOG.
011900 FD  ARCHIVE-REGISTER.
012000 01  REGISTER-PRINT-LINE     PIC X(80).
012100 FD  SJ-ARCHIVE.
012200     COPY SHOPJRNL.
012300 FD  AJ-ARCHIVE.
012400     COPY ATMJRNL.
012500 FD  UF-ARCHIVE.
012600     COPY UNFILLED.
012700 FD  AU-ARCHIVE.
012800     COPY ACCTAUDT.
012900 FD  AL-ARCHIVE.
013000 01  AL-ARCHIVE-RECORD.
013100     05  AR-LEDGER-KEY.
013200         10  AR-ACCOUNT-NUMBER   PIC X(06).
013300         10  AR-POST-DATE        PIC 9(08).
013400         10  AR-POST-SEQUENCE    PIC 9(04).
013500     05  FILLER                  PIC X(09).
013600     05  AR-DEBIT-CREDIT         PIC X(01).
013700     05  AR-AMOUNT               PIC 9(07)V99.
013800     05  AR-BALANCE-AFTER        PIC 9(09)V99.
013900     05  FILLER                  PIC X(17).
014000 FD  SI-ARCHIVE.
014100     COPY SHOPITEM.
014200 FD  RF-ARCHIVE.
014300     COPY RFNDJRNL.
014400 FD  RUN-CONTROL.
014500     COPY RUNCTL.
014600 FD  INTEGRITY-REPORT.
014700 01  INTEGRITY-PRINT-LINE    PIC X(80).
014800 WORKING-STORAGE SECTION.
014900 77  FS-ACCOUNT-LEDGER PICTURE X(02).
015000 77  FS-LEDGER-WORK    PICTURE X(02).
015100 77  FS-ACCOUNT-MASTER PICTURE X(02).
015200 77  FS-PRODUCT-MASTER PICTURE X(02).
015300 77  FS-SUPPLIER-MASTER PICTURE X(02).
015400 77  FS-CUSTOMER-MASTER PICTURE X(02).
015500 77  FS-PURCHASE-ORDER PICTURE X(02).
015600 77  FS-BACKORDER      PICTURE X(02).
015700 77  FS-RECON-LOG      PICTURE X(02).
015800 77  FS-ARCH-REGISTER  PICTURE X(02).
015900 77  FS-SJ-ARCHIVE     PICTURE X(02).
016000 77  FS-AJ-ARCHIVE     PICTURE X(02).
016100 77  FS-UF-ARCHIVE     PICTURE X(02).
016200 77  FS-AU-ARCHIVE     PICTURE X(02).
016300 77  FS-AL-ARCHIVE     PICTURE X(02).
016400 77  FS-SI-ARCHIVE     PICTURE X(02).
016500 77  FS-RF-ARCHIVE     PICTURE X(02).
016600 77  FS-RUN-CONTROL    PICTURE X(02).
016700 77  FS-INTEGRITY-REPORT PICTURE X(02).
016800 77  RUNCTL-REL-KEY    PICTURE 9(04), VALUE 1.
016900 77  EOF-FLAG          PICTURE 9, VALUE 0.
017000 77  RUN-DATE          PICTURE 9(08).
017100 77  RECON-LOG-OPEN    PICTURE 9, VALUE 0.
017200 77  REGISTER-FOUND    PICTURE 9, VALUE 0.
017300 77  DATE-LOGGED       PICTURE 9.
017400 77  DATE-SIGNED-OFF   PICTURE 9.
017500 77  PREV-ACCOUNT      PICTURE X(06).
017600 77  PREV-DATE         PICTURE 9(08).
017700 77  PREV-SEQUENCE     PICTURE 9(04).
017800 77  PREV-BALANCE      PICTURE 9(09)V99.
017900 77  EXPECTED-BALANCE  PICTURE S9(09)V99.
018000 77  EXPECTED-SEQUENCE PICTURE 9(05).
018100 77  ARCH-FILE-NAME    PICTURE X(08).
018200 77  ARCH-STATUS       PICTURE X(02).
018300 77  ARCH-DATE         PICTURE 9(08).
018400 77  ARCH-RECORDS      PICTURE 9(07).
018500 77  ARCH-REGISTERED   PICTURE 9(07).
018600 77  LAST-DATE-CHECKED PICTURE 9(08).
018700 77  REG-RUN-DATE      PICTURE 9(08), VALUE 0.
018800 77  REG-CUTOFF-DATE   PICTURE 9(08), VALUE 0.
018900 77  REG-ARCHIVED-COUNT PICTURE 9(07).
019000 77  REG-SJ-ARCHIVED   PICTURE 9(07), VALUE 0.
019100 77  REG-AJ-ARCHIVED   PICTURE 9(07), VALUE 0.
019200 77  REG-UF-ARCHIVED   PICTURE 9(07), VALUE 0.
019300 77  REG-AU-ARCHIVED   PICTURE 9(07), VALUE 0.
019400 77  REG-AL-ARCHIVED   PICTURE 9(07), VALUE 0.
019500 77  REG-SI-ARCHIVED   PICTURE 9(07), VALUE 0.
019600 77  REG-RF-ARCHIVED   PICTURE 9(07), VALUE 0.
019700 77  MOVEMENTS-LIVE    PICTURE 9(07), VALUE 0.
019800 77  MOVEMENTS-ARCHIVED PICTURE 9(07), VALUE 0.
019900 77  MOVEMENTS-REPLAYED PICTURE 9(07), VALUE 0.
020000 77  ACCOUNTS-CHECKED  PICTURE 9(07), VALUE 0.
020100 77  PRODUCTS-CHECKED  PICTURE 9(07), VALUE 0.
020200 77  ORDERS-CHECKED    PICTURE 9(07), VALUE 0.
020300 77  BACKORDERS-CHECKED PICTURE 9(07), VALUE 0.
020400 77  ARCHIVE-RECS-CHECKED PICTURE 9(07), VALUE 0.
020500 77  BROKEN-CHAINS     PICTURE 9(05), VALUE 0.
020600 77  SEQUENCE-GAPS     PICTURE 9(05), VALUE 0.
020700 77  DUPLICATE-MOVEMENTS PICTURE 9(05), VALUE 0.
020800 77  LEDGER-ORPHANS    PICTURE 9(05), VALUE 0.
020900 77  BALANCES-UNPROVED PICTURE 9(05), VALUE 0.
021000 77  SUPPLIER-ORPHANS  PICTURE 9(05), VALUE 0.
021100 77  ORDER-ORPHANS     PICTURE 9(05), VALUE 0.
021200 77  BACKORDER-PRODUCT-ORPHANS PICTURE 9(05), VALUE 0.
021300 77  BACKORDER-CUSTOMER-ORPHANS PICTURE 9(05), VALUE 0.
021400 77  ARCHIVE-MISMATCHES PICTURE 9(05), VALUE 0.
021500 77  TOTAL-EXCEPTIONS  PICTURE 9(05), VALUE 0.
021600 77  AMOUNT-EDIT       PICTURE ZZZZZZZZ9.99-.
021700 77  COUNT-EDIT        PICTURE ZZZZZZZZZZZZ9.
021800 01  REGISTER-LINE-IN.
021900     05  RI-TITLE        PICTURE X(24).
022000     05  FILLER          PICTURE X(56).
022100 01  REGISTER-HEADING-IN REDEFINES REGISTER-LINE-IN.
022200     05  FILLER          PICTURE X(32).
022300     05  RI-RUN-DATE     PICTURE 9(08).
022400     05  FILLER          PICTURE X(10).
022500     05  RI-CUTOFF-DATE  PICTURE 9(08).
022600     05  FILLER          PICTURE X(22).
022700 01  REGISTER-DETAIL-IN REDEFINES REGISTER-LINE-IN.
022800     05  RI-FILE-NAME    PICTURE X(10).
022900     05  RI-READ-CAPTION PICTURE X(07).
023000     05  FILLER          PICTURE X(19).
023100     05  RI-ARCHIVED     PICTURE ZZZZZZ9.
023200     05  FILLER          PICTURE X(37).
023300 01  REPORT-HEADING-1.
023400     05  FILLER          PICTURE X(35),
023500         VALUE "FILE INTEGRITY VERIFICATION   RUN: ".
023600     05  RH-RUN-DATE     PICTURE 9(08).
023700     05  FILLER          PICTURE X(37), VALUE SPACES.
023800 01  REPORT-HEADING-2.
023900     05  FILLER          PICTURE X(30), VALUE "AREA     KEY".
024000     05  FILLER          PICTURE X(24), VALUE "PROBLEM".
024100     05  FILLER          PICTURE X(13), VALUE "     EXPECTED".
024200     05  FILLER          PICTURE X(13), VALUE "        FOUND".
024300 01  EXCEPTION-LINE.
024400     05  XL-AREA         PICTURE X(08).
024500     05  FILLER          PICTURE X(01), VALUE SPACES.
024600     05  XL-KEY          PICTURE X(20).
024700     05  FILLER          PICTURE X(01), VALUE SPACES.
024800     05  XL-PROBLEM      PICTURE X(24).
024900     05  XL-EXPECTED     PICTURE X(13), VALUE SPACES.
025000     05  XL-FOUND        PICTURE X(13), VALUE SPACES.
025100 01  LEDGER-KEY-PRINT.
025200     05  LK-ACCOUNT      PICTURE X(06).
025300     05  FILLER          PICTURE X(01), VALUE SPACES.
025400     05  LK-DATE         PICTURE 9(08).
025500     05  FILLER          PICTURE X(01), VALUE SPACES.
025600     05  LK-SEQUENCE     PICTURE 9(04).
025700 01  BACKORDER-KEY-PRINT.
025800     05  BK-PRODUCT      PICTURE X(05).
025900     05  FILLER          PICTURE X(01), VALUE SPACES.
026000     05  BK-DATE         PICTURE 9(08).
026100     05  FILLER          PICTURE X(01), VALUE SPACES.
026200     05  BK-SEQUENCE     PICTURE 9(04).
026300 01  ARCHIVE-KEY-PRINT.
026400     05  AK-FILE         PICTURE X(08).
026500     05  FILLER          PICTURE X(01), VALUE SPACES.
026600     05  AK-DATE         PICTURE 9(08).
026700 01  TOTAL-LINE.
026800     05  TL-CAPTION      PICTURE X(30).
026900     05  TL-COUNT        PICTURE ZZZZZZ9.
027000     05  FILLER          PICTURE X(43), VALUE SPACES.
027100 01  REGISTER-NOTE-LINE.
027200     05  FILLER          PICTURE X(30),
027300         VALUE "ARCHIVE REGISTER DATED:".
027400     05  RN-RUN-DATE     PICTURE 9(08).
027500     05  FILLER          PICTURE X(10), VALUE "  CUTOFF: ".
027600     05  RN-CUTOFF-DATE  PICTURE 9(08).
027700     05  FILLER          PICTURE X(24), VALUE SPACES.
027800 01  NOTE-LINE.
027900     05  NL-CAPTION      PICTURE X(80).
028000 PROCEDURE DIVISION.
028100 INIT.
028200     PERFORM CHECK-RUN-CONTROL THROUGH CHECK-RUN-CONTROL-FN.
028300     OPEN INPUT ACCOUNT-MASTER.
028400     IF FS-ACCOUNT-MASTER NOT = "00"
028500         DISPLAY "UNABLE TO OPEN ACCOUNT-MASTER: "
028600             FS-ACCOUNT-MASTER
028700         STOP RUN
028800     END-IF.
028900     OPEN INPUT PRODUCT-MASTER.
029000     IF FS-PRODUCT-MASTER NOT = "00"
029100         DISPLAY "UNABLE TO OPEN PRODUCT-MASTER: "
029200             FS-PRODUCT-MASTER
029300         STOP RUN
029400     END-IF.
029500     OPEN INPUT SUPPLIER-MASTER.
029600     IF FS-SUPPLIER-MASTER NOT = "00"
029700         DISPLAY "UNABLE TO OPEN SUPPLIER-MASTER: "
029800             FS-SUPPLIER-MASTER
029900         STOP RUN
030000     END-IF.
030100     OPEN INPUT CUSTOMER-MASTER.
030200     IF FS-CUSTOMER-MASTER NOT = "00"
030300         DISPLAY "UNABLE TO OPEN CUSTOMER-MASTER: "
030400             FS-CUSTOMER-MASTER
030500         STOP RUN
030600     END-IF.
030700     OPEN OUTPUT INTEGRITY-REPORT.
030800     IF FS-INTEGRITY-REPORT NOT = "00"
030900         DISPLAY "UNABLE TO OPEN INTEGRITY-REPORT: "
031000             FS-INTEGRITY-REPORT
031100         STOP RUN
031200     END-IF.
031300     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
031400     MOVE RUN-DATE TO RH-RUN-DATE.
031500     WRITE INTEGRITY-PRINT-LINE FROM REPORT-HEADING-1
031600         AFTER ADVANCING PAGE.
031700     WRITE INTEGRITY-PRINT-LINE FROM REPORT-HEADING-2.
031800     PERFORM PROVE-LEDGER THROUGH PROVE-LEDGER-FN.
031900     PERFORM CHECK-PRODUCTS THROUGH CHECK-PRODUCTS-FN.
032000     PERFORM CHECK-ORDERS THROUGH CHECK-ORDERS-FN.
032100     PERFORM CHECK-BACKORDERS THROUGH CHECK-BACKORDERS-FN.
032200     PERFORM CHECK-ARCHIVES THROUGH CHECK-ARCHIVES-FN.
032300     PERFORM PRINT-TOTALS THROUGH PRINT-TOTALS-FN.
032400     CLOSE ACCOUNT-MASTER.
032500     CLOSE PRODUCT-MASTER.
032600     CLOSE SUPPLIER-MASTER.
032700     CLOSE CUSTOMER-MASTER.
032800     CLOSE INTEGRITY-REPORT.
032900     PERFORM RECORD-RESULT THROUGH RECORD-RESULT-FN.
033000     DISPLAY "MOVEMENTS REPLAYED:  " MOVEMENTS-REPLAYED.
033100     DISPLAY "ACCOUNTS CHECKED:    " ACCOUNTS-CHECKED.
033200     DISPLAY "PRODUCTS CHECKED:    " PRODUCTS-CHECKED.
033300     DISPLAY "ORDER LINES CHECKED: " ORDERS-CHECKED.
033400     DISPLAY "BACKORDERS CHECKED:  " BACKORDERS-CHECKED.
033500     DISPLAY "ARCHIVE RECORDS:     " ARCHIVE-RECS-CHECKED.
033600     DISPLAY "EXCEPTIONS:          " TOTAL-EXCEPTIONS.
033700     IF TOTAL-EXCEPTIONS = 0
033800         DISPLAY "INTEGRITY CHECK PASSED"
033900     ELSE
034000         DISPLAY "INTEGRITY CHECK FAILED - SEE INTEGRPT"
034100     END-IF.
034200     STOP RUN.
034300 INIT-FN.
034400 EXIT.
034500 CHECK-RUN-CONTROL.
034600     OPEN INPUT RUN-CONTROL.
034700     IF FS-RUN-CONTROL = "35"
034800         DISPLAY "NO RUN CONTROL ON FILE - USE RUNCTLU"
034900         STOP RUN
035000     END-IF.
035100     IF FS-RUN-CONTROL NOT = "00"
035200         DISPLAY "UNABLE TO OPEN RUN-CONTROL: " FS-RUN-CONTROL
035300         STOP RUN
035400     END-IF.
035500     READ RUN-CONTROL
035600         INVALID KEY
035700             DISPLAY "RUN CONTROL RECORD MISSING - USE RUNCTLU"
035800             STOP RUN
035900     END-READ.
036000     CLOSE RUN-CONTROL.
036100 CHECK-RUN-CONTROL-FN.
036200 EXIT.
036300 PRINT-EXCEPTION.
036400     WRITE INTEGRITY-PRINT-LINE FROM EXCEPTION-LINE.
036500     ADD 1 TO TOTAL-EXCEPTIONS.
036600     MOVE SPACES TO XL-EXPECTED.
036700     MOVE SPACES TO XL-FOUND.
036800 PRINT-EXCEPTION-FN.
036900 EXIT.
037000 PROVE-LEDGER.
037100     OPEN OUTPUT LEDGER-WORK.
037200     CLOSE LEDGER-WORK.
037300     OPEN I-O LEDGER-WORK.
037400     IF FS-LEDGER-WORK NOT = "00"
037500         DISPLAY "UNABLE TO OPEN LEDGER-WORK: " FS-LEDGER-WORK
037600         STOP RUN
037700     END-IF.
037800     PERFORM LOAD-LIVE-LEDGER THROUGH LOAD-LIVE-LEDGER-FN.
037900     PERFORM LOAD-ARCHIVED-LEDGER THROUGH LOAD-ARCHIVED-LEDGER-FN.
038000     MOVE 0 TO EOF-FLAG.
038100     MOVE SPACES TO PREV-ACCOUNT.
038200     MOVE LOW-VALUES TO LW-LEDGER-KEY.
038300     START LEDGER-WORK KEY IS NOT LESS THAN LW-LEDGER-KEY
038400         INVALID KEY
038500             MOVE 1 TO EOF-FLAG
038600     END-START.
038700     PERFORM REPLAY-ONE-MOVEMENT THROUGH REPLAY-ONE-MOVEMENT-FN
038800         UNTIL EOF-FLAG = 1.
038900     IF PREV-ACCOUNT NOT = SPACES
039000         PERFORM PROVE-TO-MASTER THROUGH PROVE-TO-MASTER-FN
039100     END-IF.
039200     CLOSE LEDGER-WORK.
039300 PROVE-LEDGER-FN.
039400 EXIT.
039500 LOAD-LIVE-LEDGER.
039600     OPEN INPUT ACCOUNT-LEDGER.
039700     IF FS-ACCOUNT-LEDGER = "35"
039800         DISPLAY "ACCTLEDG NOT ON FILE - NO LIVE MOVEMENTS"
039900         GO TO LOAD-LIVE-LEDGER-FN
040000     END-IF.
040100     IF FS-ACCOUNT-LEDGER NOT = "00"
040200         DISPLAY "UNABLE TO OPEN ACCTLEDG: " FS-ACCOUNT-LEDGER
040300         STOP RUN
040400     END-IF.
040500     MOVE 0 TO EOF-FLAG.
040600     PERFORM LOAD-ONE-LIVE THROUGH LOAD-ONE-LIVE-FN
040700         UNTIL EOF-FLAG = 1.
040800     CLOSE ACCOUNT-LEDGER.
040900 LOAD-LIVE-LEDGER-FN.
041000 EXIT.
041100 LOAD-ONE-LIVE.
041200     READ ACCOUNT-LEDGER
041300         AT END
041400             MOVE 1 TO EOF-FLAG
041500     END-READ.
041600     IF EOF-FLAG = 1
041700         GO TO LOAD-ONE-LIVE-FN
041800     END-IF.
041900     ADD 1 TO MOVEMENTS-LIVE.
042000     MOVE AL-LEDGER-KEY TO LW-LEDGER-KEY.
042100     MOVE "L" TO LW-ORIGIN.
042200     MOVE AL-DEBIT-CREDIT TO LW-DEBIT-CREDIT.
042300     MOVE AL-AMOUNT TO LW-AMOUNT.
042400     MOVE AL-BALANCE-AFTER TO LW-BALANCE-AFTER.
042500     WRITE LEDGER-WORK-RECORD
042600         INVALID KEY
042700             DISPLAY "UNABLE TO WRITE LEDGER-WORK: " LW-LEDGER-KEY
042800     END-WRITE.
042900 LOAD-ONE-LIVE-FN.
043000 EXIT.
043100 LOAD-ARCHIVED-LEDGER.
043200     OPEN INPUT AL-ARCHIVE.
043300     IF FS-AL-ARCHIVE = "35"
043400         GO TO LOAD-ARCHIVED-LEDGER-FN
043500     END-IF.
043600     IF FS-AL-ARCHIVE NOT = "00"
043700         DISPLAY "UNABLE TO OPEN ALARCHIV: " FS-AL-ARCHIVE
043800         STOP RUN
043900     END-IF.
044000     MOVE 0 TO EOF-FLAG.
044100     PERFORM LOAD-ONE-ARCHIVED THROUGH LOAD-ONE-ARCHIVED-FN
044200         UNTIL EOF-FLAG = 1.
044300     CLOSE AL-ARCHIVE.
044400 LOAD-ARCHIVED-LEDGER-FN.
044500 EXIT.
044600 LOAD-ONE-ARCHIVED.
044700     READ AL-ARCHIVE
044800         AT END
044900             MOVE 1 TO EOF-FLAG
045000     END-READ.
045100     IF EOF-FLAG = 1
045200         GO TO LOAD-ONE-ARCHIVED-FN
045300     END-IF.
045400     ADD 1 TO MOVEMENTS-ARCHIVED.
045500     MOVE AR-LEDGER-KEY TO LW-LEDGER-KEY.
045600     MOVE "A" TO LW-ORIGIN.
045700     MOVE AR-DEBIT-CREDIT TO LW-DEBIT-CREDIT.
045800     MOVE AR-AMOUNT TO LW-AMOUNT.
045900     MOVE AR-BALANCE-AFTER TO LW-BALANCE-AFTER.
046000     WRITE LEDGER-WORK-RECORD
046100         INVALID KEY
046200             PERFORM REPORT-DUPLICATE THROUGH REPORT-DUPLICATE-FN
046300     END-WRITE.
046400 LOAD-ONE-ARCHIVED-FN.
046500 EXIT.
046600 REPORT-DUPLICATE.
046700     READ LEDGER-WORK
046800         INVALID KEY
046900             DISPLAY "UNABLE TO READ LEDGER-WORK: " LW-LEDGER-KEY
047000             GO TO REPORT-DUPLICATE-FN
047100     END-READ.
047200     ADD 1 TO DUPLICATE-MOVEMENTS.
047300     MOVE "LEDGER" TO XL-AREA.
047400     MOVE AR-ACCOUNT-NUMBER TO LK-ACCOUNT.
047500     MOVE AR-POST-DATE TO LK-DATE.
047600     MOVE AR-POST-SEQUENCE TO LK-SEQUENCE.
047700     MOVE LEDGER-KEY-PRINT TO XL-KEY.
047800     IF LW-LIVE
047900         MOVE "ARCHIVED AND STILL LIVE" TO XL-PROBLEM
048000     ELSE
048100         MOVE "ARCHIVED TWICE" TO XL-PROBLEM
048200     END-IF.
048300     PERFORM PRINT-EXCEPTION THROUGH PRINT-EXCEPTION-FN.
048400 REPORT-DUPLICATE-FN.
048500 EXIT.
048600 REPLAY-ONE-MOVEMENT.
048700     READ LEDGER-WORK NEXT RECORD
048800         AT END
048900             MOVE 1 TO EOF-FLAG
049000     END-READ.
049100     IF EOF-FLAG = 1
049200         GO TO REPLAY-ONE-MOVEMENT-FN
049300     END-IF.
049400     ADD 1 TO MOVEMENTS-REPLAYED.
049500     MOVE LW-ACCOUNT-NUMBER TO LK-ACCOUNT.
049600     MOVE LW-POST-DATE TO LK-DATE.
049700     MOVE LW-POST-SEQUENCE TO LK-SEQUENCE.
049800     IF LW-ACCOUNT-NUMBER NOT = PREV-ACCOUNT
049900         IF PREV-ACCOUNT NOT = SPACES
050000             PERFORM PROVE-TO-MASTER THROUGH PROVE-TO-MASTER-FN
050100         END-IF
050200         MOVE LW-ACCOUNT-NUMBER TO PREV-ACCOUNT
050300         MOVE 0 TO PREV-DATE
050400         MOVE 0 TO PREV-SEQUENCE
050500         PERFORM CHECK-SEQUENCE THROUGH CHECK-SEQUENCE-FN
050600         MOVE LW-BALANCE-AFTER TO PREV-BALANCE
050700         GO TO REPLAY-ONE-MOVEMENT-FN
050800     END-IF.
050900     PERFORM CHECK-SEQUENCE THROUGH CHECK-SEQUENCE-FN.
051000     IF LW-DEBIT
051100         COMPUTE EXPECTED-BALANCE = PREV-BALANCE - LW-AMOUNT
051200     ELSE
051300         COMPUTE EXPECTED-BALANCE = PREV-BALANCE + LW-AMOUNT
051400     END-IF.
051500     IF EXPECTED-BALANCE NOT = LW-BALANCE-AFTER
051600         ADD 1 TO BROKEN-CHAINS
051700         MOVE "LEDGER" TO XL-AREA
051800         MOVE LEDGER-KEY-PRINT TO XL-KEY
051900         MOVE "BALANCE CHAIN BROKEN" TO XL-PROBLEM
052000         MOVE EXPECTED-BALANCE TO AMOUNT-EDIT
052100         MOVE AMOUNT-EDIT TO XL-EXPECTED
052200         MOVE LW-BALANCE-AFTER TO AMOUNT-EDIT
052300         MOVE AMOUNT-EDIT TO XL-FOUND
052400         PERFORM PRINT-EXCEPTION THROUGH PRINT-EXCEPTION-FN
052500     END-IF.
052600     MOVE LW-BALANCE-AFTER TO PREV-BALANCE.
052700 REPLAY-ONE-MOVEMENT-FN.
052800 EXIT.
052900 CHECK-SEQUENCE.
053000     IF LW-POST-DATE NOT = PREV-DATE
053100         MOVE 1 TO EXPECTED-SEQUENCE
053200     ELSE
053300         COMPUTE EXPECTED-SEQUENCE = PREV-SEQUENCE + 1
053400     END-IF.
053500     IF LW-POST-SEQUENCE NOT = EXPECTED-SEQUENCE
053600         ADD 1 TO SEQUENCE-GAPS
053700         MOVE "LEDGER" TO XL-AREA
053800         MOVE LEDGER-KEY-PRINT TO XL-KEY
053900         MOVE "POSTING SEQUENCE GAP" TO XL-PROBLEM
054000         MOVE EXPECTED-SEQUENCE TO COUNT-EDIT
054100         MOVE COUNT-EDIT TO XL-EXPECTED
054200         MOVE LW-POST-SEQUENCE TO COUNT-EDIT
054300         MOVE COUNT-EDIT TO XL-FOUND
054400         PERFORM PRINT-EXCEPTION THROUGH PRINT-EXCEPTION-FN
054500     END-IF.
054600     MOVE LW-POST-DATE TO PREV-DATE.
054700     MOVE LW-POST-SEQUENCE TO PREV-SEQUENCE.
054800 CHECK-SEQUENCE-FN.
054900 EXIT.
055000 PROVE-TO-MASTER.
055100     ADD 1 TO ACCOUNTS-CHECKED.
055200     MOVE "LEDGER" TO XL-AREA.
055300     MOVE PREV-ACCOUNT TO XL-KEY.
055400     MOVE PREV-ACCOUNT TO AM-ACCOUNT-NUMBER.
055500     READ ACCOUNT-MASTER
055600         INVALID KEY
055700             ADD 1 TO LEDGER-ORPHANS
055800             MOVE "ACCOUNT NOT ON ACCTMAST" TO XL-PROBLEM
055900             PERFORM PRINT-EXCEPTION THROUGH PRINT-EXCEPTION-FN
056000             GO TO PROVE-TO-MASTER-FN
056100     END-READ.
056200     IF PREV-BALANCE NOT = AM-BALANCE
056300         ADD 1 TO BALANCES-UNPROVED
056400         MOVE "LEDGER NOT = AM-BALANCE" TO XL-PROBLEM
056500         MOVE PREV-BALANCE TO AMOUNT-EDIT
056600         MOVE AMOUNT-EDIT TO XL-EXPECTED
056700         MOVE AM-BALANCE TO AMOUNT-EDIT
056800         MOVE AMOUNT-EDIT TO XL-FOUND
056900         PERFORM PRINT-EXCEPTION THROUGH PRINT-EXCEPTION-FN
057000     END-IF.
057100 PROVE-TO-MASTER-FN.
057200 EXIT.
057300 CHECK-PRODUCTS.
057400     MOVE 0 TO EOF-FLAG.
057500     MOVE LOW-VALUES TO PM-PRODUCT-CODE.
057600     START PRODUCT-MASTER KEY IS NOT LESS THAN PM-PRODUCT-CODE
057700         INVALID KEY
057800             MOVE 1 TO EOF-FLAG
057900     END-START.
058000     PERFORM CHECK-ONE-PRODUCT THROUGH CHECK-ONE-PRODUCT-FN
058100         UNTIL EOF-FLAG = 1.
058200 CHECK-PRODUCTS-FN.
058300 EXIT.
058400 CHECK-ONE-PRODUCT.
058500     READ PRODUCT-MASTER NEXT RECORD
058600         AT END
058700             MOVE 1 TO EOF-FLAG
058800     END-READ.
058900     IF EOF-FLAG = 1
059000         GO TO CHECK-ONE-PRODUCT-FN
059100     END-IF.
059200     ADD 1 TO PRODUCTS-CHECKED.
059300     MOVE PM-SUPPLIER-CODE TO SU-SUPPLIER-CODE.
059400     READ SUPPLIER-MASTER
059500         INVALID KEY
059600             ADD 1 TO SUPPLIER-ORPHANS
059700             MOVE "PRODUCT" TO XL-AREA
059800             MOVE PM-PRODUCT-CODE TO XL-KEY
059900             MOVE "SUPPLIER NOT ON SUPPMAST" TO XL-PROBLEM
060000             MOVE PM-SUPPLIER-CODE TO XL-FOUND
060100             PERFORM PRINT-EXCEPTION THROUGH PRINT-EXCEPTION-FN
060200     END-READ.
060300 CHECK-ONE-PRODUCT-FN.
060400 EXIT.
060500 CHECK-ORDERS.
060600     OPEN INPUT PURCHASE-ORDER.
060700     IF FS-PURCHASE-ORDER = "35"
060800         DISPLAY "PURCHORD NOT ON FILE - SKIPPED"
060900         GO TO CHECK-ORDERS-FN
061000     END-IF.
061100     IF FS-PURCHASE-ORDER NOT = "00"
061200         DISPLAY "UNABLE TO OPEN PURCHORD: " FS-PURCHASE-ORDER
061300         STOP RUN
061400     END-IF.
061500     MOVE 0 TO EOF-FLAG.
061600     PERFORM CHECK-ONE-ORDER THROUGH CHECK-ONE-ORDER-FN
061700         UNTIL EOF-FLAG = 1.
061800     CLOSE PURCHASE-ORDER.
061900 CHECK-ORDERS-FN.
062000 EXIT.
062100 CHECK-ONE-ORDER.
062200     READ PURCHASE-ORDER
062300         AT END
062400             MOVE 1 TO EOF-FLAG
062500     END-READ.
062600     IF EOF-FLAG = 1
062700         GO TO CHECK-ONE-ORDER-FN
062800     END-IF.
062900     IF NOT PO-OPEN
063000         GO TO CHECK-ONE-ORDER-FN
063100     END-IF.
063200     ADD 1 TO ORDERS-CHECKED.
063300     MOVE PO-PRODUCT-CODE TO PM-PRODUCT-CODE.
063400     READ PRODUCT-MASTER
063500         INVALID KEY
063600             ADD 1 TO ORDER-ORPHANS
063700             MOVE "PURCHORD" TO XL-AREA
063800             MOVE PO-ORDER-NUMBER TO XL-KEY
063900             MOVE "PRODUCT NOT ON PRODMAST" TO XL-PROBLEM
064000             MOVE PO-PRODUCT-CODE TO XL-FOUND
064100             PERFORM PRINT-EXCEPTION THROUGH PRINT-EXCEPTION-FN
064200     END-READ.
064300 CHECK-ONE-ORDER-FN.
064400 EXIT.
064500 CHECK-BACKORDERS.
064600     OPEN INPUT BACKORDER-FILE.
064700     IF FS-BACKORDER = "35"
064800         DISPLAY "BACKORDR NOT ON FILE - SKIPPED"
064900         GO TO CHECK-BACKORDERS-FN
065000     END-IF.
065100     IF FS-BACKORDER NOT = "00"
065200         DISPLAY "UNABLE TO OPEN BACKORDR: " FS-BACKORDER
065300         STOP RUN
065400     END-IF.
065500     MOVE 0 TO EOF-FLAG.
065600     PERFORM CHECK-ONE-BACKORDER THROUGH CHECK-ONE-BACKORDER-FN
065700         UNTIL EOF-FLAG = 1.
065800     CLOSE BACKORDER-FILE.
065900 CHECK-BACKORDERS-FN.
066000 EXIT.
066100 CHECK-ONE-BACKORDER.
066200     READ BACKORDER-FILE
066300         AT END
066400             MOVE 1 TO EOF-FLAG
066500     END-READ.
066600     IF EOF-FLAG = 1
066700         GO TO CHECK-ONE-BACKORDER-FN
066800     END-IF.
066900     IF NOT BO-OPEN
067000         GO TO CHECK-ONE-BACKORDER-FN
067100     END-IF.
067200     ADD 1 TO BACKORDERS-CHECKED.
067300     MOVE BO-PRODUCT-CODE TO BK-PRODUCT.
067400     MOVE BO-ENTRY-DATE TO BK-DATE.
067500     MOVE BO-ENTRY-SEQ TO BK-SEQUENCE.
067600     MOVE BO-PRODUCT-CODE TO PM-PRODUCT-CODE.
067700     READ PRODUCT-MASTER
067800         INVALID KEY
067900             ADD 1 TO BACKORDER-PRODUCT-ORPHANS
068000             MOVE "BACKORDR" TO XL-AREA
068100             MOVE BACKORDER-KEY-PRINT TO XL-KEY
068200             MOVE "PRODUCT NOT ON PRODMAST" TO XL-PROBLEM
068300             MOVE BO-PRODUCT-CODE TO XL-FOUND
068400             PERFORM PRINT-EXCEPTION THROUGH PRINT-EXCEPTION-FN
068500     END-READ.
068600     MOVE BO-CUSTOMER-ID TO CM-CUSTOMER-ID.
068700     READ CUSTOMER-MASTER
068800         INVALID KEY
068900             ADD 1 TO BACKORDER-CUSTOMER-ORPHANS
069000             MOVE "BACKORDR" TO XL-AREA
069100             MOVE BACKORDER-KEY-PRINT TO XL-KEY
069200             MOVE "CUSTOMER NOT ON CUSTMAST" TO XL-PROBLEM
069300             MOVE BO-CUSTOMER-ID TO XL-FOUND
069400             PERFORM PRINT-EXCEPTION THROUGH PRINT-EXCEPTION-FN
069500     END-READ.
069600 CHECK-ONE-BACKORDER-FN.
069700 EXIT.
069800 CHECK-ARCHIVES.
069900     OPEN INPUT RECON-LOG.
070000     IF FS-RECON-LOG = "00"
070100         MOVE 1 TO RECON-LOG-OPEN
070200     ELSE
070300         DISPLAY "RECON-LOG NOT AVAILABLE: " FS-RECON-LOG
070400             " - NO ARCHIVED DATE CAN BE SIGNED OFF"
070500     END-IF.
070600     PERFORM READ-REGISTER THROUGH READ-REGISTER-FN.
070700     MOVE "SJARCHIV" TO ARCH-FILE-NAME.
070800     MOVE REG-SJ-ARCHIVED TO ARCH-REGISTERED.
070900     PERFORM CHECK-SJ-ARCHIVE THROUGH CHECK-SJ-ARCHIVE-FN.
071000     PERFORM COMPARE-REGISTER THROUGH COMPARE-REGISTER-FN.
071100     MOVE "AJARCHIV" TO ARCH-FILE-NAME.
071200     MOVE REG-AJ-ARCHIVED TO ARCH-REGISTERED.
071300     PERFORM CHECK-AJ-ARCHIVE THROUGH CHECK-AJ-ARCHIVE-FN.
071400     PERFORM COMPARE-REGISTER THROUGH COMPARE-REGISTER-FN.
071500     MOVE "UFARCHIV" TO ARCH-FILE-NAME.
071600     MOVE REG-UF-ARCHIVED TO ARCH-REGISTERED.
071700     PERFORM CHECK-UF-ARCHIVE THROUGH CHECK-UF-ARCHIVE-FN.
071800     PERFORM COMPARE-REGISTER THROUGH COMPARE-REGISTER-FN.
071900     MOVE "AUARCHIV" TO ARCH-FILE-NAME.
072000     MOVE REG-AU-ARCHIVED TO ARCH-REGISTERED.
072100     PERFORM CHECK-AU-ARCHIVE THROUGH CHECK-AU-ARCHIVE-FN.
072200     PERFORM COMPARE-REGISTER THROUGH COMPARE-REGISTER-FN.
072300     MOVE "ALARCHIV" TO ARCH-FILE-NAME.
072400     MOVE REG-AL-ARCHIVED TO ARCH-REGISTERED.
072500     PERFORM CHECK-AL-ARCHIVE THROUGH CHECK-AL-ARCHIVE-FN.
072600     PERFORM COMPARE-REGISTER THROUGH COMPARE-REGISTER-FN.
072700     MOVE "SIARCHIV" TO ARCH-FILE-NAME.
072800     MOVE REG-SI-ARCHIVED TO ARCH-REGISTERED.
072900     PERFORM CHECK-SI-ARCHIVE THROUGH CHECK-SI-ARCHIVE-FN.
073000     PERFORM COMPARE-REGISTER THROUGH COMPARE-REGISTER-FN.
073100     MOVE "RFARCHIV" TO ARCH-FILE-NAME.
073200     MOVE REG-RF-ARCHIVED TO ARCH-REGISTERED.
073300     PERFORM CHECK-RF-ARCHIVE THROUGH CHECK-RF-ARCHIVE-FN.
073400     PERFORM COMPARE-REGISTER THROUGH COMPARE-REGISTER-FN.
073500     IF RECON-LOG-OPEN = 1
073600         CLOSE RECON-LOG
073700         MOVE 0 TO RECON-LOG-OPEN
073800     END-IF.
073900 CHECK-ARCHIVES-FN.
074000 EXIT.
074100 READ-REGISTER.
074200     OPEN INPUT ARCHIVE-REGISTER.
074300     IF FS-ARCH-REGISTER = "35"
074400         DISPLAY "NO ARCHIVE REGISTER ON FILE"
074500         GO TO READ-REGISTER-FN
074600     END-IF.
074700     IF FS-ARCH-REGISTER NOT = "00"
074800         DISPLAY "UNABLE TO OPEN ARCHIVE-REGISTER: "
074900             FS-ARCH-REGISTER
075000         STOP RUN
075100     END-IF.
075200     MOVE 1 TO REGISTER-FOUND.
075300     MOVE 0 TO EOF-FLAG.
075400     PERFORM READ-ONE-REGISTER-LINE
075500         THROUGH READ-ONE-REGISTER-LINE-FN
075600         UNTIL EOF-FLAG = 1.
075700     CLOSE ARCHIVE-REGISTER.
075800 READ-REGISTER-FN.
075900 EXIT.
076000 READ-ONE-REGISTER-LINE.
076100     READ ARCHIVE-REGISTER INTO REGISTER-LINE-IN
076200         AT END
076300             MOVE 1 TO EOF-FLAG
076400     END-READ.
076500     IF EOF-FLAG = 1
076600         GO TO READ-ONE-REGISTER-LINE-FN
076700     END-IF.
076800     IF RI-TITLE = "JOURNAL ARCHIVE REGISTER"
076900         MOVE RI-RUN-DATE TO REG-RUN-DATE
077000         MOVE RI-CUTOFF-DATE TO REG-CUTOFF-DATE
077100         GO TO READ-ONE-REGISTER-LINE-FN
077200     END-IF.
077300     IF RI-READ-CAPTION NOT = " READ: "
077400         GO TO READ-ONE-REGISTER-LINE-FN
077500     END-IF.
077600     MOVE RI-ARCHIVED TO REG-ARCHIVED-COUNT.
077700     IF RI-FILE-NAME = "SHOPJRNL"
077800         MOVE REG-ARCHIVED-COUNT TO REG-SJ-ARCHIVED
077900     END-IF.
078000     IF RI-FILE-NAME = "ATMJRNL"
078100         MOVE REG-ARCHIVED-COUNT TO REG-AJ-ARCHIVED
078200     END-IF.
078300     IF RI-FILE-NAME = "UNFILLED"
078400         MOVE REG-ARCHIVED-COUNT TO REG-UF-ARCHIVED
078500     END-IF.
078600     IF RI-FILE-NAME = "ACCTAUDT"
078700         MOVE REG-ARCHIVED-COUNT TO REG-AU-ARCHIVED
078800     END-IF.
078900     IF RI-FILE-NAME = "ACCTLEDG"
079000         MOVE REG-ARCHIVED-COUNT TO REG-AL-ARCHIVED
079100     END-IF.
079200     IF RI-FILE-NAME = "SHOPITEM"
079300         MOVE REG-ARCHIVED-COUNT TO REG-SI-ARCHIVED
079400     END-IF.
079500     IF RI-FILE-NAME = "RFNDJRNL"
079600         MOVE REG-ARCHIVED-COUNT TO REG-RF-ARCHIVED
079700     END-IF.
079800 READ-ONE-REGISTER-LINE-FN.
079900 EXIT.
080000 COMPARE-REGISTER.
080100     IF ARCH-STATUS NOT = "00" AND ARCH-STATUS NOT = "35"
080200         GO TO COMPARE-REGISTER-FN
080300     END-IF.
080400     IF ARCH-REGISTERED = 0
080500         GO TO COMPARE-REGISTER-FN
080600     END-IF.
080700     MOVE "ARCHIVE" TO XL-AREA.
080800     MOVE ARCH-FILE-NAME TO XL-KEY.
080900     MOVE ARCH-REGISTERED TO COUNT-EDIT.
081000     MOVE COUNT-EDIT TO XL-EXPECTED.
081100     MOVE ARCH-RECORDS TO COUNT-EDIT.
081200     MOVE COUNT-EDIT TO XL-FOUND.
081300     IF ARCH-STATUS = "35"
081400         ADD 1 TO ARCHIVE-MISMATCHES
081500         MOVE "ARCHIVE FILE MISSING" TO XL-PROBLEM
081600         PERFORM PRINT-EXCEPTION THROUGH PRINT-EXCEPTION-FN
081700         GO TO COMPARE-REGISTER-FN
081800     END-IF.
081900     IF ARCH-RECORDS < ARCH-REGISTERED
082000         ADD 1 TO ARCHIVE-MISMATCHES
082100         MOVE "FEWER THAN REGISTER" TO XL-PROBLEM
082200         PERFORM PRINT-EXCEPTION THROUGH PRINT-EXCEPTION-FN
082300         GO TO COMPARE-REGISTER-FN
082400     END-IF.
082500     MOVE SPACES TO XL-EXPECTED.
082600     MOVE SPACES TO XL-FOUND.
082700 COMPARE-REGISTER-FN.
082800 EXIT.
082900 REPORT-UNREADABLE.
083000     ADD 1 TO ARCHIVE-MISMATCHES.
083100     MOVE "ARCHIVE" TO XL-AREA.
083200     MOVE ARCH-FILE-NAME TO XL-KEY.
083300     MOVE "ARCHIVE NOT READABLE" TO XL-PROBLEM.
083400     MOVE ARCH-STATUS TO XL-FOUND.
083500     PERFORM PRINT-EXCEPTION THROUGH PRINT-EXCEPTION-FN.
083600 REPORT-UNREADABLE-FN.
083700 EXIT.
083800 CHECK-ARCHIVED-DATE.
083900     ADD 1 TO ARCH-RECORDS.
084000     ADD 1 TO ARCHIVE-RECS-CHECKED.
084100     IF ARCH-DATE = LAST-DATE-CHECKED
084200         GO TO CHECK-ARCHIVED-DATE-FN
084300     END-IF.
084400     MOVE ARCH-DATE TO LAST-DATE-CHECKED.
084500     MOVE 0 TO DATE-LOGGED.
084600     MOVE 0 TO DATE-SIGNED-OFF.
084700     IF RECON-LOG-OPEN = 1
084800         MOVE ARCH-DATE TO RL-RECON-DATE
084900         READ RECON-LOG
085000             NOT INVALID KEY
085100                 MOVE 1 TO DATE-LOGGED
085200                 IF RL-BALANCED
085300                     MOVE 1 TO DATE-SIGNED-OFF
085400                 END-IF
085500         END-READ
085600     END-IF.
085700     IF DATE-SIGNED-OFF = 1
085800         GO TO CHECK-ARCHIVED-DATE-FN
085900     END-IF.
086000     ADD 1 TO ARCHIVE-MISMATCHES.
086100     MOVE "ARCHIVE" TO XL-AREA.
086200     MOVE ARCH-FILE-NAME TO AK-FILE.
086300     MOVE ARCH-DATE TO AK-DATE.
086400     MOVE ARCHIVE-KEY-PRINT TO XL-KEY.
086500     MOVE "DATE NOT SIGNED OFF" TO XL-PROBLEM.
086600     MOVE "BALANCED" TO XL-EXPECTED.
086700     IF DATE-LOGGED = 1
086800         MOVE "EXCEPTIONS" TO XL-FOUND
086900     ELSE
087000         MOVE "NOT LOGGED" TO XL-FOUND
087100     END-IF.
087200     PERFORM PRINT-EXCEPTION THROUGH PRINT-EXCEPTION-FN.
087300 CHECK-ARCHIVED-DATE-FN.
087400 EXIT.
087500 CHECK-SJ-ARCHIVE.
087600     MOVE 0 TO ARCH-RECORDS.
087700     MOVE 0 TO LAST-DATE-CHECKED.
087800     OPEN INPUT SJ-ARCHIVE.
087900     MOVE FS-SJ-ARCHIVE TO ARCH-STATUS.
088000     IF FS-SJ-ARCHIVE = "35"
088100         GO TO CHECK-SJ-ARCHIVE-FN
088200     END-IF.
088300     IF FS-SJ-ARCHIVE NOT = "00"
088400         PERFORM REPORT-UNREADABLE THROUGH REPORT-UNREADABLE-FN
088500         GO TO CHECK-SJ-ARCHIVE-FN
088600     END-IF.
088700     MOVE 0 TO EOF-FLAG.
088800     PERFORM CHECK-ONE-BASKET THROUGH CHECK-ONE-BASKET-FN
088900         UNTIL EOF-FLAG = 1.
089000     CLOSE SJ-ARCHIVE.
089100 CHECK-SJ-ARCHIVE-FN.
089200 EXIT.
089300 CHECK-ONE-BASKET.
089400     READ SJ-ARCHIVE
089500         AT END
089600             MOVE 1 TO EOF-FLAG
089700     END-READ.
089800     IF EOF-FLAG = 1
089900         GO TO CHECK-ONE-BASKET-FN
090000     END-IF.
090100     MOVE SJ-SALE-DATE TO ARCH-DATE.
090200     PERFORM CHECK-ARCHIVED-DATE THROUGH CHECK-ARCHIVED-DATE-FN.
090300 CHECK-ONE-BASKET-FN.
090400 EXIT.
090500 CHECK-AJ-ARCHIVE.
090600     MOVE 0 TO ARCH-RECORDS.
090700     MOVE 0 TO LAST-DATE-CHECKED.
090800     OPEN INPUT AJ-ARCHIVE.
090900     MOVE FS-AJ-ARCHIVE TO ARCH-STATUS.
091000     IF FS-AJ-ARCHIVE = "35"
091100         GO TO CHECK-AJ-ARCHIVE-FN
091200     END-IF.
091300     IF FS-AJ-ARCHIVE NOT = "00"
091400         PERFORM REPORT-UNREADABLE THROUGH REPORT-UNREADABLE-FN
091500         GO TO CHECK-AJ-ARCHIVE-FN
091600     END-IF.
091700     MOVE 0 TO EOF-FLAG.
091800     PERFORM CHECK-ONE-ATTEMPT THROUGH CHECK-ONE-ATTEMPT-FN
091900         UNTIL EOF-FLAG = 1.
092000     CLOSE AJ-ARCHIVE.
092100 CHECK-AJ-ARCHIVE-FN.
092200 EXIT.
092300 CHECK-ONE-ATTEMPT.
092400     READ AJ-ARCHIVE
092500         AT END
092600             MOVE 1 TO EOF-FLAG
092700     END-READ.
092800     IF EOF-FLAG = 1
092900         GO TO CHECK-ONE-ATTEMPT-FN
093000     END-IF.
093100     MOVE AJ-JOURNAL-DATE TO ARCH-DATE.
093200     PERFORM CHECK-ARCHIVED-DATE THROUGH CHECK-ARCHIVED-DATE-FN.
093300 CHECK-ONE-ATTEMPT-FN.
093400 EXIT.
093500 CHECK-UF-ARCHIVE.
093600     MOVE 0 TO ARCH-RECORDS.
093700     MOVE 0 TO LAST-DATE-CHECKED.
093800     OPEN INPUT UF-ARCHIVE.
093900     MOVE FS-UF-ARCHIVE TO ARCH-STATUS.
094000     IF FS-UF-ARCHIVE = "35"
094100         GO TO CHECK-UF-ARCHIVE-FN
094200     END-IF.
094300     IF FS-UF-ARCHIVE NOT = "00"
094400         PERFORM REPORT-UNREADABLE THROUGH REPORT-UNREADABLE-FN
094500         GO TO CHECK-UF-ARCHIVE-FN
094600     END-IF.
094700     MOVE 0 TO EOF-FLAG.
094800     PERFORM CHECK-ONE-DEMAND THROUGH CHECK-ONE-DEMAND-FN
094900         UNTIL EOF-FLAG = 1.
095000     CLOSE UF-ARCHIVE.
095100 CHECK-UF-ARCHIVE-FN.
095200 EXIT.
095300 CHECK-ONE-DEMAND.
095400     READ UF-ARCHIVE
095500         AT END
095600             MOVE 1 TO EOF-FLAG
095700     END-READ.
095800     IF EOF-FLAG = 1
095900         GO TO CHECK-ONE-DEMAND-FN
096000     END-IF.
096100     MOVE UF-DEMAND-DATE TO ARCH-DATE.
096200     PERFORM CHECK-ARCHIVED-DATE THROUGH CHECK-ARCHIVED-DATE-FN.
096300 CHECK-ONE-DEMAND-FN.
096400 EXIT.
096500 CHECK-AU-ARCHIVE.
096600     MOVE 0 TO ARCH-RECORDS.
096700     MOVE 0 TO LAST-DATE-CHECKED.
096800     OPEN INPUT AU-ARCHIVE.
096900     MOVE FS-AU-ARCHIVE TO ARCH-STATUS.
097000     IF FS-AU-ARCHIVE = "35"
097100         GO TO CHECK-AU-ARCHIVE-FN
097200     END-IF.
097300     IF FS-AU-ARCHIVE NOT = "00"
097400         PERFORM REPORT-UNREADABLE THROUGH REPORT-UNREADABLE-FN
097500         GO TO CHECK-AU-ARCHIVE-FN
097600     END-IF.
097700     MOVE 0 TO EOF-FLAG.
097800     PERFORM CHECK-ONE-AUDIT THROUGH CHECK-ONE-AUDIT-FN
097900         UNTIL EOF-FLAG = 1.
098000     CLOSE AU-ARCHIVE.
098100 CHECK-AU-ARCHIVE-FN.
098200 EXIT.
098300 CHECK-ONE-AUDIT.
098400     READ AU-ARCHIVE
098500         AT END
098600             MOVE 1 TO EOF-FLAG
098700     END-READ.
098800     IF EOF-FLAG = 1
098900         GO TO CHECK-ONE-AUDIT-FN
099000     END-IF.
099100     MOVE AU-AUDIT-DATE TO ARCH-DATE.
099200     PERFORM CHECK-ARCHIVED-DATE THROUGH CHECK-ARCHIVED-DATE-FN.
099300 CHECK-ONE-AUDIT-FN.
099400 EXIT.
099500 CHECK-AL-ARCHIVE.
099600     MOVE 0 TO ARCH-RECORDS.
099700     MOVE 0 TO LAST-DATE-CHECKED.
099800     OPEN INPUT AL-ARCHIVE.
099900     MOVE FS-AL-ARCHIVE TO ARCH-STATUS.
100000     IF FS-AL-ARCHIVE = "35"
100100         GO TO CHECK-AL-ARCHIVE-FN
100200     END-IF.
100300     IF FS-AL-ARCHIVE NOT = "00"
100400         PERFORM REPORT-UNREADABLE THROUGH REPORT-UNREADABLE-FN
100500         GO TO CHECK-AL-ARCHIVE-FN
100600     END-IF.
100700     MOVE 0 TO EOF-FLAG.
100800     PERFORM CHECK-ONE-MOVEMENT THROUGH CHECK-ONE-MOVEMENT-FN
100900         UNTIL EOF-FLAG = 1.
101000     CLOSE AL-ARCHIVE.
101100 CHECK-AL-ARCHIVE-FN.
101200 EXIT.
101300 CHECK-ONE-MOVEMENT.
101400     READ AL-ARCHIVE
101500         AT END
101600             MOVE 1 TO EOF-FLAG
101700     END-READ.
101800     IF EOF-FLAG = 1
101900         GO TO CHECK-ONE-MOVEMENT-FN
102000     END-IF.
102100     MOVE AR-POST-DATE TO ARCH-DATE.
102200     PERFORM CHECK-ARCHIVED-DATE THROUGH CHECK-ARCHIVED-DATE-FN.
102300 CHECK-ONE-MOVEMENT-FN.
102400 EXIT.
102500 CHECK-SI-ARCHIVE.
102600     MOVE 0 TO ARCH-RECORDS.
102700     MOVE 0 TO LAST-DATE-CHECKED.
102800     OPEN INPUT SI-ARCHIVE.
102900     MOVE FS-SI-ARCHIVE TO ARCH-STATUS.
103000     IF FS-SI-ARCHIVE = "35"
103100         GO TO CHECK-SI-ARCHIVE-FN
103200     END-IF.
103300     IF FS-SI-ARCHIVE NOT = "00"
103400         PERFORM REPORT-UNREADABLE THROUGH REPORT-UNREADABLE-FN
103500         GO TO CHECK-SI-ARCHIVE-FN
103600     END-IF.
103700     MOVE 0 TO EOF-FLAG.
103800     PERFORM CHECK-ONE-ITEM THROUGH CHECK-ONE-ITEM-FN
103900         UNTIL EOF-FLAG = 1.
104000     CLOSE SI-ARCHIVE.
104100 CHECK-SI-ARCHIVE-FN.
104200 EXIT.
104300 CHECK-ONE-ITEM.
104400     READ SI-ARCHIVE
104500         AT END
104600             MOVE 1 TO EOF-FLAG
104700     END-READ.
104800     IF EOF-FLAG = 1
104900         GO TO CHECK-ONE-ITEM-FN
105000     END-IF.
105100     MOVE SI-SALE-DATE TO ARCH-DATE.
105200     PERFORM CHECK-ARCHIVED-DATE THROUGH CHECK-ARCHIVED-DATE-FN.
105300 CHECK-ONE-ITEM-FN.
105400 EXIT.
105500 CHECK-RF-ARCHIVE.
105600     MOVE 0 TO ARCH-RECORDS.
105700     MOVE 0 TO LAST-DATE-CHECKED.
105800     OPEN INPUT RF-ARCHIVE.
105900     MOVE FS-RF-ARCHIVE TO ARCH-STATUS.
106000     IF FS-RF-ARCHIVE = "35"
106100         GO TO CHECK-RF-ARCHIVE-FN
106200     END-IF.
106300     IF FS-RF-ARCHIVE NOT = "00"
106400         PERFORM REPORT-UNREADABLE THROUGH REPORT-UNREADABLE-FN
106500         GO TO CHECK-RF-ARCHIVE-FN
106600     END-IF.
106700     MOVE 0 TO EOF-FLAG.
106800     PERFORM CHECK-ONE-REFUND THROUGH CHECK-ONE-REFUND-FN
106900         UNTIL EOF-FLAG = 1.
107000     CLOSE RF-ARCHIVE.
107100 CHECK-RF-ARCHIVE-FN.
107200 EXIT.
107300 CHECK-ONE-REFUND.
107400     READ RF-ARCHIVE
107500         AT END
107600             MOVE 1 TO EOF-FLAG
107700     END-READ.
107800     IF EOF-FLAG = 1
107900         GO TO CHECK-ONE-REFUND-FN
108000     END-IF.
108100     MOVE RF-REFUND-DATE TO ARCH-DATE.
108200     PERFORM CHECK-ARCHIVED-DATE THROUGH CHECK-ARCHIVED-DATE-FN.
108300 CHECK-ONE-REFUND-FN.
108400 EXIT.
108500 PRINT-TOTALS.
108600     MOVE SPACES TO INTEGRITY-PRINT-LINE.
108700     WRITE INTEGRITY-PRINT-LINE.
108800     MOVE "LIVE LEDGER MOVEMENTS:" TO TL-CAPTION.
108900     MOVE MOVEMENTS-LIVE TO TL-COUNT.
109000     WRITE INTEGRITY-PRINT-LINE FROM TOTAL-LINE.
109100     MOVE "ARCHIVED LEDGER MOVEMENTS:" TO TL-CAPTION.
109200     MOVE MOVEMENTS-ARCHIVED TO TL-COUNT.
109300     WRITE INTEGRITY-PRINT-LINE FROM TOTAL-LINE.
109400     MOVE "MOVEMENTS REPLAYED:" TO TL-CAPTION.
109500     MOVE MOVEMENTS-REPLAYED TO TL-COUNT.
109600     WRITE INTEGRITY-PRINT-LINE FROM TOTAL-LINE.
109700     MOVE "LEDGER ACCOUNTS CHECKED:" TO TL-CAPTION.
109800     MOVE ACCOUNTS-CHECKED TO TL-COUNT.
109900     WRITE INTEGRITY-PRINT-LINE FROM TOTAL-LINE.
110000     MOVE "BROKEN BALANCE CHAINS:" TO TL-CAPTION.
110100     MOVE BROKEN-CHAINS TO TL-COUNT.
110200     WRITE INTEGRITY-PRINT-LINE FROM TOTAL-LINE.
110300     MOVE "POSTING SEQUENCE GAPS:" TO TL-CAPTION.
110400     MOVE SEQUENCE-GAPS TO TL-COUNT.
110500     WRITE INTEGRITY-PRINT-LINE FROM TOTAL-LINE.
110600     MOVE "DUPLICATED MOVEMENTS:" TO TL-CAPTION.
110700     MOVE DUPLICATE-MOVEMENTS TO TL-COUNT.
110800     WRITE INTEGRITY-PRINT-LINE FROM TOTAL-LINE.
110900     MOVE "LEDGER ACCOUNTS NOT ON FILE:" TO TL-CAPTION.
111000     MOVE LEDGER-ORPHANS TO TL-COUNT.
111100     WRITE INTEGRITY-PRINT-LINE FROM TOTAL-LINE.
111200     MOVE "BALANCES NOT PROVED:" TO TL-CAPTION.
111300     MOVE BALANCES-UNPROVED TO TL-COUNT.
111400     WRITE INTEGRITY-PRINT-LINE FROM TOTAL-LINE.
111500     MOVE "PRODUCTS CHECKED:" TO TL-CAPTION.
111600     MOVE PRODUCTS-CHECKED TO TL-COUNT.
111700     WRITE INTEGRITY-PRINT-LINE FROM TOTAL-LINE.
111800     MOVE "SUPPLIERS NOT ON FILE:" TO TL-CAPTION.
111900     MOVE SUPPLIER-ORPHANS TO TL-COUNT.
112000     WRITE INTEGRITY-PRINT-LINE FROM TOTAL-LINE.
112100     MOVE "OPEN ORDER LINES CHECKED:" TO TL-CAPTION.
112200     MOVE ORDERS-CHECKED TO TL-COUNT.
112300     WRITE INTEGRITY-PRINT-LINE FROM TOTAL-LINE.
112400     MOVE "ORDER PRODUCTS NOT ON FILE:" TO TL-CAPTION.
112500     MOVE ORDER-ORPHANS TO TL-COUNT.
112600     WRITE INTEGRITY-PRINT-LINE FROM TOTAL-LINE.
112700     MOVE "OPEN BACKORDERS CHECKED:" TO TL-CAPTION.
112800     MOVE BACKORDERS-CHECKED TO TL-COUNT.
112900     WRITE INTEGRITY-PRINT-LINE FROM TOTAL-LINE.
113000     MOVE "BACKORDER PRODUCTS MISSING:" TO TL-CAPTION.
113100     MOVE BACKORDER-PRODUCT-ORPHANS TO TL-COUNT.
113200     WRITE INTEGRITY-PRINT-LINE FROM TOTAL-LINE.
113300     MOVE "BACKORDER CUSTOMERS MISSING:" TO TL-CAPTION.
113400     MOVE BACKORDER-CUSTOMER-ORPHANS TO TL-COUNT.
113500     WRITE INTEGRITY-PRINT-LINE FROM TOTAL-LINE.
113600     MOVE "ARCHIVE RECORDS CHECKED:" TO TL-CAPTION.
113700     MOVE ARCHIVE-RECS-CHECKED TO TL-COUNT.
113800     WRITE INTEGRITY-PRINT-LINE FROM TOTAL-LINE.
113900     MOVE "ARCHIVE EXCEPTIONS:" TO TL-CAPTION.
114000     MOVE ARCHIVE-MISMATCHES TO TL-COUNT.
114100     WRITE INTEGRITY-PRINT-LINE FROM TOTAL-LINE.
114200     MOVE "TOTAL EXCEPTIONS:" TO TL-CAPTION.
114300     MOVE TOTAL-EXCEPTIONS TO TL-COUNT.
114400     WRITE INTEGRITY-PRINT-LINE FROM TOTAL-LINE.
114500     MOVE SPACES TO INTEGRITY-PRINT-LINE.
114600     WRITE INTEGRITY-PRINT-LINE.
114700     IF REGISTER-FOUND = 1
114800         MOVE REG-RUN-DATE TO RN-RUN-DATE
114900         MOVE REG-CUTOFF-DATE TO RN-CUTOFF-DATE
115000         WRITE INTEGRITY-PRINT-LINE FROM REGISTER-NOTE-LINE
115100     ELSE
115200         MOVE "NO ARCHIVE REGISTER - ARCHIVE FILES CHECKED ALONE"
115300             TO NL-CAPTION
115400         WRITE INTEGRITY-PRINT-LINE FROM NOTE-LINE
115500     END-IF.
115600     MOVE "FIRST MOVEMENT OF EACH ACCOUNT IS TAKEN AS OPENING"
115700         TO NL-CAPTION.
115800     WRITE INTEGRITY-PRINT-LINE FROM NOTE-LINE.
115900     MOVE "BALANCE - IT IS NOT CHAINED TO AN EARLIER MOVEMENT"
116000         TO NL-CAPTION.
116100     WRITE INTEGRITY-PRINT-LINE FROM NOTE-LINE.
116200     IF TOTAL-EXCEPTIONS = 0
116300         MOVE "RESULT: PASSED" TO NL-CAPTION
116400     ELSE
116500         MOVE "RESULT: FAILED" TO NL-CAPTION
116600     END-IF.
116700     WRITE INTEGRITY-PRINT-LINE FROM NOTE-LINE.
116800 PRINT-TOTALS-FN.
116900 EXIT.
117000 RECORD-RESULT.
117100     OPEN I-O RUN-CONTROL.
117200     IF FS-RUN-CONTROL NOT = "00"
117300         DISPLAY "UNABLE TO OPEN RUN-CONTROL: " FS-RUN-CONTROL
117400             " - RESULT NOT RECORDED"
117500         GO TO RECORD-RESULT-FN
117600     END-IF.
117700     READ RUN-CONTROL
117800         INVALID KEY
117900             DISPLAY "RUN CONTROL RECORD MISSING - RESULT NOT "
118000                 "RECORDED"
118100             CLOSE RUN-CONTROL
118200             GO TO RECORD-RESULT-FN
118300     END-READ.
118400     MOVE RUN-DATE TO RC-INTEG-DATE.
118500     MOVE TOTAL-EXCEPTIONS TO RC-INTEG-EXCEPTIONS.
118600     IF TOTAL-EXCEPTIONS = 0
118700         MOVE "P" TO RC-INTEG-RESULT
118800     ELSE
118900         MOVE "F" TO RC-INTEG-RESULT
119000     END-IF.
119100     REWRITE RUN-CONTROL-RECORD
119200         INVALID KEY
119300             DISPLAY "UNABLE TO UPDATE RUN-CONTROL"
119400     END-REWRITE.
119500     CLOSE RUN-CONTROL.
119600 RECORD-RESULT-FN.
119700 EXIT.
