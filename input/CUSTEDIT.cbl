000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CUSTEDIT.
000300 AUTHOR. SOURCE.
000400 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000600 SOURCE-COMPUTER. PC-MICROFOCUS.
000700 OBJECT-COMPUTER. PC-MICROFOCUS.
000800 INPUT-OUTPUT SECTION.
000900 FILE-CONTROL.
001000     SELECT SUBMITTED-TXN ASSIGN TO "CUSTTXNI"
001100         ORGANIZATION IS SEQUENTIAL
001200         FILE STATUS IS FS-SUBMITTED-TXN.
001300     SELECT SUBMITTED-ORDERS ASSIGN TO "CUSTORDI"
001400         ORGANIZATION IS SEQUENTIAL
001500         FILE STATUS IS FS-SUBMITTED-ORDERS.
001600     SELECT CUSTOMER-TXN ASSIGN TO "CUSTTXN"
001700         ORGANIZATION IS SEQUENTIAL
001800         FILE STATUS IS FS-CUSTOMER-TXN.
001900     SELECT CUSTOMER-ORDERS ASSIGN TO "CUSTORD"
002000         ORGANIZATION IS SEQUENTIAL
002100         FILE STATUS IS FS-CUSTOMER-ORDERS.
002200     SELECT REJECT-FILE ASSIGN TO "CUSTREJ"
002300         ORGANIZATION IS SEQUENTIAL
002400         FILE STATUS IS FS-REJECT-FILE.
002500     SELECT TXN-WORK ASSIGN TO "CTXNWORK"
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS DYNAMIC
002800         RECORD KEY IS TW-KEY
002900         FILE STATUS IS FS-TXN-WORK.
003000     SELECT ORDER-WORK ASSIGN TO "CORDWORK"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS OW-KEY
003400         FILE STATUS IS FS-ORDER-WORK.
003500     SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS PM-PRODUCT-CODE
003900         FILE STATUS IS FS-PRODUCT-MASTER.
004000     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS AM-ACCOUNT-NUMBER
004400         FILE STATUS IS FS-ACCOUNT-MASTER.
004500     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
004600         ORGANIZATION IS RELATIVE
004700         ACCESS MODE IS RANDOM
004800         RELATIVE KEY IS RUNCTL-REL-KEY
004900         FILE STATUS IS FS-RUN-CONTROL.
005000     SELECT EDIT-REPORT ASSIGN TO "EDITRPT"
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS FS-EDIT-REPORT.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  SUBMITTED-TXN.
005600 01  SUBMITTED-TXN-RECORD.
005700     05  ST-CUSTOMER-ID          PIC X(06).
005800     05  FILLER                  PIC X(09).
005900 FD  SUBMITTED-ORDERS.
006000 01  SUBMITTED-ORDER-RECORD.
006100     05  SO-CUSTOMER-ID          PIC X(06).
006200     05  FILLER                  PIC X(07).
006300 FD  CUSTOMER-TXN.
006400     COPY CUSTTXN.
006500 FD  CUSTOMER-ORDERS.
006600     COPY CUSTORD.
006700 FD  REJECT-FILE.
006800     COPY CUSTREJ.
006900 FD  TXN-WORK.
007000 01  TXN-WORK-RECORD.
007100     05  TW-KEY.
007200         10  TW-CUSTOMER-ID      PIC X(06).
007300         10  TW-SEQUENCE         PIC 9(05).
007400     05  TW-IMAGE                PIC X(15).
007500 FD  ORDER-WORK.
007600 01  ORDER-WORK-RECORD.
007700     05  OW-KEY.
007800         10  OW-CUSTOMER-ID      PIC X(06).
007900         10  OW-SEQUENCE         PIC 9(05).
008000     05  OW-IMAGE                PIC X(13).
008100 FD  PRODUCT-MASTER.
008200     COPY PRODMAST.
008300 FD  ACCOUNT-MASTER.
008400     COPY ACCTMAST.
008500 FD  RUN-CONTROL.
008600     COPY RUNCTL.
008700 FD  EDIT-REPORT.
008800 01  EDIT-PRINT-LINE         PIC X(80).
008900 WORKING-STORAGE SECTION.
009000 77  FS-SUBMITTED-TXN  PICTURE X(02).
009100 77  FS-SUBMITTED-ORDERS PICTURE X(02).
009200 77  FS-CUSTOMER-TXN   PICTURE X(02).
009300 77  FS-CUSTOMER-ORDERS PICTURE X(02).
009400 77  FS-REJECT-FILE    PICTURE X(02).
009500 77  FS-TXN-WORK       PICTURE X(02).
009600 77  FS-ORDER-WORK     PICTURE X(02).
009700 77  FS-PRODUCT-MASTER PICTURE X(02).
009800 77  FS-ACCOUNT-MASTER PICTURE X(02).
009900 77  FS-RUN-CONTROL    PICTURE X(02).
010000 77  FS-EDIT-REPORT    PICTURE X(02).
010100 77  RUNCTL-REL-KEY    PICTURE 9(04), VALUE 1.
010200 77  RESUBMISSION      PICTURE 9, VALUE 0.
010300 77  IN-EOF            PICTURE 9, VALUE 0.
010400 77  TW-EOF            PICTURE 9, VALUE 0.
010500 77  OW-EOF            PICTURE 9, VALUE 0.
010600 77  LOAD-SEQUENCE     PICTURE 9(05), VALUE 0.
010700 77  LAST-HEADER-ID    PICTURE X(06), VALUE LOW-VALUES.
010800 77  LAST-HEADER-OK    PICTURE 9, VALUE 0.
010900 77  REASON-CODE       PICTURE X(02).
011000 77  REJECT-TYPE       PICTURE X(01).
011100 77  RS-IDX            PICTURE 9(02).
011200 77  RS-FOUND          PICTURE 9, VALUE 0.
011300 77  HEADERS-READ      PICTURE 9(05), VALUE 0.
011400 77  HEADERS-ACCEPTED  PICTURE 9(05), VALUE 0.
011500 77  HEADERS-REJECTED  PICTURE 9(05), VALUE 0.
011600 77  LINES-READ        PICTURE 9(05), VALUE 0.
011700 77  LINES-ACCEPTED    PICTURE 9(05), VALUE 0.
011800 77  LINES-REJECTED    PICTURE 9(05), VALUE 0.
011900 77  REJECTS-IGNORED   PICTURE 9(05), VALUE 0.
012000     COPY SIGNREQ.
012100 01  REJECT-IMAGE.
012200     05  RJ-CUSTOMER-ID    PICTURE X(06).
012300     05  FILLER            PICTURE X(09).
012400 01  REASON-LIST.
012500     05  FILLER        PICTURE X(30), VALUE
012600         "CBCUSTOMER ID BLANK           ".
012700     05  FILLER        PICTURE X(30), VALUE
012800         "MNSTART MONEY NOT NUMERIC     ".
012900     05  FILLER        PICTURE X(30), VALUE
013000         "PMUNKNOWN PAYMENT METHOD      ".
013100     05  FILLER        PICTURE X(30), VALUE
013200         "RFUNKNOWN REDEEM FLAG         ".
013300     05  FILLER        PICTURE X(30), VALUE
013400         "DHDUPLICATE CUSTOMER HEADER   ".
013500     05  FILLER        PICTURE X(30), VALUE
013600         "ANNO ACCOUNT FOR CARD         ".
013700     05  FILLER        PICTURE X(30), VALUE
013800         "ACCARD ACCOUNT CLOSED         ".
013900     05  FILLER        PICTURE X(30), VALUE
014000         "AHCARD ACCOUNT HELD           ".
014100     05  FILLER        PICTURE X(30), VALUE
014200         "QZQUANTITY ZERO OR NOT NUMERIC".
014300     05  FILLER        PICTURE X(30), VALUE
014400         "PNPRODUCT NOT ON FILE         ".
014500     05  FILLER        PICTURE X(30), VALUE
014600         "PDPRODUCT DISCONTINUED        ".
014700     05  FILLER        PICTURE X(30), VALUE
014800         "NHNO CUSTOMER HEADER          ".
014900     05  FILLER        PICTURE X(30), VALUE
015000         "HRCUSTOMER HEADER REJECTED    ".
015100 01  REASON-TABLE REDEFINES REASON-LIST.
015200     05  RS-ENTRY      OCCURS 13 TIMES.
015300         10  RS-CODE   PICTURE X(02).
015400         10  RS-TEXT   PICTURE X(28).
015500 01  EDIT-HEADING-1.
015600     05  FILLER          PICTURE X(34),
015700         VALUE "CUSTOMER INPUT EDIT REPORT        ".
015800     05  FILLER          PICTURE X(06), VALUE "DATE: ".
015900     05  EH-TRADING-DATE PICTURE 9(08).
016000     05  FILLER          PICTURE X(02), VALUE SPACES.
016100     05  EH-RUN-TYPE     PICTURE X(16).
016200     05  FILLER          PICTURE X(14), VALUE SPACES.
016300 01  EDIT-HEADING-2.
016400     05  FILLER          PICTURE X(44),
016500         VALUE "T  CUST    RC REASON".
016600     05  FILLER          PICTURE X(19),
016700         VALUE "RECORD AS SUBMITTED".
016800     05  FILLER          PICTURE X(17), VALUE SPACES.
016900 01  EDIT-DETAIL-LINE.
017000     05  ED-TYPE         PICTURE X(01).
017100     05  FILLER          PICTURE X(02), VALUE SPACES.
017200     05  ED-CUSTOMER-ID  PICTURE X(06).
017300     05  FILLER          PICTURE X(02), VALUE SPACES.
017400     05  ED-REASON-CODE  PICTURE X(02).
017500     05  FILLER          PICTURE X(01), VALUE SPACES.
017600     05  ED-REASON-TEXT  PICTURE X(28).
017700     05  FILLER          PICTURE X(02), VALUE SPACES.
017800     05  ED-IMAGE        PICTURE X(15).
017900     05  FILLER          PICTURE X(21), VALUE SPACES.
018000 01  EDIT-COUNT-LINE.
018100     05  EC-CAPTION      PICTURE X(26).
018200     05  EC-COUNT        PICTURE ZZZZ9.
018300     05  FILLER          PICTURE X(49), VALUE SPACES.
018400 PROCEDURE DIVISION.
018500 INIT.
018600     PERFORM CHECK-RUN-CONTROL THROUGH CHECK-RUN-CONTROL-FN.
018700     OPEN INPUT PRODUCT-MASTER.
018800     IF FS-PRODUCT-MASTER NOT = "00"
018900         DISPLAY "UNABLE TO OPEN PRODUCT-MASTER: "
019000             FS-PRODUCT-MASTER
019100         STOP RUN
019200     END-IF.
019300     OPEN INPUT ACCOUNT-MASTER.
019400     IF FS-ACCOUNT-MASTER NOT = "00"
019500         DISPLAY "UNABLE TO OPEN ACCOUNT-MASTER: "
019600             FS-ACCOUNT-MASTER
019700         STOP RUN
019800     END-IF.
019900     OPEN OUTPUT TXN-WORK.
020000     CLOSE TXN-WORK.
020100     OPEN I-O TXN-WORK.
020200     IF FS-TXN-WORK NOT = "00"
020300         DISPLAY "UNABLE TO OPEN TXN-WORK: " FS-TXN-WORK
020400         STOP RUN
020500     END-IF.
020600     OPEN OUTPUT ORDER-WORK.
020700     CLOSE ORDER-WORK.
020800     OPEN I-O ORDER-WORK.
020900     IF FS-ORDER-WORK NOT = "00"
021000         DISPLAY "UNABLE TO OPEN ORDER-WORK: " FS-ORDER-WORK
021100         STOP RUN
021200     END-IF.
021300     IF RESUBMISSION = 1
021400         PERFORM LOAD-REJECTS THROUGH LOAD-REJECTS-FN
021500     ELSE
021600         PERFORM LOAD-SUBMISSION THROUGH LOAD-SUBMISSION-FN
021700     END-IF.
021800     PERFORM OPEN-OUTPUTS THROUGH OPEN-OUTPUTS-FN.
021900     MOVE LOW-VALUES TO TW-KEY.
022000     START TXN-WORK KEY IS NOT LESS THAN TW-KEY
022100         INVALID KEY
022200             MOVE 1 TO TW-EOF
022300     END-START.
022400     MOVE LOW-VALUES TO OW-KEY.
022500     START ORDER-WORK KEY IS NOT LESS THAN OW-KEY
022600         INVALID KEY
022700             MOVE 1 TO OW-EOF
022800     END-START.
022900     PERFORM READ-TXN-WORK THROUGH READ-TXN-WORK-FN.
023000     PERFORM READ-ORDER-WORK THROUGH READ-ORDER-WORK-FN.
023100     PERFORM EDIT-HEADER THROUGH EDIT-HEADER-FN
023200         UNTIL TW-EOF = 1.
023300     PERFORM EDIT-ORDER-LINE THROUGH EDIT-ORDER-LINE-FN
023400         UNTIL OW-EOF = 1.
023500     PERFORM PRINT-TOTALS THROUGH PRINT-TOTALS-FN.
023600     CLOSE CUSTOMER-TXN.
023700     CLOSE CUSTOMER-ORDERS.
023800     CLOSE REJECT-FILE.
023900     CLOSE EDIT-REPORT.
024000     CLOSE TXN-WORK.
024100     CLOSE ORDER-WORK.
024200     CLOSE PRODUCT-MASTER.
024300     CLOSE ACCOUNT-MASTER.
024400     MOVE "C" TO RC-EDIT-STATUS.
024500     IF RESUBMISSION = 1
024600         MOVE "O" TO RC-SHOP-STATUS
024700     END-IF.
024800     REWRITE RUN-CONTROL-RECORD
024900         INVALID KEY
025000             DISPLAY "UNABLE TO UPDATE RUN CONTROL"
025100     END-REWRITE.
025200     CLOSE RUN-CONTROL.
025300     DISPLAY "HEADERS ACCEPTED: " HEADERS-ACCEPTED
025400         "  REJECTED: " HEADERS-REJECTED.
025500     DISPLAY "LINES ACCEPTED:   " LINES-ACCEPTED
025600         "  REJECTED: " LINES-REJECTED.
025700     IF RESUBMISSION = 1
025800         DISPLAY "SHOP BATCH OPENED FOR THE RESUBMITTED RECORDS"
025900     END-IF.
026000     STOP RUN.
026100 INIT-FN.
026200 EXIT.
026300 CHECK-RUN-CONTROL.
026400     OPEN I-O RUN-CONTROL.
026500     IF FS-RUN-CONTROL = "35"
026600         DISPLAY "NO RUN CONTROL ON FILE - USE RUNCTLU"
026700         STOP RUN
026800     END-IF.
026900     IF FS-RUN-CONTROL NOT = "00"
027000         DISPLAY "UNABLE TO OPEN RUN-CONTROL: " FS-RUN-CONTROL
027100         STOP RUN
027200     END-IF.
027300     READ RUN-CONTROL
027400         INVALID KEY
027500             DISPLAY "RUN CONTROL RECORD MISSING - USE RUNCTLU"
027600             STOP RUN
027700     END-READ.
027800     IF RC-CASHUP-DONE OR RC-CLOSE-DONE
027900         DISPLAY "TILL CASHED UP OR DAY CLOSED FOR "
028000             RC-TRADING-DATE " - EDIT REFUSED"
028100         STOP RUN
028200     END-IF.
028300     IF RC-EDIT-DONE
028400         DISPLAY "EDITED BATCH FOR " RC-TRADING-DATE
028500             " NOT YET RUN THROUGH SHOP - EDIT REFUSED"
028600         STOP RUN
028700     END-IF.
028800     IF RC-SHOP-DONE
028900         MOVE 1 TO RESUBMISSION
029000         DISPLAY "SHOP HAS RUN - RESUBMITTING CORRECTED REJECTS"
029100         CALL "SIGNON" USING SIGNON-REQUEST
029200         IF SG-RETURN-CODE NOT = "00"
029300             DISPLAY "SIGN-ON REFUSED: " SG-RETURN-CODE
029400             STOP RUN
029500         END-IF
029600         IF NOT SG-SUPERVISOR
029700             DISPLAY "SUPERVISOR AUTHORITY REQUIRED TO RESUBMIT"
029800             STOP RUN
029900         END-IF
030000     END-IF.
030100 CHECK-RUN-CONTROL-FN.
030200 EXIT.
030300 LOAD-SUBMISSION.
030400     OPEN INPUT SUBMITTED-TXN.
030500     IF FS-SUBMITTED-TXN = "35"
030600         DISPLAY "NO CUSTOMER SUBMISSION (CUSTTXNI) ON FILE"
030700         STOP RUN
030800     END-IF.
030900     IF FS-SUBMITTED-TXN NOT = "00"
031000         DISPLAY "UNABLE TO OPEN SUBMITTED-TXN: " FS-SUBMITTED-TXN
031100         STOP RUN
031200     END-IF.
031300     OPEN INPUT SUBMITTED-ORDERS.
031400     IF FS-SUBMITTED-ORDERS = "35"
031500         DISPLAY "NO ORDER SUBMISSION (CUSTORDI) ON FILE"
031600         STOP RUN
031700     END-IF.
031800     IF FS-SUBMITTED-ORDERS NOT = "00"
031900         DISPLAY "UNABLE TO OPEN SUBMITTED-ORDERS: "
032000             FS-SUBMITTED-ORDERS
032100         STOP RUN
032200     END-IF.
032300     MOVE 0 TO IN-EOF.
032400     PERFORM LOAD-ONE-HEADER THROUGH LOAD-ONE-HEADER-FN
032500         UNTIL IN-EOF = 1.
032600     MOVE 0 TO IN-EOF.
032700     PERFORM LOAD-ONE-LINE THROUGH LOAD-ONE-LINE-FN
032800         UNTIL IN-EOF = 1.
032900     CLOSE SUBMITTED-TXN.
033000     CLOSE SUBMITTED-ORDERS.
033100 LOAD-SUBMISSION-FN.
033200 EXIT.
033300 LOAD-ONE-HEADER.
033400     READ SUBMITTED-TXN
033500         AT END
033600             MOVE 1 TO IN-EOF
033700     END-READ.
033800     IF IN-EOF = 1
033900         GO TO LOAD-ONE-HEADER-FN
034000     END-IF.
034100     MOVE ST-CUSTOMER-ID TO TW-CUSTOMER-ID.
034200     MOVE SUBMITTED-TXN-RECORD TO TW-IMAGE.
034300     PERFORM WRITE-TXN-WORK THROUGH WRITE-TXN-WORK-FN.
034400 LOAD-ONE-HEADER-FN.
034500 EXIT.
034600 LOAD-ONE-LINE.
034700     READ SUBMITTED-ORDERS
034800         AT END
034900             MOVE 1 TO IN-EOF
035000     END-READ.
035100     IF IN-EOF = 1
035200         GO TO LOAD-ONE-LINE-FN
035300     END-IF.
035400     MOVE SO-CUSTOMER-ID TO OW-CUSTOMER-ID.
035500     MOVE SUBMITTED-ORDER-RECORD TO OW-IMAGE.
035600     PERFORM WRITE-ORDER-WORK THROUGH WRITE-ORDER-WORK-FN.
035700 LOAD-ONE-LINE-FN.
035800 EXIT.
035900 LOAD-REJECTS.
036000     OPEN INPUT REJECT-FILE.
036100     IF FS-REJECT-FILE = "35"
036200         DISPLAY "NO REJECTS (CUSTREJ) ON FILE TO RESUBMIT"
036300         STOP RUN
036400     END-IF.
036500     IF FS-REJECT-FILE NOT = "00"
036600         DISPLAY "UNABLE TO OPEN REJECT-FILE: " FS-REJECT-FILE
036700         STOP RUN
036800     END-IF.
036900     MOVE 0 TO IN-EOF.
037000     PERFORM LOAD-ONE-REJECT THROUGH LOAD-ONE-REJECT-FN
037100         UNTIL IN-EOF = 1.
037200     CLOSE REJECT-FILE.
037300     IF REJECTS-IGNORED > 0
037400         DISPLAY "REJECT RECORDS OF UNKNOWN TYPE IGNORED: "
037500             REJECTS-IGNORED
037600     END-IF.
037700 LOAD-REJECTS-FN.
037800 EXIT.
037900 LOAD-ONE-REJECT.
038000     READ REJECT-FILE
038100         AT END
038200             MOVE 1 TO IN-EOF
038300     END-READ.
038400     IF IN-EOF = 1
038500         GO TO LOAD-ONE-REJECT-FN
038600     END-IF.
038700     IF CR-HEADER
038800         MOVE CR-CUSTOMER-ID TO TW-CUSTOMER-ID
038900         MOVE CR-RECORD-IMAGE TO TW-IMAGE
039000         PERFORM WRITE-TXN-WORK THROUGH WRITE-TXN-WORK-FN
039100     ELSE
039200         IF CR-ORDER-LINE
039300             MOVE CR-ORDER-CUSTOMER TO OW-CUSTOMER-ID
039400             MOVE CR-RECORD-IMAGE TO OW-IMAGE
039500             PERFORM WRITE-ORDER-WORK THROUGH WRITE-ORDER-WORK-FN
039600         ELSE
039700             ADD 1 TO REJECTS-IGNORED
039800         END-IF
039900     END-IF.
040000 LOAD-ONE-REJECT-FN.
040100 EXIT.
040200 WRITE-TXN-WORK.
040300     ADD 1 TO LOAD-SEQUENCE.
040400     MOVE LOAD-SEQUENCE TO TW-SEQUENCE.
040500     WRITE TXN-WORK-RECORD
040600         INVALID KEY
040700             DISPLAY "UNABLE TO WRITE TXN-WORK: " TW-KEY
040800             STOP RUN
040900     END-WRITE.
041000 WRITE-TXN-WORK-FN.
041100 EXIT.
041200 WRITE-ORDER-WORK.
041300     ADD 1 TO LOAD-SEQUENCE.
041400     MOVE LOAD-SEQUENCE TO OW-SEQUENCE.
041500     WRITE ORDER-WORK-RECORD
041600         INVALID KEY
041700             DISPLAY "UNABLE TO WRITE ORDER-WORK: " OW-KEY
041800             STOP RUN
041900     END-WRITE.
042000 WRITE-ORDER-WORK-FN.
042100 EXIT.
042200 OPEN-OUTPUTS.
042300     OPEN OUTPUT CUSTOMER-TXN.
042400     IF FS-CUSTOMER-TXN NOT = "00"
042500         DISPLAY "UNABLE TO OPEN CUSTOMER-TXN: " FS-CUSTOMER-TXN
042600         STOP RUN
042700     END-IF.
042800     OPEN OUTPUT CUSTOMER-ORDERS.
042900     IF FS-CUSTOMER-ORDERS NOT = "00"
043000         DISPLAY "UNABLE TO OPEN CUSTOMER-ORDERS: "
043100             FS-CUSTOMER-ORDERS
043200         STOP RUN
043300     END-IF.
043400     OPEN OUTPUT REJECT-FILE.
043500     IF FS-REJECT-FILE NOT = "00"
043600         DISPLAY "UNABLE TO OPEN REJECT-FILE: " FS-REJECT-FILE
043700         STOP RUN
043800     END-IF.
043900     OPEN OUTPUT EDIT-REPORT.
044000     IF FS-EDIT-REPORT NOT = "00"
044100         DISPLAY "UNABLE TO OPEN EDIT-REPORT: " FS-EDIT-REPORT
044200         STOP RUN
044300     END-IF.
044400     MOVE RC-TRADING-DATE TO EH-TRADING-DATE.
044500     IF RESUBMISSION = 1
044600         MOVE "RESUBMISSION" TO EH-RUN-TYPE
044700     ELSE
044800         MOVE "FIRST SUBMISSION" TO EH-RUN-TYPE
044900     END-IF.
045000     WRITE EDIT-PRINT-LINE FROM EDIT-HEADING-1.
045100     WRITE EDIT-PRINT-LINE FROM EDIT-HEADING-2.
045200 OPEN-OUTPUTS-FN.
045300 EXIT.
045400 READ-TXN-WORK.
045500     IF TW-EOF = 0
045600         READ TXN-WORK NEXT RECORD
045700             AT END
045800                 MOVE 1 TO TW-EOF
045900         END-READ
046000     END-IF.
046100 READ-TXN-WORK-FN.
046200 EXIT.
046300 READ-ORDER-WORK.
046400     IF OW-EOF = 0
046500         READ ORDER-WORK NEXT RECORD
046600             AT END
046700                 MOVE 1 TO OW-EOF
046800         END-READ
046900     END-IF.
047000 READ-ORDER-WORK-FN.
047100 EXIT.
047200 EDIT-HEADER.
047300     ADD 1 TO HEADERS-READ.
047400     MOVE TW-IMAGE TO CUSTOMER-TXN-RECORD.
047500     IF TW-CUSTOMER-ID = LAST-HEADER-ID
047600         MOVE "DH" TO REASON-CODE
047700     ELSE
047800         PERFORM EDIT-ORDER-LINE THROUGH EDIT-ORDER-LINE-FN
047900             UNTIL OW-EOF = 1
048000                OR OW-CUSTOMER-ID NOT < TW-CUSTOMER-ID
048100         MOVE TW-CUSTOMER-ID TO LAST-HEADER-ID
048200         MOVE 0 TO LAST-HEADER-OK
048300         PERFORM CHECK-HEADER THROUGH CHECK-HEADER-FN
048400     END-IF.
048500     IF REASON-CODE = "00"
048600         WRITE CUSTOMER-TXN-RECORD
048700         ADD 1 TO HEADERS-ACCEPTED
048800         MOVE 1 TO LAST-HEADER-OK
048900     ELSE
049000         MOVE "H" TO REJECT-TYPE
049100         MOVE TW-IMAGE TO REJECT-IMAGE
049200         PERFORM WRITE-REJECT THROUGH WRITE-REJECT-FN
049300         ADD 1 TO HEADERS-REJECTED
049400     END-IF.
049500     PERFORM READ-TXN-WORK THROUGH READ-TXN-WORK-FN.
049600 EDIT-HEADER-FN.
049700 EXIT.
049800 CHECK-HEADER.
049900     MOVE "00" TO REASON-CODE.
050000     IF CT-CUSTOMER-ID = SPACES
050100         MOVE "CB" TO REASON-CODE
050200         GO TO CHECK-HEADER-FN
050300     END-IF.
050400     IF CT-START-MONEY IS NOT NUMERIC
050500         MOVE "MN" TO REASON-CODE
050600         GO TO CHECK-HEADER-FN
050700     END-IF.
050800     IF NOT CT-PAY-CASH AND NOT CT-PAY-CARD
050900         MOVE "PM" TO REASON-CODE
051000         GO TO CHECK-HEADER-FN
051100     END-IF.
051200     IF CT-REDEEM-FLAG NOT = "Y" AND NOT = "N" AND NOT = SPACE
051300         MOVE "RF" TO REASON-CODE
051400         GO TO CHECK-HEADER-FN
051500     END-IF.
051600     IF CT-PAY-CASH
051700         GO TO CHECK-HEADER-FN
051800     END-IF.
051900     MOVE CT-CUSTOMER-ID TO AM-ACCOUNT-NUMBER.
052000     READ ACCOUNT-MASTER
052100         INVALID KEY
052200             MOVE "AN" TO REASON-CODE
052300             GO TO CHECK-HEADER-FN
052400     END-READ.
052500     IF AM-CLOSED
052600         MOVE "AC" TO REASON-CODE
052700         GO TO CHECK-HEADER-FN
052800     END-IF.
052900     IF AM-HELD
053000         MOVE "AH" TO REASON-CODE
053100     END-IF.
053200 CHECK-HEADER-FN.
053300 EXIT.
053400 EDIT-ORDER-LINE.
053500     ADD 1 TO LINES-READ.
053600     MOVE OW-IMAGE TO CUSTOMER-ORDER-RECORD.
053700     IF OW-CUSTOMER-ID NOT = LAST-HEADER-ID
053800         MOVE "NH" TO REASON-CODE
053900     ELSE
054000         IF LAST-HEADER-OK = 0
054100             MOVE "HR" TO REASON-CODE
054200         ELSE
054300             PERFORM CHECK-ORDER-LINE THROUGH CHECK-ORDER-LINE-FN
054400         END-IF
054500     END-IF.
054600     IF REASON-CODE = "00"
054700         WRITE CUSTOMER-ORDER-RECORD
054800         ADD 1 TO LINES-ACCEPTED
054900     ELSE
055000         MOVE "O" TO REJECT-TYPE
055100         MOVE OW-IMAGE TO REJECT-IMAGE
055200         PERFORM WRITE-REJECT THROUGH WRITE-REJECT-FN
055300         ADD 1 TO LINES-REJECTED
055400     END-IF.
055500     PERFORM READ-ORDER-WORK THROUGH READ-ORDER-WORK-FN.
055600 EDIT-ORDER-LINE-FN.
055700 EXIT.
055800 CHECK-ORDER-LINE.
055900     MOVE "00" TO REASON-CODE.
056000     IF CO-QUANTITY-WANTED IS NOT NUMERIC
056100         MOVE "QZ" TO REASON-CODE
056200         GO TO CHECK-ORDER-LINE-FN
056300     END-IF.
056400     IF CO-QUANTITY-WANTED = 0
056500         MOVE "QZ" TO REASON-CODE
056600         GO TO CHECK-ORDER-LINE-FN
056700     END-IF.
056800     MOVE CO-PRODUCT-CODE TO PM-PRODUCT-CODE.
056900     READ PRODUCT-MASTER
057000         INVALID KEY
057100             MOVE "PN" TO REASON-CODE
057200             GO TO CHECK-ORDER-LINE-FN
057300     END-READ.
057400     IF PM-DISCONTINUED
057500         MOVE "PD" TO REASON-CODE
057600     END-IF.
057700 CHECK-ORDER-LINE-FN.
057800 EXIT.
057900 WRITE-REJECT.
058000     MOVE REJECT-TYPE TO CR-RECORD-TYPE.
058100     MOVE REASON-CODE TO CR-REASON-CODE.
058200     MOVE RC-TRADING-DATE TO CR-REJECT-DATE.
058300     MOVE REJECT-IMAGE TO CR-RECORD-IMAGE.
058400     WRITE CUSTOMER-REJECT-RECORD.
058500     MOVE 0 TO RS-FOUND.
058600     PERFORM MATCH-REASON THROUGH MATCH-REASON-FN
058700         VARYING RS-IDX FROM 1 BY 1
058800         UNTIL RS-IDX > 13 OR RS-FOUND = 1.
058900     MOVE SPACES TO ED-REASON-TEXT.
059000     IF RS-FOUND = 1
059100         SUBTRACT 1 FROM RS-IDX
059200         MOVE RS-TEXT (RS-IDX) TO ED-REASON-TEXT
059300     END-IF.
059400     MOVE REJECT-TYPE TO ED-TYPE.
059500     MOVE RJ-CUSTOMER-ID TO ED-CUSTOMER-ID.
059600     MOVE REASON-CODE TO ED-REASON-CODE.
059700     MOVE REJECT-IMAGE TO ED-IMAGE.
059800     WRITE EDIT-PRINT-LINE FROM EDIT-DETAIL-LINE.
059900 WRITE-REJECT-FN.
060000 EXIT.
060100 MATCH-REASON.
060200     IF RS-CODE (RS-IDX) = REASON-CODE
060300         MOVE 1 TO RS-FOUND
060400     END-IF.
060500 MATCH-REASON-FN.
060600 EXIT.
060700 PRINT-TOTALS.
060800     MOVE "HEADERS READ:             " TO EC-CAPTION.
060900     MOVE HEADERS-READ TO EC-COUNT.
061000     WRITE EDIT-PRINT-LINE FROM EDIT-COUNT-LINE.
061100     MOVE "HEADERS ACCEPTED:         " TO EC-CAPTION.
061200     MOVE HEADERS-ACCEPTED TO EC-COUNT.
061300     WRITE EDIT-PRINT-LINE FROM EDIT-COUNT-LINE.
061400     MOVE "HEADERS REJECTED:         " TO EC-CAPTION.
061500     MOVE HEADERS-REJECTED TO EC-COUNT.
061600     WRITE EDIT-PRINT-LINE FROM EDIT-COUNT-LINE.
061700     MOVE "ORDER LINES READ:         " TO EC-CAPTION.
061800     MOVE LINES-READ TO EC-COUNT.
061900     WRITE EDIT-PRINT-LINE FROM EDIT-COUNT-LINE.
062000     MOVE "ORDER LINES ACCEPTED:     " TO EC-CAPTION.
062100     MOVE LINES-ACCEPTED TO EC-COUNT.
062200     WRITE EDIT-PRINT-LINE FROM EDIT-COUNT-LINE.
062300     MOVE "ORDER LINES REJECTED:     " TO EC-CAPTION.
062400     MOVE LINES-REJECTED TO EC-COUNT.
062500     WRITE EDIT-PRINT-LINE FROM EDIT-COUNT-LINE.
062600 PRINT-TOTALS-FN.
062700 EXIT.
