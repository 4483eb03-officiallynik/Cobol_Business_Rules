000983         ACCESS MODE IS RANDOM
000984         RECORD KEY IS RL-RECON-DATE
000985         FILE STATUS IS FS-RECON-LOG.
000987     SELECT CASH-BALANCE ASSIGN TO "CASHBAL"
000989         ORGANIZATION IS INDEXED
000991         ACCESS MODE IS RANDOM
000993         RECORD KEY IS CB-BALANCE-KEY
000995         FILE STATUS IS FS-CASH-BALANCE.
001002     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
001004         ORGANIZATION IS RELATIVE
001005         ACCESS MODE IS RANDOM
001084     COPY ACCTLEDG.
001090 FD  RECON-REPORT.
001100 01  RECON-PRINT-LINE        PIC X(80).
001103 FD  CASH-BALANCE.
001106     COPY CASHBAL.
001110 FD  RUN-CONTROL.
001120     COPY RUNCTL.
001130 FD  RECON-LOG.
003204 77  ATM-XFER-CNT      PICTURE 9(05), VALUE 0.
003206 77  LEDGER-XFER-OUT   PICTURE 9(09)V99, VALUE 0.
003208 77  LEDGER-XFER-IN    PICTURE 9(09)V99, VALUE 0.
003209 77  LEDGER-ATM-XFER-OUT PICTURE 9(09)V99, VALUE 0.
003210 77  FS-ACCOUNT-LEDGER PICTURE X(02).
003220 77  AL-EOF            PICTURE 9, VALUE 0.
003230 77  LEDGER-WITHDRAWN  PICTURE 9(09)V99, VALUE 0.
003400 77  EX-LOST           PICTURE 9(03), VALUE 0.
003500 77  MAX-EXCEPTIONS    PICTURE 9(02), VALUE 50.
003600 77  EX-IDX            PICTURE 9(02).
003607 77  FS-CASH-BALANCE   PICTURE X(02).
003614 77  CASHBAL-OPEN      PICTURE 9, VALUE 0.
003621 77  TILL-FOUND        PICTURE 9, VALUE 0.
003628 77  ATM-CASH-FOUND    PICTURE 9, VALUE 0.
003635 77  TILL-OVER-SHORT   PICTURE S9(09)V99, VALUE 0.
003642 77  ATM-OVER-SHORT    PICTURE S9(09)V99, VALUE 0.
003649 77  TILL-EXPECTED     PICTURE S9(09)V99, VALUE 0.
003656 77  ATM-EXPECTED      PICTURE S9(09)V99, VALUE 0.
003663 77  TILL-COUNTED      PICTURE 9(09)V99, VALUE 0.
003670 77  ATM-COUNTED       PICTURE 9(09)V99, VALUE 0.
003677 77  TILL-IN-TOLERANCE PICTURE X(01), VALUE "Y".
003684 77  ATM-IN-TOLERANCE  PICTURE X(01), VALUE "Y".
003700 01  EXCEPTION-TABLE.
003800     05  EXCEPTION-ENTRY OCCURS 50 TIMES.
003900         10  EX-CAPTION  PICTURE X(30).
008700         DISPLAY "UNABLE TO OPEN RECON-REPORT: " FS-RECON-REPORT
008800         STOP RUN
008900     END-IF.
008910     OPEN INPUT CASH-BALANCE.
008920     IF FS-CASH-BALANCE NOT = "35"
008930         IF FS-CASH-BALANCE NOT = "00"
008940             DISPLAY "UNABLE TO OPEN CASH-BALANCE: "
008950                 FS-CASH-BALANCE
008960             STOP RUN
008970         END-IF
008980         MOVE 1 TO CASHBAL-OPEN
008990     END-IF.
009000     PERFORM TALLY-SHOP THROUGH TALLY-SHOP-FN.
009050     PERFORM TALLY-REFUNDS THROUGH TALLY-REFUNDS-FN.
009100     PERFORM TALLY-ATM THROUGH TALLY-ATM-FN.
009200     PERFORM TALLY-SALES THROUGH TALLY-SALES-FN.
009250     PERFORM TALLY-LEDGER THROUGH TALLY-LEDGER-FN.
009260     PERFORM TALLY-CASH THROUGH TALLY-CASH-FN.
009300     PERFORM PRINT-REPORT THROUGH PRINT-REPORT-FN.
009302     PERFORM SIGN-OFF-DATE THROUGH SIGN-OFF-DATE-FN.
009310     MOVE "C" TO RC-RECON-STATUS.
009422     IF RFND-OPEN = 1
009424         CLOSE REFUND-JOURNAL
009426     END-IF.
009427     IF CASHBAL-OPEN = 1
009428         CLOSE CASH-BALANCE
009429     END-IF.
009430     CLOSE SHOP-JOURNAL.
009500     CLOSE ATM-JOURNAL.
009600     IF HIST-OPEN = 1
016160                 ADD AJ-AMOUNT TO ATM-XFERRED
016170                 ADD 1 TO ATM-XFER-CNT
016180             ELSE
016190                 IF AJ-TYPE-WITHDRAWAL
016200                     ADD AJ-AMOUNT TO ATM-WITHDRAWN
016300                     ADD 1 TO ATM-APPROVED-CNT
016310                 END-IF
016350             END-IF
016400         ELSE
016500             ADD 1 TO ATM-DECLINED-CNT
016800     PERFORM READ-ATM-JOURNAL THROUGH READ-ATM-JOURNAL-FN.
016900 TALLY-ONE-ATTEMPT-FN.
017000 EXIT.
017002 TALLY-ATM-XFER.
017004     IF AL-TYPE-TRANSFER AND AL-DEBIT AND AL-SOURCE = "ATM"
017006         ADD AL-AMOUNT TO LEDGER-ATM-XFER-OUT
017008     END-IF.
017010 TALLY-ATM-XFER-FN.
017012 EXIT.
017014 TALLY-CASH.
017016     IF CASHBAL-OPEN = 0
017018         GO TO TALLY-CASH-FN
017020     END-IF.
017022     MOVE RECON-DATE TO CB-TRADING-DATE.
017024     MOVE "T" TO CB-CASH-POINT.
017026     READ CASH-BALANCE
017028         INVALID KEY
017030             MOVE 0 TO TILL-FOUND
017032         NOT INVALID KEY
017034             MOVE 1 TO TILL-FOUND
017036             MOVE CB-EXPECTED TO TILL-EXPECTED
017038             MOVE CB-COUNTED TO TILL-COUNTED
017040             MOVE CB-OVER-SHORT TO TILL-OVER-SHORT
017042             MOVE CB-TOLERANCE-FLAG TO TILL-IN-TOLERANCE
017044     END-READ.
017046     MOVE RECON-DATE TO CB-TRADING-DATE.
017048     MOVE "A" TO CB-CASH-POINT.
017050     READ CASH-BALANCE
017052         INVALID KEY
017054             MOVE 0 TO ATM-CASH-FOUND
017056         NOT INVALID KEY
017058             MOVE 1 TO ATM-CASH-FOUND
017060             MOVE CB-EXPECTED TO ATM-EXPECTED
017062             MOVE CB-COUNTED TO ATM-COUNTED
017064             MOVE CB-OVER-SHORT TO ATM-OVER-SHORT
017066             MOVE CB-TOLERANCE-FLAG TO ATM-IN-TOLERANCE
017068     END-READ.
017070 TALLY-CASH-FN.
017072 EXIT.
017100 TALLY-SALES.
017150     IF SH-EOF = 1
017160         GO TO TALLY-SALES-FN
019064         IF AL-TYPE-TRANSFER AND AL-DEBIT
019066             ADD AL-AMOUNT TO LEDGER-XFER-OUT
019068         END-IF
019069         PERFORM TALLY-ATM-XFER THROUGH TALLY-ATM-XFER-FN
019070         IF AL-TYPE-TRANSFER AND AL-CREDIT
019072             ADD AL-AMOUNT TO LEDGER-XFER-IN
019074         END-IF
023052     MOVE "  TRANSFERS IN POSTED:        " TO RA-CAPTION.
023054     MOVE LEDGER-XFER-IN TO RA-AMOUNT.
023056     WRITE RECON-PRINT-LINE FROM RECON-AMOUNT-LINE.
023058     PERFORM PRINT-CASH THROUGH PRINT-CASH-FN.
023060     IF EX-COUNT > 0 OR EX-LOST > 0
023062         MOVE "DECLINED CARD BASKETS - INFORMATION ONLY:"
023064             TO RS-CAPTION
023842         WRITE RECON-PRINT-LINE FROM RECON-AMOUNT-LINE
023845         MOVE 1 TO EXCEPTIONS-FOUND
023848     END-IF.
023851     COMPUTE LEDGER-DIFF = ATM-XFERRED - LEDGER-ATM-XFER-OUT.
023854     IF LEDGER-DIFF NOT = 0
023857         MOVE "  ATM TRANSFERS DO NOT MATCH LEDGER DEBIT LEGS"
023860             TO RS-CAPTION
023884         WRITE RECON-PRINT-LINE FROM RECON-SECTION-LINE
023887         MOVE 1 TO EXCEPTIONS-FOUND
023890     END-IF.
023900     IF TILL-FOUND = 0
023910         MOVE "  TILL NOT CASHED UP" TO RS-CAPTION
023920         WRITE RECON-PRINT-LINE FROM RECON-SECTION-LINE
023930         MOVE 1 TO EXCEPTIONS-FOUND
023940     ELSE
023950         IF TILL-IN-TOLERANCE = "N"
023960             MOVE "  TILL OVER/SHORT OUTSIDE TOLERANCE"
023970                 TO RS-CAPTION
023980             WRITE RECON-PRINT-LINE FROM RECON-SECTION-LINE
023990             MOVE "  TILL OVER (+) / SHORT (-):  " TO RA-CAPTION
024000             MOVE TILL-OVER-SHORT TO RA-AMOUNT
024010             WRITE RECON-PRINT-LINE FROM RECON-AMOUNT-LINE
024020             MOVE 1 TO EXCEPTIONS-FOUND
024030         END-IF
024040     END-IF.
024050     IF ATM-CASH-FOUND = 0
024060         MOVE "  ATM CASH NOT BALANCED" TO RS-CAPTION
024070         WRITE RECON-PRINT-LINE FROM RECON-SECTION-LINE
024080         MOVE 1 TO EXCEPTIONS-FOUND
024090     ELSE
024100         IF ATM-IN-TOLERANCE = "N"
024110             MOVE "  ATM OVER/SHORT OUTSIDE TOLERANCE"
024120                 TO RS-CAPTION
024130             WRITE RECON-PRINT-LINE FROM RECON-SECTION-LINE
024140             MOVE "  ATM OVER (+) / SHORT (-):   " TO RA-CAPTION
024150             MOVE ATM-OVER-SHORT TO RA-AMOUNT
024160             WRITE RECON-PRINT-LINE FROM RECON-AMOUNT-LINE
024170             MOVE 1 TO EXCEPTIONS-FOUND
024180         END-IF
024190     END-IF.
024400     IF EXCEPTIONS-FOUND = 0
024500         MOVE "  NONE - DAY BALANCED" TO RS-CAPTION
024600         WRITE RECON-PRINT-LINE FROM RECON-SECTION-LINE
024700     END-IF.
024800 PRINT-REPORT-FN.
024900 EXIT.
024903 PRINT-CASH.
024906     MOVE "CASH BALANCING:" TO RS-CAPTION.
024909     WRITE RECON-PRINT-LINE FROM RECON-SECTION-LINE.
024912     IF TILL-FOUND = 1
024915         MOVE "  TILL CASH EXPECTED:         " TO RA-CAPTION
024918         MOVE TILL-EXPECTED TO RA-AMOUNT
024921         WRITE RECON-PRINT-LINE FROM RECON-AMOUNT-LINE
024924         MOVE "  TILL CASH COUNTED:          " TO RA-CAPTION
024927         MOVE TILL-COUNTED TO RA-AMOUNT
024930         WRITE RECON-PRINT-LINE FROM RECON-AMOUNT-LINE
024933         MOVE "  TILL OVER (+) / SHORT (-):  " TO RA-CAPTION
024936         MOVE TILL-OVER-SHORT TO RA-AMOUNT
024939         WRITE RECON-PRINT-LINE FROM RECON-AMOUNT-LINE
024942     END-IF.
024945     IF ATM-CASH-FOUND = 1
024948         MOVE "  ATM CASH EXPECTED:          " TO RA-CAPTION
024951         MOVE ATM-EXPECTED TO RA-AMOUNT
024954         WRITE RECON-PRINT-LINE FROM RECON-AMOUNT-LINE
024957         MOVE "  ATM CASH COUNTED:           " TO RA-CAPTION
024960         MOVE ATM-COUNTED TO RA-AMOUNT
024963         WRITE RECON-PRINT-LINE FROM RECON-AMOUNT-LINE
024966         MOVE "  ATM OVER (+) / SHORT (-):   " TO RA-CAPTION
024969         MOVE ATM-OVER-SHORT TO RA-AMOUNT
024972         WRITE RECON-PRINT-LINE FROM RECON-AMOUNT-LINE
024975     END-IF.
024978 PRINT-CASH-FN.
024981 EXIT.
025000 PRINT-ONE-EXCEPTION.
025100     MOVE EX-CAPTION (EX-IDX) TO RX-CAPTION.
025200     MOVE EX-CUSTOMER (EX-IDX) TO RX-CUSTOMER.
