000100******************************************************************
000200*    ATMRESP - INTERCHANGE ATM RESPONSE RECORD LAYOUT            *
000300*    ONE DETAIL RECORD (TYPE D) PER REQUEST READ FROM ATMREQ, IN *
000400*    THE SAME ORDER, FOLLOWED BY ONE SETTLEMENT TRAILER (TYPE    *
000500*    T) FOR THE FILE.  REASON CODES:                             *
000600*      00 APPROVED                NF ACCOUNT NOT ON FILE         *
000700*      CL ACCOUNT CLOSED          HD ACCOUNT HELD                *
000800*      BA BAD AMOUNT OR TYPE      LM OVER DAILY LIMIT            *
000900*      IF INSUFFICIENT FUNDS      DN DESTINATION NOT ON FILE     *
001000*      DC DESTINATION CLOSED      SA TRANSFER TO SAME ACCOUNT    *
001100*      DU DUPLICATE REQUEST ID    RV CREDIT FAILED - REVERSED    *
001200*      IO POSTING FILES NOT AVAILABLE                            *
001300*    NET SETTLEMENT IS APPROVED WITHDRAWALS LESS APPROVED        *
001400*    DEPOSITS - THE AMOUNT DUE TO THE NETWORK FOR THE FILE.      *
001500*    TRANSFERS MOVE NO CASH AND ARE SHOWN FOR INFORMATION.       *
001510*    A DU DETAIL CARRIES THE RESULT AND REASON RECORDED WHEN THE *
001520*    ID WAS FIRST TAKEN ON (P IF THAT RUN NEVER FINISHED IT).    *
001600*    HISTORY:                                                    *
001700*    2026-10-15 NJP  ORIGINAL - BATCH ATM INTERCHANGE RESPONSE   *
001800******************************************************************
001900 01  ATM-RESPONSE-RECORD.
002000     05  AR-RECORD-TYPE          PIC X(01).
002100         88  AR-DETAIL           VALUE "D".
002200         88  AR-TRAILER          VALUE "T".
002300     05  AR-DETAIL-AREA.
002400         10  AR-REQUEST-ID       PIC X(12).
002500         10  AR-ACCOUNT-NUMBER   PIC X(06).
002600         10  AR-TXN-TYPE         PIC X(01).
002700         10  AR-AMOUNT           PIC 9(05)V99.
002800         10  AR-RESULT           PIC X(01).
002900             88  AR-APPROVED     VALUE "A".
003000             88  AR-DECLINED     VALUE "D".
003100         10  AR-REASON-CODE      PIC X(02).
003200         10  AR-NEW-BALANCE      PIC 9(09)V99.
003300         10  AR-TRANSFER-REF     PIC 9(08).
003400         10  AR-PRIOR-RESULT     PIC X(01).
003410         10  AR-PRIOR-REASON     PIC X(02).
003420         10  FILLER              PIC X(20).
003500     05  AR-TRAILER-AREA REDEFINES AR-DETAIL-AREA.
003600         10  AT-REQUESTS-READ    PIC 9(05).
003700         10  AT-APPROVED-COUNT   PIC 9(05).
003800         10  AT-DECLINED-COUNT   PIC 9(05).
003900         10  AT-WITHDRAWN        PIC 9(09)V99.
004000         10  AT-DEPOSITED        PIC 9(09)V99.
004100         10  AT-TRANSFERRED      PIC 9(09)V99.
004200         10  AT-NET-SETTLEMENT   PIC S9(09)V99.
004300         10  AT-SETTLEMENT-DATE  PIC 9(08).
