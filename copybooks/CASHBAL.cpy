000100******************************************************************
000200*    CASHBAL - PHYSICAL CASH BALANCE RECORD LAYOUT               *
000300*    ONE RECORD PER TRADING DATE PER CASH POINT, KEYED BY DATE   *
000400*    AND POINT: T THE SHOP TILL, A THE ATM.  WRITTEN BY THE      *
000500*    CASH-UP RUN WHEN THE SUPERVISOR HAS COUNTED THE CASH.       *
000600*    TILL: EXPECTED = OPENING FLOAT + CASH BASKETS (CASH-IN)     *
000700*          - CASH REFUNDS (CASH-OUT).  THE FLOAT CARRIED         *
000800*          FORWARD OPENS THE NEXT DAY; THE REST IS BANKED.       *
000900*    ATM:  EXPECTED = CASH IN MACHINE AT OPEN + CASSETTE LOADS   *
001000*          (CASH-IN) - APPROVED WITHDRAWALS (CASH-OUT) -         *
001100*          CASSETTE UNLOADS.  THE CASH COUNTED IN THE MACHINE    *
001200*          IS CARRIED FORWARD; NOTHING IS BANKED HERE.           *
001300*    OVER-SHORT IS COUNTED LESS EXPECTED (NEGATIVE = SHORT).     *
001400*    TOLERANCE-FLAG N PUTS THE POINT ON THE RECONCILIATION       *
001500*    REPORT AS AN EXCEPTION.  DENOMINATION COUNTS ARE HELD IN    *
001600*    THE ORDER 50.00 DOWN TO 0.01.                               *
001700*    HISTORY:                                                    *
001800*    2026-10-15 NJP  ORIGINAL - TILL AND ATM CASH BALANCING      *
001900******************************************************************
002000 01  CASH-BALANCE-RECORD.
002100     05  CB-BALANCE-KEY.
002200         10  CB-TRADING-DATE     PIC 9(08).
002300         10  CB-CASH-POINT       PIC X(01).
002400             88  CB-POINT-TILL   VALUE "T".
002500             88  CB-POINT-ATM    VALUE "A".
002600     05  CB-BALANCE-TIME         PIC 9(08).
002700     05  CB-OPERATOR-ID          PIC X(03).
002800     05  CB-OPENING-FLOAT        PIC 9(07)V99.
002900     05  CB-CASH-IN              PIC 9(09)V99.
003000     05  CB-CASH-OUT             PIC 9(09)V99.
003100     05  CB-UNLOADED             PIC 9(09)V99.
003200     05  CB-EXPECTED             PIC S9(09)V99.
003300     05  CB-COUNTED              PIC 9(09)V99.
003400     05  CB-OVER-SHORT           PIC S9(09)V99.
003500     05  CB-TOLERANCE            PIC 9(03)V99.
003600     05  CB-TOLERANCE-FLAG       PIC X(01).
003700         88  CB-WITHIN-TOLERANCE VALUE "Y".
003800         88  CB-OUT-OF-TOLERANCE VALUE "N".
003900     05  CB-FLOAT-FORWARD        PIC 9(07)V99.
004000     05  CB-BANKED               PIC 9(09)V99.
004100     05  CB-DENOMINATION-COUNT   PIC 9(05) OCCURS 12 TIMES.
