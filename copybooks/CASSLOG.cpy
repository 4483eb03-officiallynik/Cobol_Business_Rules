000100******************************************************************
000200*    CASSLOG - ATM CASSETTE MOVEMENT RECORD LAYOUT               *
000300*    ONE RECORD PER CASSETTE LOAD OR UNLOAD AT THE ATM, STAMPED  *
000400*    WITH THE TRADING DATE FROM RUN CONTROL AND THE SUPERVISOR   *
000500*    WHO MADE IT.  APPENDED IN THE ORDER THE MOVEMENTS WERE      *
000600*    KEYED.  AN UNLOAD IS THE CASH TAKEN OUT AND COUNTED.  THE   *
000700*    CASH-UP RUN BALANCES THE MACHINE FROM THESE AND ATMJRNL.    *
000800*    HISTORY:                                                    *
000900*    2026-10-15 NJP  ORIGINAL - ATM CASSETTE RECONCILIATION      *
001000******************************************************************
001100 01  CASSETTE-LOG-RECORD.
001200     05  CL-TRADING-DATE         PIC 9(08).
001300     05  CL-LOG-TIME             PIC 9(08).
001400     05  CL-OPERATOR-ID          PIC X(03).
001500     05  CL-MOVEMENT             PIC X(01).
001600         88  CL-LOAD             VALUE "L".
001700         88  CL-UNLOAD           VALUE "U".
001800     05  CL-AMOUNT               PIC 9(07)V99.
