000200*    ATMJRNL - ATM-JOURNAL RECORD LAYOUT                         *
000300*    ONE RECORD PER WITHDRAWAL ATTEMPT, APPROVED OR DECLINED,    *
000400*    APPENDED TO THE AUDIT TRAIL IN THE ORDER THE ATTEMPTS       *
000500*    HAPPENED.  A SESSION ENDED BY REPEATED PIN FAILURES IS      *
000510*    JOURNALLED AS A DECLINED ATTEMPT OF TYPE P WITH NO AMOUNT.  *
000520*    CHANNEL L IS THIS BRANCH'S MACHINE; CHANNEL I IS A REQUEST  *
000530*    LOADED FROM THE INTERCHANGE FILE BY THE BATCH ATM RUN,      *
000540*    WHICH ALSO JOURNALS DEPOSITS (TYPE D).  ONLY CHANNEL L      *
000545*    MOVES CASH IN OR OUT OF THE CASSETTES.                      *
000600*    HISTORY:                                                    *
000700*    2026-08-09 NJP  ORIGINAL - WITHDRAWAL AUDIT TRAIL           *
000750*    2026-09-02 NJP  ADDED TXN TYPE FOR TRANSFER ATTEMPTS        *
000760*    2026-09-02 NJP  POUNDS-AND-PENCE AMOUNTS AND BALANCES       *
000770*    2026-10-15 NJP  ADDED PIN-FAILURE TYPE P                    *
000780*    2026-10-15 NJP  ADDED CHANNEL AND DEPOSIT TYPE D            *
000800******************************************************************
000900 01  ATM-JOURNAL-RECORD.
001000     05  AJ-JOURNAL-DATE         PIC 9(08).
001800     05  AJ-TXN-TYPE             PIC X(01).
001900         88  AJ-TYPE-WITHDRAWAL  VALUE "W".
002000         88  AJ-TYPE-TRANSFER    VALUE "T".
002010         88  AJ-TYPE-PIN-FAILURE VALUE "P".
002020         88  AJ-TYPE-DEPOSIT     VALUE "D".
002030     05  AJ-CHANNEL              PIC X(01).
002040         88  AJ-LOCAL-MACHINE    VALUE "L".
002050         88  AJ-INTERCHANGE      VALUE "I".
