000100******************************************************************
000200*    STOPARM - STANDING ORDER PARAMETER RECORD LAYOUT            *
000300*    SINGLE STANDING RECORD READ BY THE DAILY STANDING ORDER     *
000400*    RUN: HOW MANY DAYS AFTER ITS DUE DATE AN INSTALMENT THAT    *
000500*    COULD NOT BE PAID (FUNDS, CLOSED OR HELD ACCOUNT) IS STILL  *
000600*    TRIED AGAIN.  ONCE THAT MANY DAYS HAVE PASSED THE FAILED    *
000700*    ATTEMPT IS REPORTED AS NOT PAID AND THE ORDER MOVES ON TO   *
000800*    ITS NEXT INSTALMENT.  ZERO MEANS NO RETRY.                  *
000900*    MAINTAINED BY EDITING THE FILE, NOT THE PROGRAM.            *
001000*    HISTORY:                                                    *
001100*    2026-10-15 NJP  ORIGINAL - STANDING ORDER RETRIES           *
001200******************************************************************
001300 01  STANDING-ORDER-PARAMETERS.
001400     05  SP-RETRY-DAYS           PIC 9(02).
