000100******************************************************************
000200*    CASHPARM - CASH BALANCING PARAMETER RECORD LAYOUT           *
000300*    SINGLE STANDING RECORD READ BY THE CASH-UP RUN: THE LARGEST *
000400*    OVER OR SHORT, EITHER WAY, ACCEPTED AT THE TILL AND AT THE  *
000500*    ATM BEFORE THE DIFFERENCE IS REPORTED AS AN EXCEPTION.      *
000600*    MAINTAINED BY EDITING THE FILE, NOT THE PROGRAM.            *
000700*    HISTORY:                                                    *
000800*    2026-10-15 NJP  ORIGINAL - CASH-UP TOLERANCES               *
000900******************************************************************
001000 01  CASH-PARAMETER-RECORD.
001100     05  CP-TILL-TOLERANCE       PIC 9(03)V99.
001200     05  CP-ATM-TOLERANCE        PIC 9(03)V99.
