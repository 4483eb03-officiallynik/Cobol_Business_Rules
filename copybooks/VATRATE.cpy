000100******************************************************************
000200*    VATRATE - VAT RATE TABLE RECORD LAYOUT                      *
000300*    ONE RECORD PER VAT CODE PER RATE CHANGE, READ BY THE SHOP   *
000400*    RUN.  THE RATE USED FOR A CODE IS THE ONE WITH THE LATEST   *
000500*    EFFECTIVE DATE NOT AFTER THE TRADING DATE, SO A BUDGET      *
000600*    CHANGE IS KEYED IN ADVANCE AND TAKES EFFECT BY ITSELF.      *
000700*    CODES: S STANDARD, R REDUCED, Z ZERO-RATED, E EXEMPT --     *
000800*    ZERO-RATED AND EXEMPT LINES CARRY NO VAT WHATEVER IS ON     *
000900*    FILE.  MAINTAINED BY EDITING THE FILE, NOT THE PROGRAM.     *
001000*    HISTORY:                                                    *
001100*    2026-10-15 NJP  ORIGINAL - EFFECTIVE-DATED VAT RATES        *
001200******************************************************************
001300 01  VAT-RATE-RECORD.
001400     05  VR-VAT-CODE             PIC X(01).
001500     05  VR-EFFECTIVE-DATE       PIC 9(08).
001600     05  VR-RATE-PCT             PIC 9(02)V99.
