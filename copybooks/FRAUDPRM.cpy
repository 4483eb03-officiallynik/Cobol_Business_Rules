000100******************************************************************
000200*    FRAUDPRM - FRAUD MONITOR PARAMETER RECORD LAYOUT            *
000300*    SINGLE STANDING RECORD READ BY THE NIGHTLY FRAUD MONITOR:   *
000400*    HOW MANY DAYS OF ATMJRNL AND ACCTLEDG TO SCAN, THE          *
000500*    THRESHOLD FOR EACH PATTERN, AND WHETHER THE RUN PLACES      *
000600*    HOLDS ON THE ACCOUNTS IT REPORTS (Y) OR ONLY LISTS THEM.    *
000700*    NEAR-LIMIT-PCT IS THE SHARE OF THE DAILY WITHDRAWAL LIMIT   *
000800*    THAT COUNTS AS "JUST UNDER"; DEPOSIT-MINUTES IS THE GAP     *
000900*    INSIDE WHICH A CARD PURCHASE AFTER A DEPOSIT IS REPORTED.   *
001000*    MAINTAINED BY EDITING THE FILE, NOT THE PROGRAM.            *
001100*    HISTORY:                                                    *
001200*    2026-10-15 NJP  ORIGINAL - NIGHTLY FRAUD MONITOR            *
001300******************************************************************
001400 01  FRAUD-PARAMETER-RECORD.
001500     05  FP-LOOKBACK-DAYS        PIC 9(02).
001600     05  FP-MAX-DECLINES         PIC 9(02).
001700     05  FP-NEAR-LIMIT-PCT       PIC 9(03).
001800     05  FP-NEAR-LIMIT-DAYS      PIC 9(02).
001900     05  FP-LARGE-TRANSFER       PIC 9(07)V99.
002000     05  FP-NEW-ACCOUNT-DAYS     PIC 9(03).
002100     05  FP-DEPOSIT-MINUTES      PIC 9(03).
002200     05  FP-PLACE-HOLDS          PIC X(01).
002300         88  FP-HOLDS-WANTED     VALUE "Y".
