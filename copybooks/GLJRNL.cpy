000100******************************************************************
000200*    GLJRNL - GENERAL-LEDGER JOURNAL RECORD LAYOUT               *
000300*    ONE RECORD PER SIDE OF EACH DOUBLE ENTRY RAISED BY THE      *
000400*    DAILY GL POSTING RUN, ONE DEBIT AND ONE CREDIT LINE PER     *
000500*    MOVEMENT CODE FOR THE TRADING DATE, CARRYING THE DAY'S      *
000600*    TOTAL AND THE NUMBER OF ITEMS BEHIND IT.  THE LINES ARE     *
000700*    BUILT ON A WORK FILE AND COPIED TO THE FILE RELEASED TO     *
000800*    THE FINANCE SYSTEM ONLY WHEN TOTAL DEBITS EQUAL TOTAL       *
000900*    CREDITS.                                                    *
001000*    HISTORY:                                                    *
001100*    2026-10-15 NJP  ORIGINAL - DAILY GENERAL-LEDGER INTERFACE   *
001200******************************************************************
001300 01  GL-JOURNAL-RECORD.
001400     05  GJ-TRADING-DATE         PIC 9(08).
001500     05  GJ-LINE-NUMBER          PIC 9(04).
001600     05  GJ-NOMINAL-CODE         PIC X(06).
001700     05  GJ-DEBIT-CREDIT         PIC X(01).
001800         88  GJ-DEBIT            VALUE "D".
001900         88  GJ-CREDIT           VALUE "C".
002000     05  GJ-AMOUNT               PIC 9(09)V99.
002100     05  GJ-MOVEMENT-CODE        PIC X(03).
002200     05  GJ-ITEM-COUNT           PIC 9(05).
002300     05  GJ-NARRATIVE            PIC X(20).
