000100******************************************************************
000200*    PRICECHG - PENDING PRICE-CHANGE RECORD LAYOUT               *
000300*    KEYED BY PRODUCT CODE AND EFFECTIVE DATE.  PRICE CHANGES    *
000400*    ARE KEYED AHEAD OF TIME THROUGH PRODMNT UNDER SUPERVISOR    *
000500*    AUTHORITY AND HELD HERE AS PENDING.  AT THE START OF EACH   *
000600*    SHOP RUN EVERY PENDING CHANGE DUE ON OR BEFORE THE TRADING  *
000700*    DATE IS APPLIED TO PRODMAST, MARKED APPLIED AND LISTED ON   *
000800*    THE SHELF-LABEL LIST.  A CANCELLED CHANGE IS KEPT, MARKED   *
000900*    CANCELLED, SO THE FILE SHOWS EVERY PRICE EVER KEYED.        *
001000*    HISTORY:                                                    *
001100*    2026-10-15 NJP  ORIGINAL - EFFECTIVE-DATED PRICE CHANGES    *
001200******************************************************************
001300 01  PRICE-CHANGE-RECORD.
001400     05  PC-CHANGE-KEY.
001500         10  PC-PRODUCT-CODE     PIC X(05).
001600         10  PC-EFFECTIVE-DATE   PIC 9(08).
001700     05  PC-NEW-PRICE            PIC 9(03)V99.
001800     05  PC-PRICE-WHEN-KEYED     PIC 9(03)V99.
001900     05  PC-OPERATOR-ID          PIC X(03).
002000     05  PC-ENTRY-DATE           PIC 9(08).
002100     05  PC-CHANGE-STATUS        PIC X(01).
002200         88  PC-PENDING          VALUE "P".
002300         88  PC-APPLIED          VALUE "A".
002400         88  PC-CANCELLED        VALUE "X".
002500     05  PC-APPLIED-DATE         PIC 9(08).
