000100******************************************************************
000200*    GOODSIN - GOODS-IN LOG RECORD LAYOUT                        *
000300*    ONE RECORD PER DELIVERY LINE THE RECEIVING RUN POSTED TO    *
000400*    THE PRODUCT MASTER, WITH THE QUANTITY TAKEN INTO STOCK AND  *
000500*    ITS VALUE AT THE SUPPLIER'S UNIT COST.  REJECTED LINES ARE  *
000600*    NOT LOGGED.  APPENDED IN THE ORDER POSTED; THE DAILY GL     *
000700*    POSTING RUN JOURNALS THE VALUE BY POST DATE, THE DAY THE    *
000750*    STOCK WAS TAKEN ON, NOT THE DATE ON THE DELIVERY NOTE.      *
000800*    HISTORY:                                                    *
000900*    2026-10-15 NJP  ORIGINAL - GOODS IN FOR THE GL INTERFACE    *
000950*    2026-10-15 NJP  GL JOURNALS BY POST DATE, NOT RECEIPT DATE  *
001000******************************************************************
001100 01  GOODS-IN-RECORD.
001200     05  GI-RECEIPT-DATE         PIC 9(08).
001300     05  GI-POST-DATE            PIC 9(08).
001400     05  GI-PRODUCT-CODE         PIC X(05).
001500     05  GI-QUANTITY             PIC 9(05).
001600     05  GI-UNIT-COST            PIC 9(03)V99.
001700     05  GI-RECEIPT-VALUE        PIC 9(07)V99.
