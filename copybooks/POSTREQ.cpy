000600*      00 POSTED        NF ACCOUNT NOT ON FILE                   *
000700*      CL ACCOUNT CLOSED  IF INSUFFICIENT FUNDS                  *
000800*      BA BAD AMOUNT/TYPE IO FILE ERROR                          *
000810*      HD ACCOUNT HELD - DEBIT REFUSED                           *
000900*    HISTORY:                                                    *
001000*    2026-08-21 NJP  ORIGINAL - SINGLE POSTING ENGINE            *
001050*    2026-09-02 NJP  ADDED REFUND TYPE R FOR SHOP RETURNS        *
001080*    2026-09-02 NJP  ADDED TRANSFER TYPE T WITH PARTNER ACCOUNT  *
001090*                    AND SHARED REFERENCE FOR LINKED LEGS        *
001092*    2026-09-02 NJP  POUNDS-AND-PENCE AMOUNTS AND BALANCES       *
001096*    2026-10-15 NJP  ADDED HD - DEBIT REFUSED ON A HELD ACCOUNT  *
001100******************************************************************
001200 01  POSTING-REQUEST.
001300     05  PA-ACCOUNT-NUMBER       PIC X(06).
