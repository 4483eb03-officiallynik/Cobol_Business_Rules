000100******************************************************************
000200*    GLMAP - GENERAL-LEDGER MAPPING RECORD LAYOUT                *
000300*    ONE RECORD PER KIND OF DAILY MOVEMENT THE GL POSTING RUN    *
000400*    JOURNALS, GIVING THE NOMINAL LEDGER CODE TO DEBIT AND THE   *
000500*    CODE TO CREDIT WITH THE DAY'S TOTAL FOR THAT MOVEMENT:      *
000600*      CSL CASH SALES           CDS CARD SALES                   *
000700*      VAS VAT ON SALES         COS COST OF SALES                *
000800*      CRF CASH REFUNDS         DRF CARD REFUNDS                 *
000900*      VAR VAT ON REFUNDS       COR COST OF REFUNDED GOODS       *
001000*      SWO STOCK WRITTEN OFF    SGN STOCK FOUND AT STOCKTAKE     *
001100*      GIN GOODS IN AT COST     ATW ACCOUNT WITHDRAWALS          *
001200*      ATD ACCOUNT DEPOSITS     ADC ADJUSTMENTS IN CREDIT        *
001300*      ADD ADJUSTMENTS IN DEBIT INT INTEREST CREDITED            *
001400*      FEE FEES CHARGED         XFR ACCOUNT TRANSFERS            *
001500*    A MOVEMENT WITH NO RECORD, OR WITH A BLANK CODE ON EITHER   *
001600*    SIDE, CANNOT BE JOURNALLED IN FULL AND THE DAY'S FILE IS    *
001700*    NOT RELEASED.  MAINTAINED BY EDITING THE FILE, NOT THE      *
001800*    PROGRAM.                                                    *
001900*    HISTORY:                                                    *
002000*    2026-10-15 NJP  ORIGINAL - DAILY GENERAL-LEDGER INTERFACE   *
002100******************************************************************
002200 01  GL-MAPPING-RECORD.
002300     05  GM-MOVEMENT-CODE        PIC X(03).
002400     05  GM-DEBIT-NOMINAL        PIC X(06).
002500     05  GM-CREDIT-NOMINAL       PIC X(06).
002600     05  GM-DESCRIPTION          PIC X(20).
