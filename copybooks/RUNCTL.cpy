000400*    DATE AND A STATUS PER END-OF-DAY STEP.  EACH STEP CHECKS    *
000500*    IT AT START-UP AND REFUSES TO RUN OUT OF SEQUENCE OR TO     *
000600*    REPEAT A COMPLETED STEP: SHOP NEEDS ITS OWN STEP OPEN,      *
000700*    CASHUP NEEDS THE SHOP BATCH COMPLETE BEFORE THE TILL IS     *
000710*    CASHED UP, CLOSEDAY NEEDS THE SHOP BATCH AND THE CASH-UP    *
000720*    COMPLETE, EODRECON NEEDS THE CLOSE COMPLETE, STMTPRT AND    *
000800*    GLPOST NEED THE RECONCILIATION                              *
000810*    COMPLETE.  GLPOST LEAVES ITS STEP OPEN WHEN THE DAY'S       *
000820*    JOURNAL DOES NOT BALANCE.                                   *
000830*    CUSTEDIT SETS THE EDIT STEP COMPLETE WHEN IT HANDS SHOP A   *
000840*    CLEAN BATCH; SHOP NEEDS THAT AND OPENS THE EDIT STEP AGAIN  *
000850*    WHEN THE BATCH IS DONE, SO CORRECTED REJECTS CAN BE EDITED  *
000860*    AND RUN THROUGH THE SHOP THE SAME DAY.                      *
000900*    THE RUNCTLU UTILITY STARTS A NEW TRADING DAY AND, WITH      *
001000*    SUPERVISOR SIGN-OFF, FORCES A FAILED STEP OPEN AGAIN.       *
001010*    THE WEEKLY INTEGCHK VERIFICATION RUN RECORDS THE DATE,      *
001020*    RESULT AND EXCEPTION COUNT OF ITS LAST CHECK HERE.  IT IS   *
001030*    NOT A DAILY STEP - A NEW TRADING DAY LEAVES IT ALONE - BUT  *
001040*    SIGNON WARNS EVERY OPERATOR WHILE THE LAST CHECK FAILED.    *
001100*    HISTORY:                                                    *
001200*    2026-09-02 NJP  ORIGINAL - BATCH SEQUENCE ENFORCEMENT       *
001210*    2026-10-15 NJP  ADDED GL POSTING STEP AFTER RECONCILIATION  *
001220*    2026-10-15 NJP  ADDED CASH-UP STEP BEFORE DAY CLOSE         *
001230*    2026-10-15 NJP  ADDED CUSTOMER INPUT EDIT STEP BEFORE SHOP  *
001240*    2026-10-15 NJP  ADDED LAST INTEGRITY CHECK DATE AND RESULT  *
001300******************************************************************
001400 01  RUN-CONTROL-RECORD.
001500     05  RC-TRADING-DATE         PIC 9(08).
002500     05  RC-STMT-STATUS          PIC X(01).
002600         88  RC-STMT-OPEN        VALUE "O".
002700         88  RC-STMT-DONE        VALUE "C".
002800     05  RC-GL-STATUS            PIC X(01).
002900         88  RC-GL-OPEN          VALUE "O".
003000         88  RC-GL-DONE          VALUE "C".
003100     05  RC-CASHUP-STATUS        PIC X(01).
003200         88  RC-CASHUP-OPEN      VALUE "O".
003300         88  RC-CASHUP-DONE      VALUE "C".
003310     05  RC-EDIT-STATUS          PIC X(01).
003320         88  RC-EDIT-OPEN        VALUE "O".
003330         88  RC-EDIT-DONE        VALUE "C".
003340     05  RC-INTEG-DATE           PIC 9(08).
003350     05  RC-INTEG-RESULT         PIC X(01).
003370         88  RC-INTEG-PASSED     VALUE "P".
003380         88  RC-INTEG-FAILED     VALUE "F".
003390     05  RC-INTEG-EXCEPTIONS     PIC 9(05).
