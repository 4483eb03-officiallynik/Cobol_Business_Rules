006220     05  TD-CAPTION      PICTURE X(14).
006230     05  TD-ACCOUNT      PICTURE X(06).
006240     05  FILLER          PICTURE X(04), VALUE SPACES.
006250 01  STANDING-ORDER-DESC.
006260     05  FILLER          PICTURE X(04), VALUE "S/O ".
006270     05  SR-ORDER-REF    PICTURE 9(08).
006280     05  SR-DIRECTION    PICTURE X(06).
006290     05  SR-ACCOUNT      PICTURE X(06).
006300 PROCEDURE DIVISION.
006400 INIT.
006420     PERFORM CHECK-RUN-CONTROL THROUGH CHECK-RUN-CONTROL-FN.
016200     END-IF.
016300     MOVE AL-BALANCE-AFTER TO SD-BALANCE.
016400     MOVE AL-BALANCE-AFTER TO CLOSING-BALANCE.
016405     IF AL-TYPE-TRANSFER AND AL-SOURCE = "STO"
016410         IF AL-DEBIT
016415             MOVE " TO   " TO SR-DIRECTION
016420         ELSE
016425             MOVE " FROM " TO SR-DIRECTION
016430         END-IF
016435         MOVE AL-TRANSFER-REF TO SR-ORDER-REF
016440         MOVE AL-PARTNER-ACCOUNT TO SR-ACCOUNT
016445         MOVE STANDING-ORDER-DESC TO SD-DESCRIPTION
016450     END-IF.
016500     WRITE STATEMENT-PRINT-LINE FROM STATEMENT-DETAIL-LINE.
016600 PRINT-MOVEMENT-FN.
016700 EXIT.
