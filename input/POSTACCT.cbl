005500     END-READ.
005600     IF AM-CLOSED
005700         MOVE "CL" TO PA-RETURN-CODE
005710         GO TO POST-FN
005720     END-IF.
005730     IF AM-HELD AND PA-DEBIT
005740         MOVE "HD" TO PA-RETURN-CODE
005800         GO TO POST-FN
005900     END-IF.
006000     IF PA-DEBIT AND PA-AMOUNT > AM-BALANCE
007070         MOVE 0 TO PA-TRANSFER-REF
007080     END-IF.
007100     IF PA-TYPE-WITHDRAWAL
007110        OR (PA-TYPE-TRANSFER AND PA-DEBIT AND PA-SOURCE = "ATM")
007200         IF AM-LAST-WITHDRAW-DATE NOT = POST-DATE
007300             MOVE 0 TO AM-DAILY-WITHDRAWN
007400             MOVE POST-DATE TO AM-LAST-WITHDRAW-DATE
