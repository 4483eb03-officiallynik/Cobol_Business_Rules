004300     SELECT AU-KEEP ASSIGN TO "AUKEEP"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS FS-AU-KEEP.
004505     SELECT BASKET-ITEMS ASSIGN TO "SHOPITEM"
004510         ORGANIZATION IS SEQUENTIAL
004515         FILE STATUS IS FS-BASKET-ITEMS.
004520     SELECT SI-ARCHIVE ASSIGN TO "SIARCHIV"
004525         ORGANIZATION IS SEQUENTIAL
004530         FILE STATUS IS FS-SI-ARCHIVE.
004535     SELECT SI-KEEP ASSIGN TO "SIKEEP"
004540         ORGANIZATION IS SEQUENTIAL
004545         FILE STATUS IS FS-SI-KEEP.
004550     SELECT REFUND-JOURNAL ASSIGN TO "RFNDJRNL"
004555         ORGANIZATION IS SEQUENTIAL
004560         FILE STATUS IS FS-REFUND-JOURNAL.
004565     SELECT RF-ARCHIVE ASSIGN TO "RFARCHIV"
004570         ORGANIZATION IS SEQUENTIAL
004575         FILE STATUS IS FS-RF-ARCHIVE.
004580     SELECT RF-KEEP ASSIGN TO "RFKEEP"
004585         ORGANIZATION IS SEQUENTIAL
004590         FILE STATUS IS FS-RF-KEEP.
004600     SELECT ACCOUNT-LEDGER ASSIGN TO "ACCTLEDG"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
007000 FD  ATM-JOURNAL.
007100     COPY ATMJRNL.
007200 FD  AJ-ARCHIVE.
007300 01  AJ-ARCHIVE-BUFFER       PIC X(45).
007400 FD  AJ-KEEP.
007500 01  AJ-KEEP-BUFFER          PIC X(45).
007600 FD  UNFILLED-DEMAND.
007700     COPY UNFILLED.
007800 FD  UF-ARCHIVE.
008200 FD  ACCOUNT-AUDIT.
008300     COPY ACCTAUDT.
008400 FD  AU-ARCHIVE.
008500 01  AU-ARCHIVE-BUFFER       PIC X(152).
008600 FD  AU-KEEP.
008700 01  AU-KEEP-BUFFER          PIC X(152).
008707 FD  BASKET-ITEMS.
008714     COPY SHOPITEM.
008721 FD  SI-ARCHIVE.
008728 01  SI-ARCHIVE-BUFFER       PIC X(57).
008735 FD  SI-KEEP.
008742 01  SI-KEEP-BUFFER          PIC X(57).
008749 FD  REFUND-JOURNAL.
008756     COPY RFNDJRNL.
008763 FD  RF-ARCHIVE.
008770 01  RF-ARCHIVE-BUFFER       PIC X(64).
008777 FD  RF-KEEP.
008784 01  RF-KEEP-BUFFER          PIC X(64).
008800 FD  ACCOUNT-LEDGER.
008900     COPY ACCTLEDG.
009000 FD  AL-ARCHIVE.
010600 77  FS-ACCOUNT-AUDIT  PICTURE X(02).
010700 77  FS-AU-ARCHIVE     PICTURE X(02).
010800 77  FS-AU-KEEP        PICTURE X(02).
010810 77  FS-BASKET-ITEMS   PICTURE X(02).
010820 77  FS-SI-ARCHIVE     PICTURE X(02).
010830 77  FS-SI-KEEP        PICTURE X(02).
010840 77  FS-REFUND-JOURNAL PICTURE X(02).
010850 77  FS-RF-ARCHIVE     PICTURE X(02).
010860 77  FS-RF-KEEP        PICTURE X(02).
010900 77  FS-ACCOUNT-LEDGER PICTURE X(02).
011000 77  FS-AL-ARCHIVE     PICTURE X(02).
011100 77  FS-RECON-LOG      PICTURE X(02).
017900     PERFORM ARCHIVE-UNFILLED THROUGH ARCHIVE-UNFILLED-FN.
018000     PERFORM ARCHIVE-ACCTAUDT THROUGH ARCHIVE-ACCTAUDT-FN.
018100     PERFORM ARCHIVE-ACCTLEDG THROUGH ARCHIVE-ACCTLEDG-FN.
018110     PERFORM ARCHIVE-SHOPITEM THROUGH ARCHIVE-SHOPITEM-FN.
018120     PERFORM ARCHIVE-RFNDJRNL THROUGH ARCHIVE-RFNDJRNL-FN.
018200     MOVE "ONLY DATES SIGNED OFF AS BALANCED BY THE"
018300         TO RG-CAPTION.
018400     WRITE REGISTER-PRINT-LINE FROM REG-NOTE-LINE.
060800     ADD 1 TO RECS-ARCHIVED.
060900 ARCHIVE-ONE-MOVEMENT-FN.
061000 EXIT.
061100 ARCHIVE-SHOPITEM.
061200     OPEN INPUT BASKET-ITEMS.
061300     IF FS-BASKET-ITEMS = "35"
061400         DISPLAY "SHOPITEM NOT ON FILE - SKIPPED"
061500         GO TO ARCHIVE-SHOPITEM-FN
061600     END-IF.
061700     IF FS-BASKET-ITEMS NOT = "00"
061800         DISPLAY "UNABLE TO OPEN SHOPITEM: " FS-BASKET-ITEMS
061900         STOP RUN
062000     END-IF.
062100     OPEN EXTEND SI-ARCHIVE.
062200     IF FS-SI-ARCHIVE = "35"
062300         OPEN OUTPUT SI-ARCHIVE
062400     END-IF.
062500     IF FS-SI-ARCHIVE NOT = "00"
062600         DISPLAY "UNABLE TO OPEN SIARCHIV: " FS-SI-ARCHIVE
062700         STOP RUN
062800     END-IF.
062900     OPEN OUTPUT SI-KEEP.
063000     IF FS-SI-KEEP NOT = "00"
063100         DISPLAY "UNABLE TO OPEN SIKEEP: " FS-SI-KEEP
063200         STOP RUN
063300     END-IF.
063400     MOVE 0 TO EOF-FLAG.
063500     MOVE 0 TO RECS-READ.
063600     MOVE 0 TO RECS-ARCHIVED.
063700     MOVE 0 TO RECS-KEPT.
063800     MOVE 0 TO RECS-HELD.
063900     PERFORM ARCHIVE-ONE-ITEM THROUGH ARCHIVE-ONE-ITEM-FN
064000         UNTIL EOF-FLAG = 1.
064100     CLOSE BASKET-ITEMS.
064200     CLOSE SI-ARCHIVE.
064300     CLOSE SI-KEEP.
064400     PERFORM RESTORE-SHOPITEM THROUGH RESTORE-SHOPITEM-FN.
064500     MOVE "SHOPITEM  " TO RG-FILE-NAME.
064600     PERFORM PRINT-FILE-LINE THROUGH PRINT-FILE-LINE-FN.
064700 ARCHIVE-SHOPITEM-FN.
064800 EXIT.
064900 ARCHIVE-ONE-ITEM.
065000     READ BASKET-ITEMS
065100         AT END
065200             MOVE 1 TO EOF-FLAG
065300     END-READ.
065400     IF EOF-FLAG = 1
065500         GO TO ARCHIVE-ONE-ITEM-FN
065600     END-IF.
065700     ADD 1 TO RECS-READ.
065800     MOVE SI-SALE-DATE TO CHECK-DATE.
065900     PERFORM CHECK-PURGEABLE THROUGH CHECK-PURGEABLE-FN.
066000     IF DATE-PURGEABLE = 1
066100         WRITE SI-ARCHIVE-BUFFER FROM SHOP-ITEM-RECORD
066200         ADD 1 TO RECS-ARCHIVED
066300     ELSE
066400         WRITE SI-KEEP-BUFFER FROM SHOP-ITEM-RECORD
066500         IF KEEP-REASON = "U"
066600             ADD 1 TO RECS-HELD
066700         ELSE
066800             ADD 1 TO RECS-KEPT
066900         END-IF
067000     END-IF.
067100 ARCHIVE-ONE-ITEM-FN.
067200 EXIT.
067300 RESTORE-SHOPITEM.
067400     OPEN INPUT SI-KEEP.
067500     IF FS-SI-KEEP NOT = "00"
067600         DISPLAY "UNABLE TO REOPEN SIKEEP: " FS-SI-KEEP
067700         DISPLAY "SHOPITEM LEFT UNCHANGED - FIX AND RERUN"
067800         STOP RUN
067900     END-IF.
068000     OPEN OUTPUT BASKET-ITEMS.
068100     IF FS-BASKET-ITEMS NOT = "00"
068200         DISPLAY "UNABLE TO REWRITE SHOPITEM: " FS-BASKET-ITEMS
068300         DISPLAY "KEPT RECORDS ARE IN SIKEEP"
068400         STOP RUN
068500     END-IF.
068600     MOVE 0 TO EOF-FLAG.
068700     PERFORM RESTORE-ONE-ITEM THROUGH RESTORE-ONE-ITEM-FN
068800         UNTIL EOF-FLAG = 1.
068900     CLOSE SI-KEEP.
069000     CLOSE BASKET-ITEMS.
069100 RESTORE-SHOPITEM-FN.
069200 EXIT.
069300 RESTORE-ONE-ITEM.
069400     READ SI-KEEP
069500         AT END
069600             MOVE 1 TO EOF-FLAG
069700     END-READ.
069800     IF EOF-FLAG = 0
069900         WRITE SHOP-ITEM-RECORD FROM SI-KEEP-BUFFER
070000     END-IF.
070100 RESTORE-ONE-ITEM-FN.
070200 EXIT.
070300 ARCHIVE-RFNDJRNL.
070400     OPEN INPUT REFUND-JOURNAL.
070500     IF FS-REFUND-JOURNAL = "35"
070600         DISPLAY "RFNDJRNL NOT ON FILE - SKIPPED"
070700         GO TO ARCHIVE-RFNDJRNL-FN
070800     END-IF.
070900     IF FS-REFUND-JOURNAL NOT = "00"
071000         DISPLAY "UNABLE TO OPEN RFNDJRNL: " FS-REFUND-JOURNAL
071100         STOP RUN
071200     END-IF.
071300     OPEN EXTEND RF-ARCHIVE.
071400     IF FS-RF-ARCHIVE = "35"
071500         OPEN OUTPUT RF-ARCHIVE
071600     END-IF.
071700     IF FS-RF-ARCHIVE NOT = "00"
071800         DISPLAY "UNABLE TO OPEN RFARCHIV: " FS-RF-ARCHIVE
071900         STOP RUN
072000     END-IF.
072100     OPEN OUTPUT RF-KEEP.
072200     IF FS-RF-KEEP NOT = "00"
072300         DISPLAY "UNABLE TO OPEN RFKEEP: " FS-RF-KEEP
072400         STOP RUN
072500     END-IF.
072600     MOVE 0 TO EOF-FLAG.
072700     MOVE 0 TO RECS-READ.
072800     MOVE 0 TO RECS-ARCHIVED.
072900     MOVE 0 TO RECS-KEPT.
073000     MOVE 0 TO RECS-HELD.
073100     PERFORM ARCHIVE-ONE-REFUND THROUGH ARCHIVE-ONE-REFUND-FN
073200         UNTIL EOF-FLAG = 1.
073300     CLOSE REFUND-JOURNAL.
073400     CLOSE RF-ARCHIVE.
073500     CLOSE RF-KEEP.
073600     PERFORM RESTORE-RFNDJRNL THROUGH RESTORE-RFNDJRNL-FN.
073700     MOVE "RFNDJRNL  " TO RG-FILE-NAME.
073800     PERFORM PRINT-FILE-LINE THROUGH PRINT-FILE-LINE-FN.
073900 ARCHIVE-RFNDJRNL-FN.
074000 EXIT.
074100 ARCHIVE-ONE-REFUND.
074200     READ REFUND-JOURNAL
074300         AT END
074400             MOVE 1 TO EOF-FLAG
074500     END-READ.
074600     IF EOF-FLAG = 1
074700         GO TO ARCHIVE-ONE-REFUND-FN
074800     END-IF.
074900     ADD 1 TO RECS-READ.
075000     MOVE RF-REFUND-DATE TO CHECK-DATE.
075100     PERFORM CHECK-PURGEABLE THROUGH CHECK-PURGEABLE-FN.
075200     IF DATE-PURGEABLE = 1
075300         WRITE RF-ARCHIVE-BUFFER FROM REFUND-JOURNAL-RECORD
075400         ADD 1 TO RECS-ARCHIVED
075500     ELSE
075600         WRITE RF-KEEP-BUFFER FROM REFUND-JOURNAL-RECORD
075700         IF KEEP-REASON = "U"
075800             ADD 1 TO RECS-HELD
075900         ELSE
076000             ADD 1 TO RECS-KEPT
076100         END-IF
076200     END-IF.
076300 ARCHIVE-ONE-REFUND-FN.
076400 EXIT.
076500 RESTORE-RFNDJRNL.
076600     OPEN INPUT RF-KEEP.
076700     IF FS-RF-KEEP NOT = "00"
076800         DISPLAY "UNABLE TO REOPEN RFKEEP: " FS-RF-KEEP
076900         DISPLAY "RFNDJRNL LEFT UNCHANGED - FIX AND RERUN"
077000         STOP RUN
077100     END-IF.
077200     OPEN OUTPUT REFUND-JOURNAL.
077300     IF FS-REFUND-JOURNAL NOT = "00"
077400         DISPLAY "UNABLE TO REWRITE RFNDJRNL: " FS-REFUND-JOURNAL
077500         DISPLAY "KEPT RECORDS ARE IN RFKEEP"
077600         STOP RUN
077700     END-IF.
077800     MOVE 0 TO EOF-FLAG.
077900     PERFORM RESTORE-ONE-REFUND THROUGH RESTORE-ONE-REFUND-FN
078000         UNTIL EOF-FLAG = 1.
078100     CLOSE RF-KEEP.
078200     CLOSE REFUND-JOURNAL.
078300 RESTORE-RFNDJRNL-FN.
078400 EXIT.
078500 RESTORE-ONE-REFUND.
078600     READ RF-KEEP
078700         AT END
078800             MOVE 1 TO EOF-FLAG
078900     END-READ.
079000     IF EOF-FLAG = 0
079100         WRITE REFUND-JOURNAL-RECORD FROM RF-KEEP-BUFFER
079200     END-IF.
079300 RESTORE-ONE-REFUND-FN.
079400 EXIT.
