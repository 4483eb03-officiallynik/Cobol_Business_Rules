000100******************************************************************
000200*    PRICELBL - SHELF-LABEL LIST PRINT LINES                     *
000300*    WRITTEN TO PRICELST BY SHOP WHEN A PENDING PRICE CHANGE     *
000400*    FROM PRICECHG FALLS DUE.  ONE DETAIL LINE PER CHANGE        *
000500*    APPLIED, UNDER A HEADING FOR THE TRADING DATE, AND A COUNT  *
000600*    AT THE FOOT.  A RERUN ON THE SAME DAY ADDS A FURTHER        *
000700*    SECTION TO THE LIST RATHER THAN REPLACING IT.               *
000800*    HISTORY:                                                    *
000900*    2026-10-15 NJP  ORIGINAL - SHELF LABELS FOR PRICE CHANGES   *
001000******************************************************************
001100 01  LABEL-HEADING-1.
001200     05  FILLER              PIC X(30),
001300         VALUE "PRICE CHANGES - SHELF LABELS  ".
001400     05  FILLER              PIC X(14), VALUE "TRADING DATE: ".
001500     05  LH-TRADING-DATE     PIC 9(08).
001600     05  FILLER              PIC X(28), VALUE SPACES.
001700 01  LABEL-HEADING-2.
001800     05  FILLER              PIC X(30),
001900         VALUE "CODE   DESCRIPTION           ".
002000     05  FILLER              PIC X(30),
002100         VALUE "OLD PRICE NEW PRICE EFFECTIVE ".
002200     05  FILLER              PIC X(20), VALUE SPACES.
002300 01  LABEL-DETAIL-LINE.
002400     05  LD-PRODUCT-CODE     PIC X(05).
002500     05  FILLER              PIC X(02), VALUE SPACES.
002600     05  LD-DESCRIPTION      PIC X(15).
002700     05  FILLER              PIC X(09), VALUE SPACES.
002800     05  LD-OLD-PRICE        PIC ZZ9.99.
002900     05  FILLER              PIC X(04), VALUE SPACES.
003000     05  LD-NEW-PRICE        PIC ZZ9.99.
003100     05  FILLER              PIC X(04), VALUE SPACES.
003200     05  LD-EFFECTIVE-DATE   PIC 9(08).
003300     05  FILLER              PIC X(02), VALUE SPACES.
003400     05  LD-NOTE             PIC X(19).
003500 01  LABEL-TOTAL-LINE.
003600     05  LT-CAPTION          PIC X(30).
003700     05  LT-COUNT            PIC ZZZZ9.
003800     05  FILLER              PIC X(45), VALUE SPACES.
