      *    HEAD-OFFICE ACCOUNTING, IN THE SAME SPIRIT AS SECEXTR.
      *    THE FEED IS A FIXED-FORMAT FILE: ONE "H" HEADER (SHOP ID
      *    FROM THE SHOP-ID ENVIRONMENT NAME, BUSINESS DATE), ONE
      *    "D" DETAIL PER TRANSACTION LINE (NUMBER, DATE, TIME,
      *    TERMINAL, OPERATOR, ITEM, QUANTITY, SIGNED AMOUNT, STATUS,
      *    LINE NUMBER WITHIN THE BASKET, ON A RETURN THE ORIGINAL
      *    SALE'S NUMBER AND LINE, AND THE VAT BREAKDOWN - CATEGORY,
      *    RATE, SIGNED NET AND SIGNED VAT), AND ONE
      *    "T" TRAILER CARRYING THE RECORD COUNT AND HASH TOTALS OF
      *    QUANTITY, AMOUNT AND VAT THAT THE RECEIVER BALANCES
      *    AGAINST. THE AMOUNT IS GROSS, SO NET PLUS VAT EQUALS IT
      *    ON EVERY DETAIL. A BLANK CATEGORY MARKS A LINE KEYED
      *    BEFORE VAT WAS RECORDED.
      *    RETURNS CARRY NEGATIVE AMOUNTS; VOIDS KEEP THEIR
      *    POSITIVE AMOUNT AND ARE MARKED "V" FOR THE RECEIVER TO
      *    EXCLUDE - THE HASH TOTALS ARE CONTROL TOTALS OVER THE
      *    DETAILS AS SENT, NOT THE DAY'S NET TAKINGS. IF THE
           SELECT SHOP-TRANS ASSIGN TO "SHOPTRAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-TRAN-KEY
               ALTERNATE RECORD KEY IS TX-DATE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS TX-USERNAME
       COPY "shoptran.cpy".

       FD  SALES-FEED.
       01  FEED-RECORD               PIC X(118).

       WORKING-STORAGE SECTION.
       01 WS-SHOP-TRANS-STATUS   PIC X(2).
       01 WS-WRITTEN-COUNT       PIC 9(7) VALUE 0.
       01 WS-QTY-HASH-TOTAL      PIC 9(9) VALUE 0.
       01 WS-AMT-HASH-TOTAL      PIC S9(11)V99 VALUE 0.
       01 WS-TAX-HASH-TOTAL      PIC S9(11)V99 VALUE 0.
       01 WS-SIGNED-AMOUNT       PIC S9(7)V99.
       01 WS-SIGNED-NET          PIC S9(7)V99.
       01 WS-SIGNED-TAX          PIC S9(7)V99.

       01 WS-HEADER-REC.
          05 FILLER              PIC X(1)  VALUE "H".
          05 WS-HDR-SHOP-ID      PIC X(8).
          05 WS-HDR-BUSINESS-DATE PIC 9(8).
          05 FILLER              PIC X(101) VALUE SPACES.

       01 WS-DETAIL-REC.
          05 FILLER              PIC X(1)  VALUE "D".
          05 WS-DTL-AMOUNT       PIC S9(7)V99
                                 SIGN IS LEADING SEPARATE.
          05 WS-DTL-STATUS       PIC X(1).
          05 WS-DTL-LINE-NUMBER  PIC 9(3).
          05 WS-DTL-ORIG-TRAN    PIC 9(8).
          05 WS-DTL-ORIG-LINE    PIC 9(3).
          05 WS-DTL-TAX-CATEGORY PIC X(1).
          05 WS-DTL-TAX-RATE     PIC 9(2)V99.
          05 WS-DTL-NET-AMOUNT   PIC S9(7)V99
                                 SIGN IS LEADING SEPARATE.
          05 WS-DTL-TAX-AMOUNT   PIC S9(7)V99
                                 SIGN IS LEADING SEPARATE.

       01 WS-TRAILER-REC.
          05 FILLER              PIC X(1)  VALUE "T".
          05 WS-TRL-QTY-HASH     PIC 9(9).
          05 WS-TRL-AMT-HASH     PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE.
          05 WS-TRL-TAX-HASH     PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE.
          05 FILLER              PIC X(73) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               MOVE "Y" TO WS-EOF-FLAG
           ELSE
               MOVE "Y" TO WS-FILE-OPENED-FLAG
               MOVE 0 TO TX-TRAN-NUMBER TX-LINE-NUMBER
               START SHOP-TRANS KEY NOT LESS THAN TX-TRAN-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
               END-START
           MOVE WS-WRITTEN-COUNT TO WS-TRL-RECORD-COUNT
           MOVE WS-QTY-HASH-TOTAL TO WS-TRL-QTY-HASH
           MOVE WS-AMT-HASH-TOTAL TO WS-TRL-AMT-HASH
           MOVE WS-TAX-HASH-TOTAL TO WS-TRL-TAX-HASH
           MOVE WS-TRAILER-REC TO FEED-RECORD
           WRITE FEED-RECORD
           IF WS-FILE-OPENED
           ADD 1 TO WS-MATCHED-COUNT
           IF TX-RETURNED
               COMPUTE WS-SIGNED-AMOUNT = 0 - TX-AMOUNT
               COMPUTE WS-SIGNED-NET    = 0 - TX-NET-AMOUNT
               COMPUTE WS-SIGNED-TAX    = 0 - TX-TAX-AMOUNT
           ELSE
               MOVE TX-AMOUNT     TO WS-SIGNED-AMOUNT
               MOVE TX-NET-AMOUNT TO WS-SIGNED-NET
               MOVE TX-TAX-AMOUNT TO WS-SIGNED-TAX
           END-IF
           MOVE TX-TRAN-NUMBER  TO WS-DTL-TRAN-NUMBER
           MOVE TX-DATE         TO WS-DTL-DATE
           MOVE TX-QUANTITY     TO WS-DTL-QUANTITY
           MOVE WS-SIGNED-AMOUNT TO WS-DTL-AMOUNT
           MOVE TX-STATUS       TO WS-DTL-STATUS
           MOVE TX-LINE-NUMBER  TO WS-DTL-LINE-NUMBER
           MOVE TX-ORIG-TRAN    TO WS-DTL-ORIG-TRAN
           MOVE TX-ORIG-LINE    TO WS-DTL-ORIG-LINE
           MOVE TX-TAX-CATEGORY TO WS-DTL-TAX-CATEGORY
           MOVE TX-TAX-RATE     TO WS-DTL-TAX-RATE
           MOVE WS-SIGNED-NET   TO WS-DTL-NET-AMOUNT
           MOVE WS-SIGNED-TAX   TO WS-DTL-TAX-AMOUNT
           MOVE WS-DETAIL-REC   TO FEED-RECORD
           WRITE FEED-RECORD
           IF WS-SF-OK
               ADD 1 TO WS-WRITTEN-COUNT
               ADD TX-QUANTITY TO WS-QTY-HASH-TOTAL
               ADD WS-SIGNED-AMOUNT TO WS-AMT-HASH-TOTAL
               ADD WS-SIGNED-TAX TO WS-TAX-HASH-TOTAL
           END-IF.
