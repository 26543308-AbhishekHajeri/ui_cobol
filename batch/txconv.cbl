       PROGRAM-ID. TXCONV.

      *    ONE-TIME CONVERSION OF THE SHOP-TRANSACTIONS FILE FROM ITS
      *    PREVIOUS LAYOUT TO THE CURRENT COPYBOOK LAYOUT. RUN ONCE
      *    AT UPGRADE (SEE TXCONV JCL - THE INDEXED FILE GOES THROUGH
      *    IDCAMS REPRO TO A FLAT FILE AROUND THIS STEP), THE SAME
      *    PATTERN AS LGCONV FOR THE LOGIN FILES. OLD RECORDS RECEIVE
      *    DEFAULTS IN THE NEW FIELDS:
      *      TX-LINE-NUMBER 1 - EVERY TRANSACTION ON FILE BEFORE THE
      *                     UPGRADE WAS A SINGLE-ITEM SALE OR RETURN,
      *                     SO IT BECOMES LINE 1 OF ITS OWN NUMBER.
      *      TX-ORIG-LINE   1 ON A RETURN (IT CAN ONLY HAVE BEEN
      *                     AGAINST LINE 1 OF THE ORIGINAL), ZERO
      *                     ON A SALE.
      *      TX-TENDER-TYPE SPACES - HOW THOSE CUSTOMERS PAID WAS
      *                     NEVER RECORDED, AND THE TILL CASH-UP
      *                     LEAVES UNKNOWN TENDERS OUT.
      *      TX-CASH-GIVEN, TX-CHANGE-DUE ZERO.
      *      TX-TAX-CATEGORY SPACE AND TX-TAX-RATE ZERO - THE VAT ON
      *                     THOSE SALES WAS NEVER RECORDED, AND NO
      *                     RATE IS GUESSED AFTER THE EVENT.
      *      TX-NET-AMOUNT  = TX-AMOUNT, TX-TAX-AMOUNT ZERO.
      *      TX-ACCOUNT-NUMBER ZERO - TRADE ACCOUNTS WERE KEPT ON
      *                     PAPER, SO NOTHING ON FILE WAS ON ACCOUNT.
      *    THE KEY GROWS TO NUMBER PLUS LINE, SO THE JCL REDEFINES
      *    THE CLUSTER AND ITS ALTERNATE INDEXES AT THE NEW OFFSETS.
      *    THE DAILY-SUMMARY FILE (DAYSUM) IS CONVERTED IN THE SAME
      *    RUN, AS LGCONV DOES FOR THE LOGIN-AUDIT: EACH CLOSED DAY
      *    GAINS ITS VAT BREAKDOWN, CATEGORIES FILLED IN AND EVERY
      *    FIGURE ZERO. EACH INPUT IS OPTIONAL, SO THE JOB CAN BE
      *    RERUN FOR A FILE THAT WAS MISSED.
      *    THE YEAR-END ARCHIVE (SEE TXARCH) HOLDS SHOPTRAN RECORD
      *    IMAGES IN THE SAME OLD LAYOUT, SO THE JCL RUNS THIS PROGRAM
      *    A SECOND TIME WITH TRANOLD/TRANNEW POINTED AT THE ARCHIVE
      *    AND NO DSUMOLD - ITS RECORDS GET EXACTLY THE DEFAULTS ABOVE
      *    AND VATRTN CAN READ THEM BACK ACROSS THE YEAR-END.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-TRANS-STATUS.

           SELECT OLD-DAY-SUMMARY ASSIGN TO "DSUMOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-DAYSUM-STATUS.

           SELECT NEW-DAY-SUMMARY ASSIGN TO "DSUMNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-DAYSUM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE OLD LAYOUT IS FIXED HERE ON PURPOSE - THE COPYBOOK
           05  OTX-QUANTITY            PIC 9(5).
           05  OTX-AMOUNT              PIC 9(7)V99.
           05  OTX-STATUS              PIC X(1).
           05  OTX-CLOSED-FLAG         PIC X(1).
           05  OTX-ORIG-TRAN           PIC 9(8).

       FD  NEW-SHOP-TRANS.
       COPY "shoptran.cpy".

       FD  OLD-DAY-SUMMARY.
       01  OLD-DAY-SUMMARY-RECORD.
           05  ODS-DATE                PIC 9(8).
           05  ODS-CLOSE-TIMESTAMP     PIC 9(14).
           05  ODS-TRAN-COUNT          PIC 9(5).
           05  ODS-GROSS-AMOUNT        PIC 9(9)V99.
           05  ODS-VOID-COUNT          PIC 9(5).
           05  ODS-VOID-AMOUNT         PIC 9(9)V99.
           05  ODS-RETURN-COUNT        PIC 9(5).
           05  ODS-RETURN-AMOUNT       PIC 9(9)V99.
           05  ODS-NET-AMOUNT          PIC 9(9)V99.

       FD  NEW-DAY-SUMMARY.
       COPY "daysum.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OLD-TRANS-STATUS    PIC X(2).
          88 WS-OLD-TRANS-OK     VALUE "00".
       01 WS-NEW-TRANS-STATUS    PIC X(2).
       01 WS-OLD-DAYSUM-STATUS   PIC X(2).
          88 WS-OLD-DAYSUM-OK    VALUE "00".
       01 WS-NEW-DAYSUM-STATUS   PIC X(2).

       01 WS-EOF-FLAG            PIC X(1).
          88 WS-END-OF-FILE      VALUE "Y".

       01 WS-TRANS-COUNT         PIC 9(7) VALUE 0.
       01 WS-RETURN-COUNT        PIC 9(7) VALUE 0.
       01 WS-DAYSUM-COUNT        PIC 9(7) VALUE 0.

       01 WS-TAX-CATEGORY-LIST   PIC X(4) VALUE "SRZE".
       01 WS-TAX-IDX             PIC 9(1).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT OLD-SHOP-TRANS
           IF NOT WS-OLD-TRANS-OK
               CLOSE NEW-SHOP-TRANS
           END-IF
           DISPLAY "TXCONV: " WS-TRANS-COUNT " TRANSACTIONS "
               "CONVERTED, " WS-RETURN-COUNT " RETURNS LINKED TO "
               "LINE 1."
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT OLD-DAY-SUMMARY
           IF NOT WS-OLD-DAYSUM-OK
               DISPLAY "TXCONV: NO DSUMOLD INPUT - SKIPPED."
           ELSE
               OPEN OUTPUT NEW-DAY-SUMMARY
               PERFORM CONVERT-ONE-DAY-SUMMARY UNTIL WS-END-OF-FILE
               CLOSE OLD-DAY-SUMMARY
               CLOSE NEW-DAY-SUMMARY
           END-IF
           DISPLAY "TXCONV: " WS-DAYSUM-COUNT " DAY SUMMARIES "
               "CONVERTED."
           STOP RUN.

       CONVERT-ONE-TRANSACTION.
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE OTX-TRAN-NUMBER TO TX-TRAN-NUMBER
                   MOVE 1               TO TX-LINE-NUMBER
                   MOVE OTX-DATE        TO TX-DATE
                   MOVE OTX-TIME        TO TX-TIME
                   MOVE OTX-TERMINAL-ID TO TX-TERMINAL-ID
                   MOVE OTX-QUANTITY    TO TX-QUANTITY
                   MOVE OTX-AMOUNT      TO TX-AMOUNT
                   MOVE OTX-STATUS      TO TX-STATUS
                   MOVE OTX-CLOSED-FLAG TO TX-CLOSED-FLAG
                   MOVE OTX-ORIG-TRAN   TO TX-ORIG-TRAN
                   MOVE SPACES          TO TX-TENDER-TYPE
                   MOVE 0               TO TX-CASH-GIVEN
                   MOVE 0               TO TX-CHANGE-DUE
                   MOVE SPACE           TO TX-TAX-CATEGORY
                   MOVE 0               TO TX-TAX-RATE
                   MOVE OTX-AMOUNT      TO TX-NET-AMOUNT
                   MOVE 0               TO TX-TAX-AMOUNT
                   MOVE 0               TO TX-ACCOUNT-NUMBER
                   IF OTX-ORIG-TRAN NOT = 0
                       MOVE 1 TO TX-ORIG-LINE
                       ADD 1 TO WS-RETURN-COUNT
                   ELSE
                       MOVE 0 TO TX-ORIG-LINE
                   END-IF
                   WRITE SHOP-TRANSACTION-RECORD
                   ADD 1 TO WS-TRANS-COUNT
           END-READ.

       CONVERT-ONE-DAY-SUMMARY.
           READ OLD-DAY-SUMMARY
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE ODS-DATE            TO DS-DATE
                   MOVE ODS-CLOSE-TIMESTAMP TO DS-CLOSE-TIMESTAMP
                   MOVE ODS-TRAN-COUNT      TO DS-TRAN-COUNT
                   MOVE ODS-GROSS-AMOUNT    TO DS-GROSS-AMOUNT
                   MOVE ODS-VOID-COUNT      TO DS-VOID-COUNT
                   MOVE ODS-VOID-AMOUNT     TO DS-VOID-AMOUNT
                   MOVE ODS-RETURN-COUNT    TO DS-RETURN-COUNT
                   MOVE ODS-RETURN-AMOUNT   TO DS-RETURN-AMOUNT
                   MOVE ODS-NET-AMOUNT      TO DS-NET-AMOUNT
                   PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                           UNTIL WS-TAX-IDX > 4
                       MOVE WS-TAX-CATEGORY-LIST(WS-TAX-IDX:1)
                           TO DS-TAX-CATEGORY(WS-TAX-IDX)
                       MOVE 0 TO DS-TAX-NET(WS-TAX-IDX)
                       MOVE 0 TO DS-TAX-AMOUNT(WS-TAX-IDX)
                   END-PERFORM
                   WRITE DAY-SUMMARY-RECORD
                   ADD 1 TO WS-DAYSUM-COUNT
           END-READ.
