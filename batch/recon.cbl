       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECON.

      *    NIGHTLY CROSS-FILE RECONCILIATION. EACH OF THE OTHER BATCH
      *    PROGRAMS TRUSTS ITS OWN FILE; THIS ONE CHECKS THAT THE
      *    FILES STILL AGREE WITH EACH OTHER, SO A RESTORED OR
      *    DAMAGED FILE IS CAUGHT THE NEXT MORNING RATHER THAN WHEN
      *    THE ACCOUNTANT QUERIES A FIGURE. IT CHANGES NOTHING.
      *      - EVERY DAY ON THE SHOP-TRANSACTIONS FILE IS RE-TOTALLED
      *        THE WAY DAYCLOSE TOTALS IT, AND A CLOSED DAY'S FIGURES
      *        ARE COMPARED WITH ITS DAILY-SUMMARY RECORD
      *      - A DAY WITH RECORDS STAMPED CLOSED MUST HAVE A SUMMARY,
      *        AND A DAY WITH A SUMMARY MUST BE STAMPED THROUGHOUT
      *      - THE TRANCTL "NEXTTRAN" NUMBER MUST BE ABOVE THE
      *        HIGHEST TRANSACTION NUMBER ON FILE
      *      - EVERY RETURN MUST POINT AT A REAL SALE LINE, AND THE
      *        RETURNS AGAINST A LINE (VOIDED RETURNS APART) MUST
      *        NEVER ADD UP TO MORE THAN WAS SOLD ON IT
      *      - EVERY OVERRIDE-JOURNAL ENTRY MUST MATCH A TRANSACTION
      *        ON FILE WITH THE SAME TOTAL
      *      - EVERY ITEM CODE ON A TRANSACTION MUST BE ON THE ITEM-
      *        MASTER, AND A LINE'S NET AND VAT MUST ADD BACK TO ITS
      *        GROSS
      *    THE YEAR-END ARCHIVE (TXARCH) TAKES WHOLE YEARS OFF THE
      *    ONLINE FILE, SO A SUMMARY DATED BEFORE THE EARLIEST DAY ON
      *    FILE, AND A RETURN OR OVERRIDE POINTING BELOW THE LOWEST
      *    TRANSACTION NUMBER ON FILE, IS COUNTED AS ARCHIVED AND NOT
      *    CHECKED. A FILE NEEDED FOR A CHECK THAT CANNOT BE OPENED
      *    WHILE THERE IS SOMETHING ON FILE TO CHECK AGAINST IT IS AN
      *    EXCEPTION IN ITSELF, SO A CHECK IS NEVER SKIPPED UNSEEN.
      *    EACH MISMATCH IS LISTED ON THE EXCEPTIONS REPORT
      *    AND THE STEP ENDS WITH CONDITION CODE 8, SO THE OPERATOR
      *    SEES IT IN THE JOB LOG; A TABLE THAT FILLS UP ENDS IT WITH
      *    CONDITION CODE 4 AT LEAST, AS THE CHECK WAS INCOMPLETE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHOP-TRANS ASSIGN TO "SHOPTRAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-TRAN-KEY
               ALTERNATE RECORD KEY IS TX-DATE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS TX-USERNAME
                   WITH DUPLICATES
               FILE STATUS IS WS-SHOP-TRANS-STATUS.

           SELECT DAY-SUMMARY ASSIGN TO "DAYSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAY-SUMMARY-STATUS.

           SELECT TRAN-CONTROL ASSIGN TO "TRANCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-CONTROL-ID
               FILE STATUS IS WS-TRAN-CONTROL-STATUS.

           SELECT OVERRIDE-JOURNAL ASSIGN TO "OVERJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-JOURNAL-STATUS.

           SELECT ITEM-MASTER ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-ITEM-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SHOP-TRANS.
       COPY "shoptran.cpy".

       FD  DAY-SUMMARY.
       COPY "daysum.cpy".

       FD  TRAN-CONTROL.
       COPY "tranctl.cpy".

       FD  OVERRIDE-JOURNAL.
       COPY "overjrnl.cpy".

       FD  ITEM-MASTER.
       COPY "itemmast.cpy".

       WORKING-STORAGE SECTION.
       01 WS-SHOP-TRANS-STATUS   PIC X(2).
          88 WS-ST-OK            VALUE "00".
       01 WS-DAY-SUMMARY-STATUS  PIC X(2).
          88 WS-DS-OK            VALUE "00".
       01 WS-TRAN-CONTROL-STATUS PIC X(2).
          88 WS-TC-OK            VALUE "00".
       01 WS-OVERRIDE-JOURNAL-STATUS PIC X(2).
          88 WS-OJ-OK            VALUE "00".
       01 WS-ITEM-MASTER-STATUS  PIC X(2).
          88 WS-IM-OK            VALUE "00".

       01 WS-EOF-FLAG            PIC X(1) VALUE "N".
          88 WS-END-OF-FILE      VALUE "Y".

       01 WS-FILE-OPENED-FLAG    PIC X(1) VALUE "N".
          88 WS-FILE-OPENED      VALUE "Y".
      *    LATCHED AT OPEN TIME - FILE STATUS MOVES TO "10" AT END
      *    OF FILE, SO IT CANNOT BE RECHECKED AFTER THE READ LOOP
      *    TO DECIDE WHETHER THE FILE NEEDS CLOSING.

       01 WS-ITEM-MASTER-OPEN-FLAG PIC X(1) VALUE "N".
          88 WS-ITEM-MASTER-OPEN VALUE "Y".

       01 WS-CURRENT-DATE        PIC 9(8).

      *    WHAT IS ON THE ONLINE FILE AT ALL - ANYTHING BELOW THESE
      *    HAS GONE TO THE YEAR-END ARCHIVE.
       01 WS-LINE-COUNT          PIC 9(7) VALUE 0.
       01 WS-LOWEST-TRAN         PIC 9(8) VALUE 0.
       01 WS-HIGHEST-TRAN        PIC 9(8) VALUE 0.
       01 WS-EARLIEST-DATE       PIC 9(8) VALUE 99999999.

      *    THE TRANSACTION BEING READ - ITS LINES ARE TOGETHER IN
      *    KEY ORDER, SO ITS TOTAL IS COMPLETE AT THE NEXT NUMBER.
       01 WS-CURRENT-TRAN        PIC 9(8) VALUE 0.
       01 WS-CURRENT-TRAN-TOTAL  PIC 9(9)V99 VALUE 0.
       01 WS-LAST-ITEM-CODE      PIC X(12) VALUE SPACES.
       01 WS-LAST-ITEM-FOUND-FLAG PIC X(1) VALUE "N".
          88 WS-LAST-ITEM-FOUND  VALUE "Y".
       01 WS-LINE-CHECK          PIC 9(8)V99.

      *    ONE ENTRY PER DAY ON THE ONLINE FILE, RE-TOTALLED WITH THE
      *    SAME RULES AS DAYCLOSE: COUNTS ON LINE 1, VALUES ON EVERY
      *    LINE, VOIDS KEPT OUT OF GROSS, RETURNS TAKEN OFF NET.
       01 WS-TAX-CATEGORY-LIST   PIC X(4) VALUE "SRZE".
       01 WS-DAY-TABLE.
          05 WS-DAY-ENTRY OCCURS 1 TO 400 TIMES
                 DEPENDING ON WS-DAY-COUNT
                 INDEXED BY WS-DAY-IDX.
             10 WS-DAY-DATE         PIC 9(8).
             10 WS-DAY-TRAN-COUNT   PIC 9(5).
             10 WS-DAY-GROSS        PIC 9(9)V99.
             10 WS-DAY-VOID-COUNT   PIC 9(5).
             10 WS-DAY-VOID-AMOUNT  PIC 9(9)V99.
             10 WS-DAY-RETURN-COUNT PIC 9(5).
             10 WS-DAY-RETURN-AMOUNT PIC 9(9)V99.
             10 WS-DAY-TAX OCCURS 4 TIMES.
                15 WS-DAY-TAX-NET    PIC S9(9)V99.
                15 WS-DAY-TAX-AMOUNT PIC S9(9)V99.
             10 WS-DAY-CLOSED-LINES PIC 9(7).
             10 WS-DAY-OPEN-LINES   PIC 9(7).
             10 WS-DAY-SUMMARY-FLAG PIC X(1).
                88 WS-DAY-HAS-SUMMARY VALUE "Y".
       01 WS-DAY-COUNT           PIC 9(3) VALUE 0.
       01 WS-DAY-TABLE-MAX       PIC 9(3) VALUE 400.
       01 WS-TAX-SUB             PIC 9(1).
       01 WS-DAY-NET             PIC 9(9)V99.

      *    EVERY RETURN LINE, CHECKED AGAINST ITS ORIGINAL ONCE THE
      *    PASS OVER THE FILE IS FINISHED.
       01 WS-RETURN-TABLE.
          05 WS-RETURN-ENTRY OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WS-RETURN-COUNT
                 INDEXED BY WS-RET-IDX WS-RET-JDX.
             10 WS-RET-TRAN         PIC 9(8).
             10 WS-RET-ORIG-KEY.
                15 WS-RET-ORIG-TRAN PIC 9(8).
                15 WS-RET-ORIG-LINE PIC 9(3).
             10 WS-RET-QUANTITY     PIC 9(5).
             10 WS-RET-VOIDED-FLAG  PIC X(1).
                88 WS-RET-VOIDED    VALUE "Y".
             10 WS-RET-DONE-FLAG    PIC X(1).
                88 WS-RET-DONE      VALUE "Y".
       01 WS-RETURN-COUNT        PIC 9(4) VALUE 0.
       01 WS-RETURN-TABLE-MAX    PIC 9(4) VALUE 2000.
       01 WS-RETURNED-QUANTITY   PIC 9(7).
       01 WS-LIVE-RETURN-FLAG    PIC X(1).
          88 WS-LIVE-RETURN      VALUE "Y".

       01 WS-OVERRIDE-TABLE.
          05 WS-OVERRIDE-ENTRY OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WS-OVERRIDE-COUNT
                 INDEXED BY WS-OVR-IDX.
             10 WS-OVR-TIMESTAMP    PIC 9(14).
             10 WS-OVR-ACTION       PIC X(5).
             10 WS-OVR-TRAN         PIC 9(8).
             10 WS-OVR-AMOUNT       PIC 9(7)V99.
             10 WS-OVR-MATCHED-FLAG PIC X(1).
                88 WS-OVR-MATCHED   VALUE "Y".
       01 WS-OVERRIDE-COUNT      PIC 9(4) VALUE 0.
       01 WS-OVERRIDE-TABLE-MAX  PIC 9(4) VALUE 2000.

       01 WS-TABLE-FULL-FLAG     PIC X(1) VALUE "N".
          88 WS-TABLE-FULL       VALUE "Y".
       01 WS-FOUND-FLAG          PIC X(1).
          88 WS-FOUND            VALUE "Y".

       01 WS-EXCEPTION-COUNT     PIC 9(5) VALUE 0.
       01 WS-ARCHIVED-COUNT      PIC 9(5) VALUE 0.
       01 WS-DAYS-CHECKED        PIC 9(5) VALUE 0.

       01 WS-AMOUNT-SHOW         PIC Z(8)9.99.
       01 WS-AMOUNT-SHOW-2       PIC Z(8)9.99.
       01 WS-SIGNED-SHOW         PIC -(9)9.99.
       01 WS-SIGNED-SHOW-2       PIC -(9)9.99.
       01 WS-COUNT-SHOW          PIC ZZZZ9.
       01 WS-COUNT-SHOW-2        PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           DISPLAY "CROSS-FILE RECONCILIATION RUN " WS-CURRENT-DATE
           DISPLAY " "
           PERFORM LOAD-OVERRIDE-JOURNAL
           OPEN INPUT ITEM-MASTER
           IF WS-IM-OK
               MOVE "Y" TO WS-ITEM-MASTER-OPEN-FLAG
           END-IF
           PERFORM SCAN-SHOP-TRANSACTIONS
           IF WS-ITEM-MASTER-OPEN
               CLOSE ITEM-MASTER
           ELSE
      *        THE LINES WERE RE-TOTALLED BUT THEIR ITEM CODES NOT
      *        CHECKED - THE RECONCILIATION CANNOT PASS LIKE THAT.
               IF WS-LINE-COUNT > 0
                   ADD 1 TO WS-EXCEPTION-COUNT
                   DISPLAY "ITEMMAST CANNOT BE OPENED   STATUS "
                       WS-ITEM-MASTER-STATUS
                       " - ITEM CODES NOT CHECKED"
               END-IF
           END-IF
           PERFORM CHECK-DAY-SUMMARIES
           PERFORM CHECK-UNSUMMARISED-DAYS
           PERFORM CHECK-NEXT-TRAN-NUMBER
           PERFORM CHECK-RETURNS
           PERFORM CHECK-UNMATCHED-OVERRIDES
           DISPLAY " "
           IF WS-EXCEPTION-COUNT = 0
               DISPLAY "NO EXCEPTIONS - THE FILES AGREE."
           END-IF
           EVALUATE TRUE
               WHEN WS-EXCEPTION-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TABLE-FULL
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           DISPLAY "RECON: " WS-LINE-COUNT " LINES, "
               WS-DAYS-CHECKED " CLOSED DAYS RE-TOTALLED, "
               WS-ARCHIVED-COUNT " ARCHIVED REFERENCES SKIPPED, "
               WS-EXCEPTION-COUNT " EXCEPTIONS."
           STOP RUN.

       WARN-TABLE-FULL.
           IF NOT WS-TABLE-FULL
               DISPLAY "RECON: WARNING - TABLE FULL, "
                   "THE CHECK IS INCOMPLETE."
               MOVE "Y" TO WS-TABLE-FULL-FLAG
           END-IF.

       LOAD-OVERRIDE-JOURNAL.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT OVERRIDE-JOURNAL
           IF NOT WS-OJ-OK
      *        NO JOURNAL YET - NO OVERRIDE HAS EVER BEEN GRANTED.
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-NEXT-OVERRIDE UNTIL WS-END-OF-FILE
           CLOSE OVERRIDE-JOURNAL.

       LOAD-NEXT-OVERRIDE.
           READ OVERRIDE-JOURNAL
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF WS-OVERRIDE-COUNT < WS-OVERRIDE-TABLE-MAX
                       ADD 1 TO WS-OVERRIDE-COUNT
                       SET WS-OVR-IDX TO WS-OVERRIDE-COUNT
                       MOVE OVR-TIMESTAMP
                           TO WS-OVR-TIMESTAMP(WS-OVR-IDX)
                       MOVE OVR-ACTION  TO WS-OVR-ACTION(WS-OVR-IDX)
                       MOVE OVR-TRAN-NUMBER
                           TO WS-OVR-TRAN(WS-OVR-IDX)
                       MOVE OVR-AMOUNT  TO WS-OVR-AMOUNT(WS-OVR-IDX)
                       MOVE "N" TO WS-OVR-MATCHED-FLAG(WS-OVR-IDX)
                   ELSE
                       PERFORM WARN-TABLE-FULL
                   END-IF
           END-READ.

       SCAN-SHOP-TRANSACTIONS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT SHOP-TRANS
           IF NOT WS-ST-OK
      *        NO TRANSACTION FILE YET - NOTHING TO RE-TOTAL.
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TX-TRAN-NUMBER TX-LINE-NUMBER
           START SHOP-TRANS KEY NOT LESS THAN TX-TRAN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START
           PERFORM CHECK-NEXT-LINE UNTIL WS-END-OF-FILE
           IF WS-CURRENT-TRAN NOT = 0
               PERFORM MATCH-TRANSACTION-OVERRIDES
           END-IF
           CLOSE SHOP-TRANS.

       CHECK-NEXT-LINE.
           READ SHOP-TRANS NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   PERFORM CHECK-ONE-LINE
           END-READ.

       CHECK-ONE-LINE.
           ADD 1 TO WS-LINE-COUNT
           IF WS-LOWEST-TRAN = 0
               MOVE TX-TRAN-NUMBER TO WS-LOWEST-TRAN
           END-IF
           MOVE TX-TRAN-NUMBER TO WS-HIGHEST-TRAN
           IF TX-DATE < WS-EARLIEST-DATE
               MOVE TX-DATE TO WS-EARLIEST-DATE
           END-IF
           IF TX-TRAN-NUMBER NOT = WS-CURRENT-TRAN
               IF WS-CURRENT-TRAN NOT = 0
                   PERFORM MATCH-TRANSACTION-OVERRIDES
               END-IF
               MOVE TX-TRAN-NUMBER TO WS-CURRENT-TRAN
               MOVE 0 TO WS-CURRENT-TRAN-TOTAL
           END-IF
           ADD TX-AMOUNT TO WS-CURRENT-TRAN-TOTAL
           PERFORM ACCUMULATE-DAY
           PERFORM CHECK-LINE-ITEM
           PERFORM CHECK-LINE-VAT
           IF TX-ORIG-TRAN NOT = 0
               PERFORM SAVE-RETURN-LINE
           END-IF.

       ACCUMULATE-DAY.
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
               IF WS-DAY-DATE(WS-DAY-IDX) = TX-DATE
                   MOVE "Y" TO WS-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               IF WS-DAY-COUNT >= WS-DAY-TABLE-MAX
                   PERFORM WARN-TABLE-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DAY-COUNT
               SET WS-DAY-IDX TO WS-DAY-COUNT
               INITIALIZE WS-DAY-ENTRY(WS-DAY-IDX)
               MOVE TX-DATE TO WS-DAY-DATE(WS-DAY-IDX)
               MOVE "N"     TO WS-DAY-SUMMARY-FLAG(WS-DAY-IDX)
           END-IF
           IF TX-DAY-CLOSED
               ADD 1 TO WS-DAY-CLOSED-LINES(WS-DAY-IDX)
           ELSE
               ADD 1 TO WS-DAY-OPEN-LINES(WS-DAY-IDX)
           END-IF
           IF TX-FIRST-LINE
               ADD 1 TO WS-DAY-TRAN-COUNT(WS-DAY-IDX)
           END-IF
           EVALUATE TRUE
               WHEN TX-VOIDED
                   IF TX-FIRST-LINE
                       ADD 1 TO WS-DAY-VOID-COUNT(WS-DAY-IDX)
                   END-IF
                   ADD TX-AMOUNT TO WS-DAY-VOID-AMOUNT(WS-DAY-IDX)
               WHEN TX-RETURNED
                   IF TX-FIRST-LINE
                       ADD 1 TO WS-DAY-RETURN-COUNT(WS-DAY-IDX)
                   END-IF
                   ADD TX-AMOUNT
                       TO WS-DAY-RETURN-AMOUNT(WS-DAY-IDX)
               WHEN OTHER
                   ADD TX-AMOUNT TO WS-DAY-GROSS(WS-DAY-IDX)
           END-EVALUATE
           IF TX-VOIDED
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TAX-SUB FROM 1 BY 1
                   UNTIL WS-TAX-SUB > 4
               IF WS-TAX-CATEGORY-LIST(WS-TAX-SUB:1) = TX-TAX-CATEGORY
                   IF TX-RETURNED
                       SUBTRACT TX-NET-AMOUNT
                           FROM WS-DAY-TAX-NET(WS-DAY-IDX WS-TAX-SUB)
                       SUBTRACT TX-TAX-AMOUNT FROM
                           WS-DAY-TAX-AMOUNT(WS-DAY-IDX WS-TAX-SUB)
                   ELSE
                       ADD TX-NET-AMOUNT
                           TO WS-DAY-TAX-NET(WS-DAY-IDX WS-TAX-SUB)
                       ADD TX-TAX-AMOUNT TO
                           WS-DAY-TAX-AMOUNT(WS-DAY-IDX WS-TAX-SUB)
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-LINE-ITEM.
      *    A BASKET OFTEN REPEATS AN ITEM AND THE FILE IS IN NUMBER
      *    ORDER, SO THE LAST LOOKUP IS REMEMBERED.
           IF NOT WS-ITEM-MASTER-OPEN
               EXIT PARAGRAPH
           END-IF
           IF TX-ITEM-CODE NOT = WS-LAST-ITEM-CODE
               MOVE TX-ITEM-CODE TO WS-LAST-ITEM-CODE
               MOVE TX-ITEM-CODE TO IM-ITEM-CODE
               READ ITEM-MASTER
                   INVALID KEY
                       MOVE "N" TO WS-LAST-ITEM-FOUND-FLAG
                   NOT INVALID KEY
                       MOVE "Y" TO WS-LAST-ITEM-FOUND-FLAG
               END-READ
           END-IF
           IF NOT WS-LAST-ITEM-FOUND
               ADD 1 TO WS-EXCEPTION-COUNT
               DISPLAY "ITEM NOT ON ITEM-MASTER     TRAN "
                   TX-TRAN-NUMBER " LINE " TX-LINE-NUMBER
                   " ITEM " TX-ITEM-CODE
           END-IF.

       CHECK-LINE-VAT.
      *    A LINE KEYED BEFORE VAT WAS CAPTURED HAS NO SPLIT TO CHECK.
           IF TX-TAX-UNRECORDED
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LINE-CHECK = TX-NET-AMOUNT + TX-TAX-AMOUNT
           IF WS-LINE-CHECK NOT = TX-AMOUNT
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE TX-AMOUNT     TO WS-AMOUNT-SHOW
               MOVE WS-LINE-CHECK TO WS-AMOUNT-SHOW-2
               DISPLAY "NET + VAT NOT = GROSS       TRAN "
                   TX-TRAN-NUMBER " LINE " TX-LINE-NUMBER
                   " GROSS " WS-AMOUNT-SHOW
                   " NET+VAT " WS-AMOUNT-SHOW-2
           END-IF.

       SAVE-RETURN-LINE.
           IF WS-RETURN-COUNT < WS-RETURN-TABLE-MAX
               ADD 1 TO WS-RETURN-COUNT
               SET WS-RET-IDX TO WS-RETURN-COUNT
               MOVE TX-TRAN-NUMBER TO WS-RET-TRAN(WS-RET-IDX)
               MOVE TX-ORIG-TRAN   TO WS-RET-ORIG-TRAN(WS-RET-IDX)
               MOVE TX-ORIG-LINE   TO WS-RET-ORIG-LINE(WS-RET-IDX)
               MOVE TX-QUANTITY    TO WS-RET-QUANTITY(WS-RET-IDX)
               IF TX-VOIDED
                   MOVE "Y" TO WS-RET-VOIDED-FLAG(WS-RET-IDX)
               ELSE
                   MOVE "N" TO WS-RET-VOIDED-FLAG(WS-RET-IDX)
               END-IF
               MOVE "N" TO WS-RET-DONE-FLAG(WS-RET-IDX)
           ELSE
               PERFORM WARN-TABLE-FULL
           END-IF.

       MATCH-TRANSACTION-OVERRIDES.
      *    AN OVERRIDE CARRIES THE WHOLE BASKET (OR VOIDED) TOTAL,
      *    SO IT IS COMPARED WITH THE SUM OF THE TRANSACTION'S LINES.
           PERFORM VARYING WS-OVR-IDX FROM 1 BY 1
                   UNTIL WS-OVR-IDX > WS-OVERRIDE-COUNT
               IF WS-OVR-TRAN(WS-OVR-IDX) = WS-CURRENT-TRAN
                   MOVE "Y" TO WS-OVR-MATCHED-FLAG(WS-OVR-IDX)
                   IF WS-OVR-AMOUNT(WS-OVR-IDX) NOT =
                           WS-CURRENT-TRAN-TOTAL
                       ADD 1 TO WS-EXCEPTION-COUNT
                       MOVE WS-OVR-AMOUNT(WS-OVR-IDX)
                           TO WS-AMOUNT-SHOW
                       MOVE WS-CURRENT-TRAN-TOTAL TO WS-AMOUNT-SHOW-2
                       DISPLAY "OVERRIDE AMOUNT MISMATCH    TRAN "
                           WS-CURRENT-TRAN " "
                           WS-OVR-ACTION(WS-OVR-IDX)
                           " JOURNAL " WS-AMOUNT-SHOW
                           " ON FILE " WS-AMOUNT-SHOW-2
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-DAY-SUMMARIES.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT DAY-SUMMARY
           IF NOT WS-DS-OK
      *        NO SUMMARY FILE YET - NO DAY HAS EVER BEEN CLOSED.
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-NEXT-SUMMARY UNTIL WS-END-OF-FILE
           CLOSE DAY-SUMMARY.

       CHECK-NEXT-SUMMARY.
           READ DAY-SUMMARY
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   PERFORM CHECK-ONE-SUMMARY
           END-READ.

       CHECK-ONE-SUMMARY.
           IF DS-DATE < WS-EARLIEST-DATE
      *        ITS TRANSACTIONS ARE ON A YEAR-END ARCHIVE - UNLESS
      *        THE DAY HAD NONE, WHICH NEEDS NO CHECK EITHER.
               IF DS-TRAN-COUNT > 0
                   ADD 1 TO WS-ARCHIVED-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
               IF WS-DAY-DATE(WS-DAY-IDX) = DS-DATE
                   MOVE "Y" TO WS-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               IF DS-TRAN-COUNT > 0
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE DS-TRAN-COUNT TO WS-COUNT-SHOW
                   DISPLAY "SUMMARY DAY NOT ON FILE     DATE "
                       DS-DATE " SUMMARY HAS " WS-COUNT-SHOW
                       " TRANSACTIONS, FILE HAS NONE"
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-DAY-HAS-SUMMARY(WS-DAY-IDX)
               ADD 1 TO WS-EXCEPTION-COUNT
               DISPLAY "DUPLICATE DAY SUMMARY       DATE " DS-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-DAY-SUMMARY-FLAG(WS-DAY-IDX)
           ADD 1 TO WS-DAYS-CHECKED
           IF WS-DAY-OPEN-LINES(WS-DAY-IDX) > 0
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE WS-DAY-OPEN-LINES(WS-DAY-IDX) TO WS-COUNT-SHOW
               DISPLAY "SUMMARY DAY NOT ALL STAMPED DATE " DS-DATE
                   " " WS-COUNT-SHOW " LINES NOT MARKED CLOSED"
           END-IF
           PERFORM COMPARE-DAY-TOTALS.

       COMPARE-DAY-TOTALS.
           IF WS-DAY-TRAN-COUNT(WS-DAY-IDX) NOT = DS-TRAN-COUNT
               MOVE DS-TRAN-COUNT TO WS-COUNT-SHOW
               MOVE WS-DAY-TRAN-COUNT(WS-DAY-IDX) TO WS-COUNT-SHOW-2
               PERFORM REPORT-COUNT-MISMATCH
           END-IF
           IF WS-DAY-GROSS(WS-DAY-IDX) NOT = DS-GROSS-AMOUNT
               MOVE DS-GROSS-AMOUNT TO WS-AMOUNT-SHOW
               MOVE WS-DAY-GROSS(WS-DAY-IDX) TO WS-AMOUNT-SHOW-2
               DISPLAY "DAY TOTAL MISMATCH          DATE " DS-DATE
                   " GROSS   SUMMARY " WS-AMOUNT-SHOW
                   " FILE " WS-AMOUNT-SHOW-2
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF
           IF WS-DAY-VOID-COUNT(WS-DAY-IDX) NOT = DS-VOID-COUNT
               OR WS-DAY-VOID-AMOUNT(WS-DAY-IDX) NOT = DS-VOID-AMOUNT
               MOVE DS-VOID-AMOUNT TO WS-AMOUNT-SHOW
               MOVE WS-DAY-VOID-AMOUNT(WS-DAY-IDX) TO WS-AMOUNT-SHOW-2
               MOVE DS-VOID-COUNT TO WS-COUNT-SHOW
               MOVE WS-DAY-VOID-COUNT(WS-DAY-IDX) TO WS-COUNT-SHOW-2
               DISPLAY "DAY TOTAL MISMATCH          DATE " DS-DATE
                   " VOIDS   SUMMARY " WS-COUNT-SHOW " "
                   WS-AMOUNT-SHOW " FILE " WS-COUNT-SHOW-2 " "
                   WS-AMOUNT-SHOW-2
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF
           IF WS-DAY-RETURN-COUNT(WS-DAY-IDX) NOT = DS-RETURN-COUNT
               OR WS-DAY-RETURN-AMOUNT(WS-DAY-IDX)
                   NOT = DS-RETURN-AMOUNT
               MOVE DS-RETURN-AMOUNT TO WS-AMOUNT-SHOW
               MOVE WS-DAY-RETURN-AMOUNT(WS-DAY-IDX)
                   TO WS-AMOUNT-SHOW-2
               MOVE DS-RETURN-COUNT TO WS-COUNT-SHOW
               MOVE WS-DAY-RETURN-COUNT(WS-DAY-IDX) TO WS-COUNT-SHOW-2
               DISPLAY "DAY TOTAL MISMATCH          DATE " DS-DATE
                   " RETURNS SUMMARY " WS-COUNT-SHOW " "
                   WS-AMOUNT-SHOW " FILE " WS-COUNT-SHOW-2 " "
                   WS-AMOUNT-SHOW-2
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF
           COMPUTE WS-DAY-NET = WS-DAY-GROSS(WS-DAY-IDX)
               - WS-DAY-RETURN-AMOUNT(WS-DAY-IDX)
           IF WS-DAY-NET NOT = DS-NET-AMOUNT
               MOVE DS-NET-AMOUNT TO WS-AMOUNT-SHOW
               MOVE WS-DAY-NET    TO WS-AMOUNT-SHOW-2
               DISPLAY "DAY TOTAL MISMATCH          DATE " DS-DATE
                   " NET     SUMMARY " WS-AMOUNT-SHOW
                   " FILE " WS-AMOUNT-SHOW-2
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF
      *    A DAY CLOSED BEFORE VAT WAS CAPTURED CARRIES A BLANK
      *    BREAKDOWN, AND ITS LINES NO CATEGORY, SO BOTH SIDES ARE
      *    ZERO AND STILL AGREE.
           PERFORM VARYING WS-TAX-SUB FROM 1 BY 1
                   UNTIL WS-TAX-SUB > 4
               IF WS-DAY-TAX-NET(WS-DAY-IDX WS-TAX-SUB)
                       NOT = DS-TAX-NET(WS-TAX-SUB)
                   OR WS-DAY-TAX-AMOUNT(WS-DAY-IDX WS-TAX-SUB)
                       NOT = DS-TAX-AMOUNT(WS-TAX-SUB)
                   MOVE DS-TAX-AMOUNT(WS-TAX-SUB) TO WS-SIGNED-SHOW
                   MOVE WS-DAY-TAX-AMOUNT(WS-DAY-IDX WS-TAX-SUB)
                       TO WS-SIGNED-SHOW-2
                   DISPLAY "DAY TOTAL MISMATCH          DATE "
                       DS-DATE " VAT "
                       WS-TAX-CATEGORY-LIST(WS-TAX-SUB:1)
                       "   SUMMARY " WS-SIGNED-SHOW
                       " FILE " WS-SIGNED-SHOW-2
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
           END-PERFORM.

       REPORT-COUNT-MISMATCH.
           ADD 1 TO WS-EXCEPTION-COUNT
           DISPLAY "DAY TOTAL MISMATCH          DATE " DS-DATE
               " TRANS   SUMMARY " WS-COUNT-SHOW
               " FILE " WS-COUNT-SHOW-2.

       CHECK-UNSUMMARISED-DAYS.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
               IF WS-DAY-CLOSED-LINES(WS-DAY-IDX) > 0
                   AND NOT WS-DAY-HAS-SUMMARY(WS-DAY-IDX)
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE WS-DAY-CLOSED-LINES(WS-DAY-IDX)
                       TO WS-COUNT-SHOW
                   DISPLAY "CLOSED DAY HAS NO SUMMARY   DATE "
                       WS-DAY-DATE(WS-DAY-IDX) " "
                       WS-COUNT-SHOW " LINES MARKED CLOSED"
               END-IF
           END-PERFORM.

       CHECK-NEXT-TRAN-NUMBER.
           OPEN INPUT TRAN-CONTROL
           IF NOT WS-TC-OK
               IF WS-HIGHEST-TRAN > 0
                   ADD 1 TO WS-EXCEPTION-COUNT
                   DISPLAY "TRANCTL MISSING             HIGHEST "
                       "TRAN ON FILE " WS-HIGHEST-TRAN
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE "NEXTTRAN" TO TC-CONTROL-ID
           READ TRAN-CONTROL
               INVALID KEY
                   IF WS-HIGHEST-TRAN > 0
                       ADD 1 TO WS-EXCEPTION-COUNT
                       DISPLAY "NEXTTRAN RECORD MISSING     HIGHEST "
                           "TRAN ON FILE " WS-HIGHEST-TRAN
                   END-IF
               NOT INVALID KEY
                   IF TC-NEXT-TRAN-NUMBER NOT > WS-HIGHEST-TRAN
                       ADD 1 TO WS-EXCEPTION-COUNT
                       DISPLAY "NEXTTRAN NOT ABOVE FILE     NEXT "
                           TC-NEXT-TRAN-NUMBER " HIGHEST ON FILE "
                           WS-HIGHEST-TRAN
                   END-IF
           END-READ
           CLOSE TRAN-CONTROL.

       CHECK-RETURNS.
      *    RETURNS AGAINST THE SAME ORIGINAL LINE ARE ADDED UP
      *    TOGETHER, THEN THE ORIGINAL IS READ ONCE. A VOIDED
      *    RETURN GAVE NOTHING BACK, SO IT DOES NOT COUNT TOWARDS
      *    THE QUANTITY, BUT IT MUST STILL POINT AT A REAL SALE.
           IF WS-RETURN-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SHOP-TRANS
           IF NOT WS-ST-OK
               ADD 1 TO WS-EXCEPTION-COUNT
               DISPLAY "SHOPTRAN CANNOT BE REOPENED STATUS "
                   WS-SHOP-TRANS-STATUS " - RETURNS NOT CHECKED"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > WS-RETURN-COUNT
               IF NOT WS-RET-DONE(WS-RET-IDX)
                   PERFORM CHECK-ONE-ORIGINAL
               END-IF
           END-PERFORM
           CLOSE SHOP-TRANS.

       CHECK-ONE-ORIGINAL.
           MOVE 0   TO WS-RETURNED-QUANTITY
           MOVE "N" TO WS-LIVE-RETURN-FLAG
           PERFORM VARYING WS-RET-JDX FROM WS-RET-IDX BY 1
                   UNTIL WS-RET-JDX > WS-RETURN-COUNT
               IF WS-RET-ORIG-KEY(WS-RET-JDX) =
                       WS-RET-ORIG-KEY(WS-RET-IDX)
                   MOVE "Y" TO WS-RET-DONE-FLAG(WS-RET-JDX)
                   IF NOT WS-RET-VOIDED(WS-RET-JDX)
                       ADD WS-RET-QUANTITY(WS-RET-JDX)
                           TO WS-RETURNED-QUANTITY
                       MOVE "Y" TO WS-LIVE-RETURN-FLAG
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RET-ORIG-TRAN(WS-RET-IDX) < WS-LOWEST-TRAN
               ADD 1 TO WS-ARCHIVED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RET-ORIG-KEY(WS-RET-IDX) TO TX-TRAN-KEY
           READ SHOP-TRANS
               INVALID KEY
                   ADD 1 TO WS-EXCEPTION-COUNT
                   DISPLAY "RETURN ORIGINAL NOT ON FILE TRAN "
                       WS-RET-TRAN(WS-RET-IDX) " ORIGINAL "
                       WS-RET-ORIG-TRAN(WS-RET-IDX) " LINE "
                       WS-RET-ORIG-LINE(WS-RET-IDX)
               NOT INVALID KEY
                   PERFORM CHECK-ORIGINAL-SALE
           END-READ.

       CHECK-ORIGINAL-SALE.
           IF TX-ORIG-TRAN NOT = 0
               ADD 1 TO WS-EXCEPTION-COUNT
               DISPLAY "RETURN ORIGINAL NOT A SALE  TRAN "
                   WS-RET-TRAN(WS-RET-IDX) " ORIGINAL "
                   TX-TRAN-NUMBER " LINE " TX-LINE-NUMBER
                   " IS ITSELF A RETURN"
               EXIT PARAGRAPH
           END-IF
           IF TX-VOIDED AND WS-LIVE-RETURN
               ADD 1 TO WS-EXCEPTION-COUNT
               DISPLAY "RETURN AGAINST VOIDED SALE  TRAN "
                   WS-RET-TRAN(WS-RET-IDX) " ORIGINAL "
                   TX-TRAN-NUMBER " LINE " TX-LINE-NUMBER
           END-IF
           IF WS-RETURNED-QUANTITY > TX-QUANTITY
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE TX-QUANTITY          TO WS-COUNT-SHOW
               MOVE WS-RETURNED-QUANTITY TO WS-COUNT-SHOW-2
               DISPLAY "OVER-RETURN                 ORIGINAL "
                   TX-TRAN-NUMBER " LINE " TX-LINE-NUMBER
                   " SOLD " WS-COUNT-SHOW
                   " RETURNED " WS-COUNT-SHOW-2
           END-IF.

       CHECK-UNMATCHED-OVERRIDES.
           PERFORM VARYING WS-OVR-IDX FROM 1 BY 1
                   UNTIL WS-OVR-IDX > WS-OVERRIDE-COUNT
               IF NOT WS-OVR-MATCHED(WS-OVR-IDX)
                   IF WS-OVR-TRAN(WS-OVR-IDX) < WS-LOWEST-TRAN
                       ADD 1 TO WS-ARCHIVED-COUNT
                   ELSE
                       ADD 1 TO WS-EXCEPTION-COUNT
                       MOVE WS-OVR-AMOUNT(WS-OVR-IDX)
                           TO WS-AMOUNT-SHOW
                       DISPLAY "OVERRIDE TRAN NOT ON FILE   TRAN "
                           WS-OVR-TRAN(WS-OVR-IDX) " "
                           WS-OVR-ACTION(WS-OVR-IDX) " "
                           WS-AMOUNT-SHOW " AT "
                           WS-OVR-TIMESTAMP(WS-OVR-IDX)
                   END-IF
               END-IF
           END-PERFORM.
