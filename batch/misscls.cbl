       IDENTIFICATION DIVISION.
       PROGRAM-ID. MISSCLS.

      *    NIGHTLY MISSED-CLOSE CHECK. LISTS EVERY DAY IN THE LAST 30
      *    (THE BUSINESS DATE AND THE 29 BEFORE IT) THAT HAS
      *    TRANSACTIONS ON SHOP-TRANSACTIONS BUT NO DAILY-SUMMARY
      *    RECORD - A DAY DAYCLOSE NEVER CLOSED, BECAUSE THE NIGHTLY
      *    JOB DID NOT RUN OR ITS CLOSE STEP FAILED. SUCH A DAY IS
      *    MISSING FROM THE MONTH-END FIGURES, SO IT HAS TO BE CAUGHT
      *    BEFORE THEY GO TO HEAD OFFICE: CLOSE IT WITH A CATCH-UP
      *    DAYCLOSE (CLOSE-DATE ENVIRONMENT NAME). RECON ALREADY
      *    REPORTS A DAY CLOSED WITHOUT ITS SUMMARY; THIS IS THE DAY
      *    THAT WAS NEVER CLOSED AT ALL.
      *    A DAY THE TRADING CALENDAR HAS THE SHOP CLOSED IS STILL
      *    LISTED WHEN IT HAS TRANSACTIONS - SOMETHING WAS SOLD, SO
      *    IT STILL NEEDS CLOSING - AND IS MARKED AS SUCH. THE STEP
      *    ENDS WITH CONDITION CODE 4 WHEN ANY DAY IS LISTED, AND 8
      *    WHEN SHOP-TRANSACTIONS CANNOT BE READ.

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

           SELECT TRADING-CALENDAR ASSIGN TO "TRADCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-TRADING-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SHOP-TRANS.
       COPY "shoptran.cpy".

       FD  DAY-SUMMARY.
       COPY "daysum.cpy".

       FD  TRADING-CALENDAR.
       COPY "tradcal.cpy".

       WORKING-STORAGE SECTION.
       01 WS-SHOP-TRANS-STATUS   PIC X(2).
          88 WS-ST-OK            VALUE "00".
       01 WS-DAY-SUMMARY-STATUS  PIC X(2).
          88 WS-DS-OK            VALUE "00".
       01 WS-TRADING-CALENDAR-STATUS PIC X(2).
          88 WS-TD-OK            VALUE "00".

       01 WS-EOF-FLAG            PIC X(1) VALUE "N".
          88 WS-END-OF-FILE      VALUE "Y".
       01 WS-RUN-REFUSED-FLAG    PIC X(1) VALUE "N".
          88 WS-RUN-REFUSED      VALUE "Y".
       01 WS-CALENDAR-OPEN-FLAG  PIC X(1) VALUE "N".
          88 WS-CALENDAR-OPEN    VALUE "Y".

       01 WS-CURRENT-DATE        PIC 9(8).
       01 WS-BUSINESS-DATE       PIC 9(8).
       01 WS-WINDOW-START-DATE   PIC 9(8).
       01 WS-BUSINESS-DAYS       PIC S9(9) COMP.
       01 WS-WINDOW-START-DAYS   PIC S9(9) COMP.
       01 WS-DAY-OFFSET          PIC S9(9) COMP.

      *    ONE ENTRY PER DAY OF THE WINDOW, OLDEST FIRST - ENTRY N IS
      *    WS-WINDOW-START-DATE PLUS N-1 DAYS.
       01 WS-WINDOW-TABLE.
          05 WS-WINDOW-ENTRY OCCURS 30 TIMES
                 INDEXED BY WS-WIN-IDX.
             10 WS-WIN-DATE         PIC 9(8).
             10 WS-WIN-TRAN-COUNT   PIC 9(5).
             10 WS-WIN-SUMMARY-FLAG PIC X(1).
                88 WS-WIN-HAS-SUMMARY VALUE "Y".
       01 WS-WINDOW-DAYS         PIC 9(2) VALUE 30.

      *    DAY 1 OF THE INTEGER DATES (1 JANUARY 1601) WAS A MONDAY.
       01 WS-WEEKDAY-NAME-LIST   PIC X(21)
              VALUE "MONTUEWEDTHUFRISATSUN".
       01 WS-WEEKDAY-NAMES REDEFINES WS-WEEKDAY-NAME-LIST.
          05 WS-WEEKDAY-NAME     PIC X(3) OCCURS 7 TIMES.
       01 WS-WEEKDAY             PIC 9(1).

       01 WS-TRADING-DAY-COUNT   PIC 9(3) VALUE 0.
       01 WS-MISSED-COUNT        PIC 9(3) VALUE 0.

       01 WS-MISSED-LINE.
          05 FILLER              PIC X(17)
                 VALUE "NOT CLOSED  DATE ".
          05 WS-ML-DATE          PIC 9(8).
          05 FILLER              PIC X(1)  VALUE SPACE.
          05 WS-ML-WEEKDAY       PIC X(3).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-ML-TRANS         PIC ZZZZ9.
          05 FILLER              PIC X(14)
                 VALUE " TRANSACTIONS ".
          05 WS-ML-NOTE          PIC X(40).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
      *    RUN-DATE IS THE NIGHTLY JOB'S SHARED BUSINESS DATE, SET
      *    ON A RERUN AFTER MIDNIGHT SO THE CHECK AND ITS
      *    RUN-CONTROL STAMP AGREE ON THE DAY BEING FINISHED.
           ACCEPT WS-BUSINESS-DATE FROM ENVIRONMENT "RUN-DATE"
               ON EXCEPTION
                   MOVE 0 TO WS-BUSINESS-DATE
           END-ACCEPT
           IF WS-BUSINESS-DATE = 0
               COMPUTE WS-BUSINESS-DATE =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) - 1)
           END-IF
           COMPUTE WS-BUSINESS-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           COMPUTE WS-WINDOW-START-DAYS =
               WS-BUSINESS-DAYS - WS-WINDOW-DAYS + 1
           COMPUTE WS-WINDOW-START-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-START-DAYS)
           PERFORM BUILD-WINDOW-TABLE
           DISPLAY "MISSED DAY-CLOSE CHECK " WS-WINDOW-START-DATE
               " TO " WS-BUSINESS-DATE
           DISPLAY " "
           PERFORM COUNT-WINDOW-TRANSACTIONS
           IF NOT WS-RUN-REFUSED
               PERFORM MARK-SUMMARISED-DAYS
               PERFORM REPORT-MISSED-CLOSES
           END-IF
           EVALUATE TRUE
               WHEN WS-RUN-REFUSED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-MISSED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           DISPLAY "MISSCLS: " WS-TRADING-DAY-COUNT
               " DAYS WITH TRANSACTIONS, " WS-MISSED-COUNT
               " NOT CLOSED."
           STOP RUN.

       BUILD-WINDOW-TABLE.
           PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
                   UNTIL WS-WIN-IDX > WS-WINDOW-DAYS
               SET WS-DAY-OFFSET TO WS-WIN-IDX
               COMPUTE WS-WIN-DATE(WS-WIN-IDX) =
                   FUNCTION DATE-OF-INTEGER(
                       WS-WINDOW-START-DAYS + WS-DAY-OFFSET - 1)
               MOVE 0   TO WS-WIN-TRAN-COUNT(WS-WIN-IDX)
               MOVE "N" TO WS-WIN-SUMMARY-FLAG(WS-WIN-IDX)
           END-PERFORM.

       COUNT-WINDOW-TRANSACTIONS.
      *    ONLY THE WINDOW IS READ, BY THE TX-DATE ALTERNATE KEY.
      *    EACH TRANSACTION IS COUNTED ON ITS FIRST LINE; VOIDS AND
      *    RETURNS COUNT TOO - THE DAY STILL TRADED AND STILL NEEDS
      *    ITS CLOSE.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT SHOP-TRANS
           IF NOT WS-ST-OK
               DISPLAY "MISSCLS: CANNOT OPEN SHOP-TRANS, STATUS "
                   WS-SHOP-TRANS-STATUS
               MOVE "Y" TO WS-RUN-REFUSED-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WINDOW-START-DATE TO TX-DATE
           START SHOP-TRANS KEY NOT LESS THAN TX-DATE
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START
           PERFORM COUNT-NEXT-LINE UNTIL WS-END-OF-FILE
           CLOSE SHOP-TRANS.

       COUNT-NEXT-LINE.
           READ SHOP-TRANS NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF TX-DATE > WS-BUSINESS-DATE
                       MOVE "Y" TO WS-EOF-FLAG
                   ELSE
                       IF TX-FIRST-LINE
                           COMPUTE WS-DAY-OFFSET =
                               FUNCTION INTEGER-OF-DATE(TX-DATE)
                               - WS-WINDOW-START-DAYS + 1
                           SET WS-WIN-IDX TO WS-DAY-OFFSET
                           ADD 1 TO WS-WIN-TRAN-COUNT(WS-WIN-IDX)
                       END-IF
                   END-IF
           END-READ.

       MARK-SUMMARISED-DAYS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT DAY-SUMMARY
           IF NOT WS-DS-OK
      *        NO SUMMARY FILE YET - NO DAY HAS EVER BEEN CLOSED.
               EXIT PARAGRAPH
           END-IF
           PERFORM MARK-NEXT-SUMMARY UNTIL WS-END-OF-FILE
           CLOSE DAY-SUMMARY.

       MARK-NEXT-SUMMARY.
           READ DAY-SUMMARY
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF DS-DATE >= WS-WINDOW-START-DATE
                       AND DS-DATE <= WS-BUSINESS-DATE
                       COMPUTE WS-DAY-OFFSET =
                           FUNCTION INTEGER-OF-DATE(DS-DATE)
                           - WS-WINDOW-START-DAYS + 1
                       SET WS-WIN-IDX TO WS-DAY-OFFSET
                       MOVE "Y" TO WS-WIN-SUMMARY-FLAG(WS-WIN-IDX)
                   END-IF
           END-READ.

       REPORT-MISSED-CLOSES.
      *    THE TRADING CALENDAR IS ONLY READ TO MARK THE LINES; A
      *    MISSING CALENDAR MEANS STANDARD HOURS EVERY DAY.
           OPEN INPUT TRADING-CALENDAR
           IF WS-TD-OK
               MOVE "Y" TO WS-CALENDAR-OPEN-FLAG
           END-IF
           PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
                   UNTIL WS-WIN-IDX > WS-WINDOW-DAYS
               IF WS-WIN-TRAN-COUNT(WS-WIN-IDX) > 0
                   ADD 1 TO WS-TRADING-DAY-COUNT
                   IF NOT WS-WIN-HAS-SUMMARY(WS-WIN-IDX)
                       PERFORM REPORT-ONE-MISSED-DAY
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CALENDAR-OPEN
               CLOSE TRADING-CALENDAR
           END-IF
           DISPLAY " "
           IF WS-MISSED-COUNT = 0
               DISPLAY "NO MISSED CLOSES - EVERY DAY WITH "
                   "TRANSACTIONS HAS ITS SUMMARY."
           ELSE
               DISPLAY "CLOSE EACH DAY LISTED WITH A CATCH-UP DAYCLOSE "
                   "(CLOSE-DATE=YYYYMMDD), OLDEST FIRST, BEFORE THE "
                   "MONTH-END FIGURES GO TO HEAD OFFICE."
           END-IF.

       REPORT-ONE-MISSED-DAY.
           ADD 1 TO WS-MISSED-COUNT
           MOVE WS-WIN-DATE(WS-WIN-IDX)       TO WS-ML-DATE
           MOVE WS-WIN-TRAN-COUNT(WS-WIN-IDX) TO WS-ML-TRANS
           SET WS-DAY-OFFSET TO WS-WIN-IDX
           COMPUTE WS-WEEKDAY =
               FUNCTION MOD(WS-WINDOW-START-DAYS + WS-DAY-OFFSET - 2,
                            7) + 1
           MOVE WS-WEEKDAY-NAME(WS-WEEKDAY) TO WS-ML-WEEKDAY
           MOVE SPACES TO WS-ML-NOTE
           IF WS-CALENDAR-OPEN
               MOVE WS-WIN-DATE(WS-WIN-IDX) TO CAL-DATE
               READ TRADING-CALENDAR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CAL-CLOSED
                           MOVE "(MARKED CLOSED ON TRADING CALENDAR)"
                               TO WS-ML-NOTE
                       END-IF
               END-READ
           END-IF
           DISPLAY WS-MISSED-LINE.
