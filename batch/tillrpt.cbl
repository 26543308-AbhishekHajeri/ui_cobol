       IDENTIFICATION DIVISION.
       PROGRAM-ID. TILLRPT.

      *    NIGHTLY TILL VARIANCE REPORT OVER THE CASH-UP RECORDS
      *    WRITTEN BY LOGINUI: EVERY CASH-UP ON THE PRIOR DAY WHOSE
      *    CASH OR CARD COUNT WAS OVER OR SHORT BY MORE THAN THE
      *    TOLERANCE, GROUPED BY THE OPERATOR WHO KEYED IT, SO THE
      *    OWNER CAN SEE WHO KEEPS A TIDY DRAWER AND WHO DOES NOT.
      *    CASH-UPS WITHIN TOLERANCE ARE COUNTED BUT NOT LISTED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TILL-VARIANCE ASSIGN TO "TILLVAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TILL-VARIANCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TILL-VARIANCE.
       COPY "tillvar.cpy".

       WORKING-STORAGE SECTION.
       01 WS-TILL-VARIANCE-STATUS PIC X(2).
          88 WS-TV-OK            VALUE "00".

       01 WS-EOF-FLAG            PIC X(1) VALUE "N".
          88 WS-END-OF-FILE      VALUE "Y".

       01 WS-FILE-OPENED-FLAG    PIC X(1) VALUE "N".
          88 WS-FILE-OPENED      VALUE "Y".
      *    LATCHED AT OPEN TIME - FILE STATUS MOVES TO "10" AT END
      *    OF FILE, SO IT CANNOT BE RECHECKED AFTER THE READ LOOP
      *    TO DECIDE WHETHER THE FILE NEEDS CLOSING.

       01 WS-CURRENT-DATE        PIC 9(8).
       01 WS-REPORT-DATE         PIC 9(8).
       01 WS-EVENT-DATE          PIC 9(8).

       01 WS-TOLERANCE           PIC 9(5) VALUE 5.
      *    WHOLE CURRENCY UNITS EITHER SIDE OF EXPECTED THAT A TILL
      *    MAY BE OUT BEFORE IT IS REPORTED. OVERRIDABLE PER SHOP
      *    THROUGH THE TILL-TOLERANCE ENVIRONMENT NAME.
       01 WS-NEG-TOLERANCE       PIC S9(7)V99.

       01 WS-CASHUP-COUNT        PIC 9(5) VALUE 0.
       01 WS-OVER-COUNT          PIC 9(5) VALUE 0.
       01 WS-SHORT-COUNT         PIC 9(5) VALUE 0.
       01 WS-NET-CASH-VARIANCE   PIC S9(9)V99 VALUE 0.
       01 WS-OPR-CASH-VARIANCE   PIC S9(9)V99 VALUE 0.
       01 WS-OPR-TILL-COUNT      PIC 9(5) VALUE 0.
       01 WS-PREV-USERNAME       PIC X(20).

       01 WS-EXCEPTION-TABLE.
          05 WS-EXCEPTION-ENTRY OCCURS 1 TO 200 TIMES
                 DEPENDING ON WS-EXCEPTION-COUNT
                 INDEXED BY WS-EXC-IDX WS-EXC-JDX.
             10 WS-EXC-SORT-KEY.
                15 WS-EXC-USERNAME  PIC X(20).
                15 WS-EXC-TERMINAL  PIC X(8).
                15 WS-EXC-TIME      PIC 9(6).
             10 WS-EXC-TRAN-COUNT   PIC 9(5).
             10 WS-EXC-EXP-CASH     PIC S9(7)V99.
             10 WS-EXC-CNT-CASH     PIC 9(7)V99.
             10 WS-EXC-CASH-VAR     PIC S9(7)V99.
             10 WS-EXC-CARD-VAR     PIC S9(7)V99.
       01 WS-EXCEPTION-COUNT     PIC 9(3) VALUE 0.
       01 WS-EXCEPTION-TABLE-MAX PIC 9(3) VALUE 200.
       01 WS-EXCEPTION-WORK-ENTRY.
          05 WS-EXW-SORT-KEY.
             10 WS-EXW-USERNAME     PIC X(20).
             10 WS-EXW-TERMINAL     PIC X(8).
             10 WS-EXW-TIME         PIC 9(6).
          05 WS-EXW-TRAN-COUNT      PIC 9(5).
          05 WS-EXW-EXP-CASH        PIC S9(7)V99.
          05 WS-EXW-CNT-CASH        PIC 9(7)V99.
          05 WS-EXW-CASH-VAR        PIC S9(7)V99.
          05 WS-EXW-CARD-VAR        PIC S9(7)V99.

       01 WS-TABLE-FULL-WARNED-FLAG PIC X(1) VALUE "N".
          88 WS-TABLE-FULL-WARNED    VALUE "Y".

       01 WS-TILL-LINE.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-TL-TERMINAL      PIC X(8).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-TL-TIME          PIC 9(6).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-TL-TRAN-COUNT    PIC ZZZZ9.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-TL-EXP-CASH      PIC -(7)9.99.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-TL-CNT-CASH      PIC Z(7)9.99.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-TL-CASH-VAR      PIC -(7)9.99.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-TL-CARD-VAR      PIC -(7)9.99.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-TL-STATE         PIC X(5).

       01 WS-OPERATOR-TOTAL-LINE.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 FILLER              PIC X(8)  VALUE "TILLS:".
          05 WS-OT-TILL-COUNT    PIC ZZZZ9.
          05 FILLER              PIC X(22) VALUE SPACES.
          05 FILLER              PIC X(13) VALUE "NET CASH VAR".
          05 WS-OT-CASH-VAR      PIC -(9)9.99.

       01 WS-TOLERANCE-SHOW      PIC ZZZZ9.
       01 WS-NET-VARIANCE-SHOW   PIC -(9)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
      *    RUN-DATE IS THE NIGHTLY JOB'S SHARED BUSINESS DATE, SET
      *    ON A RERUN AFTER MIDNIGHT SO THE REPORT AND ITS
      *    RUN-CONTROL STAMP AGREE ON THE DAY BEING FINISHED.
           ACCEPT WS-REPORT-DATE FROM ENVIRONMENT "RUN-DATE"
               ON EXCEPTION
                   MOVE 0 TO WS-REPORT-DATE
           END-ACCEPT
           IF WS-REPORT-DATE = 0
               COMPUTE WS-REPORT-DATE =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) - 1)
           END-IF
           ACCEPT WS-TOLERANCE FROM ENVIRONMENT "TILL-TOLERANCE"
               ON EXCEPTION
                   MOVE 5 TO WS-TOLERANCE
           END-ACCEPT
           COMPUTE WS-NEG-TOLERANCE = 0 - WS-TOLERANCE
           OPEN INPUT TILL-VARIANCE
           IF NOT WS-TV-OK
      *        NO VARIANCE FILE YET - NO TILL HAS EVER BEEN CASHED UP.
               MOVE "Y" TO WS-EOF-FLAG
           ELSE
               MOVE "Y" TO WS-FILE-OPENED-FLAG
           END-IF
           PERFORM READ-AND-COLLECT UNTIL WS-END-OF-FILE
           IF WS-FILE-OPENED
               CLOSE TILL-VARIANCE
           END-IF
           PERFORM SORT-BY-OPERATOR
           PERFORM PRINT-REPORT
           STOP RUN.

       READ-AND-COLLECT.
           READ TILL-VARIANCE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   PERFORM CHECK-ONE-CASHUP
           END-READ.

       CHECK-ONE-CASHUP.
           MOVE TV-TIMESTAMP(1:8) TO WS-EVENT-DATE
           IF WS-EVENT-DATE = WS-REPORT-DATE
               ADD 1 TO WS-CASHUP-COUNT
               IF TV-CASH-VARIANCE > WS-TOLERANCE
                   OR TV-CASH-VARIANCE < WS-NEG-TOLERANCE
                   OR TV-CARD-VARIANCE > WS-TOLERANCE
                   OR TV-CARD-VARIANCE < WS-NEG-TOLERANCE
                   PERFORM ADD-EXCEPTION-ENTRY
               END-IF
           END-IF.

       ADD-EXCEPTION-ENTRY.
           IF WS-EXCEPTION-COUNT < WS-EXCEPTION-TABLE-MAX
               ADD 1 TO WS-EXCEPTION-COUNT
               SET WS-EXC-IDX TO WS-EXCEPTION-COUNT
               MOVE TV-USERNAME       TO WS-EXC-USERNAME(WS-EXC-IDX)
               MOVE TV-TERMINAL-ID    TO WS-EXC-TERMINAL(WS-EXC-IDX)
               MOVE TV-TIMESTAMP(9:6) TO WS-EXC-TIME(WS-EXC-IDX)
               MOVE TV-TRAN-COUNT
                   TO WS-EXC-TRAN-COUNT(WS-EXC-IDX)
               MOVE TV-EXPECTED-CASH  TO WS-EXC-EXP-CASH(WS-EXC-IDX)
               MOVE TV-COUNTED-CASH   TO WS-EXC-CNT-CASH(WS-EXC-IDX)
               MOVE TV-CASH-VARIANCE  TO WS-EXC-CASH-VAR(WS-EXC-IDX)
               MOVE TV-CARD-VARIANCE  TO WS-EXC-CARD-VAR(WS-EXC-IDX)
           ELSE
               PERFORM WARN-TABLE-FULL
           END-IF.

       WARN-TABLE-FULL.
           IF NOT WS-TABLE-FULL-WARNED
               DISPLAY "TILLRPT: WARNING - VARIANCE TABLE FULL, "
                   "SOME TILLS OMITTED."
               MOVE "Y" TO WS-TABLE-FULL-WARNED-FLAG
           END-IF.

       SORT-BY-OPERATOR.
      *    STRAIGHT SELECTION SORT ON OPERATOR, THEN TERMINAL, THEN
      *    TIME - A NIGHT'S OUT-OF-TOLERANCE TILLS ARE FEW.
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                   UNTIL WS-EXC-IDX >= WS-EXCEPTION-COUNT
               SET WS-EXC-JDX TO WS-EXC-IDX
               SET WS-EXC-JDX UP BY 1
               PERFORM UNTIL WS-EXC-JDX > WS-EXCEPTION-COUNT
                   IF WS-EXC-SORT-KEY(WS-EXC-JDX) <
                           WS-EXC-SORT-KEY(WS-EXC-IDX)
                       MOVE WS-EXCEPTION-ENTRY(WS-EXC-IDX)
                           TO WS-EXCEPTION-WORK-ENTRY
                       MOVE WS-EXCEPTION-ENTRY(WS-EXC-JDX)
                           TO WS-EXCEPTION-ENTRY(WS-EXC-IDX)
                       MOVE WS-EXCEPTION-WORK-ENTRY
                           TO WS-EXCEPTION-ENTRY(WS-EXC-JDX)
                   END-IF
                   SET WS-EXC-JDX UP BY 1
               END-PERFORM
           END-PERFORM.

       PRINT-REPORT.
           MOVE WS-TOLERANCE TO WS-TOLERANCE-SHOW
           DISPLAY "TILL VARIANCE REPORT FOR " WS-REPORT-DATE
               "  TOLERANCE " WS-TOLERANCE-SHOW
           DISPLAY " "
           MOVE SPACES TO WS-PREV-USERNAME
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                   UNTIL WS-EXC-IDX > WS-EXCEPTION-COUNT
               IF WS-EXC-USERNAME(WS-EXC-IDX) NOT = WS-PREV-USERNAME
                   IF WS-PREV-USERNAME NOT = SPACES
                       PERFORM PRINT-OPERATOR-TOTAL
                   END-IF
                   PERFORM PRINT-OPERATOR-HEADING
               END-IF
               PERFORM PRINT-TILL-LINE
           END-PERFORM
           IF WS-PREV-USERNAME NOT = SPACES
               PERFORM PRINT-OPERATOR-TOTAL
           END-IF
           IF WS-EXCEPTION-COUNT = 0
               DISPLAY "NO TILLS OUTSIDE TOLERANCE."
           END-IF
           MOVE WS-NET-CASH-VARIANCE TO WS-NET-VARIANCE-SHOW
           DISPLAY "TILLRPT: " WS-CASHUP-COUNT " CASH-UPS, "
               WS-EXCEPTION-COUNT " OUTSIDE TOLERANCE ("
               WS-OVER-COUNT " OVER, " WS-SHORT-COUNT " SHORT), "
               "NET CASH VARIANCE " WS-NET-VARIANCE-SHOW.

       PRINT-OPERATOR-HEADING.
           MOVE WS-EXC-USERNAME(WS-EXC-IDX) TO WS-PREV-USERNAME
           MOVE 0 TO WS-OPR-CASH-VARIANCE
           MOVE 0 TO WS-OPR-TILL-COUNT
           DISPLAY "OPERATOR " WS-PREV-USERNAME
           DISPLAY "  TERMINAL  TIME     TRANS      EXP CASH  "
               "   COUNTED     CASH VAR     CARD VAR  STATE".

       PRINT-TILL-LINE.
      *    A TILL IS CALLED OVER OR SHORT ON ITS CASH VARIANCE WHEN
      *    THAT IS OUT OF TOLERANCE, OTHERWISE ON ITS CARD VARIANCE.
           MOVE WS-EXC-TERMINAL(WS-EXC-IDX)   TO WS-TL-TERMINAL
           MOVE WS-EXC-TIME(WS-EXC-IDX)       TO WS-TL-TIME
           MOVE WS-EXC-TRAN-COUNT(WS-EXC-IDX) TO WS-TL-TRAN-COUNT
           MOVE WS-EXC-EXP-CASH(WS-EXC-IDX)   TO WS-TL-EXP-CASH
           MOVE WS-EXC-CNT-CASH(WS-EXC-IDX)   TO WS-TL-CNT-CASH
           MOVE WS-EXC-CASH-VAR(WS-EXC-IDX)   TO WS-TL-CASH-VAR
           MOVE WS-EXC-CARD-VAR(WS-EXC-IDX)   TO WS-TL-CARD-VAR
           EVALUATE TRUE
               WHEN WS-EXC-CASH-VAR(WS-EXC-IDX) > WS-TOLERANCE
                   MOVE "OVER"  TO WS-TL-STATE
               WHEN WS-EXC-CASH-VAR(WS-EXC-IDX) < WS-NEG-TOLERANCE
                   MOVE "SHORT" TO WS-TL-STATE
               WHEN WS-EXC-CARD-VAR(WS-EXC-IDX) > WS-TOLERANCE
                   MOVE "OVER"  TO WS-TL-STATE
               WHEN OTHER
                   MOVE "SHORT" TO WS-TL-STATE
           END-EVALUATE
           IF WS-TL-STATE = "OVER"
               ADD 1 TO WS-OVER-COUNT
           ELSE
               ADD 1 TO WS-SHORT-COUNT
           END-IF
           ADD WS-EXC-CASH-VAR(WS-EXC-IDX) TO WS-OPR-CASH-VARIANCE
           ADD WS-EXC-CASH-VAR(WS-EXC-IDX) TO WS-NET-CASH-VARIANCE
           ADD 1 TO WS-OPR-TILL-COUNT
           DISPLAY WS-TILL-LINE.

       PRINT-OPERATOR-TOTAL.
           MOVE WS-OPR-TILL-COUNT    TO WS-OT-TILL-COUNT
           MOVE WS-OPR-CASH-VARIANCE TO WS-OT-CASH-VAR
           DISPLAY WS-OPERATOR-TOTAL-LINE
           DISPLAY " ".
