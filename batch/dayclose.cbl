      *    OLDER DAY. A DAY WITH A SUMMARY RECORD ALREADY ON FILE IS
      *    SETTLED - THE RUN ENDS WITH CONDITION CODE 4 AND TOUCHES
      *    NOTHING, SO AN ACCIDENTAL SECOND CLOSE CANNOT DOUBLE THE
      *    FIGURES THE BOOKKEEPER HAS ALREADY POSTED. THE VAT FROZEN
      *    ON EACH LINE AT ENTRY IS TOTALLED BY VAT CATEGORY (SALES
      *    LESS RETURNS, VOIDS EXCLUDED) INTO THE SUMMARY RECORD AND
      *    THE REPORT, SO THE ACCOUNTANT NO LONGER WORKS IT OUT FROM
      *    THE GROSS FIGURES BY HAND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SHOP-TRANS ASSIGN TO "SHOPTRAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-TRAN-KEY
               ALTERNATE RECORD KEY IS TX-DATE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS TX-USERNAME
       01 WS-RETURN-AMOUNT       PIC 9(9)V99 VALUE 0.
       01 WS-NET-AMOUNT          PIC 9(9)V99 VALUE 0.

      *    ONE ENTRY PER VAT CATEGORY, IN DAYSUM ORDER (S, R, Z, E).
       01 WS-TAX-CATEGORY-LIST   PIC X(4) VALUE "SRZE".
       01 WS-TAX-TABLE.
          05 WS-TAX-ENTRY OCCURS 4 TIMES
                 INDEXED BY WS-TAX-IDX.
             10 WS-TAX-CATEGORY     PIC X(1).
             10 WS-TAX-NET          PIC S9(9)V99.
             10 WS-TAX-AMOUNT       PIC S9(9)V99.
       01 WS-TAX-GROSS           PIC S9(9)V99.
       01 WS-UNRECORDED-TAX-COUNT PIC 9(5) VALUE 0.

       01 WS-TERMINAL-TABLE.
          05 WS-TERMINAL-ENTRY OCCURS 1 TO 50 TIMES
                 DEPENDING ON WS-TERMINAL-COUNT
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-TOT-AMOUNT       PIC Z(8)9.99.

       01 WS-TAX-LINE.
          05 WS-TXL-LABEL        PIC X(22).
          05 WS-TXL-NET          PIC -(9)9.99.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-TXL-TAX          PIC -(9)9.99.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-TXL-GROSS        PIC -(9)9.99.

       01 WS-BREAK-LINE.
          05 WS-BRK-NAME         PIC X(20).
          05 FILLER              PIC X(2)  VALUE SPACES.
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) - 1)
           END-IF
           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                   UNTIL WS-TAX-IDX > 4
               MOVE WS-TAX-CATEGORY-LIST(WS-TAX-IDX:1)
                   TO WS-TAX-CATEGORY(WS-TAX-IDX)
               MOVE 0 TO WS-TAX-NET(WS-TAX-IDX)
               MOVE 0 TO WS-TAX-AMOUNT(WS-TAX-IDX)
           END-PERFORM
           PERFORM CHECK-DAY-NOT-SETTLED
           IF WS-ALREADY-CLOSED
               DISPLAY "DAYCLOSE: " WS-BUSINESS-DATE
      *        SO THE SUMMARY RECORD IS WRITTEN ALL THE SAME.
               MOVE "Y" TO WS-EOF-FLAG
           ELSE
               MOVE 0 TO TX-TRAN-NUMBER TX-LINE-NUMBER
               START SHOP-TRANS KEY NOT LESS THAN TX-TRAN-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
               END-START
           END-READ.

       ACCUMULATE-TRANSACTION.
      *    ONE RECORD PER ITEM LINE - A BASKET OF FIVE ITEMS IS STILL
      *    ONE TRANSACTION, SO THE COUNTS (HERE AND IN BOTH BREAKDOWNS)
      *    ARE TAKEN ON LINE 1 ONLY WHILE THE VALUES ADD EVERY LINE.
      *    A VOID MARKS ALL LINES, SO LINE 1 SPEAKS FOR THE WHOLE SALE.
           IF TX-FIRST-LINE
               ADD 1 TO WS-TRAN-COUNT
           END-IF
           EVALUATE TRUE
               WHEN TX-VOIDED
                   IF TX-FIRST-LINE
                       ADD 1 TO WS-VOID-COUNT
                   END-IF
                   ADD TX-AMOUNT TO WS-VOID-AMOUNT
               WHEN TX-RETURNED
                   IF TX-FIRST-LINE
                       ADD 1 TO WS-RETURN-COUNT
                   END-IF
                   ADD TX-AMOUNT TO WS-RETURN-AMOUNT
               WHEN OTHER
                   ADD TX-AMOUNT TO WS-GROSS-AMOUNT
           END-EVALUATE
           IF NOT TX-VOIDED
               PERFORM ACCUMULATE-BY-TAX-CATEGORY
           END-IF
           PERFORM ACCUMULATE-BY-TERMINAL
           PERFORM ACCUMULATE-BY-OPERATOR.

       ACCUMULATE-BY-TAX-CATEGORY.
      *    A LINE KEYED BEFORE VAT WAS CAPTURED HAS NO CATEGORY - IT
      *    CAN ONLY TURN UP ON A CATCH-UP CLOSE OF AN OLD DAY, AND IS
      *    COUNTED AND REPORTED RATHER THAN GUESSED INTO A CATEGORY.
           SET WS-TAX-IDX TO 1
           SEARCH WS-TAX-ENTRY
               AT END
                   ADD 1 TO WS-UNRECORDED-TAX-COUNT
               WHEN WS-TAX-CATEGORY(WS-TAX-IDX) = TX-TAX-CATEGORY
                   IF TX-RETURNED
                       SUBTRACT TX-NET-AMOUNT
                           FROM WS-TAX-NET(WS-TAX-IDX)
                       SUBTRACT TX-TAX-AMOUNT
                           FROM WS-TAX-AMOUNT(WS-TAX-IDX)
                   ELSE
                       ADD TX-NET-AMOUNT TO WS-TAX-NET(WS-TAX-IDX)
                       ADD TX-TAX-AMOUNT TO WS-TAX-AMOUNT(WS-TAX-IDX)
                   END-IF
           END-SEARCH.

       ACCUMULATE-BY-TERMINAL.
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING WS-TRM-IDX FROM 1 BY 1
               MOVE 0 TO WS-TRM-RETURN-COUNT(WS-TRM-IDX)
               MOVE 0 TO WS-TRM-RETURN-VALUE(WS-TRM-IDX)
           END-IF
           IF TX-FIRST-LINE
               ADD 1 TO WS-TRM-COUNT(WS-TRM-IDX)
           END-IF
           EVALUATE TRUE
               WHEN TX-VOIDED
                   IF TX-FIRST-LINE
                       ADD 1 TO WS-TRM-VOID-COUNT(WS-TRM-IDX)
                   END-IF
                   ADD TX-AMOUNT TO WS-TRM-VOID-VALUE(WS-TRM-IDX)
               WHEN TX-RETURNED
                   IF TX-FIRST-LINE
                       ADD 1 TO WS-TRM-RETURN-COUNT(WS-TRM-IDX)
                   END-IF
                   ADD TX-AMOUNT
                       TO WS-TRM-RETURN-VALUE(WS-TRM-IDX)
               WHEN OTHER
               MOVE 0 TO WS-OPR-RETURN-COUNT(WS-OPR-IDX)
               MOVE 0 TO WS-OPR-RETURN-VALUE(WS-OPR-IDX)
           END-IF
           IF TX-FIRST-LINE
               ADD 1 TO WS-OPR-COUNT(WS-OPR-IDX)
           END-IF
           EVALUATE TRUE
               WHEN TX-VOIDED
                   IF TX-FIRST-LINE
                       ADD 1 TO WS-OPR-VOID-COUNT(WS-OPR-IDX)
                   END-IF
                   ADD TX-AMOUNT TO WS-OPR-VOID-VALUE(WS-OPR-IDX)
               WHEN TX-RETURNED
                   IF TX-FIRST-LINE
                       ADD 1 TO WS-OPR-RETURN-COUNT(WS-OPR-IDX)
                   END-IF
                   ADD TX-AMOUNT
                       TO WS-OPR-RETURN-VALUE(WS-OPR-IDX)
               WHEN OTHER
           MOVE WS-RETURN-COUNT  TO DS-RETURN-COUNT
           MOVE WS-RETURN-AMOUNT TO DS-RETURN-AMOUNT
           MOVE WS-NET-AMOUNT    TO DS-NET-AMOUNT
           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                   UNTIL WS-TAX-IDX > 4
               MOVE WS-TAX-CATEGORY(WS-TAX-IDX)
                   TO DS-TAX-CATEGORY(WS-TAX-IDX)
               MOVE WS-TAX-NET(WS-TAX-IDX)
                   TO DS-TAX-NET(WS-TAX-IDX)
               MOVE WS-TAX-AMOUNT(WS-TAX-IDX)
                   TO DS-TAX-AMOUNT(WS-TAX-IDX)
           END-PERFORM
           WRITE DAY-SUMMARY-RECORD
           CLOSE DAY-SUMMARY.

           MOVE WS-NET-AMOUNT            TO WS-TOT-AMOUNT
           DISPLAY WS-TOTAL-LINE
           DISPLAY " "
           DISPLAY "VAT BY CATEGORY                 NET            "
               "VAT          GROSS"
           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                   UNTIL WS-TAX-IDX > 4
               EVALUATE WS-TAX-CATEGORY(WS-TAX-IDX)
                   WHEN "S"
                       MOVE "STANDARD RATED" TO WS-TXL-LABEL
                   WHEN "R"
                       MOVE "REDUCED RATED"  TO WS-TXL-LABEL
                   WHEN "Z"
                       MOVE "ZERO RATED"     TO WS-TXL-LABEL
                   WHEN "E"
                       MOVE "EXEMPT"         TO WS-TXL-LABEL
               END-EVALUATE
               MOVE WS-TAX-NET(WS-TAX-IDX)    TO WS-TXL-NET
               MOVE WS-TAX-AMOUNT(WS-TAX-IDX) TO WS-TXL-TAX
               COMPUTE WS-TAX-GROSS = WS-TAX-NET(WS-TAX-IDX)
                   + WS-TAX-AMOUNT(WS-TAX-IDX)
               MOVE WS-TAX-GROSS              TO WS-TXL-GROSS
               DISPLAY WS-TAX-LINE
           END-PERFORM
           IF WS-UNRECORDED-TAX-COUNT > 0
               DISPLAY "WARNING - " WS-UNRECORDED-TAX-COUNT
                   " LINES KEYED BEFORE VAT WAS RECORDED ARE IN "
                   "THE NET BUT NOT IN THE VAT BREAKDOWN."
           END-IF
           DISPLAY " "
           DISPLAY "BY TERMINAL             COUNT       GROSS  "
               "VOIDS  VOID VALUE  RETNS   RET VALUE"
           PERFORM VARYING WS-TRM-IDX FROM 1 BY 1
