       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSTMT.

      *    MONTH-END CUSTOMER ACCOUNT STATEMENTS AND AGED-DEBT REPORT.
      *    FOR EVERY ACCOUNT ON THE CUSTOMER-MASTER WITH A BALANCE OR
      *    ANY ACTIVITY IN THE MONTH, A STATEMENT IS WRITTEN TO THE
      *    STATEMENT PRINT FILE FOR POSTING: THE BALANCE BROUGHT
      *    FORWARD, EACH PURCHASE, RETURN, PAYMENT AND VOID IN THE
      *    MONTH WITH THE RUNNING BALANCE, AND THE CLOSING BALANCE.
      *    THE OWNER'S AGED-DEBT REPORT FOLLOWS ON SYSOUT: WHAT EACH
      *    CUSTOMER OWES AT THE MONTH END SPLIT INTO CURRENT, 30, 60
      *    AND 90+ DAYS OLD, WITH ACCOUNTS OVER THEIR CREDIT LIMIT
      *    FLAGGED. EVERYTHING IS WORKED FROM THE CUSTOMER LEDGER
      *    (CUSTLEDG), NOT THE BALANCE ON THE MASTER, SO A PAST MONTH
      *    CAN BE RERUN AND COMES OUT THE SAME. THE MONTH DEFAULTS TO
      *    LAST MONTH AND CAN BE OVERRIDDEN (YYYYMM) WITH THE
      *    STATEMENT-MONTH ENVIRONMENT NAME. AS A CHECK, EACH
      *    ACCOUNT'S LEDGER IS ADDED UP IN FULL AND COMPARED WITH ITS
      *    CM-BALANCE; A DIFFERENCE, OR A LEDGER ENTRY FOR AN ACCOUNT
      *    NOT ON THE MASTER, IS REPORTED AND ENDS THE STEP WITH
      *    CONDITION CODE 4. SO DOES AN ACCOUNT OR ACTIVITY TABLE
      *    THAT FILLS UP, AS SOME STATEMENTS ARE THEN INCOMPLETE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCOUNT-NUMBER
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.

           SELECT CUSTOMER-LEDGER ASSIGN TO "CUSTLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-LEDGER-STATUS.

           SELECT STATEMENT-PRINT ASSIGN TO "STMTPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY "custmast.cpy".

       FD  CUSTOMER-LEDGER.
       COPY "custledg.cpy".

       FD  STATEMENT-PRINT.
       01  STATEMENT-PRINT-LINE    PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-MASTER-STATUS PIC X(2).
          88 WS-CM-OK            VALUE "00".
       01 WS-CUSTOMER-LEDGER-STATUS PIC X(2).
          88 WS-CL-OK            VALUE "00".
       01 WS-STATEMENT-PRINT-STATUS PIC X(2).

       01 WS-EOF-FLAG            PIC X(1) VALUE "N".
          88 WS-END-OF-FILE      VALUE "Y".

       01 WS-FILE-OPENED-FLAG    PIC X(1) VALUE "N".
          88 WS-FILE-OPENED      VALUE "Y".
      *    LATCHED AT OPEN TIME - FILE STATUS MOVES TO "10" AT END
      *    OF FILE, SO IT CANNOT BE RECHECKED AFTER THE READ LOOP
      *    TO DECIDE WHETHER THE FILE NEEDS CLOSING.

       01 WS-CURRENT-DATE        PIC 9(8).
       01 WS-STATEMENT-MONTH     PIC 9(6).
       01 WS-STATEMENT-MONTH-SPLIT REDEFINES WS-STATEMENT-MONTH.
          05 WS-SM-YEAR          PIC 9(4).
          05 WS-SM-MONTH         PIC 9(2).
       01 WS-MONTH-START         PIC 9(8).
       01 WS-NEXT-MONTH-START    PIC 9(8).
       01 WS-NEXT-MONTH-SPLIT REDEFINES WS-NEXT-MONTH-START.
          05 WS-NM-YEAR          PIC 9(4).
          05 WS-NM-MONTH         PIC 9(2).
          05 WS-NM-DAY           PIC 9(2).
       01 WS-MONTH-END           PIC 9(8).
       01 WS-MONTH-END-DAYS      PIC 9(7).
       01 WS-ENTRY-DATE          PIC 9(8).
       01 WS-ENTRY-AGE           PIC 9(7).

       01 WS-CUSTOMER-TABLE.
          05 WS-CUSTOMER-ENTRY OCCURS 1 TO 500 TIMES
                 DEPENDING ON WS-CUSTOMER-COUNT
                 INDEXED BY WS-CUS-IDX.
             10 WS-CUS-ACCOUNT      PIC 9(6).
             10 WS-CUS-NAME         PIC X(30).
             10 WS-CUS-ADDRESS-1    PIC X(30).
             10 WS-CUS-ADDRESS-2    PIC X(30).
             10 WS-CUS-ADDRESS-3    PIC X(30).
             10 WS-CUS-POSTCODE     PIC X(8).
             10 WS-CUS-LIMIT        PIC 9(7)V99.
             10 WS-CUS-MASTER-BAL   PIC S9(7)V99.
             10 WS-CUS-STATUS       PIC X(1).
             10 WS-CUS-OPENING      PIC S9(8)V99.
             10 WS-CUS-CLOSING      PIC S9(8)V99.
             10 WS-CUS-LEDGER-TOTAL PIC S9(8)V99.
             10 WS-CUS-CREDITS      PIC 9(8)V99.
             10 WS-CUS-AGE-CURRENT  PIC S9(8)V99.
             10 WS-CUS-AGE-30       PIC S9(8)V99.
             10 WS-CUS-AGE-60       PIC S9(8)V99.
             10 WS-CUS-AGE-90       PIC S9(8)V99.
             10 WS-CUS-ACTIVITY     PIC 9(5).
       01 WS-CUSTOMER-COUNT      PIC 9(3) VALUE 0.
       01 WS-CUSTOMER-TABLE-MAX  PIC 9(3) VALUE 500.

      *    THE MONTH'S LEDGER ENTRIES, IN THE ORDER THEY WERE POSTED,
      *    EACH POINTING BACK AT ITS ACCOUNT'S ROW ABOVE.
       01 WS-ACTIVITY-TABLE.
          05 WS-ACTIVITY-ENTRY OCCURS 1 TO 3000 TIMES
                 DEPENDING ON WS-ACTIVITY-COUNT
                 INDEXED BY WS-ACT-IDX.
             10 WS-ACT-CUSTOMER     PIC 9(3).
             10 WS-ACT-DATE         PIC 9(8).
             10 WS-ACT-TYPE         PIC X(4).
             10 WS-ACT-AMOUNT       PIC S9(7)V99.
             10 WS-ACT-TRAN         PIC 9(8).
             10 WS-ACT-REFERENCE    PIC X(12).
       01 WS-ACTIVITY-COUNT      PIC 9(4) VALUE 0.
       01 WS-ACTIVITY-TABLE-MAX  PIC 9(4) VALUE 3000.

       01 WS-TABLE-FULL-WARNED-FLAG PIC X(1) VALUE "N".
          88 WS-TABLE-FULL-WARNED    VALUE "Y".
       01 WS-FOUND-FLAG          PIC X(1).
          88 WS-FOUND            VALUE "Y".
       01 WS-CUSTOMER-ROW        PIC 9(3).

       01 WS-CREDIT-LEFT         PIC 9(8)V99.
       01 WS-RUNNING-BALANCE     PIC S9(8)V99.
       01 WS-STATEMENT-COUNT     PIC 9(5) VALUE 0.
       01 WS-AGED-COUNT          PIC 9(5) VALUE 0.
       01 WS-OVER-LIMIT-COUNT    PIC 9(5) VALUE 0.
       01 WS-MISMATCH-COUNT      PIC 9(5) VALUE 0.
       01 WS-UNKNOWN-COUNT       PIC 9(5) VALUE 0.
       01 WS-TOTAL-BALANCE       PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-CURRENT       PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-30            PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-60            PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-90            PIC S9(9)V99 VALUE 0.

       01 WS-STMT-HEADING.
          05 FILLER              PIC X(22)
                                 VALUE "STATEMENT OF ACCOUNT  ".
          05 FILLER              PIC X(8)  VALUE "ACCOUNT ".
          05 WS-SH-ACCOUNT       PIC 9(6).
          05 FILLER              PIC X(16) VALUE SPACES.
          05 FILLER              PIC X(10) VALUE "MONTH TO ".
          05 WS-SH-MONTH-END     PIC 9(8).

       01 WS-STMT-ADDRESS-LINE.
          05 FILLER              PIC X(4)  VALUE SPACES.
          05 WS-SA-TEXT          PIC X(30).

       01 WS-STMT-COLUMNS.
          05 FILLER              PIC X(40)
                 VALUE "DATE      DETAIL      TRAN NO  REFERENCE".
          05 FILLER              PIC X(40)
                 VALUE "          AMOUNT        BALANCE".

       01 WS-STMT-LINE.
          05 WS-SL-DATE          PIC X(8).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-SL-DETAIL        PIC X(11).
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 WS-SL-TRAN          PIC X(8).
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 WS-SL-REFERENCE     PIC X(12).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-SL-AMOUNT        PIC -(7)9.99.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-SL-BALANCE       PIC -(8)9.99.

       01 WS-STMT-LIMIT-LINE.
          05 FILLER              PIC X(14) VALUE "CREDIT LIMIT ".
          05 WS-SLL-LIMIT        PIC Z(6)9.99.

       01 WS-TRAN-SHOW           PIC 9(8).

       01 WS-AGED-LINE.
          05 WS-AL-ACCOUNT       PIC 9(6).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-AL-NAME          PIC X(20).
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 WS-AL-BALANCE       PIC -(8)9.99.
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 WS-AL-CURRENT       PIC -(8)9.99.
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 WS-AL-30            PIC -(8)9.99.
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 WS-AL-60            PIC -(8)9.99.
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 WS-AL-90            PIC -(8)9.99.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-AL-FLAG          PIC X(10).

       01 WS-AMOUNT-SHOW         PIC -(8)9.99.
       01 WS-AMOUNT-SHOW-2       PIC -(8)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
      *    THE JOB RUNS ON THE FIRST OF THE MONTH, SO THE MONTH BEING
      *    STATED IS THE ONE JUST FINISHED.
           ACCEPT WS-STATEMENT-MONTH FROM ENVIRONMENT
                   "STATEMENT-MONTH"
               ON EXCEPTION
                   MOVE 0 TO WS-STATEMENT-MONTH
           END-ACCEPT
           IF WS-STATEMENT-MONTH = 0
               MOVE WS-CURRENT-DATE(1:6) TO WS-STATEMENT-MONTH
               IF WS-SM-MONTH = 1
                   SUBTRACT 1 FROM WS-SM-YEAR
                   MOVE 12 TO WS-SM-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-SM-MONTH
               END-IF
           END-IF
           PERFORM COMPUTE-MONTH-BOUNDS
           PERFORM LOAD-CUSTOMERS
           OPEN INPUT CUSTOMER-LEDGER
           IF NOT WS-CL-OK
      *        NO LEDGER YET - NOTHING HAS EVER BEEN PUT ON ACCOUNT.
               MOVE "Y" TO WS-EOF-FLAG
           ELSE
               MOVE "Y" TO WS-FILE-OPENED-FLAG
           END-IF
           PERFORM READ-AND-COLLECT UNTIL WS-END-OF-FILE
           IF WS-FILE-OPENED
               CLOSE CUSTOMER-LEDGER
           END-IF
           PERFORM AGE-EACH-ACCOUNT
           OPEN OUTPUT STATEMENT-PRINT
           PERFORM VARYING WS-CUS-IDX FROM 1 BY 1
                   UNTIL WS-CUS-IDX > WS-CUSTOMER-COUNT
               IF WS-CUS-ACTIVITY(WS-CUS-IDX) > 0
                   OR WS-CUS-OPENING(WS-CUS-IDX) NOT = 0
                   OR WS-CUS-CLOSING(WS-CUS-IDX) NOT = 0
                   PERFORM PRINT-STATEMENT
               END-IF
           END-PERFORM
           CLOSE STATEMENT-PRINT
           PERFORM PRINT-AGED-DEBT
           PERFORM CHECK-MASTER-BALANCES
      *    A FULL TABLE MEANS SOME STATEMENTS ARE INCOMPLETE - THEIR
      *    ENTRIES DO NOT RUN THROUGH TO THE CLOSING BALANCE.
           IF WS-MISMATCH-COUNT > 0 OR WS-UNKNOWN-COUNT > 0
                   OR WS-TABLE-FULL-WARNED
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "CUSTSTMT: " WS-STATEMENT-COUNT " STATEMENTS, "
               WS-AGED-COUNT " ACCOUNTS OWING, "
               WS-OVER-LIMIT-COUNT " OVER LIMIT, "
               WS-MISMATCH-COUNT " OUT OF BALANCE."
           STOP RUN.

       COMPUTE-MONTH-BOUNDS.
      *    THE LAST DAY OF THE MONTH IS THE DAY BEFORE THE FIRST OF
      *    THE NEXT ONE, WHICH COPES WITH FEBRUARY AND LEAP YEARS.
           COMPUTE WS-MONTH-START = WS-STATEMENT-MONTH * 100 + 1
           MOVE WS-MONTH-START TO WS-NEXT-MONTH-START
           IF WS-NM-MONTH = 12
               ADD 1 TO WS-NM-YEAR
               MOVE 1 TO WS-NM-MONTH
           ELSE
               ADD 1 TO WS-NM-MONTH
           END-IF
           COMPUTE WS-MONTH-END-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1
           COMPUTE WS-MONTH-END =
               FUNCTION DATE-OF-INTEGER(WS-MONTH-END-DAYS).

       LOAD-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER
           IF NOT WS-CM-OK
      *        NO CUSTOMER-MASTER YET - NO ACCOUNTS HAVE BEEN OPENED.
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO CM-ACCOUNT-NUMBER
           START CUSTOMER-MASTER KEY NOT LESS THAN CM-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START
           PERFORM LOAD-NEXT-CUSTOMER UNTIL WS-END-OF-FILE
           MOVE "N" TO WS-EOF-FLAG
           CLOSE CUSTOMER-MASTER.

       LOAD-NEXT-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   PERFORM ADD-CUSTOMER-ENTRY
           END-READ.

       ADD-CUSTOMER-ENTRY.
           IF WS-CUSTOMER-COUNT < WS-CUSTOMER-TABLE-MAX
               ADD 1 TO WS-CUSTOMER-COUNT
               SET WS-CUS-IDX TO WS-CUSTOMER-COUNT
               INITIALIZE WS-CUSTOMER-ENTRY(WS-CUS-IDX)
               MOVE CM-ACCOUNT-NUMBER TO WS-CUS-ACCOUNT(WS-CUS-IDX)
               MOVE CM-NAME           TO WS-CUS-NAME(WS-CUS-IDX)
               MOVE CM-ADDRESS-1      TO WS-CUS-ADDRESS-1(WS-CUS-IDX)
               MOVE CM-ADDRESS-2      TO WS-CUS-ADDRESS-2(WS-CUS-IDX)
               MOVE CM-ADDRESS-3      TO WS-CUS-ADDRESS-3(WS-CUS-IDX)
               MOVE CM-POSTCODE       TO WS-CUS-POSTCODE(WS-CUS-IDX)
               MOVE CM-CREDIT-LIMIT   TO WS-CUS-LIMIT(WS-CUS-IDX)
               MOVE CM-BALANCE        TO WS-CUS-MASTER-BAL(WS-CUS-IDX)
               MOVE CM-STATUS         TO WS-CUS-STATUS(WS-CUS-IDX)
           ELSE
               PERFORM WARN-TABLE-FULL
           END-IF.

       WARN-TABLE-FULL.
           IF NOT WS-TABLE-FULL-WARNED
               DISPLAY "CUSTSTMT: WARNING - TABLE FULL, "
                   "SOME ACCOUNTS OR ENTRIES OMITTED."
               MOVE "Y" TO WS-TABLE-FULL-WARNED-FLAG
           END-IF.

       READ-AND-COLLECT.
           READ CUSTOMER-LEDGER
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   PERFORM COLLECT-ONE-ENTRY
           END-READ.

       COLLECT-ONE-ENTRY.
      *    THE FULL LEDGER TOTAL IS KEPT FOR THE CHECK AGAINST THE
      *    MASTER; ONLY ENTRIES UP TO THE MONTH END COUNT TOWARDS THE
      *    STATEMENT AND THE AGEING, SO A RERUN LATER IN THE YEAR
      *    GIVES THE SAME FIGURES.
           PERFORM FIND-CUSTOMER
           IF NOT WS-FOUND
               ADD 1 TO WS-UNKNOWN-COUNT
               MOVE CL-AMOUNT TO WS-AMOUNT-SHOW
               DISPLAY "CUSTSTMT: LEDGER ENTRY FOR ACCOUNT "
                   CL-ACCOUNT-NUMBER " NOT ON CUSTOMER-MASTER - "
                   CL-ENTRY-TYPE " " WS-AMOUNT-SHOW
               EXIT PARAGRAPH
           END-IF
           ADD CL-AMOUNT TO WS-CUS-LEDGER-TOTAL(WS-CUS-IDX)
           MOVE CL-TIMESTAMP(1:8) TO WS-ENTRY-DATE
           IF WS-ENTRY-DATE > WS-MONTH-END
               EXIT PARAGRAPH
           END-IF
           ADD CL-AMOUNT TO WS-CUS-CLOSING(WS-CUS-IDX)
           IF WS-ENTRY-DATE < WS-MONTH-START
               ADD CL-AMOUNT TO WS-CUS-OPENING(WS-CUS-IDX)
           ELSE
               ADD 1 TO WS-CUS-ACTIVITY(WS-CUS-IDX)
               PERFORM ADD-ACTIVITY-ENTRY
           END-IF
      *    A DEBIT IS AGED FROM THE DAY IT WAS POSTED; CREDITS ARE
      *    POOLED AND SET AGAINST THE OLDEST DEBT ONCE THE WHOLE
      *    LEDGER HAS BEEN READ.
           IF CL-AMOUNT < 0
               SUBTRACT CL-AMOUNT FROM WS-CUS-CREDITS(WS-CUS-IDX)
           ELSE
               COMPUTE WS-ENTRY-AGE = WS-MONTH-END-DAYS
                   - FUNCTION INTEGER-OF-DATE(WS-ENTRY-DATE)
               EVALUATE TRUE
                   WHEN WS-ENTRY-AGE < 30
                       ADD CL-AMOUNT
                           TO WS-CUS-AGE-CURRENT(WS-CUS-IDX)
                   WHEN WS-ENTRY-AGE < 60
                       ADD CL-AMOUNT TO WS-CUS-AGE-30(WS-CUS-IDX)
                   WHEN WS-ENTRY-AGE < 90
                       ADD CL-AMOUNT TO WS-CUS-AGE-60(WS-CUS-IDX)
                   WHEN OTHER
                       ADD CL-AMOUNT TO WS-CUS-AGE-90(WS-CUS-IDX)
               END-EVALUATE
           END-IF.

       FIND-CUSTOMER.
           MOVE "N" TO WS-FOUND-FLAG
           SET WS-CUS-IDX TO 1
           SEARCH WS-CUSTOMER-ENTRY
               AT END
                   MOVE "N" TO WS-FOUND-FLAG
               WHEN WS-CUS-ACCOUNT(WS-CUS-IDX) = CL-ACCOUNT-NUMBER
                   MOVE "Y" TO WS-FOUND-FLAG
           END-SEARCH.

       ADD-ACTIVITY-ENTRY.
           IF WS-ACTIVITY-COUNT < WS-ACTIVITY-TABLE-MAX
               ADD 1 TO WS-ACTIVITY-COUNT
               SET WS-ACT-IDX TO WS-ACTIVITY-COUNT
               SET WS-CUSTOMER-ROW TO WS-CUS-IDX
               MOVE WS-CUSTOMER-ROW TO WS-ACT-CUSTOMER(WS-ACT-IDX)
               MOVE WS-ENTRY-DATE   TO WS-ACT-DATE(WS-ACT-IDX)
               MOVE CL-ENTRY-TYPE   TO WS-ACT-TYPE(WS-ACT-IDX)
               MOVE CL-AMOUNT       TO WS-ACT-AMOUNT(WS-ACT-IDX)
               MOVE CL-TRAN-NUMBER  TO WS-ACT-TRAN(WS-ACT-IDX)
               MOVE CL-REFERENCE    TO WS-ACT-REFERENCE(WS-ACT-IDX)
           ELSE
               PERFORM WARN-TABLE-FULL
           END-IF.

       AGE-EACH-ACCOUNT.
      *    CREDITS (RETURNS, PAYMENTS, VOIDED SALES) CLEAR THE OLDEST
      *    DEBT FIRST, AS A CUSTOMER PAYING WOULD EXPECT. ANY CREDIT
      *    LEFT OVER IS MONEY PAID AHEAD AND SHOWS AS A NEGATIVE
      *    CURRENT FIGURE.
           PERFORM VARYING WS-CUS-IDX FROM 1 BY 1
                   UNTIL WS-CUS-IDX > WS-CUSTOMER-COUNT
               MOVE WS-CUS-CREDITS(WS-CUS-IDX) TO WS-CREDIT-LEFT
               IF WS-CREDIT-LEFT > WS-CUS-AGE-90(WS-CUS-IDX)
                   SUBTRACT WS-CUS-AGE-90(WS-CUS-IDX)
                       FROM WS-CREDIT-LEFT
                   MOVE 0 TO WS-CUS-AGE-90(WS-CUS-IDX)
               ELSE
                   SUBTRACT WS-CREDIT-LEFT
                       FROM WS-CUS-AGE-90(WS-CUS-IDX)
                   MOVE 0 TO WS-CREDIT-LEFT
               END-IF
               IF WS-CREDIT-LEFT > WS-CUS-AGE-60(WS-CUS-IDX)
                   SUBTRACT WS-CUS-AGE-60(WS-CUS-IDX)
                       FROM WS-CREDIT-LEFT
                   MOVE 0 TO WS-CUS-AGE-60(WS-CUS-IDX)
               ELSE
                   SUBTRACT WS-CREDIT-LEFT
                       FROM WS-CUS-AGE-60(WS-CUS-IDX)
                   MOVE 0 TO WS-CREDIT-LEFT
               END-IF
               IF WS-CREDIT-LEFT > WS-CUS-AGE-30(WS-CUS-IDX)
                   SUBTRACT WS-CUS-AGE-30(WS-CUS-IDX)
                       FROM WS-CREDIT-LEFT
                   MOVE 0 TO WS-CUS-AGE-30(WS-CUS-IDX)
               ELSE
                   SUBTRACT WS-CREDIT-LEFT
                       FROM WS-CUS-AGE-30(WS-CUS-IDX)
                   MOVE 0 TO WS-CREDIT-LEFT
               END-IF
               SUBTRACT WS-CREDIT-LEFT
                   FROM WS-CUS-AGE-CURRENT(WS-CUS-IDX)
           END-PERFORM.

       PRINT-STATEMENT.
           ADD 1 TO WS-STATEMENT-COUNT
           MOVE WS-CUS-ACCOUNT(WS-CUS-IDX) TO WS-SH-ACCOUNT
           MOVE WS-MONTH-END               TO WS-SH-MONTH-END
           WRITE STATEMENT-PRINT-LINE FROM WS-STMT-HEADING
               AFTER ADVANCING PAGE
           MOVE SPACES TO STATEMENT-PRINT-LINE
           WRITE STATEMENT-PRINT-LINE
           MOVE WS-CUS-NAME(WS-CUS-IDX) TO WS-SA-TEXT
           WRITE STATEMENT-PRINT-LINE FROM WS-STMT-ADDRESS-LINE
           MOVE WS-CUS-ADDRESS-1(WS-CUS-IDX) TO WS-SA-TEXT
           WRITE STATEMENT-PRINT-LINE FROM WS-STMT-ADDRESS-LINE
           IF WS-CUS-ADDRESS-2(WS-CUS-IDX) NOT = SPACES
               MOVE WS-CUS-ADDRESS-2(WS-CUS-IDX) TO WS-SA-TEXT
               WRITE STATEMENT-PRINT-LINE FROM WS-STMT-ADDRESS-LINE
           END-IF
           IF WS-CUS-ADDRESS-3(WS-CUS-IDX) NOT = SPACES
               MOVE WS-CUS-ADDRESS-3(WS-CUS-IDX) TO WS-SA-TEXT
               WRITE STATEMENT-PRINT-LINE FROM WS-STMT-ADDRESS-LINE
           END-IF
           MOVE WS-CUS-POSTCODE(WS-CUS-IDX) TO WS-SA-TEXT
           WRITE STATEMENT-PRINT-LINE FROM WS-STMT-ADDRESS-LINE
           MOVE SPACES TO STATEMENT-PRINT-LINE
           WRITE STATEMENT-PRINT-LINE
           WRITE STATEMENT-PRINT-LINE FROM WS-STMT-COLUMNS
           MOVE WS-CUS-OPENING(WS-CUS-IDX) TO WS-RUNNING-BALANCE
           MOVE SPACES TO WS-SL-DATE WS-SL-TRAN WS-SL-REFERENCE
           MOVE "BROUGHT FWD" TO WS-SL-DETAIL
           MOVE 0 TO WS-SL-AMOUNT
           MOVE WS-RUNNING-BALANCE TO WS-SL-BALANCE
           WRITE STATEMENT-PRINT-LINE FROM WS-STMT-LINE
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACTIVITY-COUNT
               SET WS-CUSTOMER-ROW TO WS-CUS-IDX
               IF WS-ACT-CUSTOMER(WS-ACT-IDX) = WS-CUSTOMER-ROW
                   PERFORM PRINT-STATEMENT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-SL-DATE WS-SL-TRAN WS-SL-REFERENCE
           MOVE "CLOSING" TO WS-SL-DETAIL
           MOVE 0 TO WS-SL-AMOUNT
           MOVE WS-CUS-CLOSING(WS-CUS-IDX) TO WS-SL-BALANCE
           WRITE STATEMENT-PRINT-LINE FROM WS-STMT-LINE
           MOVE SPACES TO STATEMENT-PRINT-LINE
           WRITE STATEMENT-PRINT-LINE
           MOVE WS-CUS-LIMIT(WS-CUS-IDX) TO WS-SLL-LIMIT
           WRITE STATEMENT-PRINT-LINE FROM WS-STMT-LIMIT-LINE.

       PRINT-STATEMENT-LINE.
           ADD WS-ACT-AMOUNT(WS-ACT-IDX) TO WS-RUNNING-BALANCE
           MOVE WS-ACT-DATE(WS-ACT-IDX) TO WS-SL-DATE
           EVALUATE WS-ACT-TYPE(WS-ACT-IDX)
               WHEN "SALE"
                   MOVE "PURCHASE"   TO WS-SL-DETAIL
               WHEN "RETN"
                   MOVE "RETURN"     TO WS-SL-DETAIL
               WHEN "PAYM"
                   MOVE "PAYMENT"    TO WS-SL-DETAIL
               WHEN OTHER
                   MOVE "CANCELLED"  TO WS-SL-DETAIL
           END-EVALUATE
      *    A PAYMENT HAS NO TRANSACTION, ONLY THE CHEQUE OR
      *    REMITTANCE REFERENCE IT WAS KEYED WITH.
           IF WS-ACT-TRAN(WS-ACT-IDX) = 0
               MOVE SPACES TO WS-SL-TRAN
           ELSE
               MOVE WS-ACT-TRAN(WS-ACT-IDX) TO WS-TRAN-SHOW
               MOVE WS-TRAN-SHOW TO WS-SL-TRAN
           END-IF
           MOVE WS-ACT-REFERENCE(WS-ACT-IDX) TO WS-SL-REFERENCE
           MOVE WS-ACT-AMOUNT(WS-ACT-IDX)    TO WS-SL-AMOUNT
           MOVE WS-RUNNING-BALANCE           TO WS-SL-BALANCE
           WRITE STATEMENT-PRINT-LINE FROM WS-STMT-LINE.

       PRINT-AGED-DEBT.
           DISPLAY "AGED DEBT AS AT " WS-MONTH-END
           DISPLAY " "
           DISPLAY "ACCOUNT NAME                      BALANCE  "
               "    CURRENT      30 DAYS      60 DAYS     90+ DAYS"
           PERFORM VARYING WS-CUS-IDX FROM 1 BY 1
                   UNTIL WS-CUS-IDX > WS-CUSTOMER-COUNT
               IF WS-CUS-CLOSING(WS-CUS-IDX) NOT = 0
                   PERFORM PRINT-AGED-LINE
               END-IF
           END-PERFORM
           IF WS-AGED-COUNT = 0
               DISPLAY "NO ACCOUNTS OWING."
           ELSE
               MOVE 0                TO WS-AL-ACCOUNT
               MOVE "TOTAL"          TO WS-AL-NAME
               MOVE WS-TOTAL-BALANCE TO WS-AL-BALANCE
               MOVE WS-TOTAL-CURRENT TO WS-AL-CURRENT
               MOVE WS-TOTAL-30      TO WS-AL-30
               MOVE WS-TOTAL-60      TO WS-AL-60
               MOVE WS-TOTAL-90      TO WS-AL-90
               MOVE SPACES           TO WS-AL-FLAG
               DISPLAY " "
               DISPLAY WS-AGED-LINE
           END-IF
           DISPLAY " ".

       PRINT-AGED-LINE.
           ADD 1 TO WS-AGED-COUNT
           MOVE WS-CUS-ACCOUNT(WS-CUS-IDX)     TO WS-AL-ACCOUNT
           MOVE WS-CUS-NAME(WS-CUS-IDX)        TO WS-AL-NAME
           MOVE WS-CUS-CLOSING(WS-CUS-IDX)     TO WS-AL-BALANCE
           MOVE WS-CUS-AGE-CURRENT(WS-CUS-IDX) TO WS-AL-CURRENT
           MOVE WS-CUS-AGE-30(WS-CUS-IDX)      TO WS-AL-30
           MOVE WS-CUS-AGE-60(WS-CUS-IDX)      TO WS-AL-60
           MOVE WS-CUS-AGE-90(WS-CUS-IDX)      TO WS-AL-90
           IF WS-CUS-CLOSING(WS-CUS-IDX) > WS-CUS-LIMIT(WS-CUS-IDX)
               MOVE "OVER LIMIT" TO WS-AL-FLAG
               ADD 1 TO WS-OVER-LIMIT-COUNT
           ELSE
               MOVE SPACES       TO WS-AL-FLAG
           END-IF
           ADD WS-CUS-CLOSING(WS-CUS-IDX)     TO WS-TOTAL-BALANCE
           ADD WS-CUS-AGE-CURRENT(WS-CUS-IDX) TO WS-TOTAL-CURRENT
           ADD WS-CUS-AGE-30(WS-CUS-IDX)      TO WS-TOTAL-30
           ADD WS-CUS-AGE-60(WS-CUS-IDX)      TO WS-TOTAL-60
           ADD WS-CUS-AGE-90(WS-CUS-IDX)      TO WS-TOTAL-90
           DISPLAY WS-AGED-LINE.

       CHECK-MASTER-BALANCES.
      *    EVERY CHANGE TO CM-BALANCE IS LEDGERED, SO THE TWO SHOULD
      *    ALWAYS AGREE; A DIFFERENCE MEANS A LOST LEDGER WRITE OR A
      *    MASTER RESTORED WITHOUT ITS LEDGER, AND THE STATEMENTS FOR
      *    THAT ACCOUNT NEED CHECKING BEFORE THEY ARE POSTED.
           PERFORM VARYING WS-CUS-IDX FROM 1 BY 1
                   UNTIL WS-CUS-IDX > WS-CUSTOMER-COUNT
               IF WS-CUS-LEDGER-TOTAL(WS-CUS-IDX) NOT =
                       WS-CUS-MASTER-BAL(WS-CUS-IDX)
                   ADD 1 TO WS-MISMATCH-COUNT
                   MOVE WS-CUS-MASTER-BAL(WS-CUS-IDX)
                       TO WS-AMOUNT-SHOW
                   MOVE WS-CUS-LEDGER-TOTAL(WS-CUS-IDX)
                       TO WS-AMOUNT-SHOW-2
                   DISPLAY "CUSTSTMT: ACCOUNT "
                       WS-CUS-ACCOUNT(WS-CUS-IDX)
                       " MASTER BALANCE " WS-AMOUNT-SHOW
                       " LEDGER " WS-AMOUNT-SHOW-2
               END-IF
           END-PERFORM.
