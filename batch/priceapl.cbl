       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICEAPL.

      *    NIGHTLY APPLICATION OF QUEUED PRICE CHANGES. EVERY CHANGE
      *    ON PRICEQ STILL PENDING WITH AN EFFECTIVE DATE UP TO AND
      *    INCLUDING THE NEXT TRADING DAY (THE DAY AFTER THE BUSINESS
      *    DATE BEING FINISHED) IS PUT ON THE ITEM-MASTER, WRITTEN TO
      *    THE PRICE HISTORY AND MARKED APPLIED - SO TOMORROW'S PRICES
      *    ARE LIVE BEFORE THE SHOP OPENS. A CHANGE MISSED ON AN
      *    EARLIER NIGHT IS PICKED UP ON THE NEXT ONE. A CHANGE WHOSE
      *    ITEM IS NO LONGER ON FILE IS MARKED REJECTED, REPORTED, AND
      *    ENDS THE STEP WITH CONDITION CODE 4. THE BUSINESS DATE IS
      *    THE PRIOR CALENDAR DAY, OVERRIDABLE WITH THE RUN-DATE
      *    ENVIRONMENT NAME USED BY THE NIGHTLY JOB'S RUN-CONTROL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-MASTER ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-ITEM-MASTER-STATUS.

           SELECT PRICE-QUEUE ASSIGN TO "PRICEQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQ-KEY
               FILE STATUS IS WS-PRICE-QUEUE-STATUS.

           SELECT PRICE-HISTORY ASSIGN TO "PRICEHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-MASTER.
       COPY "itemmast.cpy".

       FD  PRICE-QUEUE.
       COPY "priceq.cpy".

       FD  PRICE-HISTORY.
       COPY "pricehst.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ITEM-MASTER-STATUS  PIC X(2).
          88 WS-IM-OK            VALUE "00".
       01 WS-PRICE-QUEUE-STATUS  PIC X(2).
          88 WS-PQ-OK            VALUE "00".
       01 WS-PRICE-HISTORY-STATUS PIC X(2).
          88 WS-PH-FILE-MISSING  VALUE "35".

       01 WS-EOF-FLAG            PIC X(1) VALUE "N".
          88 WS-END-OF-FILE      VALUE "Y".

       01 WS-CURRENT-DATE        PIC 9(8).
       01 WS-CURRENT-TIME        PIC 9(8).
       01 WS-TIMESTAMP-14        PIC 9(14).
       01 WS-BUSINESS-DATE       PIC 9(8).
       01 WS-APPLY-THROUGH-DATE  PIC 9(8).

       01 WS-APPLIED-COUNT       PIC 9(7) VALUE 0.
       01 WS-REJECTED-COUNT      PIC 9(7) VALUE 0.

       01 WS-PRICE-LINE.
          05 WS-PL-EFFECTIVE     PIC 9(8).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-PL-ITEM          PIC X(12).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-PL-OLD-PRICE     PIC Z(4)9.99.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-PL-NEW-PRICE     PIC Z(4)9.99.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-PL-SOURCE        PIC X(8).
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 WS-PL-SEQUENCE      PIC 9(6).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-PL-RESULT        PIC X(20).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-CURRENT-DATE WS-CURRENT-TIME(1:6)
               DELIMITED BY SIZE INTO WS-TIMESTAMP-14
      *    RUN-DATE IS THE NIGHTLY JOB'S SHARED BUSINESS DATE, SET
      *    ON A RERUN AFTER MIDNIGHT SO EVERY STEP AND ITS
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
           COMPUTE WS-APPLY-THROUGH-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) + 1)
           DISPLAY "PRICE CHANGES APPLIED THROUGH "
               WS-APPLY-THROUGH-DATE
           DISPLAY "EFFECTIVE ITEM CODE      OLD PRICE  NEW PRICE  "
               "FROM FILE        RESULT"
           OPEN I-O PRICE-QUEUE
           IF NOT WS-PQ-OK
      *        NO QUEUE YET - NO HEAD-OFFICE FILE HAS BEEN LOADED.
               DISPLAY "NO PRICE CHANGES QUEUED."
           ELSE
               PERFORM APPLY-DUE-CHANGES
               CLOSE PRICE-QUEUE
           END-IF
           IF WS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "PRICEAPL: " WS-APPLIED-COUNT " APPLIED, "
               WS-REJECTED-COUNT " REJECTED."
           STOP RUN.

       APPLY-DUE-CHANGES.
           OPEN I-O ITEM-MASTER
           IF NOT WS-IM-OK
      *        NOTHING CAN BE APPLIED; THE QUEUE IS LEFT AS IT IS,
      *        SO THE CHANGES GO ON AT THE RERUN ONCE IT OPENS.
               DISPLAY "PRICEAPL: CANNOT OPEN ITEM-MASTER, STATUS "
                   WS-ITEM-MASTER-STATUS " - NOTHING APPLIED."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
      *    APPEND-ONLY, LIKE LOGIN-AUDIT.
           OPEN EXTEND PRICE-HISTORY
           IF WS-PH-FILE-MISSING
               OPEN OUTPUT PRICE-HISTORY
               CLOSE PRICE-HISTORY
               OPEN EXTEND PRICE-HISTORY
           END-IF
      *    THE QUEUE IS KEYED ON EFFECTIVE DATE FIRST, SO THE READ
      *    STOPS AT THE FIRST CHANGE NOT YET DUE.
           MOVE LOW-VALUES TO PQ-KEY
           START PRICE-QUEUE KEY NOT LESS THAN PQ-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START
           PERFORM APPLY-NEXT-CHANGE UNTIL WS-END-OF-FILE
           CLOSE ITEM-MASTER
           CLOSE PRICE-HISTORY.

       APPLY-NEXT-CHANGE.
           READ PRICE-QUEUE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF PQ-EFFECTIVE-DATE > WS-APPLY-THROUGH-DATE
                       MOVE "Y" TO WS-EOF-FLAG
                   ELSE
                       IF PQ-PENDING
                           PERFORM APPLY-ONE-CHANGE
                       END-IF
                   END-IF
           END-READ.

       APPLY-ONE-CHANGE.
           MOVE PQ-EFFECTIVE-DATE TO WS-PL-EFFECTIVE
           MOVE PQ-ITEM-CODE      TO WS-PL-ITEM
           MOVE PQ-NEW-PRICE      TO WS-PL-NEW-PRICE
           MOVE PQ-SOURCE         TO WS-PL-SOURCE
           MOVE PQ-FILE-SEQUENCE  TO WS-PL-SEQUENCE
           MOVE PQ-ITEM-CODE      TO IM-ITEM-CODE
           READ ITEM-MASTER
               INVALID KEY
                   MOVE 0                   TO WS-PL-OLD-PRICE
                   MOVE "REJECTED - NO ITEM" TO WS-PL-RESULT
                   MOVE "X"                 TO PQ-STATUS
                   MOVE WS-TIMESTAMP-14     TO PQ-APPLIED-TIMESTAMP
                   REWRITE PRICE-QUEUE-RECORD
                   ADD 1 TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   MOVE IM-UNIT-PRICE  TO WS-PL-OLD-PRICE
                   MOVE IM-UNIT-PRICE  TO PH-OLD-PRICE
                   MOVE PQ-NEW-PRICE   TO IM-UNIT-PRICE
                   REWRITE ITEM-RECORD
                   MOVE "A"             TO PQ-STATUS
                   MOVE WS-TIMESTAMP-14 TO PQ-APPLIED-TIMESTAMP
                   REWRITE PRICE-QUEUE-RECORD
                   PERFORM WRITE-PRICE-HISTORY
                   MOVE "APPLIED"       TO WS-PL-RESULT
                   ADD 1 TO WS-APPLIED-COUNT
           END-READ
           DISPLAY WS-PRICE-LINE.

       WRITE-PRICE-HISTORY.
      *    PH-OLD-PRICE IS SET BY THE CALLER FROM THE ITEM BEFORE
      *    IT WAS REWRITTEN.
           MOVE PQ-ITEM-CODE      TO PH-ITEM-CODE
           MOVE PQ-EFFECTIVE-DATE TO PH-EFFECTIVE-DATE
           MOVE PQ-NEW-PRICE      TO PH-NEW-PRICE
           MOVE "PRCE"            TO PH-CHANGE-TYPE
           MOVE WS-TIMESTAMP-14   TO PH-APPLIED-TIMESTAMP
           MOVE "PRICEAPL"        TO PH-SOURCE
           MOVE SPACES            TO PH-USERNAME
           WRITE PRICE-HISTORY-RECORD.
