       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEMLOAD.

      *    LOADS HEAD OFFICE'S ITEM/PRICE FILE (SEE ITEMIMP.CPY) ONTO
      *    THE ITEM-MASTER. NEW ITEMS ARE ADDED AND DISCONTINUED ONES
      *    RETIRED STRAIGHT AWAY; PRICE CHANGES ARE NOT - THEY GO ON
      *    THE PRICEQ QUEUE WITH THEIR EFFECTIVE DATE AND THE NIGHTLY
      *    PRICEAPL STEP PUTS THEM LIVE WHEN THEY FALL DUE, SO A NEW
      *    PRICE LIST NEITHER GOES LIVE EARLY NOR NEEDS KEYING AT
      *    MIDNIGHT. EVERY PRICE PUT ON AN ITEM HERE IS WRITTEN TO
      *    THE PRICE HISTORY (PRICEHST).
      *
      *    THE FILE IS READ TWICE. THE FIRST PASS ONLY CHECKS ITS
      *    SHAPE AND CONTROL TOTALS - HEADER FIRST, TRAILER LAST,
      *    DETAIL COUNT AND PRICE HASH AGREEING WITH THE TRAILER. IF
      *    ANY OF THAT FAILS, NOTHING AT ALL IS APPLIED AND THE STEP
      *    ENDS WITH CONDITION CODE 8, SO A SHORT OR DAMAGED FILE
      *    CANNOT BE HALF LOADED. THE SECOND PASS APPLIES THE
      *    DETAILS ONE BY ONE; EACH IS CHECKED IN FULL BEFORE
      *    ANYTHING IS WRITTEN FOR IT, SO A REJECTED RECORD LEAVES NO
      *    TRACE BEYOND ITS LINE ON THE EXCEPTION REPORT. ANY
      *    REJECTED DETAIL ENDS THE STEP WITH CONDITION CODE 4, AS
      *    DOES A DETAIL WHOSE ITEM-MASTER OR PRICEQ UPDATE FAILS -
      *    IT IS LISTED WITH THE REJECTS AND NOT JOURNALLED OR
      *    COUNTED. IF ANY FILE THE LOAD UPDATES CANNOT BE OPENED,
      *    NOTHING IS APPLIED AND THE STEP ENDS WITH CONDITION CODE 8.
      *    THE LOAD RUNS WHENEVER A FILE ARRIVES, NOT JUST BEFORE THE
      *    NIGHTLY BACKUP, SO EVERY ITEM-MASTER ADD AND CHANGE IS
      *    WRITTEN TO THE UPDATE JOURNAL (UPDJRNL.CPY) THE SAME WAY
      *    LOGINUI WRITES ITS OWN - RECOVER CAN THEN REBUILD THE
      *    ITEM-MASTER WITHOUT LOSING THE LOAD OR THE STOCK POSTED
      *    AGAINST ITEMS IT ADDED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-IMPORT ASSIGN TO "ITEMIMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-IMPORT-STATUS.

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

           SELECT UPDATE-JOURNAL ASSIGN TO "UPDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UPDATE-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-IMPORT.
       COPY "itemimp.cpy".

       FD  ITEM-MASTER.
       COPY "itemmast.cpy".

       FD  PRICE-QUEUE.
       COPY "priceq.cpy".

       FD  PRICE-HISTORY.
       COPY "pricehst.cpy".

       FD  UPDATE-JOURNAL.
       COPY "updjrnl.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ITEM-IMPORT-STATUS  PIC X(2).
          88 WS-II-OK            VALUE "00".
       01 WS-ITEM-MASTER-STATUS  PIC X(2).
          88 WS-IM-OK            VALUE "00".
          88 WS-IM-FILE-MISSING  VALUE "35".
       01 WS-PRICE-QUEUE-STATUS  PIC X(2).
          88 WS-PQ-OK            VALUE "00".
          88 WS-PQ-FILE-MISSING  VALUE "35".
       01 WS-PRICE-HISTORY-STATUS PIC X(2).
          88 WS-PH-OK            VALUE "00".
          88 WS-PH-FILE-MISSING  VALUE "35".
       01 WS-UPDATE-JOURNAL-STATUS PIC X(2).
          88 WS-UJ-OK            VALUE "00".
          88 WS-UJ-FILE-MISSING  VALUE "35".

      *    PARAMETERS FOR WRITE-UPDATE-JOURNAL, WHICH TAKES ITS OWN
      *    TIME FOR EACH CHANGE AS LOGINUI DOES.
       01 WS-UJ-OPERATION        PIC X(1).
       01 WS-UJ-BEFORE-IMAGE     PIC X(200).
       01 WS-UJ-AFTER-IMAGE      PIC X(200).
       01 WS-UJ-DATE             PIC 9(8).
       01 WS-UJ-TIME             PIC 9(8).

       01 WS-EOF-FLAG            PIC X(1) VALUE "N".
          88 WS-END-OF-FILE      VALUE "Y".

       01 WS-CURRENT-DATE        PIC 9(8).
       01 WS-CURRENT-TIME        PIC 9(8).
       01 WS-TIMESTAMP-14        PIC 9(14).

      *    FIRST-PASS CONTROL CHECKING.
       01 WS-FILE-REJECTED-FLAG  PIC X(1) VALUE "N".
          88 WS-FILE-REJECTED    VALUE "Y".
       01 WS-LOAD-REFUSED-FLAG   PIC X(1) VALUE "N".
          88 WS-LOAD-REFUSED     VALUE "Y".
       01 WS-FILE-REJECT-REASON  PIC X(40) VALUE SPACES.
       01 WS-LAST-RECORD-TYPE    PIC X(1) VALUE SPACES.
       01 WS-RECORD-NUMBER       PIC 9(7) VALUE 0.
       01 WS-HEADER-COUNT        PIC 9(7) VALUE 0.
       01 WS-TRAILER-COUNT       PIC 9(7) VALUE 0.
       01 WS-DETAIL-COUNT        PIC 9(7) VALUE 0.
       01 WS-PRICE-HASH          PIC 9(11)V99 VALUE 0.
       01 WS-TRL-RECORD-COUNT    PIC 9(7) VALUE 0.
       01 WS-TRL-PRICE-HASH      PIC 9(11)V99 VALUE 0.
       01 WS-HDR-SOURCE          PIC X(8) VALUE SPACES.
       01 WS-HDR-FILE-DATE       PIC 9(8) VALUE 0.
       01 WS-HDR-SEQUENCE        PIC 9(6) VALUE 0.

      *    SECOND-PASS RESULTS.
       01 WS-REJECT-REASON       PIC X(30).
       01 WS-ITEM-ON-FILE-FLAG   PIC X(1).
          88 WS-ITEM-ON-FILE     VALUE "Y".
       01 WS-QUEUE-ON-FILE-FLAG  PIC X(1).
          88 WS-QUEUE-ON-FILE    VALUE "Y".
       01 WS-OLD-PRICE           PIC 9(5)V99.
       01 WS-ADDED-COUNT         PIC 9(7) VALUE 0.
       01 WS-REACTIVATED-COUNT   PIC 9(7) VALUE 0.
       01 WS-RETIRED-COUNT       PIC 9(7) VALUE 0.
       01 WS-QUEUED-COUNT        PIC 9(7) VALUE 0.
       01 WS-REJECTED-COUNT      PIC 9(7) VALUE 0.

       01 WS-EXCEPTION-LINE.
          05 WS-EL-RECORD        PIC Z(6)9.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-EL-ACTION        PIC X(1).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-EL-ITEM          PIC X(12).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-EL-PRICE         PIC X(9).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-EL-EFFECTIVE     PIC X(8).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-EL-REASON        PIC X(30).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-CURRENT-DATE WS-CURRENT-TIME(1:6)
               DELIMITED BY SIZE INTO WS-TIMESTAMP-14
           DISPLAY "HEAD-OFFICE ITEM/PRICE IMPORT - " WS-CURRENT-DATE
           OPEN INPUT ITEM-IMPORT
           IF NOT WS-II-OK
               DISPLAY "ITEMLOAD: NO ITEMIMP INPUT - NOTHING LOADED."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM CHECK-IMPORT-RECORD UNTIL WS-END-OF-FILE
               CLOSE ITEM-IMPORT
               PERFORM CHECK-CONTROL-TOTALS
               IF WS-FILE-REJECTED
                   DISPLAY "ITEMLOAD: FILE REJECTED - "
                       WS-FILE-REJECT-REASON
                   DISPLAY "ITEMLOAD: NOTHING APPLIED. HEADER "
                       WS-HDR-SOURCE " " WS-HDR-FILE-DATE " SEQ "
                       WS-HDR-SEQUENCE ", " WS-DETAIL-COUNT
                       " DETAILS READ."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM LOAD-THE-FILE
               END-IF
           END-IF
           STOP RUN.

       LOAD-THE-FILE.
           DISPLAY "FILE " WS-HDR-SOURCE " " WS-HDR-FILE-DATE
               " SEQ " WS-HDR-SEQUENCE " - " WS-DETAIL-COUNT
               " DETAILS, CONTROLS AGREE."
           PERFORM OPEN-UPDATE-FILES
           IF WS-LOAD-REFUSED
      *        SAME AS A FILE REJECTED ON ITS CONTROLS: NOTHING HAS
      *        BEEN APPLIED, SO THE INPUT IS KEPT FOR A RERUN.
               CLOSE ITEM-MASTER
               CLOSE PRICE-QUEUE
               CLOSE PRICE-HISTORY
               CLOSE UPDATE-JOURNAL
               DISPLAY "ITEMLOAD: NOTHING APPLIED."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "EXCEPTIONS"
           DISPLAY " RECORD  A  ITEM CODE     PRICE      EFFECTIVE"
               "   REASON"
           MOVE "N" TO WS-EOF-FLAG
           MOVE 0 TO WS-RECORD-NUMBER
           OPEN INPUT ITEM-IMPORT
           PERFORM APPLY-IMPORT-RECORD UNTIL WS-END-OF-FILE
           CLOSE ITEM-IMPORT
           CLOSE ITEM-MASTER
           CLOSE PRICE-QUEUE
           CLOSE PRICE-HISTORY
           CLOSE UPDATE-JOURNAL
           IF WS-REJECTED-COUNT = 0
               DISPLAY "NONE."
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY " "
           DISPLAY "ITEMLOAD: " WS-ADDED-COUNT " ADDED, "
               WS-REACTIVATED-COUNT " REACTIVATED, "
               WS-RETIRED-COUNT " RETIRED, "
               WS-QUEUED-COUNT " PRICE CHANGES QUEUED, "
               WS-REJECTED-COUNT " REJECTED.".

       CHECK-IMPORT-RECORD.
      *    FIRST PASS - SHAPE AND CONTROL TOTALS ONLY.
           READ ITEM-IMPORT
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-RECORD-NUMBER
                   EVALUATE TRUE
                       WHEN II-HEADER
                           ADD 1 TO WS-HEADER-COUNT
                           IF WS-RECORD-NUMBER NOT = 1
                               MOVE "HEADER IS NOT THE FIRST RECORD"
                                   TO WS-FILE-REJECT-REASON
                               MOVE "Y" TO WS-FILE-REJECTED-FLAG
                           END-IF
                           MOVE II-HDR-SOURCE    TO WS-HDR-SOURCE
                           MOVE II-HDR-FILE-DATE TO WS-HDR-FILE-DATE
                           MOVE II-HDR-SEQUENCE  TO WS-HDR-SEQUENCE
                       WHEN II-DETAIL
                           ADD 1 TO WS-DETAIL-COUNT
                           IF II-UNIT-PRICE IS NUMERIC
                               ADD II-UNIT-PRICE TO WS-PRICE-HASH
                           END-IF
                       WHEN II-TRAILER
                           ADD 1 TO WS-TRAILER-COUNT
                           MOVE II-TRL-RECORD-COUNT
                               TO WS-TRL-RECORD-COUNT
                           MOVE II-TRL-PRICE-HASH
                               TO WS-TRL-PRICE-HASH
                       WHEN OTHER
                           MOVE "UNKNOWN RECORD TYPE"
                               TO WS-FILE-REJECT-REASON
                           MOVE "Y" TO WS-FILE-REJECTED-FLAG
                   END-EVALUATE
                   MOVE II-RECORD-TYPE TO WS-LAST-RECORD-TYPE
           END-READ.

       CHECK-CONTROL-TOTALS.
      *    THE FIRST FAILURE FOUND IS THE ONE REPORTED.
           EVALUATE TRUE
               WHEN WS-FILE-REJECTED
                   CONTINUE
               WHEN WS-HEADER-COUNT NOT = 1
                   MOVE "MISSING OR DUPLICATE HEADER"
                       TO WS-FILE-REJECT-REASON
                   MOVE "Y" TO WS-FILE-REJECTED-FLAG
               WHEN WS-TRAILER-COUNT NOT = 1
                   MOVE "MISSING OR DUPLICATE TRAILER"
                       TO WS-FILE-REJECT-REASON
                   MOVE "Y" TO WS-FILE-REJECTED-FLAG
               WHEN WS-LAST-RECORD-TYPE NOT = "T"
                   MOVE "TRAILER IS NOT THE LAST RECORD"
                       TO WS-FILE-REJECT-REASON
                   MOVE "Y" TO WS-FILE-REJECTED-FLAG
               WHEN WS-TRL-RECORD-COUNT NOT = WS-DETAIL-COUNT
                   MOVE "DETAIL COUNT DOES NOT MATCH TRAILER"
                       TO WS-FILE-REJECT-REASON
                   MOVE "Y" TO WS-FILE-REJECTED-FLAG
               WHEN WS-TRL-PRICE-HASH NOT = WS-PRICE-HASH
                   MOVE "PRICE HASH DOES NOT MATCH TRAILER"
                       TO WS-FILE-REJECT-REASON
                   MOVE "Y" TO WS-FILE-REJECTED-FLAG
           END-EVALUATE.

       OPEN-UPDATE-FILES.
           OPEN I-O ITEM-MASTER
           IF WS-IM-FILE-MISSING
               OPEN OUTPUT ITEM-MASTER
               CLOSE ITEM-MASTER
               OPEN I-O ITEM-MASTER
           END-IF
           OPEN I-O PRICE-QUEUE
           IF WS-PQ-FILE-MISSING
               OPEN OUTPUT PRICE-QUEUE
               CLOSE PRICE-QUEUE
               OPEN I-O PRICE-QUEUE
           END-IF
      *    APPEND-ONLY, LIKE LOGIN-AUDIT.
           OPEN EXTEND PRICE-HISTORY
           IF WS-PH-FILE-MISSING
               OPEN OUTPUT PRICE-HISTORY
               CLOSE PRICE-HISTORY
               OPEN EXTEND PRICE-HISTORY
           END-IF
           OPEN EXTEND UPDATE-JOURNAL
           IF WS-UJ-FILE-MISSING
               OPEN OUTPUT UPDATE-JOURNAL
               CLOSE UPDATE-JOURNAL
               OPEN EXTEND UPDATE-JOURNAL
           END-IF
      *    ANY FILE STILL NOT OPEN (LOCKED, WRONG LENGTH) STOPS THE
      *    LOAD BEFORE THE FIRST DETAIL IS LOOKED AT.
           IF NOT WS-IM-OK
               DISPLAY "ITEMLOAD: CANNOT OPEN ITEM-MASTER, STATUS "
                   WS-ITEM-MASTER-STATUS
               MOVE "Y" TO WS-LOAD-REFUSED-FLAG
           END-IF
           IF NOT WS-PQ-OK
               DISPLAY "ITEMLOAD: CANNOT OPEN PRICE-QUEUE, STATUS "
                   WS-PRICE-QUEUE-STATUS
               MOVE "Y" TO WS-LOAD-REFUSED-FLAG
           END-IF
           IF NOT WS-PH-OK
               DISPLAY "ITEMLOAD: CANNOT OPEN PRICE-HISTORY, STATUS "
                   WS-PRICE-HISTORY-STATUS
               MOVE "Y" TO WS-LOAD-REFUSED-FLAG
           END-IF
           IF NOT WS-UJ-OK
               DISPLAY "ITEMLOAD: CANNOT OPEN UPDATE-JOURNAL, STATUS "
                   WS-UPDATE-JOURNAL-STATUS
               MOVE "Y" TO WS-LOAD-REFUSED-FLAG
           END-IF.

       APPLY-IMPORT-RECORD.
      *    SECOND PASS - HEADER AND TRAILER ARE ALREADY PROVED.
           READ ITEM-IMPORT
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-RECORD-NUMBER
                   IF II-DETAIL
                       PERFORM VALIDATE-DETAIL
                       IF WS-REJECT-REASON = SPACES
                           PERFORM APPLY-DETAIL
                       ELSE
                           PERFORM REPORT-EXCEPTION
                       END-IF
                   END-IF
           END-READ.

       VALIDATE-DETAIL.
      *    EVERYTHING A DETAIL NEEDS IS CHECKED HERE, INCLUDING ITS
      *    ITEM-MASTER AND QUEUE STATE, BEFORE APPLY-DETAIL WRITES
      *    ANYTHING. ITEM-RECORD AND PRICE-QUEUE-RECORD ARE LEFT
      *    HOLDING WHAT WAS READ FOR APPLY-DETAIL TO UPDATE.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE "N" TO WS-ITEM-ON-FILE-FLAG
           MOVE "N" TO WS-QUEUE-ON-FILE-FLAG
           EVALUATE TRUE
               WHEN NOT II-ADD-ITEM AND NOT II-RETIRE-ITEM
                       AND NOT II-PRICE-CHANGE
                   MOVE "BAD ACTION CODE" TO WS-REJECT-REASON
               WHEN II-ITEM-CODE = SPACES
                       OR II-ITEM-CODE(1:1) = SPACE
                   MOVE "BAD ITEM CODE" TO WS-REJECT-REASON
               WHEN II-ADD-ITEM AND II-DESCRIPTION = SPACES
                   MOVE "NO DESCRIPTION" TO WS-REJECT-REASON
               WHEN NOT II-RETIRE-ITEM
                       AND II-UNIT-PRICE IS NOT NUMERIC
                   MOVE "PRICE NOT NUMERIC" TO WS-REJECT-REASON
               WHEN NOT II-RETIRE-ITEM AND II-UNIT-PRICE = 0
                   MOVE "ZERO PRICE" TO WS-REJECT-REASON
               WHEN II-ADD-ITEM AND II-TAX-CATEGORY NOT = SPACE
                       AND NOT II-TAX-CATEGORY-VALID
                   MOVE "BAD VAT CATEGORY" TO WS-REJECT-REASON
               WHEN II-PRICE-CHANGE
                       AND II-EFFECTIVE-DATE IS NOT NUMERIC
                   MOVE "BAD EFFECTIVE DATE" TO WS-REJECT-REASON
               WHEN II-PRICE-CHANGE
                       AND (II-EFF-YEAR < 2000
                         OR FUNCTION TEST-DATE-YYYYMMDD
                                (II-EFFECTIVE-DATE) NOT = 0)
                   MOVE "BAD EFFECTIVE DATE" TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM VALIDATE-AGAINST-FILES
           END-EVALUATE.

       VALIDATE-AGAINST-FILES.
           MOVE II-ITEM-CODE TO IM-ITEM-CODE
           READ ITEM-MASTER
               INVALID KEY
                   MOVE "N" TO WS-ITEM-ON-FILE-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO WS-ITEM-ON-FILE-FLAG
           END-READ
           EVALUATE TRUE
               WHEN II-ADD-ITEM AND WS-ITEM-ON-FILE AND IM-ACTIVE
                   MOVE "ITEM ALREADY ON FILE" TO WS-REJECT-REASON
               WHEN II-RETIRE-ITEM AND NOT WS-ITEM-ON-FILE
                   MOVE "NO SUCH ITEM" TO WS-REJECT-REASON
               WHEN II-RETIRE-ITEM AND IM-RETIRED
                   MOVE "ITEM ALREADY RETIRED" TO WS-REJECT-REASON
               WHEN II-PRICE-CHANGE AND NOT WS-ITEM-ON-FILE
                   MOVE "NO SUCH ITEM" TO WS-REJECT-REASON
               WHEN II-PRICE-CHANGE
                   PERFORM VALIDATE-QUEUED-CHANGE
           END-EVALUATE.

       VALIDATE-QUEUED-CHANGE.
      *    A CHANGE ALREADY QUEUED FOR THE SAME ITEM AND DATE IS
      *    REPLACED WHILE IT IS STILL PENDING - HEAD OFFICE CAN
      *    CORRECT A PRICE BY SENDING IT AGAIN. ONCE APPLIED IT IS
      *    HISTORY AND A NEW EFFECTIVE DATE IS NEEDED.
           MOVE II-EFFECTIVE-DATE TO PQ-EFFECTIVE-DATE
           MOVE II-ITEM-CODE      TO PQ-ITEM-CODE
           READ PRICE-QUEUE
               INVALID KEY
                   MOVE "N" TO WS-QUEUE-ON-FILE-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO WS-QUEUE-ON-FILE-FLAG
                   IF NOT PQ-PENDING
                       MOVE "CHANGE ALREADY APPLIED"
                           TO WS-REJECT-REASON
                   END-IF
           END-READ.

       APPLY-DETAIL.
           EVALUATE TRUE
               WHEN II-ADD-ITEM AND WS-ITEM-ON-FILE
                   PERFORM REACTIVATE-IMPORTED-ITEM
               WHEN II-ADD-ITEM
                   PERFORM ADD-IMPORTED-ITEM
               WHEN II-RETIRE-ITEM
                   MOVE "N" TO IM-ACTIVE-FLAG
                   PERFORM REWRITE-ITEM-MASTER
                   IF WS-IM-OK
                       ADD 1 TO WS-RETIRED-COUNT
                   END-IF
               WHEN II-PRICE-CHANGE
                   PERFORM QUEUE-PRICE-CHANGE
           END-EVALUATE.

       ADD-IMPORTED-ITEM.
      *    A NEW ITEM STARTS WITH AN EMPTY SHELF AND NO REORDER
      *    LEVEL, THE SAME AS ONE ADDED ON THE MAINTENANCE SCREEN.
           MOVE II-ITEM-CODE   TO IM-ITEM-CODE
           MOVE II-DESCRIPTION TO IM-DESCRIPTION
           MOVE II-UNIT-PRICE  TO IM-UNIT-PRICE
           MOVE "Y"            TO IM-ACTIVE-FLAG
           MOVE 0              TO IM-ON-HAND
           MOVE 0              TO IM-REORDER-LEVEL
           IF II-TAX-CATEGORY = SPACE
               MOVE "S"             TO IM-TAX-CATEGORY
           ELSE
               MOVE II-TAX-CATEGORY TO IM-TAX-CATEGORY
           END-IF
           WRITE ITEM-RECORD
           IF NOT WS-IM-OK
               PERFORM REPORT-ITEM-MASTER-FAILURE
               EXIT PARAGRAPH
           END-IF
           MOVE ITEM-RECORD    TO WS-UJ-AFTER-IMAGE
           MOVE SPACES         TO WS-UJ-BEFORE-IMAGE
           MOVE "A"            TO WS-UJ-OPERATION
           PERFORM WRITE-UPDATE-JOURNAL
           MOVE 0              TO WS-OLD-PRICE
           MOVE "NEW "         TO PH-CHANGE-TYPE
           PERFORM WRITE-PRICE-HISTORY
           ADD 1 TO WS-ADDED-COUNT.

       REACTIVATE-IMPORTED-ITEM.
      *    A RETIRED ITEM SENT AGAIN AS AN ADD COMES BACK ON SALE
      *    WITH HEAD OFFICE'S DESCRIPTION AND PRICE, AND ITS VAT
      *    CATEGORY IF ONE IS SENT; ITS SHELF QUANTITY AND REORDER
      *    LEVEL ARE KEPT.
           MOVE IM-UNIT-PRICE  TO WS-OLD-PRICE
           MOVE II-DESCRIPTION TO IM-DESCRIPTION
           MOVE II-UNIT-PRICE  TO IM-UNIT-PRICE
           MOVE "Y"            TO IM-ACTIVE-FLAG
           IF II-TAX-CATEGORY NOT = SPACE
               MOVE II-TAX-CATEGORY TO IM-TAX-CATEGORY
           END-IF
           PERFORM REWRITE-ITEM-MASTER
           IF NOT WS-IM-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-OLD-PRICE NOT = II-UNIT-PRICE
               MOVE "PRCE" TO PH-CHANGE-TYPE
               PERFORM WRITE-PRICE-HISTORY
           END-IF
           ADD 1 TO WS-REACTIVATED-COUNT.

      *    STANDS IN FOR A BARE REWRITE, AS IN LOGINUI: THE NEW
      *    RECORD IS PUT ASIDE, THE OLD ONE RE-READ FOR THE BEFORE
      *    IMAGE, AND THE NEW ONE PUT BACK AND REWRITTEN. A REWRITE
      *    THAT FAILS IS REPORTED AND NOT JOURNALLED; THE CALLER
      *    TESTS WS-IM-OK BEFORE COUNTING IT.
       REWRITE-ITEM-MASTER.
           MOVE ITEM-RECORD TO WS-UJ-AFTER-IMAGE
           READ ITEM-MASTER
               INVALID KEY
                   MOVE SPACES TO WS-UJ-BEFORE-IMAGE
               NOT INVALID KEY
                   MOVE ITEM-RECORD TO WS-UJ-BEFORE-IMAGE
           END-READ
           MOVE WS-UJ-AFTER-IMAGE TO ITEM-RECORD
           REWRITE ITEM-RECORD
           IF NOT WS-IM-OK
               PERFORM REPORT-ITEM-MASTER-FAILURE
               EXIT PARAGRAPH
           END-IF
           MOVE "C"         TO WS-UJ-OPERATION
           PERFORM WRITE-UPDATE-JOURNAL.

       REPORT-ITEM-MASTER-FAILURE.
           STRING "ITEMMAST UPDATE FAILED " WS-ITEM-MASTER-STATUS
               DELIMITED BY SIZE INTO WS-REJECT-REASON
           PERFORM REPORT-EXCEPTION.

       WRITE-UPDATE-JOURNAL.
      *    THE CALLER SETS WS-UJ-OPERATION AND THE TWO IMAGES. NO ONE
      *    IS SIGNED ON, SO THE JOB NAME STANDS IN FOR THE USER.
           ACCEPT WS-UJ-DATE FROM DATE YYYYMMDD
           ACCEPT WS-UJ-TIME FROM TIME
           COMPUTE UJ-TIMESTAMP = WS-UJ-DATE * 1000000
                                + WS-UJ-TIME / 100
           MOVE "ITEMMAST"         TO UJ-FILE-ID
           MOVE WS-UJ-OPERATION    TO UJ-OPERATION
           MOVE "ITEMLOAD"         TO UJ-USERNAME
           MOVE SPACES             TO UJ-TERMINAL-ID
           MOVE WS-UJ-BEFORE-IMAGE TO UJ-BEFORE-IMAGE
           MOVE WS-UJ-AFTER-IMAGE  TO UJ-AFTER-IMAGE
           WRITE UPDATE-JOURNAL-RECORD.

       WRITE-PRICE-HISTORY.
      *    PH-CHANGE-TYPE IS SET BY THE CALLER.
           MOVE II-ITEM-CODE    TO PH-ITEM-CODE
           MOVE WS-CURRENT-DATE TO PH-EFFECTIVE-DATE
           MOVE WS-OLD-PRICE    TO PH-OLD-PRICE
           MOVE II-UNIT-PRICE   TO PH-NEW-PRICE
           MOVE WS-TIMESTAMP-14 TO PH-APPLIED-TIMESTAMP
           MOVE "ITEMLOAD"      TO PH-SOURCE
           MOVE SPACES          TO PH-USERNAME
           WRITE PRICE-HISTORY-RECORD.

       QUEUE-PRICE-CHANGE.
           MOVE II-EFFECTIVE-DATE TO PQ-EFFECTIVE-DATE
           MOVE II-ITEM-CODE      TO PQ-ITEM-CODE
           MOVE II-UNIT-PRICE     TO PQ-NEW-PRICE
           MOVE "P"               TO PQ-STATUS
           MOVE WS-TIMESTAMP-14   TO PQ-QUEUED-TIMESTAMP
           MOVE WS-HDR-SOURCE     TO PQ-SOURCE
           MOVE WS-HDR-SEQUENCE   TO PQ-FILE-SEQUENCE
           MOVE 0                 TO PQ-APPLIED-TIMESTAMP
           IF WS-QUEUE-ON-FILE
               REWRITE PRICE-QUEUE-RECORD
           ELSE
               WRITE PRICE-QUEUE-RECORD
           END-IF
           IF WS-PQ-OK
               ADD 1 TO WS-QUEUED-COUNT
           ELSE
               STRING "PRICEQ UPDATE FAILED " WS-PRICE-QUEUE-STATUS
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               PERFORM REPORT-EXCEPTION
           END-IF.

       REPORT-EXCEPTION.
           MOVE WS-RECORD-NUMBER  TO WS-EL-RECORD
           MOVE II-ACTION         TO WS-EL-ACTION
           MOVE II-ITEM-CODE      TO WS-EL-ITEM
           MOVE II-DETAIL-BODY(44:7) TO WS-EL-PRICE
           MOVE II-DETAIL-BODY(51:8) TO WS-EL-EFFECTIVE
           MOVE WS-REJECT-REASON  TO WS-EL-REASON
           DISPLAY WS-EXCEPTION-LINE
           ADD 1 TO WS-REJECTED-COUNT.
