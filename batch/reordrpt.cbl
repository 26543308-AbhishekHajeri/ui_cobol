       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORDRPT.

      *    NIGHTLY STOCK REORDER REPORT OVER THE ITEM-MASTER. TWO
      *    LISTS, SO THEY REACH THE RIGHT PERSON IN THE MORNING:
      *      - EVERY ACTIVE ITEM WHOSE SHELF QUANTITY IS AT OR BELOW
      *        ITS REORDER LEVEL, WITH THE SHORTFALL, FOR THE ORDER
      *      - EVERY ITEM, ACTIVE OR RETIRED, WHOSE SHELF QUANTITY
      *        HAS GONE NEGATIVE - MORE HAS BEEN SOLD THAN THE
      *        SYSTEM THINKS CAME IN, SO THE SHELF NEEDS A RECOUNT
      *        (KEYED AS A STOCK COUNT ON THE ITEM MAINTENANCE
      *        SCREEN)
      *    RETIRED ITEMS ARE NOT REORDERED. THE ITEM-MASTER IS ONLY
      *    READ. THE REPORT DATE IS THE PRIOR CALENDAR DAY, OR THE
      *    RUN-DATE ENVIRONMENT NAME ON A RERUN, LIKE THE OTHER
      *    NIGHTLY STEPS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-MASTER ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-ITEM-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-MASTER.
       COPY "itemmast.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ITEM-MASTER-STATUS  PIC X(2).
          88 WS-IM-OK            VALUE "00".

       01 WS-EOF-FLAG            PIC X(1) VALUE "N".
          88 WS-END-OF-FILE      VALUE "Y".

       01 WS-FILE-OPENED-FLAG    PIC X(1) VALUE "N".
          88 WS-FILE-OPENED      VALUE "Y".

       01 WS-CURRENT-DATE        PIC 9(8).
       01 WS-REPORT-DATE         PIC 9(8).

       01 WS-REORDER-COUNT       PIC 9(5) VALUE 0.
       01 WS-NEGATIVE-COUNT      PIC 9(5) VALUE 0.
       01 WS-SHORTFALL           PIC S9(8).

       01 WS-REORDER-LINE.
          05 WS-RL-CODE          PIC X(12).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-RL-DESC          PIC X(30).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-RL-ON-HAND       PIC -(6)9.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-RL-REORDER       PIC Z(6)9.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-RL-SHORTFALL     PIC Z(7)9.

       01 WS-NEGATIVE-LINE.
          05 WS-NL-CODE          PIC X(12).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-NL-DESC          PIC X(30).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-NL-ON-HAND       PIC -(6)9.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-NL-STATE         PIC X(7).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-REPORT-DATE FROM ENVIRONMENT "RUN-DATE"
               ON EXCEPTION
                   MOVE 0 TO WS-REPORT-DATE
           END-ACCEPT
           IF WS-REPORT-DATE = 0
               COMPUTE WS-REPORT-DATE =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) - 1)
           END-IF
           OPEN INPUT ITEM-MASTER
           IF WS-IM-OK
               MOVE "Y" TO WS-FILE-OPENED-FLAG
           END-IF
           DISPLAY "STOCK REORDER REPORT FOR " WS-REPORT-DATE
           DISPLAY " "
           DISPLAY "AT OR BELOW REORDER LEVEL"
           DISPLAY "ITEM CODE     DESCRIPTION                     "
               "ON HAND  REORDER  SHORTFALL"
           PERFORM START-ITEM-PASS
           PERFORM CHECK-REORDER-ITEM UNTIL WS-END-OF-FILE
           IF WS-REORDER-COUNT = 0
               DISPLAY "NO ITEMS NEED REORDERING."
           END-IF
           DISPLAY " "
           DISPLAY "NEGATIVE ON HAND - RECOUNT REQUIRED"
           DISPLAY "ITEM CODE     DESCRIPTION                     "
               "ON HAND  STATE"
           PERFORM START-ITEM-PASS
           PERFORM CHECK-NEGATIVE-ITEM UNTIL WS-END-OF-FILE
           IF WS-NEGATIVE-COUNT = 0
               DISPLAY "NO ITEMS BELOW ZERO."
           END-IF
           IF WS-FILE-OPENED
               CLOSE ITEM-MASTER
           END-IF
           DISPLAY " "
           DISPLAY "REORDRPT: " WS-REORDER-COUNT " TO REORDER, "
               WS-NEGATIVE-COUNT " TO RECOUNT."
           STOP RUN.

       START-ITEM-PASS.
           MOVE "N" TO WS-EOF-FLAG
           IF NOT WS-FILE-OPENED
      *        NO ITEM-MASTER YET - NOTHING IS STOCKED.
               MOVE "Y" TO WS-EOF-FLAG
           ELSE
               MOVE LOW-VALUES TO IM-ITEM-CODE
               START ITEM-MASTER KEY NOT LESS THAN IM-ITEM-CODE
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
               END-START
           END-IF.

       CHECK-REORDER-ITEM.
           READ ITEM-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF IM-ACTIVE
                       AND IM-REORDER-LEVEL > 0
                       AND IM-ON-HAND <= IM-REORDER-LEVEL
                       COMPUTE WS-SHORTFALL =
                           IM-REORDER-LEVEL - IM-ON-HAND
                       MOVE IM-ITEM-CODE     TO WS-RL-CODE
                       MOVE IM-DESCRIPTION   TO WS-RL-DESC
                       MOVE IM-ON-HAND       TO WS-RL-ON-HAND
                       MOVE IM-REORDER-LEVEL TO WS-RL-REORDER
                       MOVE WS-SHORTFALL     TO WS-RL-SHORTFALL
                       DISPLAY WS-REORDER-LINE
                       ADD 1 TO WS-REORDER-COUNT
                   END-IF
           END-READ.

       CHECK-NEGATIVE-ITEM.
           READ ITEM-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF IM-ON-HAND < 0
                       MOVE IM-ITEM-CODE   TO WS-NL-CODE
                       MOVE IM-DESCRIPTION TO WS-NL-DESC
                       MOVE IM-ON-HAND     TO WS-NL-ON-HAND
                       IF IM-RETIRED
                           MOVE "RETIRED" TO WS-NL-STATE
                       ELSE
                           MOVE "ACTIVE"  TO WS-NL-STATE
                       END-IF
                       DISPLAY WS-NEGATIVE-LINE
                       ADD 1 TO WS-NEGATIVE-COUNT
                   END-IF
           END-READ.
