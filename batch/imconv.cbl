       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMCONV.

      *    ONE-TIME CONVERSION OF THE ITEM-MASTER FILE FROM ITS
      *    ORIGINAL LAYOUT TO THE CURRENT COPYBOOK LAYOUT. RUN ONCE
      *    AT UPGRADE (SEE IMCONV JCL - THE INDEXED FILE GOES THROUGH
      *    IDCAMS REPRO TO A FLAT FILE AROUND THIS STEP), THE SAME
      *    PATTERN AS TXCONV AND LGCONV. OLD RECORDS RECEIVE
      *    DEFAULTS IN THE NEW FIELDS:
      *      IM-ON-HAND       ZERO - THE SHELVES ARE COUNTED IN
      *                       THROUGH THE ITEM MAINTENANCE SCREEN
      *                       (STOCK COUNT) BEFORE TRADING STARTS
      *      IM-REORDER-LEVEL ZERO - NOTHING IS REPORTED FOR
      *                       REORDER UNTIL A LEVEL IS SET, SO THE
      *                       FIRST NIGHT'S REPORT IS NOT FLOODED
      *                       WITH EVERY UNCOUNTED ITEM
      *      IM-TAX-CATEGORY  "S" (STANDARD RATE) - MOST OF THE
      *                       RANGE; THE REDUCED, ZERO-RATED AND
      *                       EXEMPT LINES ARE SET ON THE ITEM
      *                       MAINTENANCE SCREEN BEFORE TRADING

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ITEM-MASTER ASSIGN TO "ITEMOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-ITEM-STATUS.

           SELECT NEW-ITEM-MASTER ASSIGN TO "ITEMNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-ITEM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE OLD LAYOUT IS FIXED HERE ON PURPOSE - THE COPYBOOK
      *    DESCRIBES ONLY THE CURRENT LAYOUT, AND THIS PROGRAM IS
      *    THE ONE PLACE THE OLD SHAPE IS STILL NEEDED.
       FD  OLD-ITEM-MASTER.
       01  OLD-ITEM-RECORD.
           05  OIM-ITEM-CODE           PIC X(12).
           05  OIM-DESCRIPTION         PIC X(30).
           05  OIM-UNIT-PRICE          PIC 9(5)V99.
           05  OIM-ACTIVE-FLAG         PIC X(1).

       FD  NEW-ITEM-MASTER.
       COPY "itemmast.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OLD-ITEM-STATUS     PIC X(2).
          88 WS-OLD-ITEM-OK      VALUE "00".
       01 WS-NEW-ITEM-STATUS     PIC X(2).

       01 WS-EOF-FLAG            PIC X(1).
          88 WS-END-OF-FILE      VALUE "Y".

       01 WS-ITEM-COUNT          PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT OLD-ITEM-MASTER
           IF NOT WS-OLD-ITEM-OK
               DISPLAY "IMCONV: NO ITEMOLD INPUT - SKIPPED."
           ELSE
               OPEN OUTPUT NEW-ITEM-MASTER
               PERFORM CONVERT-ONE-ITEM UNTIL WS-END-OF-FILE
               CLOSE OLD-ITEM-MASTER
               CLOSE NEW-ITEM-MASTER
           END-IF
           DISPLAY "IMCONV: " WS-ITEM-COUNT " ITEMS CONVERTED."
           STOP RUN.

       CONVERT-ONE-ITEM.
           READ OLD-ITEM-MASTER
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE OIM-ITEM-CODE   TO IM-ITEM-CODE
                   MOVE OIM-DESCRIPTION TO IM-DESCRIPTION
                   MOVE OIM-UNIT-PRICE  TO IM-UNIT-PRICE
                   MOVE OIM-ACTIVE-FLAG TO IM-ACTIVE-FLAG
                   MOVE 0               TO IM-ON-HAND
                   MOVE 0               TO IM-REORDER-LEVEL
                   MOVE "S"             TO IM-TAX-CATEGORY
                   WRITE ITEM-RECORD
                   ADD 1 TO WS-ITEM-COUNT
           END-READ.
