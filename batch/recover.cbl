       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECOVER.

      *    FORWARD RECOVERY OF ONE OF THE INDEXED FILES LOGINUI
      *    UPDATES LIVE (SHOPTRAN, TRANCTL, ITEMMAST, USERMAST,
      *    CUSTMAST, ROLEPERM OR TRADCAL), AFTER IT HAS BEEN DAMAGED
      *    DURING THE DAY. THE RECOVER JCL DELETES AND REDEFINES THE
      *    CLUSTER; THIS PROGRAM LOADS IT FROM THE CHOSEN NIGHTLY
      *    BACKUP (BACKUP DD) AND THEN REPLAYS THE UPDATE JOURNAL
      *    (UPDJRNL DD) OVER IT, IN THE ORDER THE CHANGES WERE MADE,
      *    UP TO THE POINT IN TIME ASKED FOR. ONLY JOURNAL ENTRIES
      *    FOR THE FILE BEING RECOVERED ARE LOOKED AT.
      *    SET IN THE ENVIRONMENT:
      *      RECOVER-FILE  THE FILE TO REBUILD - REQUIRED.
      *      RECOVER-TO    YYYYMMDDHHMMSS OF THE LAST CHANGE TO
      *                    REPLAY, NORMALLY JUST BEFORE THE FAILURE.
      *                    LEFT UNSET, THE WHOLE JOURNAL IS REPLAYED.
      *    EACH ENTRY IS REPLAYED ONLY IF THE FILE IS IN THE STATE
      *    THE JOURNAL SAYS IT WAS IN WHEN THE CHANGE WAS MADE: AN ADD
      *    NEEDS THE KEY TO BE FREE, A CHANGE OR DELETE NEEDS THE
      *    RECORD ON FILE TO MATCH THE BEFORE IMAGE BYTE FOR BYTE.
      *    ANYTHING ELSE IS LISTED AS NOT APPLIED, WITH THE REASON,
      *    AND THE STEP ENDS WITH CONDITION CODE 4 SO THE REBUILT FILE
      *    IS CHECKED BEFORE THE SHOP REOPENS. A MISSING OR UNKNOWN
      *    RECOVER-FILE, OR A BACKUP THAT CANNOT BE READ, ENDS IT WITH
      *    CONDITION CODE 8 AND NOTHING LOADED. A RELOADED FILE THAT
      *    CANNOT THEN BE OPENED FOR UPDATE ALSO ENDS IT WITH
      *    CONDITION CODE 8, WITH THE JOURNAL NOT REPLAYED.
      *    THE NIGHTLY BATCH UPDATES (DAYCLOSE, DORMANT, PRICEAPL) ARE
      *    NOT JOURNALLED - THEY RUN BEFORE THE NIGHTLY BACKUP, SO
      *    THE BACKUP ALREADY HOLDS THEM. ITEMLOAD RUNS WHENEVER A
      *    HEAD-OFFICE FILE ARRIVES, SO IT JOURNALS EACH ITEM IT ADDS,
      *    RETIRES OR REACTIVATES LIKE LOGINUI DOES, AND THOSE CHANGES
      *    ARE REPLAYED HERE WITH THE REST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-FILE ASSIGN TO "BACKUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.

           SELECT UPDATE-JOURNAL ASSIGN TO "UPDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UPDATE-JOURNAL-STATUS.

           SELECT SHOP-TRANS ASSIGN TO "SHOPTRAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-TRAN-KEY
               ALTERNATE RECORD KEY IS TX-DATE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS TX-USERNAME
                   WITH DUPLICATES
               FILE STATUS IS WS-TARGET-STATUS.

           SELECT TRAN-CONTROL ASSIGN TO "TRANCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-CONTROL-ID
               FILE STATUS IS WS-TARGET-STATUS.

           SELECT ITEM-MASTER ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-TARGET-STATUS.

           SELECT USER-MASTER ASSIGN TO "USERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-USERNAME
               FILE STATUS IS WS-TARGET-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCOUNT-NUMBER
               FILE STATUS IS WS-TARGET-STATUS.

           SELECT ROLE-PERMISSIONS ASSIGN TO "ROLEPERM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-ROLE
               FILE STATUS IS WS-TARGET-STATUS.

           SELECT TRADING-CALENDAR ASSIGN TO "TRADCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-TARGET-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE BACKUP IS A STRAIGHT REPRO OF WHICHEVER FILE IS BEING
      *    RECOVERED, SO IT IS READ AS A PLAIN IMAGE AND MOVED INTO
      *    THAT FILE'S RECORD AREA (SAME PATTERN AS TXARCH).
       FD  BACKUP-FILE.
       01  BACKUP-RECORD               PIC X(200).

       FD  UPDATE-JOURNAL.
       COPY "updjrnl.cpy".

       FD  SHOP-TRANS.
       COPY "shoptran.cpy".

       FD  TRAN-CONTROL.
       COPY "tranctl.cpy".

       FD  ITEM-MASTER.
       COPY "itemmast.cpy".

       FD  USER-MASTER.
       COPY "usermast.cpy".

       FD  CUSTOMER-MASTER.
       COPY "custmast.cpy".

       FD  ROLE-PERMISSIONS.
       COPY "roleperm.cpy".

       FD  TRADING-CALENDAR.
       COPY "tradcal.cpy".

       WORKING-STORAGE SECTION.
       01 WS-BACKUP-STATUS       PIC X(2).
          88 WS-BACKUP-OK        VALUE "00".
       01 WS-UPDATE-JOURNAL-STATUS PIC X(2).
          88 WS-UJ-OK            VALUE "00".
       01 WS-TARGET-STATUS       PIC X(2).
          88 WS-TARGET-OK        VALUE "00".

       01 WS-RECOVER-FILE        PIC X(8).
          88 WS-RECOVER-SHOP-TRANS      VALUE "SHOPTRAN".
          88 WS-RECOVER-TRAN-CONTROL    VALUE "TRANCTL".
          88 WS-RECOVER-ITEM-MASTER     VALUE "ITEMMAST".
          88 WS-RECOVER-USER-MASTER     VALUE "USERMAST".
          88 WS-RECOVER-CUSTOMER-MASTER VALUE "CUSTMAST".
          88 WS-RECOVER-ROLE-PERMISSION VALUE "ROLEPERM".
          88 WS-RECOVER-TRADING-CALENDAR VALUE "TRADCAL".
          88 WS-RECOVER-FILE-VALID      VALUE "SHOPTRAN" "TRANCTL"
                                              "ITEMMAST" "USERMAST"
                                              "CUSTMAST" "ROLEPERM"
                                              "TRADCAL".
       01 WS-RECOVER-TO-TEXT     PIC X(14).
       01 WS-RECOVER-TO          PIC 9(14).

      *    LENGTH OF THE KEY AT THE FRONT OF EACH RECORD, FOR THE
      *    REPORT LINES.
       01 WS-KEY-LENGTH          PIC 9(2).

       01 WS-EOF-FLAG            PIC X(1) VALUE "N".
          88 WS-END-OF-FILE      VALUE "Y".
       01 WS-FOUND-FLAG          PIC X(1).
          88 WS-RECORD-FOUND     VALUE "Y".
       01 WS-APPLY-FAILED-FLAG   PIC X(1).
          88 WS-APPLY-FAILED     VALUE "Y".
       01 WS-TARGET-OPENED-FLAG  PIC X(1) VALUE "N".
          88 WS-TARGET-OPENED    VALUE "Y".
       01 WS-JOURNAL-OPENED-FLAG PIC X(1) VALUE "N".
          88 WS-JOURNAL-OPENED   VALUE "Y".
      *    LATCHED AT OPEN TIME, AS IN TXARCH - THE STATUS HAS MOVED
      *    ON TO "10" BY THE TIME THE FILES ARE CLOSED.
       01 WS-RUN-REFUSED-FLAG    PIC X(1) VALUE "N".
          88 WS-RUN-REFUSED      VALUE "Y".

      *    THE RECORD AS IT NOW STANDS ON THE FILE BEING REBUILT,
      *    PADDED TO THE JOURNAL IMAGE LENGTH SO IT COMPARES WITH
      *    UJ-BEFORE-IMAGE DIRECTLY.
       01 WS-CURRENT-IMAGE       PIC X(200).
       01 WS-RECORD-IMAGE        PIC X(200).
       01 WS-NOT-APPLIED-REASON  PIC X(30).

       01 WS-LOADED-COUNT        PIC 9(7) VALUE 0.
       01 WS-APPLIED-COUNT       PIC 9(7) VALUE 0.
       01 WS-NOT-APPLIED-COUNT   PIC 9(7) VALUE 0.
       01 WS-LATER-COUNT         PIC 9(7) VALUE 0.
       01 WS-OTHER-FILE-COUNT    PIC 9(7) VALUE 0.

       01 WS-REPORT-LINE.
          05 WS-RL-TIMESTAMP     PIC 9(14).
          05 FILLER              PIC X(1) VALUE SPACE.
          05 WS-RL-OPERATION     PIC X(6).
          05 FILLER              PIC X(1) VALUE SPACE.
          05 WS-RL-USERNAME      PIC X(20).
          05 FILLER              PIC X(1) VALUE SPACE.
          05 WS-RL-TERMINAL-ID   PIC X(8).
          05 FILLER              PIC X(1) VALUE SPACE.
          05 WS-RL-KEY           PIC X(20).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-RECOVERY-SETTINGS
           IF NOT WS-RUN-REFUSED
               PERFORM LOAD-FROM-BACKUP
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM REPLAY-JOURNAL
               DISPLAY " "
               DISPLAY "RECOVER: " WS-LOADED-COUNT " LOADED, "
                   WS-APPLIED-COUNT " JOURNAL ENTRIES APPLIED, "
                   WS-NOT-APPLIED-COUNT " NOT APPLIED."
               DISPLAY "RECOVER: " WS-LATER-COUNT
                   " ENTRIES AFTER THE RECOVERY POINT LEFT OFF, "
                   WS-OTHER-FILE-COUNT " FOR OTHER FILES SKIPPED."
           END-IF
           EVALUATE TRUE
               WHEN WS-RUN-REFUSED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NOT-APPLIED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       GET-RECOVERY-SETTINGS.
           ACCEPT WS-RECOVER-FILE FROM ENVIRONMENT "RECOVER-FILE"
               ON EXCEPTION
                   MOVE SPACES TO WS-RECOVER-FILE
           END-ACCEPT
           ACCEPT WS-RECOVER-TO-TEXT FROM ENVIRONMENT "RECOVER-TO"
               ON EXCEPTION
                   MOVE SPACES TO WS-RECOVER-TO-TEXT
           END-ACCEPT
           IF NOT WS-RECOVER-FILE-VALID
               DISPLAY "RECOVER: RECOVER-FILE '" WS-RECOVER-FILE
                   "' MUST BE SHOPTRAN, TRANCTL, ITEMMAST, USERMAST,"
                   " CUSTMAST, ROLEPERM OR TRADCAL - NOTHING DONE."
               MOVE "Y" TO WS-RUN-REFUSED-FLAG
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-RECOVER-TO-TEXT = SPACES
                   MOVE 99999999999999 TO WS-RECOVER-TO
               WHEN WS-RECOVER-TO-TEXT IS NUMERIC
                   MOVE WS-RECOVER-TO-TEXT TO WS-RECOVER-TO
               WHEN OTHER
                   DISPLAY "RECOVER: RECOVER-TO " WS-RECOVER-TO-TEXT
                       " IS NOT YYYYMMDDHHMMSS - NOTHING DONE."
                   MOVE "Y" TO WS-RUN-REFUSED-FLAG
                   EXIT PARAGRAPH
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-RECOVER-SHOP-TRANS      MOVE 11 TO WS-KEY-LENGTH
               WHEN WS-RECOVER-TRAN-CONTROL    MOVE 8  TO WS-KEY-LENGTH
               WHEN WS-RECOVER-ITEM-MASTER     MOVE 12 TO WS-KEY-LENGTH
               WHEN WS-RECOVER-USER-MASTER     MOVE 20 TO WS-KEY-LENGTH
               WHEN WS-RECOVER-CUSTOMER-MASTER MOVE 6  TO WS-KEY-LENGTH
               WHEN WS-RECOVER-ROLE-PERMISSION MOVE 10 TO WS-KEY-LENGTH
               WHEN WS-RECOVER-TRADING-CALENDAR MOVE 8 TO WS-KEY-LENGTH
           END-EVALUATE
           DISPLAY "RECOVER: REBUILDING " WS-RECOVER-FILE
               " FROM BACKUP, JOURNAL REPLAYED TO " WS-RECOVER-TO.

       LOAD-FROM-BACKUP.
           OPEN INPUT BACKUP-FILE
           IF NOT WS-BACKUP-OK
               DISPLAY "RECOVER: BACKUP CANNOT BE READ (STATUS "
                   WS-BACKUP-STATUS ") - NOTHING DONE."
               MOVE "Y" TO WS-RUN-REFUSED-FLAG
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-TARGET-OUTPUT
           IF NOT WS-TARGET-OK
               DISPLAY "RECOVER: " WS-RECOVER-FILE " CANNOT BE "
                   "OPENED FOR LOADING (STATUS " WS-TARGET-STATUS
                   ") - NOTHING DONE."
               CLOSE BACKUP-FILE
               MOVE "Y" TO WS-RUN-REFUSED-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM LOAD-NEXT-BACKUP-RECORD UNTIL WS-END-OF-FILE
           CLOSE BACKUP-FILE
           PERFORM CLOSE-TARGET
           DISPLAY "RECOVER: " WS-LOADED-COUNT
               " RECORDS LOADED FROM BACKUP.".

       REPLAY-JOURNAL.
      *    RELOADED - NOW OPEN IT FOR UPDATE AND REPLAY THE JOURNAL.
           PERFORM OPEN-TARGET-I-O
           IF NOT WS-TARGET-OK
               DISPLAY "RECOVER: " WS-RECOVER-FILE " CANNOT BE "
                   "OPENED FOR UPDATE (STATUS " WS-TARGET-STATUS
                   ") - BACKUP LOADED, JOURNAL NOT REPLAYED."
               MOVE "Y" TO WS-RUN-REFUSED-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-TARGET-OPENED-FLAG
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT UPDATE-JOURNAL
           IF NOT WS-UJ-OK
      *        NO JOURNAL - NOTHING CHANGED SINCE THE BACKUP, WHICH
      *        IS THEN THE FILE AS IT STOOD.
               DISPLAY "RECOVER: NO UPDATE JOURNAL (STATUS "
                   WS-UPDATE-JOURNAL-STATUS ") - BACKUP ONLY."
               MOVE "Y" TO WS-EOF-FLAG
           ELSE
               MOVE "Y" TO WS-JOURNAL-OPENED-FLAG
               DISPLAY " "
               DISPLAY "TIMESTAMP      OPER.  USERNAME             "
                   "TERMINAL KEY"
           END-IF
           PERFORM REPLAY-NEXT-JOURNAL-ENTRY UNTIL WS-END-OF-FILE
           IF WS-JOURNAL-OPENED
               CLOSE UPDATE-JOURNAL
           END-IF
           IF WS-TARGET-OPENED
               PERFORM CLOSE-TARGET
           END-IF.

      *    THE SELECTED FILE IS THE ONLY ONE OF THE SEVEN OPENED; THE
      *    OTHER SIX STAY SHUT AND NEED NO DD.
       OPEN-TARGET-OUTPUT.
           EVALUATE TRUE
               WHEN WS-RECOVER-SHOP-TRANS
                   OPEN OUTPUT SHOP-TRANS
               WHEN WS-RECOVER-TRAN-CONTROL
                   OPEN OUTPUT TRAN-CONTROL
               WHEN WS-RECOVER-ITEM-MASTER
                   OPEN OUTPUT ITEM-MASTER
               WHEN WS-RECOVER-USER-MASTER
                   OPEN OUTPUT USER-MASTER
               WHEN WS-RECOVER-CUSTOMER-MASTER
                   OPEN OUTPUT CUSTOMER-MASTER
               WHEN WS-RECOVER-ROLE-PERMISSION
                   OPEN OUTPUT ROLE-PERMISSIONS
               WHEN WS-RECOVER-TRADING-CALENDAR
                   OPEN OUTPUT TRADING-CALENDAR
           END-EVALUATE.

       OPEN-TARGET-I-O.
           EVALUATE TRUE
               WHEN WS-RECOVER-SHOP-TRANS
                   OPEN I-O SHOP-TRANS
               WHEN WS-RECOVER-TRAN-CONTROL
                   OPEN I-O TRAN-CONTROL
               WHEN WS-RECOVER-ITEM-MASTER
                   OPEN I-O ITEM-MASTER
               WHEN WS-RECOVER-USER-MASTER
                   OPEN I-O USER-MASTER
               WHEN WS-RECOVER-CUSTOMER-MASTER
                   OPEN I-O CUSTOMER-MASTER
               WHEN WS-RECOVER-ROLE-PERMISSION
                   OPEN I-O ROLE-PERMISSIONS
               WHEN WS-RECOVER-TRADING-CALENDAR
                   OPEN I-O TRADING-CALENDAR
           END-EVALUATE.

       CLOSE-TARGET.
           EVALUATE TRUE
               WHEN WS-RECOVER-SHOP-TRANS
                   CLOSE SHOP-TRANS
               WHEN WS-RECOVER-TRAN-CONTROL
                   CLOSE TRAN-CONTROL
               WHEN WS-RECOVER-ITEM-MASTER
                   CLOSE ITEM-MASTER
               WHEN WS-RECOVER-USER-MASTER
                   CLOSE USER-MASTER
               WHEN WS-RECOVER-CUSTOMER-MASTER
                   CLOSE CUSTOMER-MASTER
               WHEN WS-RECOVER-ROLE-PERMISSION
                   CLOSE ROLE-PERMISSIONS
               WHEN WS-RECOVER-TRADING-CALENDAR
                   CLOSE TRADING-CALENDAR
           END-EVALUATE.

       LOAD-NEXT-BACKUP-RECORD.
           READ BACKUP-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE BACKUP-RECORD TO WS-RECORD-IMAGE
                   PERFORM WRITE-TARGET-RECORD
                   IF WS-APPLY-FAILED
                       DISPLAY "RECOVER: BACKUP RECORD "
                           WS-RECORD-IMAGE(1:WS-KEY-LENGTH)
                           " NOT LOADED (STATUS " WS-TARGET-STATUS
                           ")."
                       ADD 1 TO WS-NOT-APPLIED-COUNT
                   ELSE
                       ADD 1 TO WS-LOADED-COUNT
                   END-IF
           END-READ.

       REPLAY-NEXT-JOURNAL-ENTRY.
           READ UPDATE-JOURNAL
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF UJ-FILE-ID NOT = WS-RECOVER-FILE
                       ADD 1 TO WS-OTHER-FILE-COUNT
                   ELSE
                       IF UJ-TIMESTAMP > WS-RECOVER-TO
                           ADD 1 TO WS-LATER-COUNT
                       ELSE
                           PERFORM REPLAY-JOURNAL-ENTRY
                       END-IF
                   END-IF
           END-READ.

       REPLAY-JOURNAL-ENTRY.
           MOVE "N"    TO WS-APPLY-FAILED-FLAG
           MOVE SPACES TO WS-NOT-APPLIED-REASON
           MOVE UJ-TIMESTAMP   TO WS-RL-TIMESTAMP
           MOVE UJ-USERNAME    TO WS-RL-USERNAME
           MOVE UJ-TERMINAL-ID TO WS-RL-TERMINAL-ID
           EVALUATE TRUE
               WHEN UJ-ADD
                   MOVE "ADD"    TO WS-RL-OPERATION
                   MOVE UJ-AFTER-IMAGE TO WS-RECORD-IMAGE
                   PERFORM REPLAY-ADD
               WHEN UJ-CHANGE
                   MOVE "CHANGE" TO WS-RL-OPERATION
                   MOVE UJ-AFTER-IMAGE TO WS-RECORD-IMAGE
                   PERFORM REPLAY-CHANGE
               WHEN UJ-DELETE
                   MOVE "DELETE" TO WS-RL-OPERATION
                   MOVE UJ-BEFORE-IMAGE TO WS-RECORD-IMAGE
                   PERFORM REPLAY-DELETE
               WHEN OTHER
                   MOVE UJ-OPERATION TO WS-RL-OPERATION
                   MOVE UJ-AFTER-IMAGE TO WS-RECORD-IMAGE
                   MOVE "Y" TO WS-APPLY-FAILED-FLAG
                   MOVE "UNKNOWN OPERATION" TO WS-NOT-APPLIED-REASON
           END-EVALUATE
           MOVE WS-RECORD-IMAGE(1:WS-KEY-LENGTH) TO WS-RL-KEY
           IF WS-APPLY-FAILED
               ADD 1 TO WS-NOT-APPLIED-COUNT
               DISPLAY WS-REPORT-LINE " NOT APPLIED - "
                   WS-NOT-APPLIED-REASON
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY WS-REPORT-LINE " APPLIED"
           END-IF.

       REPLAY-ADD.
           PERFORM WRITE-TARGET-RECORD
           IF WS-APPLY-FAILED
               MOVE "KEY ALREADY ON FILE" TO WS-NOT-APPLIED-REASON
           END-IF.

       REPLAY-CHANGE.
           PERFORM READ-TARGET-RECORD
           EVALUATE TRUE
               WHEN NOT WS-RECORD-FOUND
                   MOVE "Y" TO WS-APPLY-FAILED-FLAG
                   MOVE "RECORD NOT ON FILE" TO WS-NOT-APPLIED-REASON
               WHEN WS-CURRENT-IMAGE NOT = UJ-BEFORE-IMAGE
                   MOVE "Y" TO WS-APPLY-FAILED-FLAG
                   MOVE "ON FILE DIFFERS FROM BEFORE"
                       TO WS-NOT-APPLIED-REASON
               WHEN OTHER
                   PERFORM REWRITE-TARGET-RECORD
                   IF WS-APPLY-FAILED
                       MOVE "REWRITE FAILED"
                           TO WS-NOT-APPLIED-REASON
                   END-IF
           END-EVALUATE.

       REPLAY-DELETE.
           PERFORM READ-TARGET-RECORD
           EVALUATE TRUE
               WHEN NOT WS-RECORD-FOUND
                   MOVE "Y" TO WS-APPLY-FAILED-FLAG
                   MOVE "RECORD NOT ON FILE" TO WS-NOT-APPLIED-REASON
               WHEN WS-CURRENT-IMAGE NOT = UJ-BEFORE-IMAGE
                   MOVE "Y" TO WS-APPLY-FAILED-FLAG
                   MOVE "ON FILE DIFFERS FROM BEFORE"
                       TO WS-NOT-APPLIED-REASON
               WHEN OTHER
                   PERFORM DELETE-TARGET-RECORD
                   IF WS-APPLY-FAILED
                       MOVE "DELETE FAILED" TO WS-NOT-APPLIED-REASON
                   END-IF
           END-EVALUATE.

      *    THE RECORD-LEVEL PARAGRAPHS BELOW WORK FROM WS-RECORD-IMAGE
      *    - ITS FRONT BYTES ARE THE KEY IN EVERY LAYOUT - AND SET
      *    WS-APPLY-FAILED-FLAG OR WS-FOUND-FLAG FOR THE CALLER.
       WRITE-TARGET-RECORD.
           MOVE "N" TO WS-APPLY-FAILED-FLAG
           EVALUATE TRUE
               WHEN WS-RECOVER-SHOP-TRANS
                   MOVE WS-RECORD-IMAGE TO SHOP-TRANSACTION-RECORD
                   WRITE SHOP-TRANSACTION-RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-APPLY-FAILED-FLAG
                   END-WRITE
               WHEN WS-RECOVER-TRAN-CONTROL
                   MOVE WS-RECORD-IMAGE TO TRAN-CONTROL-RECORD
                   WRITE TRAN-CONTROL-RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-APPLY-FAILED-FLAG
                   END-WRITE
               WHEN WS-RECOVER-ITEM-MASTER
                   MOVE WS-RECORD-IMAGE TO ITEM-RECORD
                   WRITE ITEM-RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-APPLY-FAILED-FLAG
                   END-WRITE
               WHEN WS-RECOVER-USER-MASTER
                   MOVE WS-RECORD-IMAGE TO USER-RECORD
                   WRITE USER-RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-APPLY-FAILED-FLAG
                   END-WRITE
               WHEN WS-RECOVER-CUSTOMER-MASTER
                   MOVE WS-RECORD-IMAGE TO CUSTOMER-RECORD
                   WRITE CUSTOMER-RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-APPLY-FAILED-FLAG
                   END-WRITE
               WHEN WS-RECOVER-ROLE-PERMISSION
                   MOVE WS-RECORD-IMAGE TO ROLE-PERMISSION-RECORD
                   WRITE ROLE-PERMISSION-RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-APPLY-FAILED-FLAG
                   END-WRITE
               WHEN WS-RECOVER-TRADING-CALENDAR
                   MOVE WS-RECORD-IMAGE TO TRADING-CALENDAR-RECORD
                   WRITE TRADING-CALENDAR-RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-APPLY-FAILED-FLAG
                   END-WRITE
           END-EVALUATE.

       READ-TARGET-RECORD.
           MOVE "Y" TO WS-FOUND-FLAG
           EVALUATE TRUE
               WHEN WS-RECOVER-SHOP-TRANS
                   MOVE WS-RECORD-IMAGE TO SHOP-TRANSACTION-RECORD
                   READ SHOP-TRANS
                       INVALID KEY
                           MOVE "N" TO WS-FOUND-FLAG
                   END-READ
                   MOVE SHOP-TRANSACTION-RECORD TO WS-CURRENT-IMAGE
               WHEN WS-RECOVER-TRAN-CONTROL
                   MOVE WS-RECORD-IMAGE TO TRAN-CONTROL-RECORD
                   READ TRAN-CONTROL
                       INVALID KEY
                           MOVE "N" TO WS-FOUND-FLAG
                   END-READ
                   MOVE TRAN-CONTROL-RECORD TO WS-CURRENT-IMAGE
               WHEN WS-RECOVER-ITEM-MASTER
                   MOVE WS-RECORD-IMAGE TO ITEM-RECORD
                   READ ITEM-MASTER
                       INVALID KEY
                           MOVE "N" TO WS-FOUND-FLAG
                   END-READ
                   MOVE ITEM-RECORD TO WS-CURRENT-IMAGE
               WHEN WS-RECOVER-USER-MASTER
                   MOVE WS-RECORD-IMAGE TO USER-RECORD
                   READ USER-MASTER
                       INVALID KEY
                           MOVE "N" TO WS-FOUND-FLAG
                   END-READ
                   MOVE USER-RECORD TO WS-CURRENT-IMAGE
               WHEN WS-RECOVER-CUSTOMER-MASTER
                   MOVE WS-RECORD-IMAGE TO CUSTOMER-RECORD
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           MOVE "N" TO WS-FOUND-FLAG
                   END-READ
                   MOVE CUSTOMER-RECORD TO WS-CURRENT-IMAGE
               WHEN WS-RECOVER-ROLE-PERMISSION
                   MOVE WS-RECORD-IMAGE TO ROLE-PERMISSION-RECORD
                   READ ROLE-PERMISSIONS
                       INVALID KEY
                           MOVE "N" TO WS-FOUND-FLAG
                   END-READ
                   MOVE ROLE-PERMISSION-RECORD TO WS-CURRENT-IMAGE
               WHEN WS-RECOVER-TRADING-CALENDAR
                   MOVE WS-RECORD-IMAGE TO TRADING-CALENDAR-RECORD
                   READ TRADING-CALENDAR
                       INVALID KEY
                           MOVE "N" TO WS-FOUND-FLAG
                   END-READ
                   MOVE TRADING-CALENDAR-RECORD TO WS-CURRENT-IMAGE
           END-EVALUATE.

       REWRITE-TARGET-RECORD.
           MOVE "N" TO WS-APPLY-FAILED-FLAG
           EVALUATE TRUE
               WHEN WS-RECOVER-SHOP-TRANS
                   MOVE WS-RECORD-IMAGE TO SHOP-TRANSACTION-RECORD
                   REWRITE SHOP-TRANSACTION-RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-APPLY-FAILED-FLAG
                   END-REWRITE
               WHEN WS-RECOVER-TRAN-CONTROL
                   MOVE WS-RECORD-IMAGE TO TRAN-CONTROL-RECORD
                   REWRITE TRAN-CONTROL-RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-APPLY-FAILED-FLAG
                   END-REWRITE
               WHEN WS-RECOVER-ITEM-MASTER
                   MOVE WS-RECORD-IMAGE TO ITEM-RECORD
                   REWRITE ITEM-RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-APPLY-FAILED-FLAG
                   END-REWRITE
               WHEN WS-RECOVER-USER-MASTER
                   MOVE WS-RECORD-IMAGE TO USER-RECORD
                   REWRITE USER-RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-APPLY-FAILED-FLAG
                   END-REWRITE
               WHEN WS-RECOVER-CUSTOMER-MASTER
                   MOVE WS-RECORD-IMAGE TO CUSTOMER-RECORD
                   REWRITE CUSTOMER-RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-APPLY-FAILED-FLAG
                   END-REWRITE
               WHEN WS-RECOVER-ROLE-PERMISSION
                   MOVE WS-RECORD-IMAGE TO ROLE-PERMISSION-RECORD
                   REWRITE ROLE-PERMISSION-RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-APPLY-FAILED-FLAG
                   END-REWRITE
               WHEN WS-RECOVER-TRADING-CALENDAR
                   MOVE WS-RECORD-IMAGE TO TRADING-CALENDAR-RECORD
                   REWRITE TRADING-CALENDAR-RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-APPLY-FAILED-FLAG
                   END-REWRITE
           END-EVALUATE.

       DELETE-TARGET-RECORD.
           MOVE "N" TO WS-APPLY-FAILED-FLAG
           EVALUATE TRUE
               WHEN WS-RECOVER-SHOP-TRANS
                   DELETE SHOP-TRANS RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-APPLY-FAILED-FLAG
                   END-DELETE
               WHEN WS-RECOVER-TRAN-CONTROL
                   DELETE TRAN-CONTROL RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-APPLY-FAILED-FLAG
                   END-DELETE
               WHEN WS-RECOVER-ITEM-MASTER
                   DELETE ITEM-MASTER RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-APPLY-FAILED-FLAG
                   END-DELETE
               WHEN WS-RECOVER-USER-MASTER
                   DELETE USER-MASTER RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-APPLY-FAILED-FLAG
                   END-DELETE
               WHEN WS-RECOVER-CUSTOMER-MASTER
                   DELETE CUSTOMER-MASTER RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-APPLY-FAILED-FLAG
                   END-DELETE
               WHEN WS-RECOVER-ROLE-PERMISSION
                   DELETE ROLE-PERMISSIONS RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-APPLY-FAILED-FLAG
                   END-DELETE
               WHEN WS-RECOVER-TRADING-CALENDAR
                   DELETE TRADING-CALENDAR RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-APPLY-FAILED-FLAG
                   END-DELETE
           END-EVALUATE.
