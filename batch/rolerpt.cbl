       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROLERPT.

      *    ROLE/PERMISSION MATRIX FOR THE AUDITORS: ONE LINE PER ROLE
      *    ON THE ROLE-PERMISSION FILE, A COLUMN PER FUNCTION (SEE
      *    ROLEPERM.CPY FOR THE CODES) MARKED Y WHERE THE ROLE MAY
      *    USE IT, AND THE NUMBER OF ACCOUNTS ON USER-MASTER HOLDING
      *    THE ROLE, SPLIT INTO THOSE THAT CAN LOG IN AND THOSE
      *    LOCKED OR DISABLED. ANY ACCOUNT WHOSE ROLE IS NOT ON THE
      *    FILE IS LISTED UNDERNEATH - IT CANNOT LOG IN UNTIL THE
      *    ROLE IS ADDED OR THE ACCOUNT MOVED - AND THE STEP ENDS
      *    WITH CONDITION CODE 4. A ROLE-PERMISSION FILE THAT CANNOT
      *    BE READ ENDS IT WITH CONDITION CODE 8.
      *    EACH CHANGE TO THE FILE IS ON LOGIN-AUDIT (PERM GRANT,
      *    PERM REVOKE, ROLE ADD, ROLE DELETE), SO THE MATRIX PRINTED
      *    AT ONE AUDIT CAN BE WALKED FORWARD TO THE NEXT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROLE-PERMISSIONS ASSIGN TO "ROLEPERM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-ROLE
               FILE STATUS IS WS-ROLE-PERMISSION-STATUS.

           SELECT USER-MASTER ASSIGN TO "USERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-USERNAME
               FILE STATUS IS WS-USER-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROLE-PERMISSIONS.
       COPY "roleperm.cpy".

       FD  USER-MASTER.
       COPY "usermast.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ROLE-PERMISSION-STATUS PIC X(2).
          88 WS-RP-OK            VALUE "00".
       01 WS-USER-MASTER-STATUS  PIC X(2).
          88 WS-UM-OK            VALUE "00".

       01 WS-EOF-FLAG            PIC X(1).
          88 WS-END-OF-FILE      VALUE "Y".
       01 WS-RUN-REFUSED-FLAG    PIC X(1) VALUE "N".
          88 WS-RUN-REFUSED      VALUE "Y".

       01 WS-CURRENT-DATE        PIC 9(8).

       01 WS-ROLE-TABLE.
          05 WS-ROLE-ENTRY OCCURS 1 TO 100 TIMES
                 DEPENDING ON WS-ROLE-COUNT
                 INDEXED BY WS-ROLE-IDX.
             10 WS-RT-ROLE          PIC X(10).
             10 WS-RT-PERMISSIONS   PIC X(12).
             10 WS-RT-FLAGS REDEFINES WS-RT-PERMISSIONS.
                15 WS-RT-FLAG       PIC X(1) OCCURS 12 TIMES.
             10 WS-RT-ACTIVE-USERS  PIC 9(5).
             10 WS-RT-BARRED-USERS  PIC 9(5).
       01 WS-ROLE-COUNT          PIC 9(5) VALUE 0.
       01 WS-ROLE-TABLE-MAX      PIC 9(5) VALUE 100.

       01 WS-FLAG-NUMBER         PIC 9(2).
       01 WS-FLAG-MAX            PIC 9(2) VALUE 12.
       01 WS-ORPHAN-COUNT        PIC 9(5) VALUE 0.

       01 WS-MATRIX-LINE.
          05 WS-ML-ROLE          PIC X(10).
          05 WS-ML-CELL          PIC X(6) OCCURS 12 TIMES.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-ML-ACTIVE        PIC ZZZZ9.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-ML-BARRED        PIC ZZZZ9.

       01 WS-ORPHAN-LINE.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-OL-USERNAME      PIC X(20).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-OL-ROLE          PIC X(10).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-ROLE-TABLE
           IF NOT WS-RUN-REFUSED
               PERFORM COUNT-ROLE-USERS
               PERFORM PRINT-MATRIX
           END-IF
           EVALUATE TRUE
               WHEN WS-RUN-REFUSED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ORPHAN-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       LOAD-ROLE-TABLE.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT ROLE-PERMISSIONS
           IF NOT WS-RP-OK
               DISPLAY "ROLERPT: CANNOT OPEN ROLE-PERMISSIONS, STATUS "
                   WS-ROLE-PERMISSION-STATUS
               MOVE "Y" TO WS-RUN-REFUSED-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO RP-ROLE
           START ROLE-PERMISSIONS KEY NOT LESS THAN RP-ROLE
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START
           PERFORM LOAD-ONE-ROLE UNTIL WS-END-OF-FILE
           CLOSE ROLE-PERMISSIONS.

       LOAD-ONE-ROLE.
           READ ROLE-PERMISSIONS NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF WS-ROLE-COUNT >= WS-ROLE-TABLE-MAX
                       DISPLAY "ROLERPT: WARNING - ROLE TABLE FULL, "
                           "REMAINING ROLES NOT REPORTED."
                       MOVE "Y" TO WS-EOF-FLAG
                   ELSE
                       ADD 1 TO WS-ROLE-COUNT
                       SET WS-ROLE-IDX TO WS-ROLE-COUNT
                       MOVE RP-ROLE TO WS-RT-ROLE(WS-ROLE-IDX)
                       MOVE RP-PERMISSIONS
                           TO WS-RT-PERMISSIONS(WS-ROLE-IDX)
                       MOVE 0 TO WS-RT-ACTIVE-USERS(WS-ROLE-IDX)
                       MOVE 0 TO WS-RT-BARRED-USERS(WS-ROLE-IDX)
                   END-IF
           END-READ.

       COUNT-ROLE-USERS.
      *    ACCOUNTS WITH NO ROLE ON FILE ARE LISTED AS THEY ARE MET,
      *    SO THEY PRINT AHEAD OF THE MATRIX UNDER THEIR OWN HEADING.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT USER-MASTER
           IF NOT WS-UM-OK
               DISPLAY "ROLERPT: CANNOT OPEN USER-MASTER, STATUS "
                   WS-USER-MASTER-STATUS " - NO USER COUNTS."
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO UM-USERNAME
           START USER-MASTER KEY NOT LESS THAN UM-USERNAME
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START
           PERFORM COUNT-ONE-USER UNTIL WS-END-OF-FILE
           CLOSE USER-MASTER.

       COUNT-ONE-USER.
           READ USER-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   SET WS-ROLE-IDX TO 1
                   SEARCH WS-ROLE-ENTRY
                       AT END
                           PERFORM REPORT-ORPHAN-USER
                       WHEN WS-RT-ROLE(WS-ROLE-IDX) = UM-USER-ROLE
                           IF UM-LOCKED OR UM-DISABLED
                               ADD 1
                                 TO WS-RT-BARRED-USERS(WS-ROLE-IDX)
                           ELSE
                               ADD 1
                                 TO WS-RT-ACTIVE-USERS(WS-ROLE-IDX)
                           END-IF
                   END-SEARCH
           END-READ.

       REPORT-ORPHAN-USER.
           IF WS-ORPHAN-COUNT = 0
               DISPLAY "ROLERPT: ACCOUNTS WHOSE ROLE IS NOT ON THE "
                   "ROLE-PERMISSION FILE (CANNOT LOG IN):"
               DISPLAY "  USERNAME              ROLE"
           END-IF
           ADD 1 TO WS-ORPHAN-COUNT
           MOVE UM-USERNAME  TO WS-OL-USERNAME
           MOVE UM-USER-ROLE TO WS-OL-ROLE
           DISPLAY WS-ORPHAN-LINE.

       PRINT-MATRIX.
           DISPLAY "ROLE/PERMISSION MATRIX AS AT " WS-CURRENT-DATE
           DISPLAY "ROLE       ENTRY BROWS  VOID RETRN INQRY USRAD "
               "ITMAD BCAST OVRID CUSAD CASHA CALAD  USERS BARRD"
           PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
                   UNTIL WS-ROLE-IDX > WS-ROLE-COUNT
               PERFORM PRINT-ROLE-LINE
           END-PERFORM
           DISPLAY "ROLERPT: " WS-ROLE-COUNT " ROLES, "
               WS-ORPHAN-COUNT " ACCOUNTS WITH NO ROLE ON FILE.".

       PRINT-ROLE-LINE.
           MOVE WS-RT-ROLE(WS-ROLE-IDX)  TO WS-ML-ROLE
           PERFORM VARYING WS-FLAG-NUMBER FROM 1 BY 1
                   UNTIL WS-FLAG-NUMBER > WS-FLAG-MAX
               IF WS-RT-FLAG(WS-ROLE-IDX, WS-FLAG-NUMBER) = "Y"
                   MOVE "   Y  " TO WS-ML-CELL(WS-FLAG-NUMBER)
               ELSE
                   MOVE "   -  " TO WS-ML-CELL(WS-FLAG-NUMBER)
               END-IF
           END-PERFORM
           MOVE WS-RT-ACTIVE-USERS(WS-ROLE-IDX) TO WS-ML-ACTIVE
           MOVE WS-RT-BARRED-USERS(WS-ROLE-IDX) TO WS-ML-BARRED
           DISPLAY WS-MATRIX-LINE.
