      *    PATTERNS A SHIFT SUPERVISOR SHOULD ACT ON:
      *      - ONE TERMINAL FAILING AGAINST MANY DIFFERENT USERNAMES
      *        (PASSWORD SPRAYING), PRIOR DAY
      *      - SUCCESSFUL LOGINS OUTSIDE OPERATING HOURS, PRIOR DAY,
      *        THE HOURS TAKEN FROM THE TRADING CALENDAR (TRADCAL)
      *      - ACCOUNTS LOCKED OUT MORE THAN ONCE IN THE LAST 7 DAYS
      *      - A FAILURE FOLLOWED WITHIN MINUTES BY A SUCCESS FROM A
      *        DIFFERENT TERMINAL, PRIOR DAY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOGIN-AUDIT-STATUS.

           SELECT TRADING-CALENDAR ASSIGN TO "TRADCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-TRADING-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOGIN-AUDIT.
       COPY "loginaud.cpy".

       FD  TRADING-CALENDAR.
       COPY "tradcal.cpy".

       WORKING-STORAGE SECTION.
       01 WS-LOGIN-AUDIT-STATUS  PIC X(2).
          88 WS-LA-OK            VALUE "00".
       01 WS-TRADING-CALENDAR-STATUS PIC X(2).
          88 WS-TD-OK            VALUE "00".

       01 WS-EOF-FLAG            PIC X(1) VALUE "N".
          88 WS-END-OF-FILE      VALUE "Y".
       01 WS-OPEN-HHMM           PIC 9(4) VALUE 0700.
       01 WS-CLOSE-HHMM          PIC 9(4) VALUE 2200.
      *    SHOP OPERATING HOURS - A SUCCESSFUL LOGIN BEFORE OPENING
      *    OR AT/AFTER CLOSING IS REPORTED AS OFF-HOURS. THESE ARE THE
      *    STANDARD HOURS; LOAD-TRADING-HOURS REPLACES THEM WITH THE
      *    REPORT DAY'S OWN WHEN THE TRADING CALENDAR HAS THEM.
       01 WS-SHOP-CLOSED-FLAG    PIC X(1) VALUE "N".
          88 WS-SHOP-CLOSED-ALL-DAY VALUE "Y".
       01 WS-SPRAY-MIN-USERS     PIC 9(3) VALUE 5.
       01 WS-GAP-MAX-MINUTES     PIC 9(3) VALUE 10.

          05 WS-OHL-TIME         PIC 9(6).
          05 FILLER              PIC X(10) VALUE " TERMINAL ".
          05 WS-OHL-TERMINAL     PIC X(8).
          05 WS-OHL-NOTE         PIC X(14).

       01 WS-RELOCK-LINE.
          05 FILLER              PIC X(16)
           COMPUTE WS-REPORT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-NOW-DAYS - 1)
           COMPUTE WS-WEEK-START-DAYS = WS-NOW-DAYS - 7
           PERFORM LOAD-TRADING-HOURS
           OPEN INPUT LOGIN-AUDIT
           IF NOT WS-LA-OK
               MOVE "Y" TO WS-EOF-FLAG
           PERFORM PRINT-EXCEPTIONS
           STOP RUN.

       LOAD-TRADING-HOURS.
      *    A DAY NOT ON THE TRADING CALENDAR - OR NO CALENDAR AT ALL -
      *    KEEPS THE STANDARD HOURS. ON A DAY MARKED CLOSED THE SHOP
      *    NEVER OPENED, SO EVERY SUCCESSFUL LOGIN IS OFF-HOURS.
           OPEN INPUT TRADING-CALENDAR
           IF NOT WS-TD-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REPORT-DATE TO CAL-DATE
           READ TRADING-CALENDAR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CAL-CLOSED
                       MOVE "Y" TO WS-SHOP-CLOSED-FLAG
                   ELSE
                       MOVE CAL-OPEN-HHMM  TO WS-OPEN-HHMM
                       MOVE CAL-CLOSE-HHMM TO WS-CLOSE-HHMM
                   END-IF
           END-READ
           CLOSE TRADING-CALENDAR.

       READ-AND-ANALYZE.
           READ LOGIN-AUDIT
               AT END
           MOVE WS-EVT-MINUTES  TO WS-LF-MINUTES(WS-LF-IDX).

       CHECK-OFF-HOURS.
           IF WS-SHOP-CLOSED-ALL-DAY
               OR WS-EVT-HHMM < WS-OPEN-HHMM
               OR WS-EVT-HHMM >= WS-CLOSE-HHMM
               IF WS-SHOP-CLOSED-ALL-DAY
                   MOVE " (SHOP CLOSED)" TO WS-OHL-NOTE
               ELSE
                   MOVE SPACES           TO WS-OHL-NOTE
               END-IF
               MOVE AUD-USERNAME       TO WS-OHL-USERNAME
               MOVE WS-EVT-STAMP(9:6)  TO WS-OHL-TIME
               MOVE AUD-TERMINAL-ID    TO WS-OHL-TERMINAL
