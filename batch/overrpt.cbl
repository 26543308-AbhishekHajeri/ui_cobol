
      *    NIGHTLY SUPERVISOR-OVERRIDE REPORT OVER THE JOURNAL
      *    WRITTEN BY LOGINUI: ONE LINE PER OVERRIDE GRANTED ON THE
      *    PRIOR DAY (HIGH-VALUE ENTRIES, VOIDS, SALES OVER A
      *    CUSTOMER'S CREDIT LIMIT AND SALES ON A DAY THE TRADING
      *    CALENDAR HAS THE SHOP CLOSED), SHOWING WHO ASKED, WHO
      *    APPROVED, THE TRANSACTION INVOLVED AND THE REASON CODE -
      *    SO THE OWNER SEES EVERY OVERRIDE THE MORNING AFTER. AN
      *    EMPTY REPORT MEANS A QUIET DAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-SHOWN-COUNT         PIC 9(5) VALUE 0.
       01 WS-ENTRY-COUNT         PIC 9(5) VALUE 0.
       01 WS-VOID-COUNT          PIC 9(5) VALUE 0.
       01 WS-CREDIT-COUNT        PIC 9(5) VALUE 0.
       01 WS-CLOSED-COUNT        PIC 9(5) VALUE 0.

       01 WS-OVERRIDE-LINE.
          05 WS-OL-TIME          PIC 9(6).
               DISPLAY "NO OVERRIDES FOR THE DAY."
           END-IF
           DISPLAY "OVERRPT: " WS-SHOWN-COUNT " OVERRIDES ("
               WS-ENTRY-COUNT " ENTRY, " WS-VOID-COUNT " VOID, "
               WS-CREDIT-COUNT " CREDIT, " WS-CLOSED-COUNT
               " CLOSED DAY)."
           STOP RUN.

       READ-AND-REPORT.
               MOVE OVR-TERMINAL-ID    TO WS-OL-TERMINAL
               DISPLAY WS-OVERRIDE-LINE
               ADD 1 TO WS-SHOWN-COUNT
               EVALUATE TRUE
                   WHEN OVR-ENTRY-OVERRIDE
                       ADD 1 TO WS-ENTRY-COUNT
                   WHEN OVR-CREDIT-OVERRIDE
                       ADD 1 TO WS-CREDIT-COUNT
                   WHEN OVR-CLOSED-DAY-OVERRIDE
                       ADD 1 TO WS-CLOSED-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-VOID-COUNT
               END-EVALUATE
           END-IF.
