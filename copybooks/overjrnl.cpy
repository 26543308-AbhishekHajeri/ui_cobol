      *  OVERJRNL.CPY - SUPERVISOR-OVERRIDE JOURNAL RECORD LAYOUT
      *  SEQUENTIAL FILE, ONE RECORD PER GRANTED OVERRIDE: A
      *  HIGH-VALUE TRANSACTION ENTRY ABOVE THE OVERRIDE-LIMIT
      *  THRESHOLD, ANY ONLINE VOID, A SALE ON ACCOUNT TAKING
      *  THE CUSTOMER OVER THEIR CREDIT LIMIT (OVR-AMOUNT IS THEN
      *  THE SALE, NOT THE BALANCE), OR A SALE ON A DAY THE TRADING
      *  CALENDAR HAS THE SHOP CLOSED. THE RECORD SHOWS WHO ASKED,
      *  WHICH APPROVER KEYED THEIR CREDENTIALS TO APPROVE, THE
      *  TRANSACTION INVOLVED AND THE REASON CODE. REFUSED APPROVALS
      *  ARE NOT JOURNALLED HERE - THEY GO TO LOGIN-AUDIT AS
      *  "OVERRIDE DENIED". REPORTED NIGHTLY BY OVERRPT.
           05  OVR-ACTION              PIC X(5).
               88  OVR-ENTRY-OVERRIDE  VALUE "ENTRY".
               88  OVR-VOID-OVERRIDE   VALUE "VOID".
               88  OVR-CREDIT-OVERRIDE VALUE "CREDT".
               88  OVR-CLOSED-DAY-OVERRIDE VALUE "CLOSD".
           05  OVR-TRAN-NUMBER         PIC 9(8).
           05  OVR-AMOUNT              PIC 9(7)V99.
           05  OVR-REASON-CODE         PIC X(8).
