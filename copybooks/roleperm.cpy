      *****************************************************************
      *  ROLEPERM.CPY - ROLE-PERMISSION FILE RECORD LAYOUT
      *  INDEXED FILE, KEYED ON RP-ROLE, ONE RECORD PER ROLE A USER
      *  CAN BE GIVEN (UM-USER-ROLE). EACH FLAG IS "Y" WHEN THE ROLE
      *  MAY USE THAT FUNCTION; LOGINUI BUILDS ITS MENUS FROM THEM,
      *  SO AN OPTION A ROLE MAY NOT USE IS NEVER OFFERED. A LOGIN
      *  UNDER A ROLE NOT ON THIS FILE IS REFUSED.
      *  THE TERMINAL RULE FOLLOWS FROM THE SAME FLAGS: A ROLE WITH
      *  ANY BACK-OFFICE FUNCTION (USER, ITEM, BROADCAST, CUSTOMER OR
      *  CALENDAR ADMINISTRATION) IS ONLY HONORED FROM A TERMINAL
      *  FLAGGED TM-ADMIN-ALLOWED, ANY OTHER ROLE FROM ONE FLAGGED
      *  TM-OPERATOR-ALLOWED - SO NO SETTING HERE CAN OPEN THE BACK
      *  OFFICE ON THE SHOP FLOOR.
      *  RP-FLAG(n) IS THE SAME FLAGS BY POSITION, IN THE ORDER OF
      *  THE FUNCTION CODES KEYED ON THE ROLE MAINTENANCE SCREEN AND
      *  PRINTED ACROSS THE ROLERPT MATRIX:
      *     1 ENTRY     2 BROWSE    3 VOID      4 RETURN
      *     5 INQUIRY   6 USERADM   7 ITEMADM   8 BCAST
      *     9 OVERRIDE 10 CUSTADM  11 CASHUPAL 12 CALADM
      *  USERADM ALSO COVERS MAINTAINING THIS FILE. CASHUPAL LETS THE
      *  ROLE CASH UP ANY REGISTERED TILL, NOT JUST ITS OWN. CALADM
      *  MAINTAINS THE TRADING CALENDAR (TRADCAL.CPY).
      *****************************************************************
       01  ROLE-PERMISSION-RECORD.
           05  RP-ROLE                 PIC X(10).
           05  RP-PERMISSIONS.
               10  RP-ENTRY            PIC X(1).
                   88  RP-MAY-ENTER            VALUE "Y".
               10  RP-BROWSE           PIC X(1).
                   88  RP-MAY-BROWSE           VALUE "Y".
               10  RP-VOID             PIC X(1).
                   88  RP-MAY-VOID             VALUE "Y".
               10  RP-RETURN           PIC X(1).
                   88  RP-MAY-RETURN           VALUE "Y".
               10  RP-INQUIRY          PIC X(1).
                   88  RP-MAY-INQUIRE          VALUE "Y".
               10  RP-USER-ADMIN       PIC X(1).
                   88  RP-MAY-ADMIN-USERS      VALUE "Y".
               10  RP-ITEM-ADMIN       PIC X(1).
                   88  RP-MAY-ADMIN-ITEMS      VALUE "Y".
               10  RP-BROADCAST        PIC X(1).
                   88  RP-MAY-BROADCAST        VALUE "Y".
               10  RP-OVERRIDE         PIC X(1).
                   88  RP-MAY-APPROVE          VALUE "Y".
               10  RP-CUSTOMER-ADMIN   PIC X(1).
                   88  RP-MAY-ADMIN-CUSTOMERS  VALUE "Y".
               10  RP-CASHUP-ANY       PIC X(1).
                   88  RP-MAY-CASHUP-ANY       VALUE "Y".
               10  RP-CALENDAR-ADMIN   PIC X(1).
                   88  RP-MAY-ADMIN-CALENDAR   VALUE "Y".
           05  RP-PERMISSION-FLAGS REDEFINES RP-PERMISSIONS.
               10  RP-FLAG             PIC X(1) OCCURS 12 TIMES.
