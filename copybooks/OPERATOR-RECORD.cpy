      ******************************************************************
      * OPERATOR-RECORD.CPY
      * Shared record layout for OPERATOR-SECURITY.DAT, the operator
      * security file behind the maintenance program's sign-on. Two
      * kinds of record share the file, told apart by the first
      * byte of the key:
      *   R = a role: OPR-ID is the role code; OPR-MENU-ACCESS holds
      *       one Y/N byte per main-menu option (byte n = option n)
      *       and the OPR-SHOW- flags say whether SALARY, deduction
      *       amounts and CONTACT-INFO are shown or masked
      *   U = an operator: OPR-ID is the user id, OPR-ROLE the role
      *       the operator signs on under
      * The PIN is never held as keyed - OPR-PIN-HASH is a one-way
      * hash of the user id and PIN together.
      ******************************************************************
       01 OPERATOR-INFO.
           05 OPR-KEY.
               10 OPR-TYPE        PIC X(1).
                   88 OPR-ROLE-REC     VALUE "R".
                   88 OPR-USER-REC     VALUE "U".
               10 OPR-ID          PIC X(8).
      * Operator's name, or the role's description.
           05 OPR-NAME            PIC X(25).
      * Operator records only.
           05 OPR-ROLE            PIC X(8).
           05 OPR-ACTIVE-FLAG     PIC X(1).
               88 OPR-ACTIVE       VALUE "Y".
               88 OPR-INACTIVE     VALUE "N".
           05 OPR-PIN-HASH        PIC 9(10).
           05 OPR-LAST-SIGNON-DATE PIC 9(8).
           05 OPR-LAST-SIGNON-TIME PIC 9(8).
      * Consecutive failed PINs since the last good sign-on.
           05 OPR-FAILED-COUNT    PIC 9(2).
           05 OPR-CREATED-DATE    PIC 9(8).
           05 OPR-CHANGED-DATE    PIC 9(8).
           05 OPR-CHANGED-BY      PIC X(8).
      * Role records only.
           05 OPR-MENU-ACCESS     PIC X(40).
           05 OPR-SHOW-SALARY     PIC X(1).
           05 OPR-SHOW-DEDUCTIONS PIC X(1).
           05 OPR-SHOW-CONTACT    PIC X(1).
           05 FILLER              PIC X(20).
