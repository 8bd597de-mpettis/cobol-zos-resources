      ****************************************************************
      *  APPRREC.CPY                                                 *
      *  MAINTENANCE APPROVER REFERENCE RECORD LAYOUT, SHARED BY THE *
      *  LOADER THAT BUILDS THE INDEXED APPROVRS FILE FROM THE       *
      *  OPERATIONS MANAGER'S LIST AND THE SUPERVISOR APPROVAL       *
      *  SCREEN THAT CHECKS WHO MAY DECIDE A PENDING CHANGE.  KEYED  *
      *  BY APR-USER-ID, THE SAME EIGHT CHARACTERS THE SCREENS SIGN  *
      *  ON WITH.  LEVEL 1 MAY DECIDE ORDINARY ITEMS; LEVEL 2 MAY    *
      *  ALSO DECIDE THE ITEMS PENDCHG MARKS AS NEEDING HIGHER       *
      *  APPROVAL.                                                   *
      ****************************************************************
       01  APR-REC.
           05  APR-USER-ID     PIC X(08).
           05  APR-NAME        PIC X(25).
           05  APR-BRANCH      PIC X(03).
           05  APR-LEVEL       PIC X(01).
               88  APR-LEVEL-ONE   VALUE '1'.
               88  APR-LEVEL-TWO   VALUE '2'.
               88  APR-LEVEL-VALID VALUE '1' '2'.
           05  APR-ACTIVE      PIC X(01).
               88  APR-IS-ACTIVE   VALUE 'A'.
               88  APR-IS-INACTIVE VALUE 'I'.
           05                  PIC X(42).
