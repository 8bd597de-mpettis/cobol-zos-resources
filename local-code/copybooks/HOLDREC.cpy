      ****************************************************************
      *  HOLDREC.CPY                                                 *
      *  HOLD AND LIEN RECORD LAYOUT FOR THE INDEXED HOLDS FILE,     *
      *  KEYED BY ACCOUNT NUMBER AND A HOLD SEQUENCE NUMBER ASSIGNED *
      *  PER ACCOUNT BY HOLDMNT WHEN THE HOLD IS PLACED.  A HOLD IS  *
      *  BORN 'A' (ACTIVE) AND ENDS 'R' WHEN RELEASED BY HOLDMNT OR  *
      *  'E' WHEN THE NIGHTLY HOLDEXP STEP FINDS IT PAST ITS EXPIRY  *
      *  DATE; THE STATUS DATE AND CLOSED-BY USER SAY WHEN AND WHO.  *
      *  AN EXPIRY DATE OF ZEROS MEANS THE HOLD STANDS UNTIL IT IS   *
      *  RELEASED.  AN ACTIVE HOLD IS IN FORCE THROUGH ITS EXPIRY    *
      *  DATE, AND THE SUM OF AN ACCOUNT'S HOLDS IN FORCE COMES OFF  *
      *  BAL-IN TO GIVE THE AVAILABLE BALANCE.                       *
      ****************************************************************
       01  HLD-REC.
           05  HLD-KEY.
               10  HLD-ACCT-NO     PIC 9(09).
               10  HLD-SEQ         PIC 9(03).
           05  HLD-TYPE            PIC X(01).
               88  HLD-GARNISHMENT     VALUE 'G'.
               88  HLD-LEVY            VALUE 'L'.
               88  HLD-UNCOLLECTED     VALUE 'U'.
               88  HLD-OTHER           VALUE 'O'.
               88  HLD-TYPE-VALID      VALUE 'G' 'L' 'U' 'O'.
           05  HLD-STATUS          PIC X(01).
               88  HLD-ACTIVE          VALUE 'A'.
               88  HLD-RELEASED        VALUE 'R'.
               88  HLD-EXPIRED         VALUE 'E'.
           05  HLD-AMOUNT          PIC 9(09)V99.
           05  HLD-PLACED-DATE     PIC 9(08).
           05  HLD-EXPIRY-DATE     PIC 9(08).
           05  HLD-REF-NO          PIC X(12).
           05  HLD-PLACED-BY       PIC X(08).
           05  HLD-STATUS-DATE     PIC 9(08).
           05  HLD-CLOSED-BY       PIC X(08).
           05                      PIC X(03).
