      ****************************************************************
      *  PENDCHG.CPY                                                 *
      *  PENDING MAINTENANCE CHANGE RECORD LAYOUT FOR THE INDEXED    *
      *  PENDCHG FILE, KEYED BY THE SEQUENTIALLY ASSIGNED PND-ID     *
      *  WITH THE ACCOUNT NUMBER AS AN ALTERNATE KEY (DUPLICATES     *
      *  ALLOWED).  SHARED BY THE MAKER'S ENTRY SCREEN (MNTENTRY),   *
      *  THE SUPERVISOR'S APPROVAL SCREEN (MNTAPRV), CUSTMNT, WHICH  *
      *  QUEUES ADD/CHG/CLS REQUESTS ARRIVING ON MNTIN AND APPLIES   *
      *  ONLY APPROVED ITEMS, AND THE DAILY PENDING-CHANGE REPORT    *
      *  (MNTPEND).  AN ITEM IS BORN 'P' (PENDING); THE CHECKER,     *
      *  NEVER THE MAKER, MAKES IT 'A' (APPROVED) OR 'D' (DECLINED)  *
      *  WITH A REASON; CUSTMNT STAMPS AN APPROVED ITEM 'X' WHEN IT  *
      *  IS APPLIED OR 'F' WITH THE REASON WHEN THE MASTER REFUSES   *
      *  IT.  PND-LEVEL '2' MARKS AN ITEM ONLY A SECOND-LEVEL        *
      *  APPROVER MAY DECIDE - A CLOSE, OR A CHANGE SETTING AN END   *
      *  DATE, ON AN ACCOUNT WITH A NON-ZERO BAL-IN, OR A CHANGE OF  *
      *  OFFICER CODE.  PND-BEFORE-IMAGE IS THE MASTER AS IT STOOD   *
      *  WHEN THE ITEM WAS KEYED (SPACES FOR AN ADD);                *
      *  PND-REQUEST-IMAGE IS THE MNTIN CUSTOMER IMAGE AS KEYED,     *
      *  WHERE A BLANK FIELD ON A CHANGE KEEPS THE MASTER'S VALUE.   *
      ****************************************************************
       01  PND-REC.
           05  PND-ID              PIC 9(07).
           05  PND-STATUS          PIC X(01).
               88  PND-PENDING         VALUE 'P'.
               88  PND-APPROVED        VALUE 'A'.
               88  PND-DECLINED        VALUE 'D'.
               88  PND-APPLIED         VALUE 'X'.
               88  PND-FAILED          VALUE 'F'.
               88  PND-OPEN            VALUE 'P' 'A'.
           05  PND-ACCT-NO         PIC 9(09).
           05  PND-ACTION          PIC X(03).
               88  PND-ACTION-ADD      VALUE "ADD".
               88  PND-ACTION-CHANGE   VALUE "CHG".
               88  PND-ACTION-CLOSE    VALUE "CLS".
           05  PND-LEVEL           PIC X(01).
               88  PND-LEVEL-ONE       VALUE '1'.
               88  PND-LEVEL-TWO       VALUE '2'.
           05  PND-LEVEL-REASON    PIC X(20).
           05  PND-MAKER-ID        PIC X(08).
           05  PND-ENTRY-DATE      PIC 9(08).
           05  PND-ENTRY-TIME      PIC 9(06).
           05  PND-CHECKER-ID      PIC X(08).
           05  PND-CHECKER-LEVEL   PIC X(01).
           05  PND-DECIDE-DATE     PIC 9(08).
           05  PND-DECIDE-TIME     PIC 9(06).
           05  PND-DECIDE-REASON   PIC X(30).
           05  PND-APPLY-DATE      PIC 9(08).
           05  PND-APPLY-REASON    PIC X(30).
           05  PND-BEFORE-IMAGE    PIC X(80).
           05  PND-REQUEST-IMAGE.
               10  PND-REQ-FIRST-NAME  PIC X(11).
               10  PND-REQ-LAST-NAME   PIC X(22).
               10  PND-REQ-START-DATE  PIC X(08).
               10  PND-REQ-BRANCH-CODE PIC X(03).
               10  PND-REQ-END-DATE    PIC X(08).
               10  PND-REQ-ACCT-NO     PIC 9(09).
               10  PND-REQ-BAL         PIC X(12).
               10  PND-REQ-OFFICER-CODE PIC X(07).
           05                      PIC X(06).
