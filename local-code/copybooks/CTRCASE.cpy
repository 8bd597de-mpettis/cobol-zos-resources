      ****************************************************************
      *  CTRCASE.CPY                                                 *
      *  BSA MONITORING CASE RECORD LAYOUT FOR THE CTRCASE FILE      *
      *  WRITTEN BY CTRMON.  EACH CASE IS ONE 'H' (HEADER) RECORD    *
      *  FOLLOWED BY ONE 'D' (DETAIL) RECORD PER CONTRIBUTING        *
      *  TRANHIST MOVEMENT.  THE CASE NUMBER IS THE BUSINESS DATE    *
      *  FOLLOWED BY A FOUR-DIGIT SEQUENCE FOR THE NIGHT.  EVERY     *
      *  RECORD REPEATS THE CUSTOMER'S NAME, BRANCH, AND OFFICER SO  *
      *  THE FILE CAN BE SORTED FOR REVIEW BY BRANCH AND OFFICER     *
      *  WITHOUT SEPARATING A CASE FROM ITS MOVEMENTS.  THE ALERT    *
      *  TYPE IS C (DAILY CREDITS OR DEBITS OVER THE CTR THRESHOLD)  *
      *  OR S (REPEATED MOVEMENTS JUST UNDER THE THRESHOLD WITHIN    *
      *  THE WINDOW - POSSIBLE STRUCTURING).  THE ALERT STATUS IS N  *
      *  FOR A CUSTOMER NEVER ALERTED FOR THE TYPE BEFORE, R FOR A   *
      *  REPEAT, WITH THE EARLIER CASE NUMBER IN CASE-PRIOR-CASE.    *
      ****************************************************************
       01  CASE-REC.
           05  CASE-NO             PIC 9(12).
           05  CASE-REC-TYPE       PIC X(01).
               88  CASE-HEADER         VALUE 'H'.
               88  CASE-DETAIL         VALUE 'D'.
           05  CASE-LINE-NO        PIC 9(04).
           05  CASE-BRANCH         PIC X(03).
           05  CASE-OFFICER        PIC X(07).
           05  CASE-LAST-NAME      PIC X(22).
           05  CASE-FIRST-NAME     PIC X(11).
           05  CASE-BODY           PIC X(68).
           05  CASE-HEADER-BODY REDEFINES CASE-BODY.
               10  CASE-ALERT-TYPE     PIC X(01).
                   88  CASE-CTR            VALUE 'C'.
                   88  CASE-STRUCTURING    VALUE 'S'.
               10  CASE-ALERT-STATUS   PIC X(01).
                   88  CASE-NEW            VALUE 'N'.
                   88  CASE-REPEAT         VALUE 'R'.
               10  CASE-BUS-DATE       PIC 9(08).
               10  CASE-WINDOW-START   PIC 9(08).
               10  CASE-CREDIT-AMT     PIC 9(11)V99.
               10  CASE-DEBIT-AMT      PIC 9(11)V99.
               10  CASE-MOVE-COUNT     PIC 9(05).
               10  CASE-ACCT-COUNT     PIC 9(03).
               10  CASE-PRIOR-CASE     PIC 9(12).
               10                      PIC X(04).
           05  CASE-DETAIL-BODY REDEFINES CASE-BODY.
               10  CASE-POST-DATE      PIC 9(08).
               10  CASE-ACCT-NO        PIC 9(09).
               10  CASE-DC-CODE        PIC X(01).
               10  CASE-AMOUNT         PIC 9(09)V99.
               10  CASE-EFF-DATE       PIC X(08).
               10  CASE-HIST-BRANCH    PIC X(03).
               10  CASE-SOURCE         PIC X(08).
               10                      PIC X(20).
