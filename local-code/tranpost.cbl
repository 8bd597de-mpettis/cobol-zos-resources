      *                    THE START DATE.  THE CUSTREC LAYOUT HAS
      *                    NO FREE BYTES, SO THE DATE LIVES ON THE
      *                    SIDE FILE KEYED BY ACCOUNT.
      *   2026.10.15  SEC  CHECK THE RUNCTL RUN-CONTROL LEDGER BEFORE
      *                    TOUCHING ANY FILE.  THE RUN IS REFUSED WITH
      *                    RETURN CODE 12 UNLESS TRANEDIT COMPLETED FOR
      *                    THE BUSINESS DATE AND THIS PROGRAM HAS NOT,
      *                    OR A RUNOVR RERUN CARD IS SUPPLIED.  THE
      *                    LEDGER RECORD IS STAMPED STARTED, THEN
      *                    COMPLETE (OR FAILED) WITH THE JOURNAL
      *                    TRAILER TOTALS.
      *   2026.10.15  SEC  POST R (REVERSAL) TRANSACTIONS.  A REVERSAL
      *                    NAMES THE MOVEMENT IT BACKS OUT BY ACCOUNT,
      *                    AMOUNT, ORIGINAL POSTING DATE, AND ORIGINAL
      *                    C/D CODE.  BEFORE POSTING, THE RUN READS
      *                    TRANHIST ONCE FOR THE DAY'S REVERSALS AND
      *                    COUNTS EACH ONE'S ORIGINALS AND EARLIER
      *                    REVERSALS; A REVERSAL WHOSE ORIGINAL NEVER
      *                    POSTED, OR IS ALREADY FULLY REVERSED, IS
      *                    REJECTED TO SUSPENSE LIKE ANY OTHER REJECT.
      *                    A GOOD ONE BACKS THE ORIGINAL OUT OF BAL-IN
      *                    AND IS WRITTEN TO TRANHIST AS AN R-CODED
      *                    MOVEMENT CARRYING THE ORIGINAL'S POSTING
      *                    DATE, CODE, AND EFFECTIVE DATE.  REVERSALS
      *                    ARE LISTED IN THEIR OWN SECTION AT THE END
      *                    OF THE JOURNAL WITH THEIR DISPOSITION, AND
      *                    THEIR TOTALS ARE KEPT APART FROM THE DAY'S
      *                    CREDITS AND DEBITS ON THE TRAILER AND THE
      *                    RUN-CONTROL LEDGER.
      *   2026.10.15  SEC  TEST EVERY DEBIT AGAINST THE AVAILABLE
      *                    BALANCE - BAL-IN LESS THE ACCOUNT'S HOLDS IN
      *                    FORCE ON THE INDEXED HOLDS FILE - AND REJECT
      *                    TO SUSPENSE ANY DEBIT THAT WOULD BREACH IT.
      *                    THE HOLDS IN FORCE AND AVAILABLE BALANCE
      *                    PRINT UNDER THE OPENING BALANCE, AND THE
      *                    DEBITS REFUSED ARE COUNTED ON THE TRAILER AND
      *                    THE LEDGER.  THE PREDECESSOR IS NOW HOLDEXP,
      *                    SO LAPSED HOLDS ARE EXPIRED FIRST.
      *   2026.10.15  SEC  POST STANDING-ORDER TRANSFERS.  THE DEBIT AND
      *                    CREDIT LEGS SORDGEN WRITES TO XFERIN, AND ANY
      *                    LEGS THE CLERK RECYCLES FROM SUSPENSE, ARE
      *                    PAIRED BY INSTRUCTION NUMBER AND DUE DATE AND
      *                    POSTED AFTER THE DAY'S OTHER WORK, BOTH LEGS
      *                    OR NEITHER.  A PAIR IS REFUSED WHEN A LEG IS
      *                    MISSING, THE LEGS DISAGREE, EITHER ACCOUNT
      *                    CANNOT TAKE ITS LEG, OR THE DEBIT WOULD
      *                    BREACH THE AVAILABLE BALANCE; BOTH LEGS THEN
      *                    GO TO TRANREJ AND SUSPENSE, THE GOOD ONE
      *                    MARKED OTHER TRANSFER LEG REJECTED.  POSTED
      *                    LEGS GO TO TRANHIST WITH THE INSTRUCTION AND
      *                    OTHER ACCOUNT.  EVERY PAIR IS LISTED ON THE
      *                    NEW XFERREG TRANSFER REGISTER, WHOSE DEBITS
      *                    AND CREDITS POSTED NET TO ZERO.  THE
      *                    PREDECESSOR IS NOW SORDGEN.
      *   2026.10.15  SEC  KEEP TRANHIST AS AN INDEXED FILE KEYED BY
      *                    POSTING DATE AND A SEQUENCE NUMBER PER DATE,
      *                    WITH THE ACCOUNT NUMBER AS AN ALTERNATE KEY.
      *                    THE NIGHT'S MOVEMENTS CARRY ON FROM THE
      *                    HIGHEST SEQUENCE ALREADY ON FILE FOR THE
      *                    DATE.  THE REVERSAL SCAN READS ONLY THE
      *                    ACCOUNTS BEING REVERSED, BY THE ALTERNATE
      *                    KEY, INSTEAD OF THE WHOLE FILE.
      *   2026.10.15  SEC  A TRANSFER PAIR NOW READS BACK AND VETS THE
      *                    CREDIT ACCOUNT BEFORE EITHER MASTER IS
      *                    REWRITTEN, AND GOES TO TRANHIST ONLY ONCE
      *                    BOTH BALANCES ARE WRITTEN.  A FAILED REWRITE
      *                    REFUSES THE WHOLE PAIR, PUTTING THE DEBIT
      *                    BACK IF THE CREDIT CANNOT BE WRITTEN.  THE
      *                    FAILED TRANSFER TOTAL NOW CARRIES THE PAIR
      *                    AMOUNT.
      *
       ENVIRONMENT DIVISION.
      *
           SELECT TRAN-IN ASSIGN TO TRANIN.
           SELECT JRNL-OUT ASSIGN TO POSTJRNL.
           SELECT REJECT-OUT ASSIGN TO TRANREJ.
           SELECT OPTIONAL HIST-OUT ASSIGN TO TRANHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-ACCT-NO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-EFF-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-HIS-STATUS.
           SELECT OPTIONAL XFER-IN ASSIGN TO XFERIN.
           SELECT XFER-REG ASSIGN TO XFERREG.
           SELECT OPTIONAL SUSP-FILE ASSIGN TO SUSPENSE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACT-ACCT-NO
               FILE STATUS IS WS-ACT-STATUS.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO HOLDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HLD-STATUS.
           SELECT SORT-WORK ASSIGN TO SORTWK01.
           SELECT OPTIONAL RC-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               ALTERNATE RECORD KEY IS RC-PERIOD-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-RC-STATUS.
           SELECT OPTIONAL OVR-IN ASSIGN TO RUNOVR.

       DATA DIVISION.
       FILE SECTION.
           05  TRN-DC-CODE    PIC X(01).
           05  TRN-AMOUNT     PIC 9(09)V99.
           05  TRN-EFF-DATE   PIC X(08).
           05  TRN-ORIG-POST-DATE PIC X(08).
           05  TRN-ORIG-DC-CODE   PIC X(01).
           05                 PIC X(42).
      *
       FD  JRNL-OUT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  JRNL-REC-OUT       PIC X(80).
           05  REJ-REASON     PIC X(27)        VALUE SPACES.
           05                 PIC X(20)        VALUE SPACES.
      *
       FD  HIST-OUT RECORD CONTAINS 100 CHARACTERS RECORDING MODE F.
           COPY TRANHIST.
      *
       FD  XFER-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  XFI-REC            PIC X(80).
      *
       FD  XFER-REG RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  XREG-REC-OUT       PIC X(80).
      *
       FD  SUSP-FILE RECORD CONTAINS 160 CHARACTERS RECORDING MODE F.
           COPY SUSREC.
      *
       FD  CUS-RECS RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY CUSTREC.
      *
       FD  HOLD-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY HOLDREC.
      *
       FD  RC-FILE RECORD CONTAINS 300 CHARACTERS RECORDING MODE F.
           COPY RUNCTL.
      *
       FD  OVR-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY RUNOVR.
      *
       SD  SORT-WORK.
       01  SW-RECORD.
           05  SW-DC-CODE     PIC X(01).
           05  SW-AMOUNT      PIC 9(09)V99.
           05  SW-EFF-DATE    PIC X(08).
           05  SW-ORIG-POST-DATE PIC X(08).
           05  SW-ORIG-DC-CODE   PIC X(01).
           05  SW-XFER-INSTR-NO  PIC 9(07).
           05  SW-XFER-DUE-DATE  PIC 9(08).
           05  SW-XFER-CONTRA    PIC 9(09).
           05                 PIC X(18).
      *

       WORKING-STORAGE SECTION.
           05  WS-HIST-COUNT   PIC 9(07)      VALUE ZERO.
           05  WS-SUSP-COUNT   PIC 9(07)      VALUE ZERO.
           05  WS-RECYCLE-COUNT PIC 9(07)     VALUE ZERO.
           05  WS-REV-POST-COUNT PIC 9(07)    VALUE ZERO.
           05  WS-REV-REJECT-COUNT PIC 9(07)  VALUE ZERO.
           05  WS-SUM-REV-CREDITS PIC 9(11)V99 VALUE ZERO.
           05  WS-SUM-REV-DEBITS PIC 9(11)V99 VALUE ZERO.
           05  WS-AVAIL-REJECT-COUNT PIC 9(07) VALUE ZERO.
           05  WS-XFER-READ-COUNT PIC 9(07)   VALUE ZERO.
           05  WS-XFER-RECYCLE-COUNT PIC 9(07) VALUE ZERO.
           05  WS-XFER-POST-COUNT PIC 9(07)   VALUE ZERO.
           05  WS-XFER-FAIL-COUNT PIC 9(07)   VALUE ZERO.
           05  WS-XFER-REFUSE-COUNT PIC 9(07) VALUE ZERO.
           05  WS-XFER-SUSP-COUNT PIC 9(07)   VALUE ZERO.
           05  WS-SUM-XFER-POSTED PIC 9(11)V99 VALUE ZERO.
           05  WS-SUM-XFER-FAILED PIC 9(11)V99 VALUE ZERO.
           05  WS-XFER-DR-POSTED PIC 9(11)V99 VALUE ZERO.
           05  WS-XFER-CR-POSTED PIC 9(11)V99 VALUE ZERO.

       01  WS-CUS-STATUS       PIC X(02)      VALUE "00".


       01  WS-ACT-STATUS       PIC X(02)      VALUE "00".

       01  WS-HLD-STATUS       PIC X(02)      VALUE "00".

       01  WS-HIS-STATUS       PIC X(02)      VALUE "00".

       01  WS-HIST-SEQ         PIC 9(07)      VALUE ZERO.

       01  WS-HELD-AMT         PIC 9(11)V99   VALUE ZERO.

       01  WS-HOLD-ACCT        PIC 9(09)      VALUE ZERO.

       01  WS-AVAIL-BAL        PIC S9(11)V99  VALUE ZERO.

       01  WS-NEXT-SUS-ID      PIC 9(07)      VALUE ZERO.

       01  WS-ACC-BAL          PIC 9(09)V99   VALUE ZERO.

       01  WS-CURR-ACCT        PIC 9(09)      VALUE ZERO.

      ****************************************************************
      *  THE DAY'S REVERSALS, ONE ENTRY PER REVERSAL RELEASED TO THE *
      *  SORT, WITH THE NUMBER OF MATCHING ORIGINALS AND EARLIER     *
      *  REVERSALS FOUND ON TRANHIST AND, ONCE POSTED OR REJECTED,   *
      *  THE DISPOSITION FOR THE JOURNAL'S REVERSAL SECTION.  STATE  *
      *  IS SPACE UNTIL THE REVERSAL COMES OUT OF THE SORT, THEN 'P' *
      *  (POSTED) OR 'X' (REJECTED)                                  *
      ****************************************************************
       01  WS-REV-TABLE.
           05  WS-REV-COUNT    PIC 9(03)      VALUE ZERO COMP.
           05  WS-REV-ENTRY OCCURS 500 TIMES.
               10  WS-RV-ACCT-NO   PIC 9(09).
               10  WS-RV-ORIG-DATE PIC X(08).
               10  WS-RV-ORIG-DC   PIC X(01).
               10  WS-RV-AMOUNT    PIC 9(09)V99.
               10  WS-RV-EFF-DATE  PIC X(08).
               10  WS-RV-ORIG-EFF  PIC X(08).
               10  WS-RV-FOUND     PIC 9(05).
               10  WS-RV-PRIOR     PIC 9(05).
               10  WS-RV-STATE     PIC X(01).
               10  WS-RV-REASON    PIC X(27).

       01  WS-REV-SUB          PIC 9(03)      VALUE ZERO COMP.

       01  WS-SUB              PIC 9(03)      VALUE ZERO COMP.

       01  WS-REV-USED         PIC 9(05)      VALUE ZERO.

      ****************************************************************
      *  THE DAY'S STANDING-ORDER TRANSFERS, ONE ENTRY PER PAIR OF   *
      *  LEGS SHARING AN INSTRUCTION NUMBER AND DUE DATE, WITH THE   *
      *  DEBIT AND CREDIT LEG IMAGES AS READ FROM XFERIN OR TAKEN    *
      *  FROM SUSPENSE.  A LEG FLAG IS 'Y' ONCE THAT LEG HAS ARRIVED.*
      *  STATE IS SPACE UNTIL THE PAIR IS WORKED, THEN 'P' (POSTED)  *
      *  OR 'X' (REFUSED)                                            *
      ****************************************************************
       01  WS-XFER-TABLE.
           05  WS-XFER-COUNT   PIC 9(03)      VALUE ZERO COMP.
           05  WS-XFER-ENTRY OCCURS 500 TIMES.
               10  WS-XF-INSTR-NO  PIC 9(07).
               10  WS-XF-DUE-DATE  PIC 9(08).
               10  WS-XF-DR-FLAG   PIC X(01).
               10  WS-XF-CR-FLAG   PIC X(01).
               10  WS-XF-DR-LEG    PIC X(80).
               10  WS-XF-CR-LEG    PIC X(80).
               10  WS-XF-STATE     PIC X(01).
               10  WS-XF-REASON    PIC X(27).

       01  WS-XFER-SUB         PIC 9(03)      VALUE ZERO COMP.

       01  WS-XFER-LEG.
           05  WS-XL-ACCT-NO   PIC 9(09).
           05  WS-XL-DC-CODE   PIC X(01).
           05  WS-XL-AMOUNT    PIC 9(09)V99.
           05  WS-XL-EFF-DATE  PIC X(08).
           05  WS-XL-ORIG-POST-DATE PIC X(08).
           05  WS-XL-ORIG-DC-CODE   PIC X(01).
           05  WS-XL-INSTR-NO  PIC 9(07).
           05  WS-XL-DUE-DATE  PIC 9(08).
           05  WS-XL-CONTRA-ACCT PIC 9(09).
           05                  PIC X(18).

       01  WS-DR-LEG.
           05  WS-DR-ACCT-NO   PIC 9(09).
           05  WS-DR-DC-CODE   PIC X(01).
           05  WS-DR-AMOUNT    PIC 9(09)V99.
           05  WS-DR-EFF-DATE  PIC X(08).
           05  WS-DR-ORIG-POST-DATE PIC X(08).
           05  WS-DR-ORIG-DC-CODE   PIC X(01).
           05  WS-DR-INSTR-NO  PIC 9(07).
           05  WS-DR-DUE-DATE  PIC 9(08).
           05  WS-DR-CONTRA-ACCT PIC 9(09).
           05                  PIC X(18).

       01  WS-CR-LEG.
           05  WS-CR-ACCT-NO   PIC 9(09).
           05  WS-CR-DC-CODE   PIC X(01).
           05  WS-CR-AMOUNT    PIC 9(09)V99.
           05  WS-CR-EFF-DATE  PIC X(08).
           05  WS-CR-ORIG-POST-DATE PIC X(08).
           05  WS-CR-ORIG-DC-CODE   PIC X(01).
           05  WS-CR-INSTR-NO  PIC 9(07).
           05  WS-CR-DUE-DATE  PIC 9(08).
           05  WS-CR-CONTRA-ACCT PIC 9(09).
           05                  PIC X(18).

       01  WS-DR-NEW-BAL       PIC S9(10)V99  VALUE ZERO.

       01  WS-CR-NEW-BAL       PIC S9(10)V99  VALUE ZERO.

       01  WS-XFER-NET         PIC S9(11)V99  VALUE ZERO.

       01  WS-XFER-FAIL-LEG    PIC X(01)      VALUE SPACE.

       01  WS-XFER-REASON      PIC X(27)      VALUE SPACES.

       01  WS-XFER-RESULT      PIC X(27)      VALUE SPACES.

       01  WS-XFER-DR-IMAGE    PIC X(80)      VALUE SPACES.

       01  WS-XFER-CR-IMAGE    PIC X(80)      VALUE SPACES.

       01  WS-SUSP-IMAGE       PIC X(80)      VALUE SPACES.

       01  WS-XREG-LINE        PIC X(80)      VALUE SPACES.

       01  WS-XREG-LINE-COUNT  PIC 9(03)      VALUE ZERO.

       01  WS-XREG-PAGE-COUNT  PIC 9(03)      VALUE ZERO.

       01  WS-JRNL-LINE        PIC X(80)      VALUE SPACES.

       01  WS-REJECT-REASON    PIC X(27)      VALUE SPACES.

       01  WS-PAGE-COUNT       PIC 9(03)      VALUE ZERO.

       01  WS-RC-STATUS        PIC X(02)      VALUE "00".

       01  RUN-CONTROL-FIELDS.
           05  WS-RC-PROGRAM   PIC X(08)      VALUE "TRANPOST".
           05  WS-RC-PRED      PIC X(08)      VALUE "SORDGEN".
           05  WS-RC-BUS-DATE  PIC 9(08)      VALUE ZERO.
           05  WS-RC-PERIOD    PIC X(16)      VALUE SPACES.
           05  WS-RC-RUN-COUNT PIC 9(03)      VALUE ZERO.
           05  WS-RC-OVERRIDE  PIC X(01)      VALUE SPACE.
           05  WS-RC-OVR-USER  PIC X(08)      VALUE SPACES.
           05  WS-RC-ON-FILE   PIC X(01)      VALUE SPACE.
           05  WS-RC-END-STATUS PIC X(01)     VALUE 'C'.
           05  WS-RC-REFUSAL   PIC X(60)      VALUE SPACES.

       01  FLAGS.
           05 LASTSORT      PIC X VALUE SPACE.
           05 ACCT-OK-FLAG  PIC X VALUE SPACE.
           05 FIRST-TRAN    PIC X VALUE SPACE.
           05 TRANIN-EOF    PIC X VALUE SPACE.
           05 SUSP-EOF      PIC X VALUE SPACE.
           05 HIST-EOF      PIC X VALUE SPACE.
           05 HOLD-EOF      PIC X VALUE SPACE.
           05 XFERIN-EOF    PIC X VALUE SPACE.
           05 XFER-TABLED   PIC X VALUE SPACE.
           05 OVR-EOF       PIC X VALUE SPACE.

       01 WS-CURRENT-DATE.
          05  WS-CURRENT-YEAR         PIC X(04).
           05 OPN-BAL     PIC ZZZ,ZZZ,ZZ9.99.
           05             PIC X(4)  VALUE SPACES.

       01  DETAIL-HELD.
           05             PIC X(11) VALUE SPACES.
           05             PIC X(22) VALUE "HOLDS IN FORCE".
           05 HLL-HELD    PIC ZZZ,ZZZ,ZZ9.99.
           05             PIC X(11) VALUE " AVAILABLE ".
           05 HLL-AVAIL   PIC -ZZZ,ZZZ,ZZ9.99.
           05             PIC X(7)  VALUE SPACES.

       01  DETAIL-TRAN.
           05             PIC X(11) VALUE SPACES.
           05 DTL-EFF-DATE PIC X(08) VALUE SPACES.
           05 CLS-BAL     PIC ZZZ,ZZZ,ZZ9.99.
           05             PIC X(4)  VALUE SPACES.

       01  REVERSAL-HEAD-1.
           05             PIC X(80) VALUE
               "REVERSALS - ORIGINAL MOVEMENT BACKED OUT".

       01  REVERSAL-HEAD-2.
           05             PIC X(11) VALUE "ACCOUNT".
           05             PIC X(17) VALUE "ORIGINAL POSTED".
           05             PIC X(14) VALUE "    REVERSED".
           05             PIC X(2)  VALUE SPACES.
           05             PIC X(8)  VALUE "EFF DATE".
           05             PIC X(1)  VALUE SPACES.
           05             PIC X(27) VALUE "DISPOSITION".

       01  REVERSAL-LINE.
           05 RVL-ACCT-NO PIC 9(09).
           05             PIC X(2)  VALUE SPACES.
           05 RVL-ORIG-DC PIC X(06) VALUE SPACES.
           05             PIC X(1)  VALUE SPACES.
           05 RVL-ORIG-DATE PIC X(08) VALUE SPACES.
           05             PIC X(2)  VALUE SPACES.
           05 RVL-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.
           05             PIC X(2)  VALUE SPACES.
           05 RVL-EFF-DATE PIC X(08) VALUE SPACES.
           05             PIC X(1)  VALUE SPACES.
           05 RVL-RESULT  PIC X(27) VALUE SPACES.

       01  TRAILER-1.
           05             PIC X(24) VALUE "TRANSACTIONS READ......".
           05 TRL-TRAN-COUNT    PIC Z,ZZZ,ZZ9.
           05 TRL-RECYCLE-COUNT PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-10.
           05             PIC X(24) VALUE "REVERSALS POSTED.......".
           05 TRL-REV-POST-COUNT PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-11.
           05             PIC X(24) VALUE "REVERSALS REJECTED.....".
           05 TRL-REV-REJECT-COUNT PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-12.
           05             PIC X(24) VALUE "CREDITS REVERSED.......".
           05 TRL-SUM-REV-CREDITS PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(38) VALUE SPACES.

       01  TRAILER-13.
           05             PIC X(24) VALUE "DEBITS REVERSED........".
           05 TRL-SUM-REV-DEBITS PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(38) VALUE SPACES.

       01  TRAILER-14.
           05             PIC X(24) VALUE "DEBITS OVER AVAILABLE..".
           05 TRL-AVAIL-REJECT-COUNT PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-15.
           05             PIC X(24) VALUE "TRANSFER PAIRS POSTED..".
           05 TRL-XFER-POST-COUNT PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-16.
           05             PIC X(24) VALUE "TRANSFER PAIRS REFUSED.".
           05 TRL-XFER-FAIL-COUNT PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-17.
           05             PIC X(24) VALUE "TRANSFER AMOUNT POSTED.".
           05 TRL-SUM-XFER-POSTED PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(38) VALUE SPACES.

       01  XREG-HEAD.
           05             PIC X(8)  VALUE "INSTR".
           05             PIC X(9)  VALUE "DUE DATE".
           05             PIC X(10) VALUE "FROM".
           05             PIC X(10) VALUE "TO".
           05             PIC X(14) VALUE "        AMOUNT".
           05             PIC X(2)  VALUE SPACES.
           05             PIC X(27) VALUE "RESULT".

       01  XREG-LINE.
           05 XRL-INSTR-NO PIC 9(07).
           05             PIC X(1)  VALUE SPACES.
           05 XRL-DUE-DATE PIC 9(08).
           05             PIC X(1)  VALUE SPACES.
           05 XRL-FROM-ACCT PIC 9(09).
           05             PIC X(1)  VALUE SPACES.
           05 XRL-TO-ACCT PIC 9(09).
           05             PIC X(1)  VALUE SPACES.
           05 XRL-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.
           05             PIC X(2)  VALUE SPACES.
           05 XRL-RESULT  PIC X(27) VALUE SPACES.

       01  XREG-TRAILER-1.
           05             PIC X(24) VALUE "LEGS READ FROM XFERIN..".
           05 XTR-READ-COUNT    PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  XREG-TRAILER-2.
           05             PIC X(24) VALUE "LEGS RECYCLED..........".
           05 XTR-RECYCLE-COUNT PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  XREG-TRAILER-3.
           05             PIC X(24) VALUE "LEGS REFUSED ON LOAD...".
           05 XTR-REFUSE-COUNT  PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  XREG-TRAILER-4.
           05             PIC X(24) VALUE "TRANSFER PAIRS.........".
           05 XTR-PAIR-COUNT    PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  XREG-TRAILER-5.
           05             PIC X(24) VALUE "PAIRS POSTED...........".
           05 XTR-POST-COUNT    PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  XREG-TRAILER-6.
           05             PIC X(24) VALUE "PAIRS REFUSED..........".
           05 XTR-FAIL-COUNT    PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  XREG-TRAILER-7.
           05             PIC X(24) VALUE "LEGS TO SUSPENSE.......".
           05 XTR-SUSP-COUNT    PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  XREG-TRAILER-8.
           05             PIC X(24) VALUE "TRANSFER DEBITS POSTED.".
           05 XTR-DR-POSTED     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(38) VALUE SPACES.

       01  XREG-TRAILER-9.
           05             PIC X(24) VALUE "TRANSFER CREDITS POSTED".
           05 XTR-CR-POSTED     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(38) VALUE SPACES.

       01  XREG-TRAILER-10.
           05             PIC X(24) VALUE "NET DEBITS LESS CREDITS".
           05 XTR-NET           PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(38) VALUE SPACES.

       01  XREG-TRAILER-11.
           05             PIC X(24) VALUE "TRANSFER AMOUNT REFUSED".
           05 XTR-FAILED        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(38) VALUE SPACES.

      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.
      *
       A000-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE TO WS-RC-BUS-DATE.
           MOVE WS-CURRENT-DATE TO WS-RC-PERIOD.
           PERFORM R010-CHECK-RUN-CONTROL
               THRU R010-CHECK-RUN-CONTROL-EXIT.
           OPEN OUTPUT JRNL-OUT.
           OPEN OUTPUT REJECT-OUT.
           OPEN OUTPUT XFER-REG.
           OPEN I-O HIST-OUT.
           IF WS-HIS-STATUS NOT = "00" AND WS-HIS-STATUS NOT = "05"
               DISPLAY "TRANPOST: CANNOT OPEN TRANHIST, STATUS="
                   WS-HIS-STATUS
               GO TO FATAL-STOP
           END-IF.
           PERFORM B088-FIND-HIST-SEQ.
           OPEN I-O CUS-RECS.
           IF WS-CUS-STATUS NOT = "00"
               DISPLAY "TRANPOST: CANNOT OPEN CUSTRECS, STATUS="
                   WS-ACT-STATUS
               GO TO FATAL-STOP
           END-IF.
           OPEN INPUT HOLD-FILE.
           IF WS-HLD-STATUS NOT = "00" AND WS-HLD-STATUS NOT = "05"
               DISPLAY "TRANPOST: CANNOT OPEN HOLDS, STATUS="
                   WS-HLD-STATUS
               GO TO FATAL-STOP
           END-IF.
           PERFORM A010-WRITE-HEADERS.
           PERFORM C050-WRITE-XFER-HEADERS.

       A020-SORT-TRANSACTIONS.
           SORT SORT-WORK
               OUTPUT PROCEDURE B010-POST-TRANSACTIONS
                   THRU B010-POST-TRANSACTIONS-EXIT.

       A030-POST-TRANSFERS.
           MOVE ZERO TO WS-XFER-SUB.
           PERFORM B110-POST-ONE-PAIR
               THRU B110-POST-ONE-PAIR-EXIT
               UNTIL WS-XFER-SUB >= WS-XFER-COUNT.

       CLOSE-STOP.
           IF WS-REV-COUNT > ZERO
               PERFORM C030-PRINT-REVERSALS
           END-IF.
           PERFORM C040-WRITE-TRAILER.
           PERFORM C070-WRITE-XFER-TRAILER.
           CLOSE JRNL-OUT.
           CLOSE REJECT-OUT.
           CLOSE XFER-REG.
           CLOSE HIST-OUT.
           CLOSE SUSP-FILE.
           CLOSE ACT-FILE.
           CLOSE HOLD-FILE.
           CLOSE CUS-RECS.
           PERFORM R080-STAMP-RUN-END.
           STOP RUN.

       A010-WRITE-HEADERS.
      *  INTO THE SORT AND THEN SWEEPS THE SUSPENSE FILE SO ITEMS     *
      *  THE CLERK MARKED FOR RECYCLE POST ALONGSIDE THEM.  THE SAME  *
      *  SWEEP LEARNS THE HIGHEST SUSPENSE ID ON FILE SO NEW REJECTS  *
      *  CAN BE KEYED BEHIND IT.  REVERSALS ARE NOTED AS THEY ARE    *
      *  RELEASED AND, IF THERE ARE ANY, PROVED AGAINST TRANHIST     *
      *  BEFORE THE FIRST ONE COMES BACK OUT OF THE SORT.  TRANSFER  *
      *  LEGS, FROM SUSPENSE OR XFERIN, ARE NOT RELEASED BUT PAIRED  *
      *  IN THE TRANSFER TABLE FOR POSTING AFTER THE SORT            *
      ****************************************************************
       B005-GATHER-INPUT.
           OPEN INPUT TRAN-IN.
               UNTIL TRANIN-EOF = 'Y'.
           CLOSE TRAN-IN.
           PERFORM B007-SWEEP-SUSPENSE.
           PERFORM B100-LOAD-TRANSFERS.
           IF WS-REV-COUNT > ZERO
               PERFORM B090-SCAN-HISTORY
           END-IF.

       B005-GATHER-INPUT-EXIT.
           EXIT.

       B006-RELEASE-ONE-TRAN.
           MOVE TRAN-REC TO SW-RECORD.
           PERFORM B009-NOTE-REVERSAL.
           RELEASE SW-RECORD.
           PERFORM READ-TRAN-RECORD.

       B007-SWEEP-SUSPENSE.
      ****************************************************************
      *  B008-TAKE-SUSPENSE-ITEM RELEASES ONE RECYCLE-MARKED POSTING  *
      *  ITEM INTO THE SORT AND STAMPS IT DONE SO IT CANNOT RECYCLE   *
      *  TWICE; EVERY ITEM SEEN PUSHES THE NEXT-ID HIGH-WATER MARK.  *
      *  A RECYCLED TRANSFER LEG, KNOWN BY ITS INSTRUCTION NUMBER,   *
      *  GOES TO THE TRANSFER TABLE INSTEAD OF THE SORT              *
      ****************************************************************
       B008-TAKE-SUSPENSE-ITEM.
           IF SUS-ID > WS-NEXT-SUS-ID
           END-IF.
           IF SUS-RECYCLE AND SUS-SOURCE-PGM = "TRANPOST"
               MOVE SUS-DATA(1:80) TO SW-RECORD
               IF SW-XFER-INSTR-NO NUMERIC AND
                  SW-XFER-INSTR-NO > ZERO
                   PERFORM B105-TAKE-RECYCLED-LEG
               ELSE
                   PERFORM B009-NOTE-REVERSAL
                   RELEASE SW-RECORD
                   ADD 1 TO WS-RECYCLE-COUNT
                   PERFORM B106-MARK-SUSPENSE-DONE
               END-IF
           END-IF.
           PERFORM READ-SUSP-RECORD.

       B106-MARK-SUSPENSE-DONE.
           MOVE 'D' TO SUS-STATUS.
           MOVE WS-CURRENT-DATE TO SUS-RECY-DATE.
           REWRITE SUS-REC
               INVALID KEY
                   DISPLAY "TRANPOST: SUSPENSE REWRITE FAILED "
                       "FOR ITEM " SUS-ID " STATUS=" WS-SUS-STATUS
           END-REWRITE.

      ****************************************************************
      *  B009-NOTE-REVERSAL ENTERS A REVERSAL ABOUT TO BE RELEASED   *
      *  INTO THE REVERSAL TABLE.  ONE THAT DOES NOT FIT IS STILL    *
      *  RELEASED AND IS REJECTED WHEN IT COMES OUT OF THE SORT      *
      ****************************************************************
       B009-NOTE-REVERSAL.
           IF SW-DC-CODE = 'R' AND WS-REV-COUNT < 500
               ADD 1 TO WS-REV-COUNT
               MOVE SW-ACCT-NO TO WS-RV-ACCT-NO(WS-REV-COUNT)
               MOVE SW-ORIG-POST-DATE TO WS-RV-ORIG-DATE(WS-REV-COUNT)
               MOVE SW-ORIG-DC-CODE TO WS-RV-ORIG-DC(WS-REV-COUNT)
               MOVE SW-AMOUNT TO WS-RV-AMOUNT(WS-REV-COUNT)
               MOVE SW-EFF-DATE TO WS-RV-EFF-DATE(WS-REV-COUNT)
               MOVE SPACES TO WS-RV-ORIG-EFF(WS-REV-COUNT)
               MOVE ZERO TO WS-RV-FOUND(WS-REV-COUNT)
               MOVE ZERO TO WS-RV-PRIOR(WS-REV-COUNT)
               MOVE SPACE TO WS-RV-STATE(WS-REV-COUNT)
               MOVE SPACES TO WS-RV-REASON(WS-REV-COUNT)
           END-IF.

      ****************************************************************
      *  B010-POST-TRANSACTIONS TAKES THE SORTED TRANSACTIONS ONE AT  *
      *  A TIME.  ON THE FIRST TRANSACTION FOR AN ACCOUNT IT READS    *
                   MOVE 'Y' TO ACCT-OK-FLAG
                   ADD 1 TO WS-ACCT-COUNT
                   PERFORM B050-PRINT-OPENING
                   PERFORM B027-TOTAL-HOLDS
               END-IF
           END-IF.

      ****************************************************************
      *  B027-TOTAL-HOLDS ADDS UP THE ACCOUNT'S HOLDS IN FORCE ON THE*
      *  HOLDS FILE - ACTIVE, AND EITHER WITHOUT AN EXPIRY DATE OR   *
      *  NOT YET PAST IT - AND, WHEN THERE ARE ANY, PRINTS THEM WITH *
      *  THE AVAILABLE BALANCE UNDER THE OPENING BALANCE             *
      ****************************************************************
       B027-TOTAL-HOLDS.
           MOVE SW-ACCT-NO TO WS-HOLD-ACCT.
           PERFORM B026-SUM-HOLDS.
           IF WS-HELD-AMT > ZERO
               COMPUTE WS-AVAIL-BAL = WS-ACC-BAL - WS-HELD-AMT
               MOVE WS-HELD-AMT TO HLL-HELD
               MOVE WS-AVAIL-BAL TO HLL-AVAIL
               MOVE DETAIL-HELD TO WS-JRNL-LINE
               PERFORM C020-WRITE-CURRENT-LINE
           END-IF.

      ****************************************************************
      *  B026-SUM-HOLDS LEAVES IN WS-HELD-AMT THE HOLDS IN FORCE ON  *
      *  THE ACCOUNT IN WS-HOLD-ACCT                                 *
      ****************************************************************
       B026-SUM-HOLDS.
           MOVE ZERO TO WS-HELD-AMT.
           MOVE SPACE TO HOLD-EOF.
           MOVE WS-HOLD-ACCT TO HLD-ACCT-NO.
           MOVE ZERO TO HLD-SEQ.
           START HOLD-FILE KEY IS NOT LESS THAN HLD-KEY
               INVALID KEY MOVE 'Y' TO HOLD-EOF
           END-START.
           IF HOLD-EOF NOT = 'Y'
               PERFORM READ-HOLD-NEXT
           END-IF.
           PERFORM B028-ADD-ONE-HOLD
               UNTIL HOLD-EOF = 'Y'.

       B028-ADD-ONE-HOLD.
           IF HLD-ACCT-NO NOT = WS-HOLD-ACCT
               MOVE 'Y' TO HOLD-EOF
           ELSE
               IF HLD-ACTIVE AND
                  (HLD-EXPIRY-DATE = ZERO OR
                   HLD-EXPIRY-DATE NOT < WS-RC-BUS-DATE)
                   ADD HLD-AMOUNT TO WS-HELD-AMT
               END-IF
               PERFORM READ-HOLD-NEXT
           END-IF.

      ****************************************************************
      ****************************************************************
      *  B040-APPLY-TRANSACTION POSTS ONE DEBIT OR CREDIT TO THE      *
      *  RUNNING BALANCE.  A DEBIT THAT WOULD TAKE THE BALANCE        *
      *  NEGATIVE OR BELOW THE HOLDS IN FORCE, OR A TRANSACTION CODE *
      *  OTHER THAN D, C, OR R, GOES TO THE REJECT FILE AND LEAVES   *
      *  THE BALANCE UNTOUCHED.  REVERSALS GO TO B070-APPLY-REVERSAL *
      ****************************************************************
       B040-APPLY-TRANSACTION.
           IF SW-AMOUNT NOT NUMERIC
               PERFORM B060-REJECT-TRANSACTION
               GO TO B040-APPLY-TRANSACTION-EXIT
           END-IF.
           IF SW-DC-CODE = 'R'
               PERFORM B070-APPLY-REVERSAL
                   THRU B070-APPLY-REVERSAL-EXIT
               GO TO B040-APPLY-TRANSACTION-EXIT
           END-IF.
           IF SW-DC-CODE = 'C'
               COMPUTE WS-NEW-BAL = WS-ACC-BAL + SW-AMOUNT
               MOVE "CREDIT    " TO DTL-DC-DESC
               PERFORM B060-REJECT-TRANSACTION
               GO TO B040-APPLY-TRANSACTION-EXIT
           END-IF.
           IF SW-DC-CODE = 'D' AND WS-NEW-BAL < WS-HELD-AMT
               MOVE "DEBIT EXCEEDS AVAILABLE BAL" TO WS-REJECT-REASON
               ADD 1 TO WS-AVAIL-REJECT-COUNT
               PERFORM B060-REJECT-TRANSACTION
               GO TO B040-APPLY-TRANSACTION-EXIT
           END-IF.
           IF WS-NEW-BAL > 999999999.99
               MOVE "CREDIT EXCEEDS BALANCE MAX"
                   TO WS-REJECT-REASON
           MOVE WS-ACC-BAL TO HIST-NEW-BAL.
           MOVE BRANCH-CODE-IN TO HIST-BRANCH.
           MOVE "TRANPOST" TO HIST-SOURCE.
           IF SW-DC-CODE = 'R'
               MOVE SW-ORIG-POST-DATE TO HIST-ORIG-POST-DATE
               MOVE SW-ORIG-DC-CODE TO HIST-ORIG-DC-CODE
               MOVE WS-RV-ORIG-EFF(WS-REV-SUB) TO HIST-ORIG-EFF-DATE
           END-IF.
           PERFORM B046-PUT-HISTORY.

      ****************************************************************
      *  B046-PUT-HISTORY WRITES THE MOVEMENT IN HIST-REC TO         *
      *  TRANHIST UNDER THE BUSINESS DATE AND THE NEXT SEQUENCE      *
      *  NUMBER FOR THE DATE                                         *
      ****************************************************************
       B046-PUT-HISTORY.
           ADD 1 TO WS-HIST-SEQ.
           MOVE WS-HIST-SEQ TO HIST-SEQ.
           WRITE HIST-REC
               INVALID KEY
                   DISPLAY "TRANPOST: TRANHIST WRITE FAILED FOR "
                       "ACCOUNT " HIST-ACCT-NO " STATUS="
                       WS-HIS-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-HIST-COUNT
           END-WRITE.

       B050-PRINT-OPENING.
           MOVE SPACES TO OPN-NAME.
           MOVE WS-REJECT-REASON TO REJ-REASON.
           WRITE REJ-REC.
           PERFORM B065-WRITE-SUSPENSE.
           IF SW-DC-CODE = 'R'
               PERFORM B078-MARK-REVERSAL-REJECTED
           END-IF.

      ****************************************************************
      *  B065-WRITE-SUSPENSE LANDS THE REJECTED TRANSACTION ON THE    *
      *  MARK IT FOR RECYCLE INSTEAD OF RE-KEYING FROM THE REGISTER   *
      ****************************************************************
       B065-WRITE-SUSPENSE.
           MOVE SW-RECORD TO WS-SUSP-IMAGE.
           PERFORM B066-WRITE-SUSPENSE-ITEM.

      ****************************************************************
      *  B066-WRITE-SUSPENSE-ITEM WRITES THE TRANSACTION IMAGE IN    *
      *  WS-SUSP-IMAGE TO SUSPENSE UNDER THE NEXT FREE ID WITH THE   *
      *  REASON IN WS-REJECT-REASON                                  *
      ****************************************************************
       B066-WRITE-SUSPENSE-ITEM.
           ADD 1 TO WS-NEXT-SUS-ID.
           MOVE SPACES TO SUS-REC.
           MOVE WS-NEXT-SUS-ID TO SUS-ID.
           MOVE ZERO TO SUS-RECY-DATE.
           MOVE WS-REJECT-REASON TO SUS-REASON.
           MOVE SPACES TO SUS-DATA.
           MOVE WS-SUSP-IMAGE TO SUS-DATA(1:80).
           WRITE SUS-REC
               INVALID KEY
                   DISPLAY "TRANPOST: SUSPENSE WRITE FAILED FOR "
           END-WRITE.
           ADD 1 TO WS-SUSP-COUNT.

      ****************************************************************
      *  B070-APPLY-REVERSAL BACKS AN EARLIER CREDIT OR DEBIT OUT OF *
      *  THE RUNNING BALANCE.  THE ORIGINAL MUST BE ON TRANHIST AND  *
      *  NOT ALREADY REVERSED - BY AN EARLIER NIGHT OR BY A REVERSAL *
      *  ALREADY POSTED IN THIS RUN - AND THE REVERSAL MAY NOT TAKE  *
      *  THE BALANCE NEGATIVE.  A GOOD REVERSAL IS JOURNALED IN THE  *
      *  ACCOUNT GROUP AND WRITTEN TO HISTORY AS AN R MOVEMENT       *
      ****************************************************************
       B070-APPLY-REVERSAL.
           PERFORM B072-FIND-REVERSAL.
           IF WS-REV-SUB = ZERO
               MOVE "TOO MANY REVERSALS IN RUN" TO WS-REJECT-REASON
               PERFORM B060-REJECT-TRANSACTION
               GO TO B070-APPLY-REVERSAL-EXIT
           END-IF.
           IF WS-RV-FOUND(WS-REV-SUB) = ZERO
               MOVE "ORIGINAL NOT IN HISTORY" TO WS-REJECT-REASON
               PERFORM B060-REJECT-TRANSACTION
               GO TO B070-APPLY-REVERSAL-EXIT
           END-IF.
           PERFORM B074-COUNT-RUN-REVERSALS.
           IF WS-RV-PRIOR(WS-REV-SUB) + WS-REV-USED
                   NOT < WS-RV-FOUND(WS-REV-SUB)
               MOVE "ORIGINAL ALREADY REVERSED" TO WS-REJECT-REASON
               PERFORM B060-REJECT-TRANSACTION
               GO TO B070-APPLY-REVERSAL-EXIT
           END-IF.
           IF SW-ORIG-DC-CODE = 'C'
               COMPUTE WS-NEW-BAL = WS-ACC-BAL - SW-AMOUNT
           ELSE
               COMPUTE WS-NEW-BAL = WS-ACC-BAL + SW-AMOUNT
           END-IF.
           IF WS-NEW-BAL < ZERO
               MOVE "REVERSAL WOULD OVERDRAW" TO WS-REJECT-REASON
               PERFORM B060-REJECT-TRANSACTION
               GO TO B070-APPLY-REVERSAL-EXIT
           END-IF.
           IF WS-NEW-BAL > 999999999.99
               MOVE "CREDIT EXCEEDS BALANCE MAX"
                   TO WS-REJECT-REASON
               PERFORM B060-REJECT-TRANSACTION
               GO TO B070-APPLY-REVERSAL-EXIT
           END-IF.
           MOVE WS-NEW-BAL TO WS-ACC-BAL.
           ADD 1 TO WS-POST-COUNT.
           ADD 1 TO WS-REV-POST-COUNT.
           IF SW-ORIG-DC-CODE = 'C'
               ADD SW-AMOUNT TO WS-SUM-REV-CREDITS
           ELSE
               ADD SW-AMOUNT TO WS-SUM-REV-DEBITS
           END-IF.
           MOVE 'P' TO WS-RV-STATE(WS-REV-SUB).
           MOVE "POSTED" TO WS-RV-REASON(WS-REV-SUB).
           MOVE SW-EFF-DATE TO DTL-EFF-DATE.
           MOVE "REVERSAL  " TO DTL-DC-DESC.
           MOVE SW-AMOUNT TO DTL-AMOUNT.
           MOVE WS-ACC-BAL TO DTL-BAL.
           MOVE DETAIL-TRAN TO WS-JRNL-LINE.
           PERFORM C020-WRITE-CURRENT-LINE.
           PERFORM B045-WRITE-HISTORY.

       B070-APPLY-REVERSAL-EXIT.
           EXIT.

      ****************************************************************
      *  B072-FIND-REVERSAL LEAVES IN WS-REV-SUB THE FIRST TABLE     *
      *  ENTRY NOT YET DISPOSED OF FOR THE REVERSAL JUST RETURNED BY *
      *  THE SORT, OR ZERO IF IT DID NOT FIT IN THE TABLE            *
      ****************************************************************
       B072-FIND-REVERSAL.
           MOVE ZERO TO WS-REV-SUB.
           MOVE ZERO TO WS-SUB.
           PERFORM B073-TEST-ONE-REVERSAL
               UNTIL WS-REV-SUB > ZERO OR WS-SUB >= WS-REV-COUNT.

       B073-TEST-ONE-REVERSAL.
           ADD 1 TO WS-SUB.
           IF WS-RV-STATE(WS-SUB) = SPACE AND
              WS-RV-ACCT-NO(WS-SUB) = SW-ACCT-NO AND
              WS-RV-ORIG-DATE(WS-SUB) = SW-ORIG-POST-DATE AND
              WS-RV-ORIG-DC(WS-SUB) = SW-ORIG-DC-CODE AND
              WS-RV-AMOUNT(WS-SUB) = SW-AMOUNT AND
              WS-RV-EFF-DATE(WS-SUB) = SW-EFF-DATE
               MOVE WS-SUB TO WS-REV-SUB
           END-IF.

      ****************************************************************
      *  B074-COUNT-RUN-REVERSALS COUNTS THE REVERSALS OF THE SAME   *
      *  ORIGINAL ALREADY POSTED IN THIS RUN, SO TWO REVERSALS OF ONE*
      *  MOVEMENT IN THE SAME NIGHT CANNOT BOTH POST                 *
      ****************************************************************
       B074-COUNT-RUN-REVERSALS.
           MOVE ZERO TO WS-REV-USED.
           MOVE ZERO TO WS-SUB.
           PERFORM B075-COUNT-ONE-REVERSAL
               UNTIL WS-SUB >= WS-REV-COUNT.

       B075-COUNT-ONE-REVERSAL.
           ADD 1 TO WS-SUB.
           IF WS-RV-STATE(WS-SUB) = 'P' AND
              WS-RV-ACCT-NO(WS-SUB) = WS-RV-ACCT-NO(WS-REV-SUB) AND
              WS-RV-ORIG-DATE(WS-SUB) = WS-RV-ORIG-DATE(WS-REV-SUB) AND
              WS-RV-ORIG-DC(WS-SUB) = WS-RV-ORIG-DC(WS-REV-SUB) AND
              WS-RV-AMOUNT(WS-SUB) = WS-RV-AMOUNT(WS-REV-SUB)
               ADD 1 TO WS-REV-USED
           END-IF.

      ****************************************************************
      *  B078-MARK-REVERSAL-REJECTED RECORDS THE REJECT REASON       *
      *  AGAINST THE REVERSAL'S TABLE ENTRY FOR THE JOURNAL SECTION  *
      ****************************************************************
       B078-MARK-REVERSAL-REJECTED.
           ADD 1 TO WS-REV-REJECT-COUNT.
           PERFORM B072-FIND-REVERSAL.
           IF WS-REV-SUB > ZERO
               MOVE 'X' TO WS-RV-STATE(WS-REV-SUB)
               MOVE WS-REJECT-REASON TO WS-RV-REASON(WS-REV-SUB)
           END-IF.

      ****************************************************************
      *  B088-FIND-HIST-SEQ FINDS THE HIGHEST SEQUENCE NUMBER        *
      *  ALREADY ON TRANHIST FOR THE BUSINESS DATE, SO THE NIGHT'S   *
      *  MOVEMENTS FOLLOW THE ONES INTACCR, FEEASSM OR AN EARLIER    *
      *  RUN OF THE SAME DAY HAVE WRITTEN                            *
      ****************************************************************
       B088-FIND-HIST-SEQ.
           MOVE ZERO TO WS-HIST-SEQ.
           MOVE SPACE TO HIST-EOF.
           MOVE WS-CURRENT-DATE TO HIST-POST-DATE.
           MOVE ZERO TO HIST-SEQ.
           START HIST-OUT KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY MOVE 'Y' TO HIST-EOF
           END-START.
           IF HIST-EOF NOT = 'Y'
               PERFORM READ-HIST-RECORD
           END-IF.
           PERFORM B089-TAKE-HIST-SEQ
               UNTIL HIST-EOF = 'Y'.

       B089-TAKE-HIST-SEQ.
           IF HIST-POST-DATE NOT = WS-CURRENT-DATE
               MOVE 'Y' TO HIST-EOF
           ELSE
               MOVE HIST-SEQ TO WS-HIST-SEQ
               PERFORM READ-HIST-RECORD
           END-IF.

      ****************************************************************
      *  B090-SCAN-HISTORY READS TRANHIST, BEFORE ANYTHING IS WRITTEN*
      *  TO IT, FOR THE ACCOUNT OF EACH REVERSAL IN THE TABLE, BY    *
      *  THE ACCOUNT-NUMBER ALTERNATE KEY, AND COUNTS THE ORIGINALS  *
      *  THE REVERSAL COULD BACK OUT AND THE REVERSALS OF THEM       *
      *  ALREADY POSTED                                              *
      ****************************************************************
       B090-SCAN-HISTORY.
           MOVE ZERO TO WS-SUB.
           PERFORM B091-SCAN-ONE-ACCOUNT
               UNTIL WS-SUB >= WS-REV-COUNT.

       B091-SCAN-ONE-ACCOUNT.
           ADD 1 TO WS-SUB.
           MOVE SPACE TO HIST-EOF.
           MOVE WS-RV-ACCT-NO(WS-SUB) TO HIST-ACCT-NO.
           START HIST-OUT KEY IS EQUAL TO HIST-ACCT-NO
               INVALID KEY MOVE 'Y' TO HIST-EOF
           END-START.
           IF HIST-EOF NOT = 'Y'
               PERFORM READ-HIST-RECORD
           END-IF.
           PERFORM B092-MATCH-ONE-HISTORY
               UNTIL HIST-EOF = 'Y'.

       B092-MATCH-ONE-HISTORY.
           IF HIST-ACCT-NO NOT = WS-RV-ACCT-NO(WS-SUB)
               MOVE 'Y' TO HIST-EOF
           ELSE
               IF HIST-DC-CODE = 'C' OR HIST-DC-CODE = 'D' OR
                  HIST-DC-CODE = 'R'
                   PERFORM B094-MATCH-ONE-ENTRY
               END-IF
               PERFORM READ-HIST-RECORD
           END-IF.

       B094-MATCH-ONE-ENTRY.
           IF HIST-ACCT-NO = WS-RV-ACCT-NO(WS-SUB) AND
              HIST-AMOUNT = WS-RV-AMOUNT(WS-SUB)
               IF HIST-DC-CODE = WS-RV-ORIG-DC(WS-SUB) AND
                  HIST-POST-DATE = WS-RV-ORIG-DATE(WS-SUB)
                   ADD 1 TO WS-RV-FOUND(WS-SUB)
                   MOVE HIST-EFF-DATE TO WS-RV-ORIG-EFF(WS-SUB)
               END-IF
               IF HIST-DC-CODE = 'R' AND
                  HIST-ORIG-DC-CODE = WS-RV-ORIG-DC(WS-SUB) AND
                  HIST-ORIG-POST-DATE = WS-RV-ORIG-DATE(WS-SUB)
                   ADD 1 TO WS-RV-PRIOR(WS-SUB)
               END-IF
           END-IF.

      ****************************************************************
      *  B100-LOAD-TRANSFERS READS THE STANDING-ORDER TRANSFER LEGS  *
      *  SORDGEN WROTE TO XFERIN INTO THE TRANSFER TABLE.  A LEG     *
      *  THAT CANNOT BE TABLED IS REFUSED TO SUSPENSE AT ONCE; THE   *
      *  SUSPENSE SWEEP HAS ALREADY FOUND THE NEXT FREE ID           *
      ****************************************************************
       B100-LOAD-TRANSFERS.
           OPEN INPUT XFER-IN.
           PERFORM READ-XFER-RECORD.
           PERFORM B101-LOAD-ONE-LEG
               UNTIL XFERIN-EOF = 'Y'.
           CLOSE XFER-IN.

       B101-LOAD-ONE-LEG.
           ADD 1 TO WS-XFER-READ-COUNT.
           MOVE XFI-REC TO WS-XFER-LEG.
           PERFORM B102-TABLE-ONE-LEG.
           IF XFER-TABLED NOT = 'Y'
               ADD 1 TO WS-XFER-REFUSE-COUNT
               IF WS-XL-AMOUNT NUMERIC
                   ADD WS-XL-AMOUNT TO WS-SUM-XFER-FAILED
               END-IF
               PERFORM B135-REFUSE-LEG
               MOVE WS-REJECT-REASON TO WS-XFER-RESULT
               PERFORM C055-PRINT-XFER-LINE
           END-IF.
           PERFORM READ-XFER-RECORD.

      ****************************************************************
      *  B102-TABLE-ONE-LEG FILES THE LEG IN WS-XFER-LEG UNDER ITS   *
      *  PAIR'S TABLE ENTRY, OPENING A NEW ENTRY WHEN ITS PARTNER    *
      *  HAS NOT YET BEEN SEEN, AND SETS XFER-TABLED.  A LEG THAT    *
      *  CANNOT BE FILED IS LEFT WITH ITS REASON IN WS-REJECT-REASON *
      ****************************************************************
       B102-TABLE-ONE-LEG.
           MOVE SPACE TO XFER-TABLED.
           IF WS-XL-INSTR-NO NOT NUMERIC OR
              WS-XL-DUE-DATE NOT NUMERIC OR
              WS-XL-INSTR-NO = ZERO
               MOVE "INVALID TRANSFER REFERENCE" TO WS-REJECT-REASON
           ELSE
               IF WS-XL-DC-CODE NOT = 'D' AND WS-XL-DC-CODE NOT = 'C'
                   MOVE "INVALID DEBIT/CREDIT CODE"
                       TO WS-REJECT-REASON
               ELSE
                   PERFORM B103-FIND-PAIR-ENTRY
                   IF WS-XFER-SUB = ZERO
                       MOVE "TOO MANY TRANSFERS IN RUN"
                           TO WS-REJECT-REASON
                   ELSE
                       PERFORM B107-FILE-LEG
                   END-IF
               END-IF
           END-IF.

       B103-FIND-PAIR-ENTRY.
           MOVE ZERO TO WS-XFER-SUB.
           MOVE ZERO TO WS-SUB.
           PERFORM B104-TEST-ONE-PAIR-ENTRY
               UNTIL WS-XFER-SUB > ZERO OR WS-SUB >= WS-XFER-COUNT.
           IF WS-XFER-SUB = ZERO AND WS-XFER-COUNT < 500
               ADD 1 TO WS-XFER-COUNT
               MOVE WS-XFER-COUNT TO WS-XFER-SUB
               MOVE WS-XL-INSTR-NO TO WS-XF-INSTR-NO(WS-XFER-SUB)
               MOVE WS-XL-DUE-DATE TO WS-XF-DUE-DATE(WS-XFER-SUB)
               MOVE SPACE TO WS-XF-DR-FLAG(WS-XFER-SUB)
               MOVE SPACE TO WS-XF-CR-FLAG(WS-XFER-SUB)
               MOVE SPACES TO WS-XF-DR-LEG(WS-XFER-SUB)
               MOVE SPACES TO WS-XF-CR-LEG(WS-XFER-SUB)
               MOVE SPACE TO WS-XF-STATE(WS-XFER-SUB)
               MOVE SPACES TO WS-XF-REASON(WS-XFER-SUB)
           END-IF.

       B104-TEST-ONE-PAIR-ENTRY.
           ADD 1 TO WS-SUB.
           IF WS-XF-INSTR-NO(WS-SUB) = WS-XL-INSTR-NO AND
              WS-XF-DUE-DATE(WS-SUB) = WS-XL-DUE-DATE
               IF (WS-XL-DC-CODE = 'D' AND
                   WS-XF-DR-FLAG(WS-SUB) NOT = 'Y') OR
                  (WS-XL-DC-CODE = 'C' AND
                   WS-XF-CR-FLAG(WS-SUB) NOT = 'Y')
                   MOVE WS-SUB TO WS-XFER-SUB
               END-IF
           END-IF.

      ****************************************************************
      *  B105-TAKE-RECYCLED-LEG TABLES A TRANSFER LEG THE CLERK      *
      *  MARKED FOR RECYCLE AND STAMPS IT DONE.  ONE THAT CANNOT BE  *
      *  TABLED IS LEFT MARKED FOR RECYCLE AND REPORTED              *
      ****************************************************************
       B105-TAKE-RECYCLED-LEG.
           MOVE SW-RECORD TO WS-XFER-LEG.
           PERFORM B102-TABLE-ONE-LEG.
           IF XFER-TABLED = 'Y'
               ADD 1 TO WS-XFER-RECYCLE-COUNT
               PERFORM B106-MARK-SUSPENSE-DONE
           ELSE
               DISPLAY "TRANPOST: SUSPENSE ITEM " SUS-ID
                   " LEFT FOR RECYCLE - " WS-REJECT-REASON
           END-IF.

       B107-FILE-LEG.
           IF WS-XL-DC-CODE = 'D'
               MOVE WS-XFER-LEG TO WS-XF-DR-LEG(WS-XFER-SUB)
               MOVE 'Y' TO WS-XF-DR-FLAG(WS-XFER-SUB)
           ELSE
               MOVE WS-XFER-LEG TO WS-XF-CR-LEG(WS-XFER-SUB)
               MOVE 'Y' TO WS-XF-CR-FLAG(WS-XFER-SUB)
           END-IF.
           MOVE 'Y' TO XFER-TABLED.

      ****************************************************************
      *  B110-POST-ONE-PAIR POSTS THE NEXT TRANSFER IN THE TABLE,    *
      *  BOTH LEGS OR NEITHER.  THE PAIR IS REFUSED WHEN A LEG IS    *
      *  MISSING, THE LEGS DO NOT AGREE ON AMOUNT AND ACCOUNTS, THE  *
      *  CREDIT ACCOUNT CANNOT TAKE THE CREDIT, OR THE DEBIT ACCOUNT *
      *  CANNOT TAKE THE DEBIT WITHIN ITS BALANCE AND ITS AVAILABLE  *
      *  BALANCE.  WS-XFER-FAIL-LEG NAMES THE LEG AT FAULT, OR 'B'   *
      *  WHEN THE FAULT LIES WITH THE PAIR                           *
      ****************************************************************
       B110-POST-ONE-PAIR.
           ADD 1 TO WS-XFER-SUB.
           MOVE WS-XF-DR-LEG(WS-XFER-SUB) TO WS-DR-LEG.
           MOVE WS-XF-CR-LEG(WS-XFER-SUB) TO WS-CR-LEG.
           MOVE 'B' TO WS-XFER-FAIL-LEG.
           IF WS-XF-DR-FLAG(WS-XFER-SUB) NOT = 'Y' OR
              WS-XF-CR-FLAG(WS-XFER-SUB) NOT = 'Y'
               MOVE "TRANSFER LEG WITHOUT PAIR" TO WS-REJECT-REASON
               PERFORM B130-REFUSE-PAIR
               GO TO B110-POST-ONE-PAIR-EXIT
           END-IF.
           IF WS-DR-AMOUNT NOT NUMERIC OR WS-CR-AMOUNT NOT NUMERIC
               MOVE "NON-NUMERIC AMOUNT" TO WS-REJECT-REASON
               PERFORM B130-REFUSE-PAIR
               GO TO B110-POST-ONE-PAIR-EXIT
           END-IF.
           IF WS-DR-AMOUNT NOT = WS-CR-AMOUNT OR
              WS-DR-ACCT-NO NOT = WS-CR-CONTRA-ACCT OR
              WS-CR-ACCT-NO NOT = WS-DR-CONTRA-ACCT OR
              WS-DR-ACCT-NO = WS-CR-ACCT-NO
               MOVE "TRANSFER LEGS DO NOT AGREE" TO WS-REJECT-REASON
               PERFORM B130-REFUSE-PAIR
               GO TO B110-POST-ONE-PAIR-EXIT
           END-IF.
           MOVE 'C' TO WS-XFER-FAIL-LEG.
           MOVE WS-CR-ACCT-NO TO ACCT-NO-IN.
           PERFORM B120-VET-XFER-ACCOUNT.
           IF ACCT-OK-FLAG NOT = 'Y'
               PERFORM B130-REFUSE-PAIR
               GO TO B110-POST-ONE-PAIR-EXIT
           END-IF.
           COMPUTE WS-CR-NEW-BAL = WS-ACC-BAL + WS-CR-AMOUNT.
           IF WS-CR-NEW-BAL > 999999999.99
               MOVE "CREDIT EXCEEDS BALANCE MAX" TO WS-REJECT-REASON
               PERFORM B130-REFUSE-PAIR
               GO TO B110-POST-ONE-PAIR-EXIT
           END-IF.
           MOVE 'D' TO WS-XFER-FAIL-LEG.
           MOVE WS-DR-ACCT-NO TO ACCT-NO-IN.
           PERFORM B120-VET-XFER-ACCOUNT.
           IF ACCT-OK-FLAG NOT = 'Y'
               PERFORM B130-REFUSE-PAIR
               GO TO B110-POST-ONE-PAIR-EXIT
           END-IF.
           COMPUTE WS-DR-NEW-BAL = WS-ACC-BAL - WS-DR-AMOUNT.
           IF WS-DR-NEW-BAL < ZERO
               MOVE "DEBIT WOULD OVERDRAW" TO WS-REJECT-REASON
               PERFORM B130-REFUSE-PAIR
               GO TO B110-POST-ONE-PAIR-EXIT
           END-IF.
           MOVE WS-DR-ACCT-NO TO WS-HOLD-ACCT.
           PERFORM B026-SUM-HOLDS.
           IF WS-DR-NEW-BAL < WS-HELD-AMT
               MOVE "DEBIT EXCEEDS AVAILABLE BAL" TO WS-REJECT-REASON
               ADD 1 TO WS-AVAIL-REJECT-COUNT
               PERFORM B130-REFUSE-PAIR
               GO TO B110-POST-ONE-PAIR-EXIT
           END-IF.
           PERFORM B125-POST-PAIR THRU B125-POST-PAIR-EXIT.

       B110-POST-ONE-PAIR-EXIT.
           EXIT.

      ****************************************************************
      *  B120-VET-XFER-ACCOUNT READS THE MASTER RECORD FOR THE       *
      *  ACCOUNT IN ACCT-NO-IN AND, LIKE B025, PASSES IT ONLY WHEN   *
      *  IT IS STILL OPEN AND CARRIES A READABLE BAL-IN, LEAVING THE *
      *  BALANCE IN WS-ACC-BAL                                       *
      ****************************************************************
       B120-VET-XFER-ACCOUNT.
           MOVE SPACE TO ACCT-OK-FLAG.
           MOVE "ACCOUNT NOT ON FILE" TO WS-REJECT-REASON.
           READ CUS-RECS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM B122-VET-XFER-MASTER
           END-READ.

       B122-VET-XFER-MASTER.
           IF END-DATE-IN NOT = SPACES AND
              END-DATE-IN NOT = ZEROS  AND
              END-DATE-IN NOT > WS-CURRENT-DATE
               MOVE "ACCOUNT CLOSED" TO WS-REJECT-REASON
           ELSE
               IF FUNCTION TEST-NUMVAL-C(BAL-IN) NOT = ZERO
                   MOVE "UNREADABLE BALANCE ON FILE"
                       TO WS-REJECT-REASON
               ELSE
                   COMPUTE WS-ACC-BAL = FUNCTION NUMVAL-C(BAL-IN)
                   MOVE 'Y' TO ACCT-OK-FLAG
               END-IF
           END-IF.

      ****************************************************************
      *  B125-POST-PAIR POSTS A TRANSFER THAT HAS PASSED EVERY TEST. *
      *  THE DEBIT ACCOUNT, READ LAST, IS HELD WHILE THE CREDIT      *
      *  ACCOUNT IS READ BACK AND VETTED AGAIN, SO NEITHER MASTER IS *
      *  TOUCHED UNTIL BOTH ARE IN HAND.  THE DEBIT BALANCE IS THEN  *
      *  REWRITTEN, THEN THE CREDIT; IF THE CREDIT REWRITE FAILS THE *
      *  DEBIT IS PUT BACK.  ANY FAILURE REFUSES THE WHOLE PAIR.     *
      *  ONLY WHEN BOTH BALANCES ARE WRITTEN DOES EACH LEG GO TO     *
      *  TRANHIST AND STAMP ITS ACCOUNT'S ACTIVITY DATE              *
      ****************************************************************
       B125-POST-PAIR.
           MOVE IN-REC TO WS-XFER-DR-IMAGE.
           MOVE 'C' TO WS-XFER-FAIL-LEG.
           MOVE WS-CR-ACCT-NO TO ACCT-NO-IN.
           PERFORM B120-VET-XFER-ACCOUNT.
           IF ACCT-OK-FLAG NOT = 'Y'
               PERFORM B130-REFUSE-PAIR
               GO TO B125-POST-PAIR-EXIT
           END-IF.
           MOVE IN-REC TO WS-XFER-CR-IMAGE.
           MOVE 'D' TO WS-XFER-FAIL-LEG.
           MOVE WS-XFER-DR-IMAGE TO IN-REC.
           MOVE WS-DR-NEW-BAL TO WS-ACC-BAL.
           PERFORM B126-REWRITE-XFER-BALANCE.
           IF ACCT-OK-FLAG NOT = 'Y'
               PERFORM B130-REFUSE-PAIR
               GO TO B125-POST-PAIR-EXIT
           END-IF.
           MOVE 'C' TO WS-XFER-FAIL-LEG.
           MOVE WS-XFER-CR-IMAGE TO IN-REC.
           MOVE WS-CR-NEW-BAL TO WS-ACC-BAL.
           PERFORM B126-REWRITE-XFER-BALANCE.
           IF ACCT-OK-FLAG NOT = 'Y'
               PERFORM B128-BACK-OUT-DEBIT
               PERFORM B130-REFUSE-PAIR
               GO TO B125-POST-PAIR-EXIT
           END-IF.
           MOVE WS-XFER-DR-IMAGE TO IN-REC.
           MOVE WS-DR-NEW-BAL TO WS-ACC-BAL.
           MOVE WS-DR-LEG TO WS-XFER-LEG.
           PERFORM B127-RECORD-XFER-LEG.
           ADD WS-DR-AMOUNT TO WS-SUM-DEBITS.
           ADD WS-DR-AMOUNT TO WS-XFER-DR-POSTED.
           MOVE WS-XFER-CR-IMAGE TO IN-REC.
           MOVE WS-CR-NEW-BAL TO WS-ACC-BAL.
           MOVE WS-CR-LEG TO WS-XFER-LEG.
           PERFORM B127-RECORD-XFER-LEG.
           ADD WS-CR-AMOUNT TO WS-SUM-CREDITS.
           ADD WS-CR-AMOUNT TO WS-XFER-CR-POSTED.
           ADD 1 TO WS-XFER-POST-COUNT.
           ADD WS-DR-AMOUNT TO WS-SUM-XFER-POSTED.
           MOVE 'P' TO WS-XF-STATE(WS-XFER-SUB).
           MOVE "POSTED" TO WS-XF-REASON(WS-XFER-SUB).
           MOVE WS-DR-LEG TO WS-XFER-LEG.
           MOVE "POSTED" TO WS-XFER-RESULT.
           PERFORM C055-PRINT-XFER-LINE.

       B125-POST-PAIR-EXIT.
           EXIT.

      ****************************************************************
      *  B126-REWRITE-XFER-BALANCE WRITES THE NEW BALANCE IN         *
      *  WS-ACC-BAL TO THE MASTER RECORD IN THE BUFFER.  A FAILED    *
      *  REWRITE CLEARS ACCT-OK-FLAG AND SETS THE REJECT REASON      *
      ****************************************************************
       B126-REWRITE-XFER-BALANCE.
           MOVE 'Y' TO ACCT-OK-FLAG.
           MOVE WS-ACC-BAL TO WS-BAL-EDITED.
           MOVE WS-BAL-EDITED TO BAL-IN.
           REWRITE IN-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-CUS-STATUS NOT = "00"
               DISPLAY "TRANPOST: REWRITE FAILED FOR ACCOUNT "
                   ACCT-NO-IN " STATUS=" WS-CUS-STATUS
               MOVE SPACE TO ACCT-OK-FLAG
               MOVE "MASTER REWRITE FAILED" TO WS-REJECT-REASON
           END-IF.

      ****************************************************************
      *  B127-RECORD-XFER-LEG RECORDS THE LEG IN WS-XFER-LEG, WITH   *
      *  THE NEW BALANCE IN WS-ACC-BAL, ON TRANHIST AND THE ACTIVITY *
      *  FILE.  THE LEG'S MASTER RECORD IS IN THE BUFFER             *
      ****************************************************************
       B127-RECORD-XFER-LEG.
           MOVE SPACES TO HIST-REC.
           MOVE WS-CURRENT-DATE TO HIST-POST-DATE.
           MOVE WS-XL-ACCT-NO TO HIST-ACCT-NO.
           MOVE WS-XL-DC-CODE TO HIST-DC-CODE.
           MOVE WS-XL-AMOUNT TO HIST-AMOUNT.
           MOVE WS-XL-EFF-DATE TO HIST-EFF-DATE.
           MOVE WS-ACC-BAL TO HIST-NEW-BAL.
           MOVE BRANCH-CODE-IN TO HIST-BRANCH.
           MOVE "TRANPOST" TO HIST-SOURCE.
           MOVE WS-XL-INSTR-NO TO HIST-XFER-INSTR-NO.
           MOVE WS-XL-CONTRA-ACCT TO HIST-XFER-CONTRA.
           PERFORM B046-PUT-HISTORY.
           MOVE WS-XL-ACCT-NO TO WS-CURR-ACCT.
           PERFORM B035-STAMP-ACTIVITY.

      ****************************************************************
      *  B128-BACK-OUT-DEBIT PUTS THE DEBIT ACCOUNT'S MASTER RECORD  *
      *  BACK AS IT WAS READ WHEN THE CREDIT LEG CANNOT BE WRITTEN,  *
      *  SO THE REFUSED PAIR LEAVES BOTH BALANCES UNCHANGED          *
      ****************************************************************
       B128-BACK-OUT-DEBIT.
           MOVE WS-XFER-DR-IMAGE TO IN-REC.
           REWRITE IN-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-CUS-STATUS NOT = "00"
               DISPLAY "TRANPOST: DEBIT BACK-OUT FAILED FOR ACCOUNT "
                   ACCT-NO-IN " STATUS=" WS-CUS-STATUS
               DISPLAY "TRANPOST: BALANCE OF ACCOUNT " ACCT-NO-IN
                   " MUST BE CORRECTED BY HAND"
           END-IF.

      ****************************************************************
      *  B130-REFUSE-PAIR SENDS EVERY LEG OF A REFUSED TRANSFER TO   *
      *  TRANREJ AND SUSPENSE.  THE LEG AT FAULT CARRIES THE REASON; *
      *  ITS PARTNER IS MARKED OTHER TRANSFER LEG REJECTED SO THE    *
      *  CLERK RECYCLES THE TWO TOGETHER                             *
      ****************************************************************
       B130-REFUSE-PAIR.
           ADD 1 TO WS-XFER-FAIL-COUNT.
           MOVE WS-REJECT-REASON TO WS-XFER-REASON.
           MOVE 'X' TO WS-XF-STATE(WS-XFER-SUB).
           MOVE WS-XFER-REASON TO WS-XF-REASON(WS-XFER-SUB).
           IF WS-XF-CR-FLAG(WS-XFER-SUB) = 'Y'
               MOVE WS-CR-LEG TO WS-XFER-LEG
               IF WS-XFER-FAIL-LEG = 'D'
                   MOVE "OTHER TRANSFER LEG REJECTED"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE WS-XFER-REASON TO WS-REJECT-REASON
               END-IF
               PERFORM B135-REFUSE-LEG
           END-IF.
           IF WS-XF-DR-FLAG(WS-XFER-SUB) = 'Y'
               MOVE WS-DR-LEG TO WS-XFER-LEG
               IF WS-XFER-FAIL-LEG = 'C'
                   MOVE "OTHER TRANSFER LEG REJECTED"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE WS-XFER-REASON TO WS-REJECT-REASON
               END-IF
               PERFORM B135-REFUSE-LEG
           END-IF.
           IF WS-XF-DR-FLAG(WS-XFER-SUB) = 'Y'
               IF WS-DR-AMOUNT NUMERIC
                   ADD WS-DR-AMOUNT TO WS-SUM-XFER-FAILED
               END-IF
           ELSE
               IF WS-CR-AMOUNT NUMERIC
                   ADD WS-CR-AMOUNT TO WS-SUM-XFER-FAILED
               END-IF
           END-IF.
           MOVE WS-XFER-REASON TO WS-XFER-RESULT.
           PERFORM C055-PRINT-XFER-LINE.

      ****************************************************************
      *  B135-REFUSE-LEG WRITES THE TRANSFER LEG IN WS-XFER-LEG TO   *
      *  THE REJECT FILE AND SUSPENSE WITH THE REASON IN             *
      *  WS-REJECT-REASON.  THE LEG KEEPS ITS INSTRUCTION NUMBER ON  *
      *  SUSPENSE, SO IT COMES BACK HERE WHEN RECYCLED               *
      ****************************************************************
       B135-REFUSE-LEG.
           MOVE SPACES TO REJ-REC.
           MOVE WS-XL-ACCT-NO TO REJ-ACCT-NO.
           MOVE WS-XL-DC-CODE TO REJ-DC-CODE.
           MOVE WS-XL-AMOUNT TO REJ-AMOUNT.
           MOVE WS-XL-EFF-DATE TO REJ-EFF-DATE.
           MOVE WS-REJECT-REASON TO REJ-REASON.
           WRITE REJ-REC.
           MOVE WS-XFER-LEG TO WS-SUSP-IMAGE.
           PERFORM B066-WRITE-SUSPENSE-ITEM.
           ADD 1 TO WS-XFER-SUSP-COUNT.

      ****************************************************************
      *  C020-WRITE-CURRENT-LINE WRITES THE JOURNAL LINE STAGED IN    *
      *  WS-JRNL-LINE, BREAKING TO A NEW PAGE FIRST WHEN THE CURRENT  *
               AT END MOVE 'Y' TO SUSP-EOF
           END-READ.

       READ-HOLD-NEXT.
           READ HOLD-FILE NEXT RECORD
               AT END MOVE 'Y' TO HOLD-EOF
           END-READ.

       READ-HIST-RECORD.
           READ HIST-OUT NEXT RECORD
               AT END MOVE 'Y' TO HIST-EOF
           END-READ.

       READ-XFER-RECORD.
           READ XFER-IN
               AT END MOVE 'Y' TO XFERIN-EOF
           END-READ.

      ****************************************************************
      *  C030-PRINT-REVERSALS PRINTS THE JOURNAL'S REVERSAL SECTION: *
      *  EVERY REVERSAL OFFERED TODAY, THE ORIGINAL IT NAMED, AND    *
      *  WHETHER IT POSTED OR WHY IT WAS REJECTED                    *
      ****************************************************************
       C030-PRINT-REVERSALS.
           MOVE HEADER-3 TO WS-JRNL-LINE.
           PERFORM C020-WRITE-CURRENT-LINE.
           MOVE REVERSAL-HEAD-1 TO WS-JRNL-LINE.
           PERFORM C020-WRITE-CURRENT-LINE.
           MOVE REVERSAL-HEAD-2 TO WS-JRNL-LINE.
           PERFORM C020-WRITE-CURRENT-LINE.
           MOVE ZERO TO WS-SUB.
           PERFORM C035-PRINT-ONE-REVERSAL
               UNTIL WS-SUB >= WS-REV-COUNT.

       C035-PRINT-ONE-REVERSAL.
           ADD 1 TO WS-SUB.
           MOVE WS-RV-ACCT-NO(WS-SUB) TO RVL-ACCT-NO.
           IF WS-RV-ORIG-DC(WS-SUB) = 'C'
               MOVE "CREDIT" TO RVL-ORIG-DC
           ELSE
               MOVE "DEBIT " TO RVL-ORIG-DC
           END-IF.
           MOVE WS-RV-ORIG-DATE(WS-SUB) TO RVL-ORIG-DATE.
           MOVE WS-RV-AMOUNT(WS-SUB) TO RVL-AMOUNT.
           MOVE WS-RV-EFF-DATE(WS-SUB) TO RVL-EFF-DATE.
           MOVE WS-RV-REASON(WS-SUB) TO RVL-RESULT.
           MOVE REVERSAL-LINE TO WS-JRNL-LINE.
           PERFORM C020-WRITE-CURRENT-LINE.

      ****************************************************************
      *  C040-WRITE-TRAILER WRITES THE CONTROL TOTALS SO THE BALANCING*
      *  TEAM CAN RECONCILE THE JOURNAL AGAINST THE TRANSACTION FILE  *
           WRITE JRNL-REC-OUT FROM TRAILER-8.
           MOVE WS-RECYCLE-COUNT TO TRL-RECYCLE-COUNT.
           WRITE JRNL-REC-OUT FROM TRAILER-9.
           MOVE WS-REV-POST-COUNT TO TRL-REV-POST-COUNT.
           WRITE JRNL-REC-OUT FROM TRAILER-10.
           MOVE WS-REV-REJECT-COUNT TO TRL-REV-REJECT-COUNT.
           WRITE JRNL-REC-OUT FROM TRAILER-11.
           MOVE WS-SUM-REV-CREDITS TO TRL-SUM-REV-CREDITS.
           WRITE JRNL-REC-OUT FROM TRAILER-12.
           MOVE WS-SUM-REV-DEBITS TO TRL-SUM-REV-DEBITS.
           WRITE JRNL-REC-OUT FROM TRAILER-13.
           MOVE WS-AVAIL-REJECT-COUNT TO TRL-AVAIL-REJECT-COUNT.
           WRITE JRNL-REC-OUT FROM TRAILER-14.
           MOVE WS-XFER-POST-COUNT TO TRL-XFER-POST-COUNT.
           WRITE JRNL-REC-OUT FROM TRAILER-15.
           MOVE WS-XFER-FAIL-COUNT TO TRL-XFER-FAIL-COUNT.
           WRITE JRNL-REC-OUT FROM TRAILER-16.
           MOVE WS-SUM-XFER-POSTED TO TRL-SUM-XFER-POSTED.
           WRITE JRNL-REC-OUT FROM TRAILER-17.

      ****************************************************************
      *  C050-WRITE-XFER-HEADERS STARTS A PAGE OF THE STANDING-ORDER *
      *  TRANSFER REGISTER                                           *
      ****************************************************************
       C050-WRITE-XFER-HEADERS.
           ADD 1 TO WS-XREG-PAGE-COUNT.
           MOVE SPACES TO XREG-REC-OUT.
           MOVE "STANDING-ORDER TRANSFER POSTING REGISTER" TO TITLE-1.
           MOVE WS-XREG-PAGE-COUNT TO PAGE-NO-1.
           WRITE XREG-REC-OUT FROM HEADER-1 AFTER ADVANCING PAGE.
           MOVE WS-CURRENT-YEAR  TO YEAR-2.
           MOVE WS-CURRENT-MONTH TO MONTH-2.
           MOVE WS-CURRENT-DAY   TO DAY-2.
           WRITE XREG-REC-OUT FROM HEADER-2.
           WRITE XREG-REC-OUT FROM XREG-HEAD.
           WRITE XREG-REC-OUT FROM HEADER-3.
           MOVE ZERO TO WS-XREG-LINE-COUNT.

      ****************************************************************
      *  C055-PRINT-XFER-LINE LISTS THE TRANSFER THE LEG IN          *
      *  WS-XFER-LEG BELONGS TO, FROM ACCOUNT AND TO ACCOUNT, WITH   *
      *  THE RESULT IN WS-XFER-RESULT                                *
      ****************************************************************
       C055-PRINT-XFER-LINE.
           MOVE WS-XL-INSTR-NO TO XRL-INSTR-NO.
           MOVE WS-XL-DUE-DATE TO XRL-DUE-DATE.
           IF WS-XL-DC-CODE = 'C'
               MOVE WS-XL-CONTRA-ACCT TO XRL-FROM-ACCT
               MOVE WS-XL-ACCT-NO TO XRL-TO-ACCT
           ELSE
               MOVE WS-XL-ACCT-NO TO XRL-FROM-ACCT
               MOVE WS-XL-CONTRA-ACCT TO XRL-TO-ACCT
           END-IF.
           MOVE WS-XL-AMOUNT TO XRL-AMOUNT.
           MOVE WS-XFER-RESULT TO XRL-RESULT.
           MOVE XREG-LINE TO WS-XREG-LINE.
           IF WS-XREG-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM C050-WRITE-XFER-HEADERS
           END-IF.
           WRITE XREG-REC-OUT FROM WS-XREG-LINE.
           ADD 1 TO WS-XREG-LINE-COUNT.

      ****************************************************************
      *  C070-WRITE-XFER-TRAILER WRITES THE REGISTER'S CONTROL       *
      *  TOTALS.  TRANSFER DEBITS AND CREDITS POSTED MUST NET TO     *
      *  ZERO, AND EVERY LEG READ OR RECYCLED IS EITHER POSTED OR ON *
      *  SUSPENSE                                                    *
      ****************************************************************
       C070-WRITE-XFER-TRAILER.
           MOVE SPACES TO XREG-REC-OUT.
           WRITE XREG-REC-OUT FROM HEADER-3.
           MOVE WS-XFER-READ-COUNT TO XTR-READ-COUNT.
           WRITE XREG-REC-OUT FROM XREG-TRAILER-1.
           MOVE WS-XFER-RECYCLE-COUNT TO XTR-RECYCLE-COUNT.
           WRITE XREG-REC-OUT FROM XREG-TRAILER-2.
           MOVE WS-XFER-REFUSE-COUNT TO XTR-REFUSE-COUNT.
           WRITE XREG-REC-OUT FROM XREG-TRAILER-3.
           MOVE WS-XFER-COUNT TO XTR-PAIR-COUNT.
           WRITE XREG-REC-OUT FROM XREG-TRAILER-4.
           MOVE WS-XFER-POST-COUNT TO XTR-POST-COUNT.
           WRITE XREG-REC-OUT FROM XREG-TRAILER-5.
           MOVE WS-XFER-FAIL-COUNT TO XTR-FAIL-COUNT.
           WRITE XREG-REC-OUT FROM XREG-TRAILER-6.
           MOVE WS-XFER-SUSP-COUNT TO XTR-SUSP-COUNT.
           WRITE XREG-REC-OUT FROM XREG-TRAILER-7.
           MOVE WS-XFER-DR-POSTED TO XTR-DR-POSTED.
           WRITE XREG-REC-OUT FROM XREG-TRAILER-8.
           MOVE WS-XFER-CR-POSTED TO XTR-CR-POSTED.
           WRITE XREG-REC-OUT FROM XREG-TRAILER-9.
           COMPUTE WS-XFER-NET = WS-XFER-DR-POSTED - WS-XFER-CR-POSTED.
           MOVE WS-XFER-NET TO XTR-NET.
           WRITE XREG-REC-OUT FROM XREG-TRAILER-10.
           MOVE WS-SUM-XFER-FAILED TO XTR-FAILED.
           WRITE XREG-REC-OUT FROM XREG-TRAILER-11.

      ****************************************************************
      *  R010-CHECK-RUN-CONTROL OPENS THE RUN-CONTROL LEDGER BEFORE  *
      *  ANY OTHER FILE IS TOUCHED AND DECIDES WHETHER THIS RUN MAY  *
      *  START FOR THE BUSINESS DATE: THE PREDECESSOR STEP MUST      *
      *  HAVE COMPLETED, AND THIS PROGRAM MUST NOT ALREADY HAVE      *
      *  COMPLETED OR BE LEFT PART-WAY THROUGH.  AN OPERATOR RERUN   *
      *  OVERRIDE CARD FOR THIS PROGRAM AND DATE WAIVES THE CHECKS.  *
      *  A RUN ALLOWED TO START IS STAMPED 'S' ON THE LEDGER; A      *
      *  REFUSED ONE ENDS WITH RETURN CODE 12 AND NO FILE TOUCHED    *
      ****************************************************************
       R010-CHECK-RUN-CONTROL.
           OPEN I-O RC-FILE.
           IF WS-RC-STATUS NOT = "00" AND WS-RC-STATUS NOT = "05"
               DISPLAY "TRANPOST: CANNOT OPEN RUNCTL, STATUS="
                   WS-RC-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM R020-READ-OVERRIDE.
           IF WS-RC-OVERRIDE = 'Y'
               PERFORM R060-STAMP-RUN-START
               GO TO R010-CHECK-RUN-CONTROL-EXIT
           END-IF.
           PERFORM R030-CHECK-OWN-RUN.
           IF WS-RC-REFUSAL NOT = SPACES
               GO TO R090-RUN-REFUSED
           END-IF.
           PERFORM R050-CHECK-PREDECESSOR.
           IF WS-RC-REFUSAL NOT = SPACES
               GO TO R090-RUN-REFUSED
           END-IF.
           PERFORM R060-STAMP-RUN-START.

       R010-CHECK-RUN-CONTROL-EXIT.
           EXIT.

      ****************************************************************
      *  R020-READ-OVERRIDE LOOKS FOR A RERUN CARD NAMING THIS       *
      *  PROGRAM AND THE BUSINESS DATE ON THE OPTIONAL RUNOVR FILE   *
      ****************************************************************
       R020-READ-OVERRIDE.
           OPEN INPUT OVR-IN.
           PERFORM READ-OVR-RECORD.
           PERFORM R025-TEST-OVERRIDE
               UNTIL OVR-EOF = 'Y'.
           CLOSE OVR-IN.

       R025-TEST-OVERRIDE.
           IF ROV-PROGRAM = WS-RC-PROGRAM AND
              ROV-BUS-DATE = WS-RC-BUS-DATE AND
              ROV-RERUN AND
              ROV-USER NOT = SPACES
               MOVE 'Y' TO WS-RC-OVERRIDE
               MOVE ROV-USER TO WS-RC-OVR-USER
               DISPLAY "TRANPOST: RERUN OVERRIDE FOR " WS-RC-BUS-DATE
                   " BY " ROV-USER " - " ROV-REASON
           END-IF.
           PERFORM READ-OVR-RECORD.

      ****************************************************************
      *  R030-CHECK-OWN-RUN REFUSES A SECOND RUN FOR THE SAME        *
      *  BUSINESS DATE, WHETHER THE FIRST ONE COMPLETED OR STARTED   *
      *  AND NEVER FINISHED.  A RUN THAT ENDED 'F' MAY BE RERUN      *
      ****************************************************************
       R030-CHECK-OWN-RUN.
           MOVE WS-RC-BUS-DATE TO RC-BUS-DATE.
           MOVE WS-RC-PROGRAM TO RC-PROGRAM.
           READ RC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RC-COMPLETE
                       MOVE "ALREADY COMPLETED FOR THIS BUSINESS DATE"
                           TO WS-RC-REFUSAL
                   END-IF
                   IF RC-STARTED
                       MOVE "EARLIER RUN FOR THIS DATE NEVER FINISHED"
                           TO WS-RC-REFUSAL
                   END-IF
           END-READ.

      ****************************************************************
      *  R050-CHECK-PREDECESSOR REFUSES THE RUN UNLESS SORDGEN HAS   *
      *  COMPLETED FOR THE SAME BUSINESS DATE                        *
      ****************************************************************
       R050-CHECK-PREDECESSOR.
           PERFORM R055-CHECK-STEP-COMPLETE.

      ****************************************************************
      *  R055-CHECK-STEP-COMPLETE REFUSES THE RUN UNLESS THE STEP    *
      *  NAMED IN WS-RC-PRED HAS A COMPLETED LEDGER RECORD FOR THE   *
      *  BUSINESS DATE                                               *
      ****************************************************************
       R055-CHECK-STEP-COMPLETE.
           MOVE WS-RC-BUS-DATE TO RC-BUS-DATE.
           MOVE WS-RC-PRED TO RC-PROGRAM.
           READ RC-FILE
               INVALID KEY
                   MOVE SPACE TO RC-STATUS
           END-READ.
           IF NOT RC-COMPLETE
               STRING WS-RC-PRED DELIMITED BY SPACE
                      " HAS NOT COMPLETED FOR THIS BUSINESS DATE"
                          DELIMITED BY SIZE
                   INTO WS-RC-REFUSAL
           END-IF.

      ****************************************************************
      *  R060-STAMP-RUN-START WRITES (OR, FOR A RERUN, REWRITES) THE *
      *  LEDGER RECORD FOR THIS PROGRAM AND BUSINESS DATE AS STARTED *
      *  WITH THE START TIME, THE RUN NUMBER, AND THE OVERRIDING     *
      *  OPERATOR, IF ANY, AND CLEARS THE TOTALS OF ANY EARLIER RUN  *
      ****************************************************************
       R060-STAMP-RUN-START.
           MOVE ZERO TO WS-RC-RUN-COUNT.
           MOVE SPACE TO WS-RC-ON-FILE.
           MOVE WS-RC-BUS-DATE TO RC-BUS-DATE.
           MOVE WS-RC-PROGRAM TO RC-PROGRAM.
           READ RC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RC-ON-FILE
                   MOVE RC-RUN-COUNT TO WS-RC-RUN-COUNT
           END-READ.
           ADD 1 TO WS-RC-RUN-COUNT.
           MOVE SPACES TO RC-REC.
           MOVE WS-RC-BUS-DATE TO RC-BUS-DATE.
           MOVE WS-RC-PROGRAM TO RC-PROGRAM.
           MOVE 'S' TO RC-STATUS.
           MOVE WS-RC-PROGRAM TO RC-PERIOD-PGM.
           MOVE WS-RC-PERIOD TO RC-PERIOD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-START-STAMP.
           MOVE WS-RC-RUN-COUNT TO RC-RUN-COUNT.
           MOVE WS-RC-OVR-USER TO RC-OVERRIDE-USER.
           MOVE ZEROS TO RC-TOTALS.
           IF WS-RC-ON-FILE = 'Y'
               REWRITE RC-REC
                   INVALID KEY
                       DISPLAY "TRANPOST: RUNCTL REWRITE FAILED, "
                           "STATUS=" WS-RC-STATUS
               END-REWRITE
           ELSE
               WRITE RC-REC
                   INVALID KEY
                       DISPLAY "TRANPOST: RUNCTL WRITE FAILED, "
                           "STATUS=" WS-RC-STATUS
               END-WRITE
           END-IF.

      ****************************************************************
      *  R070-SET-CONTROL-TOTALS CARRIES THE JOURNAL TRAILER TOTALS  *
      *  ONTO THE LEDGER: COUNT 1 TRANSACTIONS READ, 2 POSTED,       *
      *  3 REJECTED, 4 SUSPENSE ITEMS RECYCLED, 5 HISTORY RECORDS    *
      *  WRITTEN, 6 ACCOUNTS UPDATED, 7 REVERSALS POSTED,            *
      *  8 REVERSALS REJECTED, 9 DEBITS REFUSED AS OVER THE          *
      *  AVAILABLE BALANCE, 10 TRANSFER PAIRS POSTED, 11 TRANSFER    *
      *  PAIRS REFUSED, 12 TRANSFER LEGS READ FROM XFERIN; AMOUNT    *
      *  1 CREDITS POSTED, 2 DEBITS POSTED, 3 CREDITS REVERSED,      *
      *  4 DEBITS REVERSED, 5 TRANSFER AMOUNT POSTED, 6 TRANSFER     *
      *  AMOUNT REFUSED.  TRANSFER LEGS POSTED ARE IN THE CREDITS    *
      *  AND DEBITS POSTED AND THE HISTORY RECORDS WRITTEN BUT NOT   *
      *  IN THE TRANSACTIONS READ OR POSTED                          *
      ****************************************************************
       R070-SET-CONTROL-TOTALS.
           MOVE WS-TRAN-COUNT TO RC-COUNT-1.
           MOVE WS-POST-COUNT TO RC-COUNT-2.
           MOVE WS-REJECT-COUNT TO RC-COUNT-3.
           MOVE WS-RECYCLE-COUNT TO RC-COUNT-4.
           MOVE WS-HIST-COUNT TO RC-COUNT-5.
           MOVE WS-ACCT-COUNT TO RC-COUNT-6.
           MOVE WS-SUM-CREDITS TO RC-AMOUNT-1.
           MOVE WS-SUM-DEBITS TO RC-AMOUNT-2.
           MOVE WS-REV-POST-COUNT TO RC-COUNT-7.
           MOVE WS-REV-REJECT-COUNT TO RC-COUNT-8.
           MOVE WS-AVAIL-REJECT-COUNT TO RC-COUNT-9.
           MOVE WS-SUM-REV-CREDITS TO RC-AMOUNT-3.
           MOVE WS-SUM-REV-DEBITS TO RC-AMOUNT-4.
           MOVE WS-XFER-POST-COUNT TO RC-COUNT-10.
           MOVE WS-XFER-FAIL-COUNT TO RC-COUNT-11.
           MOVE WS-XFER-READ-COUNT TO RC-COUNT-12.
           MOVE WS-SUM-XFER-POSTED TO RC-AMOUNT-5.
           MOVE WS-SUM-XFER-FAILED TO RC-AMOUNT-6.

      ****************************************************************
      *  R080-STAMP-RUN-END MARKS THIS RUN'S LEDGER RECORD WITH THE  *
      *  END STATUS IN WS-RC-END-STATUS ('C' OR 'F'), THE END TIME,  *
      *  THE PERIOD COVERED, AND THE TRAILER CONTROL TOTALS, THEN    *
      *  CLOSES THE LEDGER                                           *
      ****************************************************************
       R080-STAMP-RUN-END.
           MOVE WS-RC-BUS-DATE TO RC-BUS-DATE.
           MOVE WS-RC-PROGRAM TO RC-PROGRAM.
           READ RC-FILE
               INVALID KEY
                   DISPLAY "TRANPOST: RUNCTL RECORD MISSING AT END "
                       "OF RUN"
               NOT INVALID KEY
                   MOVE WS-RC-END-STATUS TO RC-STATUS
                   MOVE WS-RC-PERIOD TO RC-PERIOD
                   MOVE FUNCTION CURRENT-DATE(1:14) TO RC-END-STAMP
                   PERFORM R070-SET-CONTROL-TOTALS
                   REWRITE RC-REC
                       INVALID KEY
                           DISPLAY "TRANPOST: RUNCTL REWRITE FAILED, "
                               "STATUS=" WS-RC-STATUS
                   END-REWRITE
           END-READ.
           CLOSE RC-FILE.

      ****************************************************************
      *  R090-RUN-REFUSED ENDS A RUN THE LEDGER WILL NOT ALLOW WITH  *
      *  RETURN CODE 12 SO THE STREAM STOPS FOR THE OPERATOR         *
      ****************************************************************
       R090-RUN-REFUSED.
           DISPLAY "TRANPOST: RUN REFUSED FOR BUSINESS DATE "
               WS-RC-BUS-DATE.
           DISPLAY "TRANPOST: " WS-RC-REFUSAL.
           DISPLAY "TRANPOST: A RUNOVR RERUN CARD IS NEEDED TO FORCE "
               "THIS RUN".
           CLOSE RC-FILE.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

       READ-OVR-RECORD.
           READ OVR-IN
               AT END MOVE 'Y' TO OVR-EOF
           END-READ.

      ****************************************************************
      *  FATAL-STOP ABANDONS THE RUN WHEN CUSTRECS CANNOT BE OPENED   *
      *  RATHER THAN POSTING INTO A MISSING OR UNUSABLE MASTER, AND  *
      *  MARKS THE RUN FAILED ON THE RUN-CONTROL LEDGER              *
      ****************************************************************
       FATAL-STOP.
           CLOSE JRNL-OUT.
           CLOSE REJECT-OUT.
           CLOSE XFER-REG.
           CLOSE HIST-OUT.
           MOVE 'F' TO WS-RC-END-STATUS.
           PERFORM R080-STAMP-RUN-END.
           STOP RUN.
