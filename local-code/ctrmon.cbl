       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CTRMON.
       AUTHOR.        STUDENT.
      *
      * MODIFICATION HISTORY:
      *   2026.10.15  SEC  NEW PROGRAM.  DAILY BSA CURRENCY TRANSACTION
      *                    AND STRUCTURING MONITOR.  READS THE CREDIT
      *                    AND DEBIT MOVEMENTS ON TRANHIST POSTED IN
      *                    THE MONITORING WINDOW ENDING ON THE BUSINESS
      *                    DATE AND GROUPS THEM BY CUSTOMER ACROSS ALL
      *                    THEIR ACCOUNTS, BY LAST AND FIRST NAME AS
      *                    HOUSEHLD DOES.  A CUSTOMER WHOSE CREDITS OR
      *                    DEBITS FOR THE DAY EXCEED THE CTR THRESHOLD
      *                    IS RAISED FOR CTR FILING; ONE WITH REPEATED
      *                    MOVEMENTS WITHIN THE MARGIN JUST UNDER THE
      *                    THRESHOLD IN THE WINDOW IS RAISED FOR
      *                    POSSIBLE STRUCTURING.  THRESHOLD, MARGIN,
      *                    WINDOW, AND REPEAT COUNT COME FROM PARMIN.
      *                    CASES AND THEIR CONTRIBUTING MOVEMENTS GO TO
      *                    THE CTRCASE FILE AND ARE PRINTED FOR REVIEW
      *                    BY BRANCH AND OFFICER.  THE INDEXED CTRALRT
      *                    ALERT HISTORY KEEPS A PATTERN ALREADY RAISED
      *                    FROM BEING RAISED AGAIN UNTIL SOMETHING NEW
      *                    POSTS TO IT.  RUNS IN THE NIGHTLY STREAM
      *                    AFTER TRANPOST UNDER THE RUNCTL RUN-CONTROL
      *                    LEDGER.
      *   2026.10.15  SEC  TRANHIST IS NOW INDEXED BY POSTING DATE.  THE
      *                    MONITOR STARTS AT THE FIRST DAY OF THE WINDOW
      *                    AND STOPS PAST THE BUSINESS DATE INSTEAD OF
      *                    READING THE WHOLE HISTORY, SO HISTORY RECORDS
      *                    READ NOW COUNTS ONLY THE WINDOW.
      *   2026.10.15  SEC  THE CASE WRITE IS PERFORMED THROUGH ITS EXIT,
      *                    SO RUNNING OUT OF CASE NUMBERS NO LONGER
      *                    FALLS INTO THE FOLLOWING PARAGRAPHS.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUS-RECS ASSIGN TO CUSTRECS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NO-IN
               FILE STATUS IS WS-CUS-STATUS.
           SELECT OPTIONAL ALH-FILE ASSIGN TO CTRALRT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALH-KEY
               FILE STATUS IS WS-ALH-STATUS.
           SELECT OPTIONAL PARM-IN ASSIGN TO PARMIN.
           SELECT HIST-IN ASSIGN TO TRANHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-ACCT-NO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-EFF-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-HIS-STATUS.
           SELECT CASE-OUT ASSIGN TO CTRCASE.
           SELECT RPT-OUT ASSIGN TO CTRRPT.
           SELECT SORT-WORK ASSIGN TO SORTWK01.
           SELECT SORT-WORK2 ASSIGN TO SORTWK02.
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
       FD  CUS-RECS RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY CUSTREC.
      *
       FD  ALH-FILE RECORD CONTAINS 100 CHARACTERS RECORDING MODE F.
           COPY CTRALRT.
      *
      ****************************************************************
      *  PARMIN CARRIES THE MONITORING PARAMETERS.  A FIELD LEFT     *
      *  BLANK, OR THE WHOLE CARD MISSING, TAKES THE STANDARD VALUE: *
      *  THRESHOLD 10,000.00, MARGIN 1,000.00, WINDOW 5 DAYS, AND    *
      *  2 MOVEMENTS TO MAKE A REPEATED PATTERN                      *
      ****************************************************************
       FD  PARM-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  PARM-REC.
           05  CTP-THRESHOLD      PIC 9(09)V99.
           05  CTP-THRESHOLD-X REDEFINES CTP-THRESHOLD PIC X(11).
           05  CTP-MARGIN         PIC 9(09)V99.
           05  CTP-MARGIN-X REDEFINES CTP-MARGIN PIC X(11).
           05  CTP-WINDOW-DAYS    PIC 9(03).
           05  CTP-MIN-COUNT      PIC 9(03).
           05                     PIC X(52).
      *
       FD  HIST-IN RECORD CONTAINS 100 CHARACTERS RECORDING MODE F.
           COPY TRANHIST.
      *
       FD  CASE-OUT RECORD CONTAINS 128 CHARACTERS RECORDING MODE F.
       01  CASE-OUT-REC           PIC X(128).
      *
       FD  RPT-OUT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  RPT-REC-OUT            PIC X(80).
      *
       FD  RC-FILE RECORD CONTAINS 300 CHARACTERS RECORDING MODE F.
           COPY RUNCTL.
      *
       FD  OVR-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY RUNOVR.
      *
       SD  SORT-WORK.
       01  SW-RECORD.
           05  SW-LAST-NAME   PIC X(22).
           05  SW-FIRST-NAME  PIC X(11).
           05  SW-ACCT-NO     PIC 9(09).
           05  SW-POST-DATE   PIC 9(08).
           05  SW-DC-CODE     PIC X(01).
           05  SW-AMOUNT      PIC 9(09)V99.
           05  SW-EFF-DATE    PIC X(08).
           05  SW-HIST-BRANCH PIC X(03).
           05  SW-SOURCE      PIC X(08).
           05  SW-BRANCH      PIC X(03).
           05  SW-OFFICER     PIC X(07).
      *
       SD  SORT-WORK2.
       01  SW2-RECORD.
           05  SW2-CASE-NO    PIC 9(12).
           05  SW2-REC-TYPE   PIC X(01).
           05  SW2-LINE-NO    PIC 9(04).
           05  SW2-BRANCH     PIC X(03).
           05  SW2-OFFICER    PIC X(07).
           05                 PIC X(101).
      *

       WORKING-STORAGE SECTION.

       01  PGM-VARIABLES.
           05  WS-HIST-READ    PIC 9(07)      VALUE ZERO.
           05  WS-SELECT-COUNT PIC 9(07)      VALUE ZERO.
           05  WS-XFER-SKIP    PIC 9(07)      VALUE ZERO.
           05  WS-NOFILE-COUNT PIC 9(07)      VALUE ZERO.
           05  WS-CUST-COUNT   PIC 9(07)      VALUE ZERO.
           05  WS-CTR-CASES    PIC 9(07)      VALUE ZERO.
           05  WS-STR-CASES    PIC 9(07)      VALUE ZERO.
           05  WS-NEW-CASES    PIC 9(07)      VALUE ZERO.
           05  WS-REPEAT-CASES PIC 9(07)      VALUE ZERO.
           05  WS-SUPPRESS-COUNT PIC 9(07)    VALUE ZERO.
           05  WS-UNTABLED-COUNT PIC 9(07)    VALUE ZERO.
           05  WS-DAY-CREDITS  PIC 9(13)V99   VALUE ZERO.
           05  WS-DAY-DEBITS   PIC 9(13)V99   VALUE ZERO.
           05  WS-CASE-AMOUNT  PIC 9(13)V99   VALUE ZERO.

       01  MONITOR-PARMS.
           05  WS-THRESHOLD    PIC 9(09)V99   VALUE 10000.00.
           05  WS-MARGIN       PIC 9(09)V99   VALUE 1000.00.
           05  WS-WINDOW-DAYS  PIC 9(03)      VALUE 5.
           05  WS-MIN-COUNT    PIC 9(03)      VALUE 2.
           05  WS-NEAR-FLOOR   PIC 9(09)V99   VALUE ZERO.
           05  WS-WINDOW-START PIC 9(08)      VALUE ZERO.

       01  WS-CUS-STATUS       PIC X(02)      VALUE "00".

       01  WS-ALH-STATUS       PIC X(02)      VALUE "00".

       01  WS-HIS-STATUS       PIC X(02)      VALUE "00".

       01  WS-INT-DATE         PIC 9(07)      VALUE ZERO.

      ****************************************************************
      *  THE CUSTOMER NOW BEING ASSESSED: NAME, THE BRANCH AND       *
      *  OFFICER OF THE LOWEST-NUMBERED ACCOUNT WITH MOVEMENTS IN    *
      *  THE WINDOW, THE DAY'S CREDIT AND DEBIT TOTALS, THE COUNT    *
      *  AND LATEST POST DATE OF MOVEMENTS JUST UNDER THE THRESHOLD, *
      *  AND THE MOVEMENTS THEMSELVES FOR THE CASE FILE.  A MOVEMENT *
      *  IS NEAR ('Y') WHEN IT FALLS WITHIN THE MARGIN BELOW THE     *
      *  THRESHOLD                                                   *
      ****************************************************************
       01  CUSTOMER-GROUP.
           05  WS-GRP-LAST     PIC X(22)      VALUE SPACES.
           05  WS-GRP-FIRST    PIC X(11)      VALUE SPACES.
           05  WS-GRP-BRANCH   PIC X(03)      VALUE SPACES.
           05  WS-GRP-OFFICER  PIC X(07)      VALUE SPACES.
           05  WS-GRP-PREV-ACCT PIC 9(09)     VALUE ZERO.
           05  WS-GRP-ACCTS    PIC 9(03)      VALUE ZERO.
           05  WS-GRP-DAY-CR   PIC 9(11)V99   VALUE ZERO.
           05  WS-GRP-DAY-DR   PIC 9(11)V99   VALUE ZERO.
           05  WS-GRP-NEAR-COUNT PIC 9(05)    VALUE ZERO.
           05  WS-GRP-NEAR-LAST PIC 9(08)     VALUE ZERO.

       01  WS-MOVE-TABLE.
           05  WS-MOVE-COUNT   PIC 9(03)      VALUE ZERO COMP.
           05  WS-MOVE-ENTRY OCCURS 200 TIMES.
               10  WS-MV-POST-DATE PIC 9(08).
               10  WS-MV-ACCT-NO   PIC 9(09).
               10  WS-MV-DC-CODE   PIC X(01).
               10  WS-MV-AMOUNT    PIC 9(09)V99.
               10  WS-MV-EFF-DATE  PIC X(08).
               10  WS-MV-BRANCH    PIC X(03).
               10  WS-MV-SOURCE    PIC X(08).
               10  WS-MV-NEAR      PIC X(01).

       01  WS-SUB              PIC 9(03)      VALUE ZERO COMP.

       01  ALERT-FIELDS.
           05  WS-ALERT-TYPE   PIC X(01)      VALUE SPACE.
           05  WS-ALERT-ACTIVITY PIC 9(08)    VALUE ZERO.
           05  WS-ALERT-RAISE  PIC X(01)      VALUE SPACE.
           05  WS-ALH-ON-FILE  PIC X(01)      VALUE SPACE.
           05  WS-PRIOR-CASE   PIC 9(12)      VALUE ZERO.
           05  WS-CASE-SEQ     PIC 9(04)      VALUE ZERO.
           05  WS-CASE-NO      PIC 9(12)      VALUE ZERO.
           05  WS-CASE-LINE    PIC 9(04)      VALUE ZERO.
           05  WS-CASE-CR      PIC 9(11)V99   VALUE ZERO.
           05  WS-CASE-DR      PIC 9(11)V99   VALUE ZERO.
           05  WS-CASE-MOVES   PIC 9(05)      VALUE ZERO.
           05  WS-CONTRIB      PIC X(01)      VALUE SPACE.

           COPY CTRCASE.

       01  REVIEW-BREAKS.
           05  WS-RPT-BRANCH   PIC X(03)      VALUE SPACES.
           05  WS-RPT-OFFICER  PIC X(07)      VALUE SPACES.
           05  WS-OFF-CASES    PIC 9(05)      VALUE ZERO.
           05  WS-BR-CASES     PIC 9(05)      VALUE ZERO.

       01  WS-NAME-WORK        PIC X(34)      VALUE SPACES.

       01  WS-LINE-COUNT       PIC 9(03)      VALUE ZERO.

       01  WS-LINES-PER-PAGE   PIC 9(03)      VALUE 55.

       01  WS-PAGE-COUNT       PIC 9(03)      VALUE ZERO.

       01  WS-RPT-LINE         PIC X(80)      VALUE SPACES.

       01  WS-RC-STATUS        PIC X(02)      VALUE "00".

       01  RUN-CONTROL-FIELDS.
           05  WS-RC-PROGRAM   PIC X(08)      VALUE "CTRMON".
           05  WS-RC-PRED      PIC X(08)      VALUE "TRANPOST".
           05  WS-RC-BUS-DATE  PIC 9(08)      VALUE ZERO.
           05  WS-RC-PERIOD    PIC X(16)      VALUE SPACES.
           05  WS-RC-RUN-COUNT PIC 9(03)      VALUE ZERO.
           05  WS-RC-OVERRIDE  PIC X(01)      VALUE SPACE.
           05  WS-RC-OVR-USER  PIC X(08)      VALUE SPACES.
           05  WS-RC-ON-FILE   PIC X(01)      VALUE SPACE.
           05  WS-RC-END-STATUS PIC X(01)     VALUE 'C'.
           05  WS-RC-REFUSAL   PIC X(60)      VALUE SPACES.

       01  FLAGS.
           05 HIST-EOF      PIC X VALUE SPACE.
           05 LASTSORT      PIC X VALUE SPACE.
           05 LASTSORT2     PIC X VALUE SPACE.
           05 FIRST-CUST    PIC X VALUE SPACE.
           05 FIRST-CASE    PIC X VALUE SPACE.
           05 OVR-EOF       PIC X VALUE SPACE.

       01 WS-CURRENT-DATE.
          05  WS-CURRENT-YEAR         PIC X(04).
          05  WS-CURRENT-MONTH        PIC X(02).
          05  WS-CURRENT-DAY          PIC X(02).

       01  HEADER-1.
           05 TITLE-1       PIC X(60) VALUE SPACE.
           05               PIC X(1)  VALUE SPACES.
           05               PIC X(5)  VALUE "PAGE ".
           05 PAGE-NO-1     PIC ZZZ9.
           05               PIC X(10) VALUE SPACES.

       01  HEADER-2.
           05             PIC X(11) VALUE "RUN DATE   ".
           05 MONTH-2     PIC Z9.
           05             PIC X(1) VALUE ".".
           05 DAY-2       PIC Z9.
           05             PIC X(1) VALUE ".".
           05 YEAR-2      PIC 9999.
           05             PIC X(15) VALUE "   WINDOW FROM ".
           05 HDR-WINDOW-START PIC 9(08).
           05             PIC X(36) VALUE SPACES.

       01  HEADER-3.
           05             PIC X(80) VALUE ALL "=".

       01  HEADER-4.
           05             PIC X(10) VALUE "THRESHOLD ".
           05 HDR-THRESHOLD PIC ZZZ,ZZZ,ZZ9.99.
           05             PIC X(8)  VALUE "  MARGIN".
           05 HDR-MARGIN  PIC ZZZ,ZZZ,ZZ9.99.
           05             PIC X(9)  VALUE "  WINDOW ".
           05 HDR-WINDOW  PIC ZZ9.
           05             PIC X(15) VALUE " DAYS  REPEATS ".
           05 HDR-MIN-COUNT PIC ZZ9.
           05             PIC X(4)  VALUE SPACES.

       01  BRANCH-LINE.
           05             PIC X(7)  VALUE "BRANCH ".
           05 BRL-BRANCH  PIC X(06) VALUE SPACES.
           05             PIC X(67) VALUE SPACES.

       01  OFFICER-LINE.
           05             PIC X(10) VALUE "  OFFICER ".
           05 OFL-OFFICER PIC X(07) VALUE SPACES.
           05             PIC X(63) VALUE SPACES.

       01  CASE-LINE-1.
           05             PIC X(9)  VALUE "    CASE ".
           05 CL1-CASE-NO PIC 9(12).
           05             PIC X(1)  VALUE SPACES.
           05 CL1-TYPE    PIC X(20) VALUE SPACES.
           05             PIC X(1)  VALUE SPACES.
           05 CL1-STATUS  PIC X(06) VALUE SPACES.
           05             PIC X(1)  VALUE SPACES.
           05 CL1-NAME    PIC X(30) VALUE SPACES.

       01  CASE-LINE-2.
           05             PIC X(14) VALUE "      CREDITS ".
           05 CL2-CREDITS PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(8)  VALUE " DEBITS ".
           05 CL2-DEBITS  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(7)  VALUE " MOVES ".
           05 CL2-MOVES   PIC ZZZZ9.
           05             PIC X(7)  VALUE " ACCTS ".
           05 CL2-ACCTS   PIC ZZ9.

       01  CASE-LINE-3.
           05             PIC X(18) VALUE "      WINDOW FROM ".
           05 CL3-WINDOW  PIC 9(08).
           05             PIC X(14) VALUE "   PRIOR CASE ".
           05 CL3-PRIOR   PIC X(12) VALUE SPACES.
           05             PIC X(28) VALUE SPACES.

       01  MOVE-LINE.
           05             PIC X(8)  VALUE SPACES.
           05 MVL-POST-DATE PIC 9(08).
           05             PIC X(1)  VALUE SPACES.
           05 MVL-ACCT-NO PIC 9(09).
           05             PIC X(1)  VALUE SPACES.
           05 MVL-DC      PIC X(06) VALUE SPACES.
           05             PIC X(1)  VALUE SPACES.
           05 MVL-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.
           05             PIC X(5)  VALUE " EFF ".
           05 MVL-EFF-DATE PIC X(08) VALUE SPACES.
           05             PIC X(4)  VALUE " BR ".
           05 MVL-BRANCH  PIC X(03) VALUE SPACES.
           05             PIC X(1)  VALUE SPACES.
           05 MVL-SOURCE  PIC X(08) VALUE SPACES.
           05             PIC X(3)  VALUE SPACES.

       01  COUNT-LINE.
           05 CNL-LABEL   PIC X(30) VALUE SPACES.
           05 CNL-CODE    PIC X(07) VALUE SPACES.
           05             PIC X(1)  VALUE SPACES.
           05 CNL-COUNT   PIC ZZ,ZZ9.
           05             PIC X(36) VALUE SPACES.

       01  TRAILER-1.
           05             PIC X(24) VALUE "HISTORY RECORDS READ...".
           05 TRL-HIST-READ     PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-2.
           05             PIC X(24) VALUE "MOVEMENTS IN WINDOW....".
           05 TRL-SELECT-COUNT  PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-3.
           05             PIC X(24) VALUE "TRANSFER LEGS SKIPPED..".
           05 TRL-XFER-SKIP     PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-4.
           05             PIC X(24) VALUE "ACCOUNT NOT ON FILE....".
           05 TRL-NOFILE-COUNT  PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-5.
           05             PIC X(24) VALUE "CUSTOMERS EXAMINED.....".
           05 TRL-CUST-COUNT    PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-6.
           05             PIC X(24) VALUE "CTR CASES RAISED.......".
           05 TRL-CTR-CASES     PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-7.
           05             PIC X(24) VALUE "STRUCTURING CASES......".
           05 TRL-STR-CASES     PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-8.
           05             PIC X(24) VALUE "NEW CASES..............".
           05 TRL-NEW-CASES     PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-9.
           05             PIC X(24) VALUE "REPEAT CASES...........".
           05 TRL-REPEAT-CASES  PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-10.
           05             PIC X(24) VALUE "ALERTS NOT RE-RAISED...".
           05 TRL-SUPPRESS-COUNT PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-11.
           05             PIC X(24) VALUE "MOVEMENTS NOT LISTED...".
           05 TRL-UNTABLED-COUNT PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-12.
           05             PIC X(24) VALUE "CREDITS POSTED TODAY...".
           05 TRL-DAY-CREDITS   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(38) VALUE SPACES.

       01  TRAILER-13.
           05             PIC X(24) VALUE "DEBITS POSTED TODAY....".
           05 TRL-DAY-DEBITS    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(38) VALUE SPACES.

       01  TRAILER-14.
           05             PIC X(24) VALUE "AMOUNT IN CASES RAISED.".
           05 TRL-CASE-AMOUNT   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
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
           OPEN OUTPUT RPT-OUT.
           OPEN OUTPUT CASE-OUT.
           OPEN INPUT CUS-RECS.
           IF WS-CUS-STATUS NOT = "00"
               DISPLAY "CTRMON: CANNOT OPEN CUSTRECS, STATUS="
                   WS-CUS-STATUS
               GO TO FATAL-STOP
           END-IF.
           OPEN I-O ALH-FILE.
           IF WS-ALH-STATUS NOT = "00" AND WS-ALH-STATUS NOT = "05"
               DISPLAY "CTRMON: CANNOT OPEN CTRALRT, STATUS="
                   WS-ALH-STATUS
               GO TO FATAL-STOP
           END-IF.
           OPEN INPUT PARM-IN.
           PERFORM A005-LOAD-PARMS.
           CLOSE PARM-IN.
           IF WS-MARGIN NOT < WS-THRESHOLD
               DISPLAY "CTRMON: MARGIN ON PARMIN IS NOT BELOW THE "
                   "THRESHOLD"
               GO TO FATAL-STOP
           END-IF.
           COMPUTE WS-NEAR-FLOOR = WS-THRESHOLD - WS-MARGIN.
           COMPUTE WS-INT-DATE =
               FUNCTION INTEGER-OF-DATE(WS-RC-BUS-DATE)
               - WS-WINDOW-DAYS + 1.
           COMPUTE WS-WINDOW-START =
               FUNCTION DATE-OF-INTEGER(WS-INT-DATE).

       A020-FIND-CASES.
           SORT SORT-WORK
               ON ASCENDING KEY SW-LAST-NAME
               ON ASCENDING KEY SW-FIRST-NAME
               ON ASCENDING KEY SW-ACCT-NO
               ON ASCENDING KEY SW-POST-DATE
               INPUT PROCEDURE B005-SELECT-MOVEMENTS
                   THRU B005-SELECT-MOVEMENTS-EXIT
               OUTPUT PROCEDURE B010-ASSESS-CUSTOMERS
                   THRU B010-ASSESS-CUSTOMERS-EXIT.
           CLOSE CASE-OUT.

       A030-PRINT-REVIEW.
           SORT SORT-WORK2
               ON ASCENDING KEY SW2-BRANCH
               ON ASCENDING KEY SW2-OFFICER
               ON ASCENDING KEY SW2-CASE-NO
               ON ASCENDING KEY SW2-LINE-NO
               USING CASE-OUT
               OUTPUT PROCEDURE C010-PRINT-REVIEW
                   THRU C010-PRINT-REVIEW-EXIT.

       CLOSE-STOP.
           PERFORM C040-WRITE-TRAILER.
           CLOSE RPT-OUT.
           CLOSE CUS-RECS.
           CLOSE ALH-FILE.
           PERFORM R080-STAMP-RUN-END.
           STOP RUN.

      ****************************************************************
      *  A005-LOAD-PARMS TAKES THE THRESHOLD, MARGIN, WINDOW, AND    *
      *  REPEAT COUNT FROM THE PARMIN CARD, KEEPING THE STANDARD     *
      *  VALUE FOR ANY FIELD LEFT BLANK.  A PATTERN NEEDS AT LEAST   *
      *  TWO MOVEMENTS                                               *
      ****************************************************************
       A005-LOAD-PARMS.
           READ PARM-IN
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM A006-TAKE-PARMS
           END-READ.
           IF WS-MIN-COUNT < 2
               MOVE 2 TO WS-MIN-COUNT
           END-IF.

       A006-TAKE-PARMS.
           IF CTP-THRESHOLD NUMERIC AND CTP-THRESHOLD > ZERO
               MOVE CTP-THRESHOLD TO WS-THRESHOLD
           END-IF.
           IF CTP-MARGIN NUMERIC AND CTP-MARGIN > ZERO
               MOVE CTP-MARGIN TO WS-MARGIN
           END-IF.
           IF CTP-WINDOW-DAYS NUMERIC AND CTP-WINDOW-DAYS > ZERO
               MOVE CTP-WINDOW-DAYS TO WS-WINDOW-DAYS
           END-IF.
           IF CTP-MIN-COUNT NUMERIC AND CTP-MIN-COUNT > ZERO
               MOVE CTP-MIN-COUNT TO WS-MIN-COUNT
           END-IF.

       A010-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE SPACES TO RPT-REC-OUT.
           MOVE "BSA CURRENCY AND STRUCTURING REVIEW" TO TITLE-1.
           MOVE WS-PAGE-COUNT TO PAGE-NO-1.
           WRITE RPT-REC-OUT FROM HEADER-1 AFTER ADVANCING PAGE.
           MOVE WS-CURRENT-YEAR  TO YEAR-2.
           MOVE WS-CURRENT-MONTH TO MONTH-2.
           MOVE WS-CURRENT-DAY   TO DAY-2.
           MOVE WS-WINDOW-START  TO HDR-WINDOW-START.
           WRITE RPT-REC-OUT FROM HEADER-2.
           MOVE WS-THRESHOLD TO HDR-THRESHOLD.
           MOVE WS-MARGIN TO HDR-MARGIN.
           MOVE WS-WINDOW-DAYS TO HDR-WINDOW.
           MOVE WS-MIN-COUNT TO HDR-MIN-COUNT.
           WRITE RPT-REC-OUT FROM HEADER-4.
           WRITE RPT-REC-OUT FROM HEADER-3.
           MOVE ZERO TO WS-LINE-COUNT.

      ****************************************************************
      *  B005-SELECT-MOVEMENTS STARTS TRANHIST AT THE FIRST DAY OF   *
      *  THE WINDOW, STOPS PAST THE BUSINESS DATE, AND RELEASES      *
      *  EVERY CREDIT AND DEBIT POSTED IN BETWEEN, WITH THE NAME,    *
      *  BRANCH, AND OFFICER FROM THE ACCOUNT'S MASTER RECORD.       *
      *  INTEREST, FEES, AND REVERSALS ARE NOT CUSTOMER MONEY        *
      *  MOVEMENTS, AND A STANDING-ORDER TRANSFER LEG ONLY MOVES     *
      *  MONEY BETWEEN ACCOUNTS ALREADY ON THE BOOKS, SO NONE OF     *
      *  THEM ARE MONITORED.  AN ACCOUNT NO LONGER ON THE MASTER IS  *
      *  TREATED AS A CUSTOMER OF ITS OWN                            *
      ****************************************************************
       B005-SELECT-MOVEMENTS.
           OPEN INPUT HIST-IN.
           IF WS-HIS-STATUS NOT = "00"
               DISPLAY "CTRMON: CANNOT OPEN TRANHIST, STATUS="
                   WS-HIS-STATUS
               MOVE 'F' TO WS-RC-END-STATUS
               MOVE 'Y' TO HIST-EOF
           ELSE
               MOVE WS-WINDOW-START TO HIST-POST-DATE
               MOVE ZERO TO HIST-SEQ
               START HIST-IN KEY IS NOT LESS THAN HIST-KEY
                   INVALID KEY MOVE 'Y' TO HIST-EOF
               END-START
           END-IF.
           IF HIST-EOF NOT = 'Y'
               PERFORM READ-HIST-RECORD
           END-IF.
           PERFORM B007-SELECT-ONE-MOVEMENT
               UNTIL HIST-EOF = 'Y'.
           CLOSE HIST-IN.

       B005-SELECT-MOVEMENTS-EXIT.
           EXIT.

       B006-TEST-ONE-MOVEMENT.
           IF HIST-DC-CODE = 'C' OR HIST-DC-CODE = 'D'
               IF HIST-XFER-INSTR-NO NUMERIC AND
                  HIST-XFER-INSTR-NO > ZERO
                   ADD 1 TO WS-XFER-SKIP
               ELSE
                   PERFORM B008-RELEASE-MOVEMENT
               END-IF
           END-IF.

       B007-SELECT-ONE-MOVEMENT.
           IF HIST-POST-DATE > WS-RC-BUS-DATE
               MOVE 'Y' TO HIST-EOF
           ELSE
               ADD 1 TO WS-HIST-READ
               PERFORM B006-TEST-ONE-MOVEMENT
               PERFORM READ-HIST-RECORD
           END-IF.

       B008-RELEASE-MOVEMENT.
           MOVE HIST-ACCT-NO TO ACCT-NO-IN.
           READ CUS-RECS
               INVALID KEY
                   ADD 1 TO WS-NOFILE-COUNT
                   MOVE "*ACCOUNT NOT ON FILE*" TO SW-LAST-NAME
                   MOVE HIST-ACCT-NO TO SW-FIRST-NAME
                   MOVE HIST-BRANCH TO SW-BRANCH
                   MOVE SPACES TO SW-OFFICER
               NOT INVALID KEY
                   MOVE LAST-NAME-IN TO SW-LAST-NAME
                   MOVE FIRST-NAME-IN TO SW-FIRST-NAME
                   MOVE BRANCH-CODE-IN TO SW-BRANCH
                   MOVE OFFICER-CODE-IN TO SW-OFFICER
           END-READ.
           MOVE HIST-ACCT-NO TO SW-ACCT-NO.
           MOVE HIST-POST-DATE TO SW-POST-DATE.
           MOVE HIST-DC-CODE TO SW-DC-CODE.
           MOVE HIST-AMOUNT TO SW-AMOUNT.
           MOVE HIST-EFF-DATE TO SW-EFF-DATE.
           MOVE HIST-BRANCH TO SW-HIST-BRANCH.
           MOVE HIST-SOURCE TO SW-SOURCE.
           RELEASE SW-RECORD.
           ADD 1 TO WS-SELECT-COUNT.
           IF HIST-POST-DATE = WS-RC-BUS-DATE
               IF HIST-DC-CODE = 'C'
                   ADD HIST-AMOUNT TO WS-DAY-CREDITS
               ELSE
                   ADD HIST-AMOUNT TO WS-DAY-DEBITS
               END-IF
           END-IF.

      ****************************************************************
      *  B010-ASSESS-CUSTOMERS TAKES THE SORTED MOVEMENTS ONE        *
      *  CUSTOMER AT A TIME, TOTALING AND TABLING EACH CUSTOMER'S    *
      *  MOVEMENTS AND ASSESSING THE CUSTOMER WHEN THE NAME CHANGES  *
      ****************************************************************
       B010-ASSESS-CUSTOMERS.
           PERFORM RETURN-SORT-RECORD.
           PERFORM B020-TAKE-ONE-MOVEMENT
               UNTIL LASTSORT = 'Y'.
           IF FIRST-CUST = 'Y'
               PERFORM B030-ASSESS-CUSTOMER
           END-IF.

       B010-ASSESS-CUSTOMERS-EXIT.
           EXIT.

       B020-TAKE-ONE-MOVEMENT.
           IF FIRST-CUST NOT = 'Y'
               MOVE 'Y' TO FIRST-CUST
               PERFORM B025-START-CUSTOMER
           ELSE
               IF SW-LAST-NAME NOT = WS-GRP-LAST OR
                  SW-FIRST-NAME NOT = WS-GRP-FIRST
                   PERFORM B030-ASSESS-CUSTOMER
                   PERFORM B025-START-CUSTOMER
               END-IF
           END-IF.
           IF SW-ACCT-NO NOT = WS-GRP-PREV-ACCT
               ADD 1 TO WS-GRP-ACCTS
               MOVE SW-ACCT-NO TO WS-GRP-PREV-ACCT
           END-IF.
           IF SW-POST-DATE = WS-RC-BUS-DATE
               IF SW-DC-CODE = 'C'
                   ADD SW-AMOUNT TO WS-GRP-DAY-CR
               ELSE
                   ADD SW-AMOUNT TO WS-GRP-DAY-DR
               END-IF
           END-IF.
           IF WS-MOVE-COUNT < 200
               ADD 1 TO WS-MOVE-COUNT
               MOVE SW-POST-DATE TO WS-MV-POST-DATE(WS-MOVE-COUNT)
               MOVE SW-ACCT-NO TO WS-MV-ACCT-NO(WS-MOVE-COUNT)
               MOVE SW-DC-CODE TO WS-MV-DC-CODE(WS-MOVE-COUNT)
               MOVE SW-AMOUNT TO WS-MV-AMOUNT(WS-MOVE-COUNT)
               MOVE SW-EFF-DATE TO WS-MV-EFF-DATE(WS-MOVE-COUNT)
               MOVE SW-HIST-BRANCH TO WS-MV-BRANCH(WS-MOVE-COUNT)
               MOVE SW-SOURCE TO WS-MV-SOURCE(WS-MOVE-COUNT)
               MOVE SPACE TO WS-MV-NEAR(WS-MOVE-COUNT)
               IF SW-AMOUNT NOT < WS-NEAR-FLOOR AND
                  SW-AMOUNT NOT > WS-THRESHOLD
                   MOVE 'Y' TO WS-MV-NEAR(WS-MOVE-COUNT)
                   ADD 1 TO WS-GRP-NEAR-COUNT
                   IF SW-POST-DATE > WS-GRP-NEAR-LAST
                       MOVE SW-POST-DATE TO WS-GRP-NEAR-LAST
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-UNTABLED-COUNT
           END-IF.
           PERFORM RETURN-SORT-RECORD.

       B025-START-CUSTOMER.
           ADD 1 TO WS-CUST-COUNT.
           MOVE SW-LAST-NAME TO WS-GRP-LAST.
           MOVE SW-FIRST-NAME TO WS-GRP-FIRST.
           MOVE SW-BRANCH TO WS-GRP-BRANCH.
           MOVE SW-OFFICER TO WS-GRP-OFFICER.
           MOVE SW-ACCT-NO TO WS-GRP-PREV-ACCT.
           MOVE 1 TO WS-GRP-ACCTS.
           MOVE ZERO TO WS-GRP-DAY-CR.
           MOVE ZERO TO WS-GRP-DAY-DR.
           MOVE ZERO TO WS-GRP-NEAR-COUNT.
           MOVE ZERO TO WS-GRP-NEAR-LAST.
           MOVE ZERO TO WS-MOVE-COUNT.

      ****************************************************************
      *  B030-ASSESS-CUSTOMER RAISES A CTR CASE WHEN THE CUSTOMER'S  *
      *  CREDITS OR DEBITS FOR THE BUSINESS DATE, ACROSS ALL THEIR   *
      *  ACCOUNTS, EXCEED THE THRESHOLD, AND A STRUCTURING CASE WHEN *
      *  ENOUGH MOVEMENTS IN THE WINDOW FALL WITHIN THE MARGIN JUST  *
      *  UNDER IT - IN EACH CASE UNLESS THE ALERT HISTORY SHOWS THE  *
      *  SAME ACTIVITY WAS ALREADY RAISED                            *
      ****************************************************************
       B030-ASSESS-CUSTOMER.
           IF WS-GRP-DAY-CR > WS-THRESHOLD OR
              WS-GRP-DAY-DR > WS-THRESHOLD
               MOVE 'C' TO WS-ALERT-TYPE
               MOVE WS-RC-BUS-DATE TO WS-ALERT-ACTIVITY
               PERFORM B040-CHECK-ALERT-HISTORY
               IF WS-ALERT-RAISE = 'Y'
                   PERFORM B050-WRITE-CASE
                       THRU B050-WRITE-CASE-EXIT
               END-IF
           END-IF.
           IF WS-GRP-NEAR-COUNT NOT < WS-MIN-COUNT
               MOVE 'S' TO WS-ALERT-TYPE
               MOVE WS-GRP-NEAR-LAST TO WS-ALERT-ACTIVITY
               PERFORM B040-CHECK-ALERT-HISTORY
               IF WS-ALERT-RAISE = 'Y'
                   PERFORM B050-WRITE-CASE
                       THRU B050-WRITE-CASE-EXIT
               END-IF
           END-IF.

      ****************************************************************
      *  B040-CHECK-ALERT-HISTORY LOOKS UP THE CUSTOMER AND ALERT    *
      *  TYPE ON CTRALRT.  WHEN THE LAST CASE RAISED ALREADY COVERED *
      *  MOVEMENTS POSTED AS LATE AS THOSE BEHIND THIS ALERT, THE    *
      *  ALERT IS NOT RAISED AGAIN AND THE SUPPRESSION IS COUNTED    *
      ****************************************************************
       B040-CHECK-ALERT-HISTORY.
           MOVE SPACE TO WS-ALERT-RAISE.
           MOVE SPACE TO WS-ALH-ON-FILE.
           MOVE ZERO TO WS-PRIOR-CASE.
           MOVE WS-GRP-LAST TO ALH-LAST-NAME.
           MOVE WS-GRP-FIRST TO ALH-FIRST-NAME.
           MOVE WS-ALERT-TYPE TO ALH-ALERT-TYPE.
           READ ALH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ALH-ON-FILE
                   MOVE ALH-LAST-CASE-NO TO WS-PRIOR-CASE
           END-READ.
           IF WS-ALH-ON-FILE = 'Y' AND
              ALH-LAST-ACTIVITY NOT < WS-ALERT-ACTIVITY
               ADD 1 TO WS-SUPPRESS-COUNT
               IF ALH-SUPPRESS-COUNT < 99999
                   ADD 1 TO ALH-SUPPRESS-COUNT
               END-IF
               REWRITE ALH-REC
                   INVALID KEY
                       DISPLAY "CTRMON: CTRALRT REWRITE FAILED, "
                           "STATUS=" WS-ALH-STATUS
               END-REWRITE
           ELSE
               MOVE 'Y' TO WS-ALERT-RAISE
           END-IF.

      ****************************************************************
      *  B050-WRITE-CASE WRITES THE CASE HEADER AND ONE DETAIL PER   *
      *  CONTRIBUTING MOVEMENT TO CTRCASE AND RECORDS THE CASE ON    *
      *  THE ALERT HISTORY.  A CTR CASE IS MADE UP OF THE DAY'S      *
      *  MOVEMENTS ON THE SIDE (CREDIT OR DEBIT) OVER THE THRESHOLD; *
      *  A STRUCTURING CASE OF THE MOVEMENTS JUST UNDER IT           *
      ****************************************************************
       B050-WRITE-CASE.
           IF WS-CASE-SEQ NOT < 9999
               DISPLAY "CTRMON: NO CASE NUMBER LEFT FOR "
                   WS-GRP-FIRST " " WS-GRP-LAST
               GO TO B050-WRITE-CASE-EXIT
           END-IF.
           ADD 1 TO WS-CASE-SEQ.
           COMPUTE WS-CASE-NO = WS-RC-BUS-DATE * 10000 + WS-CASE-SEQ.
           MOVE ZERO TO WS-CASE-CR.
           MOVE ZERO TO WS-CASE-DR.
           MOVE ZERO TO WS-CASE-MOVES.
           MOVE ZERO TO WS-SUB.
           PERFORM B055-TOTAL-ONE-MOVEMENT
               UNTIL WS-SUB >= WS-MOVE-COUNT.
           MOVE SPACES TO CASE-REC.
           MOVE WS-CASE-NO TO CASE-NO.
           MOVE 'H' TO CASE-REC-TYPE.
           MOVE ZERO TO CASE-LINE-NO.
           PERFORM B058-SET-CASE-KEYS.
           MOVE WS-ALERT-TYPE TO CASE-ALERT-TYPE.
           IF WS-ALH-ON-FILE = 'Y'
               MOVE 'R' TO CASE-ALERT-STATUS
               ADD 1 TO WS-REPEAT-CASES
           ELSE
               MOVE 'N' TO CASE-ALERT-STATUS
               ADD 1 TO WS-NEW-CASES
           END-IF.
           MOVE WS-RC-BUS-DATE TO CASE-BUS-DATE.
           MOVE WS-WINDOW-START TO CASE-WINDOW-START.
           MOVE WS-CASE-CR TO CASE-CREDIT-AMT.
           MOVE WS-CASE-DR TO CASE-DEBIT-AMT.
           MOVE WS-CASE-MOVES TO CASE-MOVE-COUNT.
           MOVE WS-GRP-ACCTS TO CASE-ACCT-COUNT.
           MOVE WS-PRIOR-CASE TO CASE-PRIOR-CASE.
           WRITE CASE-OUT-REC FROM CASE-REC.
           MOVE ZERO TO WS-CASE-LINE.
           MOVE ZERO TO WS-SUB.
           PERFORM B057-WRITE-ONE-DETAIL
               UNTIL WS-SUB >= WS-MOVE-COUNT.
           IF WS-ALERT-TYPE = 'C'
               ADD 1 TO WS-CTR-CASES
           ELSE
               ADD 1 TO WS-STR-CASES
           END-IF.
           ADD WS-CASE-CR TO WS-CASE-AMOUNT.
           ADD WS-CASE-DR TO WS-CASE-AMOUNT.
           PERFORM B060-RECORD-ALERT.

       B050-WRITE-CASE-EXIT.
           EXIT.

      ****************************************************************
      *  B052-TEST-CONTRIBUTION SETS WS-CONTRIB FOR THE MOVEMENT AT  *
      *  WS-SUB ACCORDING TO THE ALERT BEING RAISED                  *
      ****************************************************************
       B052-TEST-CONTRIBUTION.
           MOVE SPACE TO WS-CONTRIB.
           IF WS-ALERT-TYPE = 'S'
               IF WS-MV-NEAR(WS-SUB) = 'Y'
                   MOVE 'Y' TO WS-CONTRIB
               END-IF
           ELSE
               IF WS-MV-POST-DATE(WS-SUB) = WS-RC-BUS-DATE
                   IF (WS-MV-DC-CODE(WS-SUB) = 'C' AND
                       WS-GRP-DAY-CR > WS-THRESHOLD) OR
                      (WS-MV-DC-CODE(WS-SUB) = 'D' AND
                       WS-GRP-DAY-DR > WS-THRESHOLD)
                       MOVE 'Y' TO WS-CONTRIB
                   END-IF
               END-IF
           END-IF.

       B055-TOTAL-ONE-MOVEMENT.
           ADD 1 TO WS-SUB.
           PERFORM B052-TEST-CONTRIBUTION.
           IF WS-CONTRIB = 'Y'
               ADD 1 TO WS-CASE-MOVES
               IF WS-MV-DC-CODE(WS-SUB) = 'C'
                   ADD WS-MV-AMOUNT(WS-SUB) TO WS-CASE-CR
               ELSE
                   ADD WS-MV-AMOUNT(WS-SUB) TO WS-CASE-DR
               END-IF
           END-IF.

       B057-WRITE-ONE-DETAIL.
           ADD 1 TO WS-SUB.
           PERFORM B052-TEST-CONTRIBUTION.
           IF WS-CONTRIB = 'Y'
               ADD 1 TO WS-CASE-LINE
               MOVE SPACES TO CASE-REC
               MOVE WS-CASE-NO TO CASE-NO
               MOVE 'D' TO CASE-REC-TYPE
               MOVE WS-CASE-LINE TO CASE-LINE-NO
               PERFORM B058-SET-CASE-KEYS
               MOVE WS-MV-POST-DATE(WS-SUB) TO CASE-POST-DATE
               MOVE WS-MV-ACCT-NO(WS-SUB) TO CASE-ACCT-NO
               MOVE WS-MV-DC-CODE(WS-SUB) TO CASE-DC-CODE
               MOVE WS-MV-AMOUNT(WS-SUB) TO CASE-AMOUNT
               MOVE WS-MV-EFF-DATE(WS-SUB) TO CASE-EFF-DATE
               MOVE WS-MV-BRANCH(WS-SUB) TO CASE-HIST-BRANCH
               MOVE WS-MV-SOURCE(WS-SUB) TO CASE-SOURCE
               WRITE CASE-OUT-REC FROM CASE-REC
           END-IF.

       B058-SET-CASE-KEYS.
           MOVE WS-GRP-BRANCH TO CASE-BRANCH.
           MOVE WS-GRP-OFFICER TO CASE-OFFICER.
           MOVE WS-GRP-LAST TO CASE-LAST-NAME.
           MOVE WS-GRP-FIRST TO CASE-FIRST-NAME.

      ****************************************************************
      *  B060-RECORD-ALERT WRITES OR UPDATES THE CUSTOMER'S ALERT    *
      *  HISTORY FOR THE TYPE WITH THE CASE JUST RAISED AND THE      *
      *  LATEST POST DATE IT COVERED                                 *
      ****************************************************************
       B060-RECORD-ALERT.
           IF WS-ALH-ON-FILE NOT = 'Y'
               MOVE SPACES TO ALH-REC
               MOVE WS-GRP-LAST TO ALH-LAST-NAME
               MOVE WS-GRP-FIRST TO ALH-FIRST-NAME
               MOVE WS-ALERT-TYPE TO ALH-ALERT-TYPE
               MOVE WS-RC-BUS-DATE TO ALH-FIRST-RAISED
               MOVE ZERO TO ALH-RAISE-COUNT
               MOVE ZERO TO ALH-SUPPRESS-COUNT
           END-IF.
           MOVE WS-RC-BUS-DATE TO ALH-LAST-RAISED.
           MOVE WS-ALERT-ACTIVITY TO ALH-LAST-ACTIVITY.
           IF ALH-RAISE-COUNT < 99999
               ADD 1 TO ALH-RAISE-COUNT
           END-IF.
           MOVE WS-CASE-NO TO ALH-LAST-CASE-NO.
           COMPUTE ALH-LAST-AMOUNT = WS-CASE-CR + WS-CASE-DR.
           IF WS-ALH-ON-FILE = 'Y'
               REWRITE ALH-REC
                   INVALID KEY
                       DISPLAY "CTRMON: CTRALRT REWRITE FAILED, "
                           "STATUS=" WS-ALH-STATUS
               END-REWRITE
           ELSE
               WRITE ALH-REC
                   INVALID KEY
                       DISPLAY "CTRMON: CTRALRT WRITE FAILED, "
                           "STATUS=" WS-ALH-STATUS
               END-WRITE
           END-IF.

      ****************************************************************
      *  C010-PRINT-REVIEW PRINTS THE CASES IN BRANCH AND OFFICER    *
      *  ORDER, EACH WITH ITS CONTRIBUTING MOVEMENTS, COUNTING THE   *
      *  CASES FOR EACH OFFICER AND BRANCH                           *
      ****************************************************************
       C010-PRINT-REVIEW.
           PERFORM A010-WRITE-HEADERS.
           PERFORM RETURN-SORT2-RECORD.
           PERFORM C020-PRINT-ONE-RECORD
               UNTIL LASTSORT2 = 'Y'.
           IF FIRST-CASE = 'Y'
               PERFORM C032-OFFICER-TOTAL
               PERFORM C034-BRANCH-TOTAL
           END-IF.

       C010-PRINT-REVIEW-EXIT.
           EXIT.

       C020-PRINT-ONE-RECORD.
           IF FIRST-CASE NOT = 'Y'
               MOVE 'Y' TO FIRST-CASE
               PERFORM C024-START-BRANCH
           ELSE
               IF CASE-BRANCH NOT = WS-RPT-BRANCH
                   PERFORM C032-OFFICER-TOTAL
                   PERFORM C034-BRANCH-TOTAL
                   PERFORM C024-START-BRANCH
               ELSE
                   IF CASE-OFFICER NOT = WS-RPT-OFFICER
                       PERFORM C032-OFFICER-TOTAL
                       PERFORM C026-START-OFFICER
                   END-IF
               END-IF
           END-IF.
           IF CASE-HEADER
               PERFORM C028-PRINT-CASE-HEADER
           ELSE
               PERFORM C030-PRINT-CASE-DETAIL
           END-IF.
           PERFORM RETURN-SORT2-RECORD.

       C024-START-BRANCH.
           MOVE CASE-BRANCH TO WS-RPT-BRANCH.
           MOVE ZERO TO WS-BR-CASES.
           IF CASE-BRANCH = SPACES
               MOVE "(NONE)" TO BRL-BRANCH
           ELSE
               MOVE CASE-BRANCH TO BRL-BRANCH
           END-IF.
           MOVE BRANCH-LINE TO WS-RPT-LINE.
           PERFORM C050-WRITE-CURRENT-LINE.
           PERFORM C026-START-OFFICER.

       C026-START-OFFICER.
           MOVE CASE-OFFICER TO WS-RPT-OFFICER.
           MOVE ZERO TO WS-OFF-CASES.
           IF CASE-OFFICER = SPACES
               MOVE "(NONE)" TO OFL-OFFICER
           ELSE
               MOVE CASE-OFFICER TO OFL-OFFICER
           END-IF.
           MOVE OFFICER-LINE TO WS-RPT-LINE.
           PERFORM C050-WRITE-CURRENT-LINE.

       C028-PRINT-CASE-HEADER.
           ADD 1 TO WS-OFF-CASES.
           ADD 1 TO WS-BR-CASES.
           MOVE CASE-NO TO CL1-CASE-NO.
           IF CASE-CTR
               MOVE "CTR OVER THRESHOLD" TO CL1-TYPE
           ELSE
               MOVE "POSSIBLE STRUCTURING" TO CL1-TYPE
           END-IF.
           IF CASE-REPEAT
               MOVE "REPEAT" TO CL1-STATUS
           ELSE
               MOVE "NEW" TO CL1-STATUS
           END-IF.
           MOVE SPACES TO WS-NAME-WORK.
           STRING CASE-FIRST-NAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  CASE-LAST-NAME DELIMITED BY SIZE
               INTO WS-NAME-WORK.
           MOVE WS-NAME-WORK TO CL1-NAME.
           MOVE CASE-LINE-1 TO WS-RPT-LINE.
           PERFORM C050-WRITE-CURRENT-LINE.
           MOVE CASE-CREDIT-AMT TO CL2-CREDITS.
           MOVE CASE-DEBIT-AMT TO CL2-DEBITS.
           MOVE CASE-MOVE-COUNT TO CL2-MOVES.
           MOVE CASE-ACCT-COUNT TO CL2-ACCTS.
           MOVE CASE-LINE-2 TO WS-RPT-LINE.
           PERFORM C050-WRITE-CURRENT-LINE.
           MOVE CASE-WINDOW-START TO CL3-WINDOW.
           IF CASE-PRIOR-CASE = ZERO
               MOVE "NONE" TO CL3-PRIOR
           ELSE
               MOVE CASE-PRIOR-CASE TO CL3-PRIOR
           END-IF.
           MOVE CASE-LINE-3 TO WS-RPT-LINE.
           PERFORM C050-WRITE-CURRENT-LINE.

       C030-PRINT-CASE-DETAIL.
           MOVE CASE-POST-DATE TO MVL-POST-DATE.
           MOVE CASE-ACCT-NO TO MVL-ACCT-NO.
           IF CASE-DC-CODE = 'C'
               MOVE "CREDIT" TO MVL-DC
           ELSE
               MOVE "DEBIT " TO MVL-DC
           END-IF.
           MOVE CASE-AMOUNT TO MVL-AMOUNT.
           MOVE CASE-EFF-DATE TO MVL-EFF-DATE.
           MOVE CASE-HIST-BRANCH TO MVL-BRANCH.
           MOVE CASE-SOURCE TO MVL-SOURCE.
           MOVE MOVE-LINE TO WS-RPT-LINE.
           PERFORM C050-WRITE-CURRENT-LINE.

       C032-OFFICER-TOTAL.
           MOVE SPACES TO COUNT-LINE.
           MOVE "  CASES FOR OFFICER..........." TO CNL-LABEL.
           MOVE WS-RPT-OFFICER TO CNL-CODE.
           MOVE WS-OFF-CASES TO CNL-COUNT.
           MOVE COUNT-LINE TO WS-RPT-LINE.
           PERFORM C050-WRITE-CURRENT-LINE.

       C034-BRANCH-TOTAL.
           MOVE SPACES TO COUNT-LINE.
           MOVE "CASES FOR BRANCH.............." TO CNL-LABEL.
           MOVE WS-RPT-BRANCH TO CNL-CODE.
           MOVE WS-BR-CASES TO CNL-COUNT.
           MOVE COUNT-LINE TO WS-RPT-LINE.
           PERFORM C050-WRITE-CURRENT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM C050-WRITE-CURRENT-LINE.

      ****************************************************************
      *  C050-WRITE-CURRENT-LINE WRITES THE REPORT LINE STAGED IN    *
      *  WS-RPT-LINE, BREAKING TO A NEW PAGE FIRST WHEN THE CURRENT  *
      *  ONE IS FULL                                                 *
      ****************************************************************
       C050-WRITE-CURRENT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM A010-WRITE-HEADERS
           END-IF.
           WRITE RPT-REC-OUT FROM WS-RPT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       RETURN-SORT-RECORD.
           RETURN SORT-WORK
               AT END MOVE 'Y' TO LASTSORT
           END-RETURN.

       RETURN-SORT2-RECORD.
           RETURN SORT-WORK2 INTO CASE-REC
               AT END MOVE 'Y' TO LASTSORT2
           END-RETURN.

       READ-HIST-RECORD.
           READ HIST-IN NEXT RECORD
               AT END MOVE 'Y' TO HIST-EOF
           END-READ.

      ****************************************************************
      *  C040-WRITE-TRAILER WRITES THE CONTROL TOTALS                *
      ****************************************************************
       C040-WRITE-TRAILER.
           MOVE SPACES TO RPT-REC-OUT.
           WRITE RPT-REC-OUT FROM HEADER-3.
           MOVE WS-HIST-READ TO TRL-HIST-READ.
           WRITE RPT-REC-OUT FROM TRAILER-1.
           MOVE WS-SELECT-COUNT TO TRL-SELECT-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-2.
           MOVE WS-XFER-SKIP TO TRL-XFER-SKIP.
           WRITE RPT-REC-OUT FROM TRAILER-3.
           MOVE WS-NOFILE-COUNT TO TRL-NOFILE-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-4.
           MOVE WS-CUST-COUNT TO TRL-CUST-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-5.
           MOVE WS-CTR-CASES TO TRL-CTR-CASES.
           WRITE RPT-REC-OUT FROM TRAILER-6.
           MOVE WS-STR-CASES TO TRL-STR-CASES.
           WRITE RPT-REC-OUT FROM TRAILER-7.
           MOVE WS-NEW-CASES TO TRL-NEW-CASES.
           WRITE RPT-REC-OUT FROM TRAILER-8.
           MOVE WS-REPEAT-CASES TO TRL-REPEAT-CASES.
           WRITE RPT-REC-OUT FROM TRAILER-9.
           MOVE WS-SUPPRESS-COUNT TO TRL-SUPPRESS-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-10.
           MOVE WS-UNTABLED-COUNT TO TRL-UNTABLED-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-11.
           MOVE WS-DAY-CREDITS TO TRL-DAY-CREDITS.
           WRITE RPT-REC-OUT FROM TRAILER-12.
           MOVE WS-DAY-DEBITS TO TRL-DAY-DEBITS.
           WRITE RPT-REC-OUT FROM TRAILER-13.
           MOVE WS-CASE-AMOUNT TO TRL-CASE-AMOUNT.
           WRITE RPT-REC-OUT FROM TRAILER-14.

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
               DISPLAY "CTRMON: CANNOT OPEN RUNCTL, STATUS="
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
               DISPLAY "CTRMON: RERUN OVERRIDE FOR " WS-RC-BUS-DATE
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
      *  R050-CHECK-PREDECESSOR REFUSES THE RUN UNLESS TRANPOST HAS  *
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
                       DISPLAY "CTRMON: RUNCTL REWRITE FAILED, "
                           "STATUS=" WS-RC-STATUS
               END-REWRITE
           ELSE
               WRITE RC-REC
                   INVALID KEY
                       DISPLAY "CTRMON: RUNCTL WRITE FAILED, "
                           "STATUS=" WS-RC-STATUS
               END-WRITE
           END-IF.

      ****************************************************************
      *  R070-SET-CONTROL-TOTALS CARRIES THE REVIEW TOTALS ONTO THE  *
      *  LEDGER: COUNT 1 HISTORY RECORDS READ, 2 MOVEMENTS IN THE    *
      *  WINDOW, 3 CUSTOMERS EXAMINED, 4 CTR CASES, 5 STRUCTURING    *
      *  CASES, 6 ALERTS NOT RE-RAISED, 7 NEW CASES, 8 REPEAT CASES; *
      *  AMOUNT 1 CREDITS POSTED TODAY, 2 DEBITS POSTED TODAY,       *
      *  3 AMOUNT IN CASES RAISED                                    *
      ****************************************************************
       R070-SET-CONTROL-TOTALS.
           MOVE WS-HIST-READ TO RC-COUNT-1.
           MOVE WS-SELECT-COUNT TO RC-COUNT-2.
           MOVE WS-CUST-COUNT TO RC-COUNT-3.
           MOVE WS-CTR-CASES TO RC-COUNT-4.
           MOVE WS-STR-CASES TO RC-COUNT-5.
           MOVE WS-SUPPRESS-COUNT TO RC-COUNT-6.
           MOVE WS-NEW-CASES TO RC-COUNT-7.
           MOVE WS-REPEAT-CASES TO RC-COUNT-8.
           MOVE WS-DAY-CREDITS TO RC-AMOUNT-1.
           MOVE WS-DAY-DEBITS TO RC-AMOUNT-2.
           MOVE WS-CASE-AMOUNT TO RC-AMOUNT-3.

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
                   DISPLAY "CTRMON: RUNCTL RECORD MISSING AT END "
                       "OF RUN"
               NOT INVALID KEY
                   MOVE WS-RC-END-STATUS TO RC-STATUS
                   MOVE WS-RC-PERIOD TO RC-PERIOD
                   MOVE FUNCTION CURRENT-DATE(1:14) TO RC-END-STAMP
                   PERFORM R070-SET-CONTROL-TOTALS
                   REWRITE RC-REC
                       INVALID KEY
                           DISPLAY "CTRMON: RUNCTL REWRITE FAILED, "
                               "STATUS=" WS-RC-STATUS
                   END-REWRITE
           END-READ.
           CLOSE RC-FILE.

      ****************************************************************
      *  R090-RUN-REFUSED ENDS A RUN THE LEDGER WILL NOT ALLOW WITH  *
      *  RETURN CODE 12 SO THE STREAM STOPS FOR THE OPERATOR         *
      ****************************************************************
       R090-RUN-REFUSED.
           DISPLAY "CTRMON: RUN REFUSED FOR BUSINESS DATE "
               WS-RC-BUS-DATE.
           DISPLAY "CTRMON: " WS-RC-REFUSAL.
           DISPLAY "CTRMON: A RUNOVR RERUN CARD IS NEEDED TO FORCE "
               "THIS RUN".
           CLOSE RC-FILE.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

       READ-OVR-RECORD.
           READ OVR-IN
               AT END MOVE 'Y' TO OVR-EOF
           END-READ.
      ****************************************************************
      *  FATAL-STOP ABANDONS THE RUN BEFORE ANY CUSTOMER IS ASSESSED *
      *  WHEN THE MASTER OR ALERT HISTORY CANNOT BE OPENED OR THE    *
      *  PARAMETERS ARE UNUSABLE, AND MARKS THE RUN FAILED ON THE    *
      *  RUN-CONTROL LEDGER                                          *
      ****************************************************************
       FATAL-STOP.
           CLOSE RPT-OUT.
           CLOSE CASE-OUT.
           CLOSE CUS-RECS.
           CLOSE ALH-FILE.
           MOVE 'F' TO WS-RC-END-STATUS.
           PERFORM R080-STAMP-RUN-END.
           STOP RUN.
