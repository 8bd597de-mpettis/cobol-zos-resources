       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FEEASSM.
       AUTHOR.        STUDENT.
      *
      * MODIFICATION HISTORY:
      *   2026.10.15  SEC  NEW PROGRAM.  MONTH-END SERVICE-CHARGE AND
      *                    FEE ASSESSMENT.  LOADS THE FEE SCHEDULE
      *                    FROM FEEPARM (FEE TYPE, DESCRIPTION,
      *                    BALANCE THRESHOLD, AMOUNT, AND WAIVER
      *                    RULES, PLUS AN OFFICER WAIVER LIST) AND
      *                    ASSESSES EVERY OPEN ACCOUNT ON CUSTRECS.  A
      *                    FEE IS WAIVED WHEN ITS RULES SAY SO FOR THE
      *                    ACCOUNT'S OFFICER OR AN ACCOUNT OPENED THIS
      *                    MONTH; OTHERWISE IT COMES OFF BAL-IN, BUT
      *                    NEVER BELOW ZERO - ANY SHORTFALL IS WAIVED
      *                    AND LISTED.  EVERY FEE POSTED IS APPENDED
      *                    TO TRANHIST AS AN F-CODED MOVEMENT.  PRINTS
      *                    A FEE REGISTER WITH ASSESSED, WAIVED, AND
      *                    POSTED COUNTS AND AMOUNTS BY BRANCH AND FEE
      *                    TYPE, AND IS CONTROLLED ON THE RUNCTL
      *                    LEDGER LIKE INTACCR: ONCE A MONTH, AFTER
      *                    INTACCR ON THE SAME BUSINESS DATE.
      *   2026.10.15  SEC  WRITE TO TRANHIST AS AN INDEXED FILE KEYED BY
      *                    POSTING DATE AND A SEQUENCE NUMBER PER DATE.
      *                    EACH FEE TAKES THE NEXT SEQUENCE AFTER THE
      *                    HIGHEST ALREADY ON FILE FOR THE BUSINESS
      *                    DATE.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUS-RECS ASSIGN TO CUSTRECS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO-IN
               FILE STATUS IS WS-CUS-STATUS.
           SELECT FEE-IN ASSIGN TO FEEPARM.
           SELECT RPT-OUT ASSIGN TO FEERPT.
           SELECT OPTIONAL HIST-OUT ASSIGN TO TRANHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-ACCT-NO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-EFF-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-HIS-STATUS.
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
      ****************************************************************
      *  FEEPARM CARRIES TWO KINDS OF CARD.  AN 'F' CARD DEFINES ONE *
      *  FEE: IT IS CHARGED TO AN OPEN ACCOUNT WHOSE BALANCE IS      *
      *  BELOW THE THRESHOLD (A ZERO THRESHOLD CHARGES EVERY OPEN    *
      *  ACCOUNT), AND ITS TWO WAIVER FLAGS SAY WHETHER AN ACCOUNT   *
      *  WHOSE OFFICER IS ON THE WAIVER LIST, OR AN ACCOUNT OPENED   *
      *  THIS MONTH, IS EXCUSED.  A 'W' CARD PUTS ONE OFFICER CODE   *
      *  ON THE WAIVER LIST                                          *
      ****************************************************************
       FD  FEE-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  FEE-PARM-REC.
           05  FPR-REC-TYPE       PIC X(01).
               88  FPR-FEE-CARD        VALUE "F".
               88  FPR-WAIVER-CARD     VALUE "W".
           05  FPR-DATA           PIC X(79).
           05  FPR-FEE-DATA REDEFINES FPR-DATA.
               10  FPR-FEE-TYPE   PIC X(02).
               10  FPR-FEE-DESC   PIC X(15).
               10  FPR-BAL-BELOW  PIC 9(09)V99.
               10  FPR-AMOUNT     PIC 9(05)V99.
               10  FPR-WAIVE-OFFICER PIC X(01).
               10  FPR-WAIVE-NEW  PIC X(01).
               10                 PIC X(42).
           05  FPR-WAIVER-DATA REDEFINES FPR-DATA.
               10  FPR-OFFICER    PIC X(07).
               10                 PIC X(72).
      *
       FD  RPT-OUT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  RPT-REC-OUT        PIC X(80).
      *
       FD  HIST-OUT RECORD CONTAINS 100 CHARACTERS RECORDING MODE F.
           COPY TRANHIST.
      *
       FD  CUS-RECS RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY CUSTREC.
      *
       FD  RC-FILE RECORD CONTAINS 300 CHARACTERS RECORDING MODE F.
           COPY RUNCTL.
      *
       FD  OVR-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY RUNOVR.
      *
       SD  SORT-WORK.
       01  SW-RECORD.
           05  SW-BRANCH      PIC X(03).
           05  SW-FEE-TYPE    PIC X(02).
           05  SW-ASSESSED    PIC 9(05)V99.
           05  SW-WAIVED      PIC 9(05)V99.
           05  SW-POSTED      PIC 9(05)V99.
      *

       WORKING-STORAGE SECTION.

       01  PGM-VARIABLES.
           05  WS-READ-COUNT   PIC 9(07)      VALUE ZERO.
           05  WS-CHARGED-COUNT PIC 9(07)     VALUE ZERO.
           05  WS-CLOSED-COUNT PIC 9(07)      VALUE ZERO.
           05  WS-UNREAD-COUNT PIC 9(07)      VALUE ZERO.
           05  WS-ASSESS-COUNT PIC 9(07)      VALUE ZERO.
           05  WS-WAIVE-COUNT  PIC 9(07)      VALUE ZERO.
           05  WS-POST-COUNT   PIC 9(07)      VALUE ZERO.
           05  WS-HIST-COUNT   PIC 9(07)      VALUE ZERO.
           05  WS-SHORT-COUNT  PIC 9(07)      VALUE ZERO.
           05  WS-OFFICER-WAIVE-COUNT PIC 9(07) VALUE ZERO.
           05  WS-NEW-WAIVE-COUNT PIC 9(07)   VALUE ZERO.
           05  WS-ASSESS-AMT   PIC 9(13)V99   VALUE ZERO.
           05  WS-WAIVE-AMT    PIC 9(13)V99   VALUE ZERO.
           05  WS-POST-AMT     PIC 9(13)V99   VALUE ZERO.
           05  WS-SHORT-AMT    PIC 9(13)V99   VALUE ZERO.
           05  WS-BAL-BEFORE   PIC 9(13)V99   VALUE ZERO.
           05  WS-BAL-AFTER    PIC 9(13)V99   VALUE ZERO.

       01  WS-CUS-STATUS       PIC X(02)      VALUE "00".

       01  WS-HIS-STATUS       PIC X(02)      VALUE "00".

       01  WS-HIST-SEQ         PIC 9(07)      VALUE ZERO.

       01  WS-START-BAL        PIC S9(10)V99  VALUE ZERO.

       01  WS-RUN-BAL          PIC S9(10)V99  VALUE ZERO.

       01  WS-BAL-EDITED       PIC 9(09).99.

       01  WS-FEE-DUE          PIC 9(05)V99   VALUE ZERO.

       01  WS-FEE-WAIVED       PIC 9(05)V99   VALUE ZERO.

       01  WS-FEE-POSTED       PIC 9(05)V99   VALUE ZERO.

       01  WS-FEE-NOTE         PIC X(18)      VALUE SPACES.

       01  WS-ACCT-FEES        PIC 9(03)      VALUE ZERO.

      ****************************************************************
      *  THE FEE SCHEDULE AND OFFICER WAIVER LIST FROM FEEPARM, WITH *
      *  THE RUN TOTALS FOR EACH FEE TYPE                            *
      ****************************************************************
       01  WS-FEE-TABLE.
           05  WS-FEE-COUNT    PIC 9(02)      VALUE ZERO COMP.
           05  WS-FEE-ENTRY OCCURS 10 TIMES.
               10  WS-FT-TYPE      PIC X(02).
               10  WS-FT-DESC      PIC X(15).
               10  WS-FT-BAL-BELOW PIC 9(09)V99.
               10  WS-FT-AMOUNT    PIC 9(05)V99.
               10  WS-FT-WAIVE-OFFICER PIC X(01).
               10  WS-FT-WAIVE-NEW PIC X(01).
               10  WS-FT-ASSESS-COUNT PIC 9(07).
               10  WS-FT-ASSESS-AMT PIC 9(11)V99.
               10  WS-FT-WAIVE-COUNT PIC 9(07).
               10  WS-FT-WAIVE-AMT PIC 9(11)V99.
               10  WS-FT-POST-COUNT PIC 9(07).
               10  WS-FT-POST-AMT  PIC 9(11)V99.

       01  WS-WAIVER-TABLE.
           05  WS-WAIVER-COUNT PIC 9(03)      VALUE ZERO COMP.
           05  WS-WAIVER-OFFICER PIC X(07) OCCURS 100 TIMES.

       01  WS-FEE-SUB          PIC 9(02)      VALUE ZERO COMP.

       01  WS-SUB              PIC 9(03)      VALUE ZERO COMP.

      ****************************************************************
      *  BRANCH AND BRANCH/FEE-TYPE TOTALS FOR THE REGISTER SUMMARY  *
      ****************************************************************
       01  SUMMARY-TOTALS.
           05  WS-SUM-BRANCH   PIC X(03)      VALUE SPACES.
           05  WS-SUM-TYPE     PIC X(02)      VALUE SPACES.
           05  WS-TY-ASSESS-COUNT PIC 9(07)   VALUE ZERO.
           05  WS-TY-ASSESS-AMT PIC 9(11)V99  VALUE ZERO.
           05  WS-TY-WAIVE-COUNT PIC 9(07)    VALUE ZERO.
           05  WS-TY-WAIVE-AMT PIC 9(11)V99   VALUE ZERO.
           05  WS-TY-POST-COUNT PIC 9(07)     VALUE ZERO.
           05  WS-TY-POST-AMT  PIC 9(11)V99   VALUE ZERO.
           05  WS-BR-ASSESS-COUNT PIC 9(07)   VALUE ZERO.
           05  WS-BR-ASSESS-AMT PIC 9(11)V99  VALUE ZERO.
           05  WS-BR-WAIVE-COUNT PIC 9(07)    VALUE ZERO.
           05  WS-BR-WAIVE-AMT PIC 9(11)V99   VALUE ZERO.
           05  WS-BR-POST-COUNT PIC 9(07)     VALUE ZERO.
           05  WS-BR-POST-AMT  PIC 9(11)V99   VALUE ZERO.

       01  WS-LINE-COUNT       PIC 9(03)      VALUE ZERO.

       01  WS-LINES-PER-PAGE   PIC 9(03)      VALUE 55.

       01  WS-PAGE-COUNT       PIC 9(03)      VALUE ZERO.

       01  WS-RC-STATUS        PIC X(02)      VALUE "00".

       01  RUN-CONTROL-FIELDS.
           05  WS-RC-PROGRAM   PIC X(08)      VALUE "FEEASSM".
           05  WS-RC-PRED      PIC X(08)      VALUE "INTACCR".
           05  WS-RC-BUS-DATE  PIC 9(08)      VALUE ZERO.
           05  WS-RC-PERIOD    PIC X(16)      VALUE SPACES.
           05  WS-RC-SCAN-KEY.
               10  WS-RC-SCAN-PGM    PIC X(08) VALUE SPACES.
               10  WS-RC-SCAN-PERIOD PIC X(16) VALUE SPACES.
           05  WS-RC-FOUND-DATE PIC 9(08)     VALUE ZERO.
           05  WS-RC-RUN-COUNT PIC 9(03)      VALUE ZERO.
           05  WS-RC-OVERRIDE  PIC X(01)      VALUE SPACE.
           05  WS-RC-OVR-USER  PIC X(08)      VALUE SPACES.
           05  WS-RC-ON-FILE   PIC X(01)      VALUE SPACE.
           05  WS-RC-END-STATUS PIC X(01)     VALUE 'C'.
           05  WS-RC-REFUSAL   PIC X(60)      VALUE SPACES.

       01  FLAGS.
           05 LASTREC       PIC X VALUE SPACE.
           05 FEE-EOF       PIC X VALUE SPACE.
           05 LASTSORT      PIC X VALUE SPACE.
           05 FIRST-BRANCH  PIC X VALUE SPACE.
           05 OFFICER-FOUND PIC X VALUE SPACE.
           05 NEW-ACCOUNT   PIC X VALUE SPACE.
           05 RC-EOF        PIC X VALUE SPACE.
           05 OVR-EOF       PIC X VALUE SPACE.
           05 HIST-EOF      PIC X VALUE SPACE.

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
           05             PIC X(13) VALUE "FEE MONTH    ".
           05 MONTH-2     PIC X(06).
           05             PIC X(61) VALUE SPACES.

       01  HEADER-3.
           05             PIC X(80) VALUE ALL "=".

       01  DETAIL-HEADING.
           05             PIC X(10) VALUE "ACCOUNT".
           05             PIC X(04) VALUE "BR".
           05             PIC X(03) VALUE "FT".
           05             PIC X(15) VALUE "       BALANCE".
           05             PIC X(10) VALUE " ASSESSED".
           05             PIC X(10) VALUE "   WAIVED".
           05             PIC X(10) VALUE "   POSTED".
           05             PIC X(18) VALUE "NOTE".

       01  DETAIL-LINE.
           05 DTL-ACCT-NO PIC 9(09) VALUE ZERO.
           05             PIC X(1)  VALUE SPACES.
           05 DTL-BRANCH  PIC X(03) VALUE SPACES.
           05             PIC X(1)  VALUE SPACES.
           05 DTL-TYPE    PIC X(02) VALUE SPACES.
           05             PIC X(1)  VALUE SPACES.
           05 DTL-BAL     PIC -ZZ,ZZZ,ZZ9.99.
           05             PIC X(1)  VALUE SPACES.
           05 DTL-ASSESSED PIC ZZ,ZZ9.99.
           05             PIC X(1)  VALUE SPACES.
           05 DTL-WAIVED  PIC ZZ,ZZ9.99.
           05             PIC X(1)  VALUE SPACES.
           05 DTL-POSTED  PIC ZZ,ZZ9.99.
           05             PIC X(1)  VALUE SPACES.
           05 DTL-NOTE    PIC X(18) VALUE SPACES.

       01  SUMMARY-HEADING.
           05             PIC X(09) VALUE "BR   FT ".
           05             PIC X(21) VALUE "   ASSESSED  (COUNT)".
           05             PIC X(21) VALUE "     WAIVED  (COUNT)".
           05             PIC X(21) VALUE "     POSTED  (COUNT)".
           05             PIC X(08) VALUE SPACES.

       01  SUMMARY-LINE.
           05 SUM-BRANCH  PIC X(03) VALUE SPACES.
           05             PIC X(2)  VALUE SPACES.
           05 SUM-TYPE    PIC X(02) VALUE SPACES.
           05             PIC X(2)  VALUE SPACES.
           05 SUM-ASSESS-AMT PIC Z,ZZZ,ZZ9.99.
           05             PIC X(1)  VALUE SPACES.
           05 SUM-ASSESS-COUNT PIC ZZ,ZZ9.
           05             PIC X(2)  VALUE SPACES.
           05 SUM-WAIVE-AMT PIC Z,ZZZ,ZZ9.99.
           05             PIC X(1)  VALUE SPACES.
           05 SUM-WAIVE-COUNT PIC ZZ,ZZ9.
           05             PIC X(2)  VALUE SPACES.
           05 SUM-POST-AMT PIC Z,ZZZ,ZZ9.99.
           05             PIC X(1)  VALUE SPACES.
           05 SUM-POST-COUNT PIC ZZ,ZZ9.
           05             PIC X(8)  VALUE SPACES.

       01  TYPE-LINE.
           05             PIC X(5)  VALUE "TYPE ".
           05 TYP-TYPE    PIC X(02) VALUE SPACES.
           05             PIC X(1)  VALUE SPACES.
           05 TYP-DESC    PIC X(15) VALUE SPACES.
           05             PIC X(1)  VALUE SPACES.
           05 TYP-ASSESS-AMT PIC Z,ZZZ,ZZ9.99.
           05             PIC X(1)  VALUE SPACES.
           05 TYP-WAIVE-AMT PIC Z,ZZZ,ZZ9.99.
           05             PIC X(1)  VALUE SPACES.
           05 TYP-POST-AMT PIC Z,ZZZ,ZZ9.99.
           05             PIC X(1)  VALUE SPACES.
           05 TYP-POST-COUNT PIC ZZ,ZZ9.
           05             PIC X(12) VALUE SPACES.

       01  TRAILER-1.
           05             PIC X(26) VALUE "ACCOUNTS READ...........".
           05 TRL-READ-COUNT    PIC Z,ZZZ,ZZ9.
           05             PIC X(45) VALUE SPACES.

       01  TRAILER-2.
           05             PIC X(26) VALUE "CLOSED ACCTS SKIPPED....".
           05 TRL-CLOSED-COUNT  PIC Z,ZZZ,ZZ9.
           05             PIC X(45) VALUE SPACES.

       01  TRAILER-3.
           05             PIC X(26) VALUE "UNREADABLE BALS SKIPPED.".
           05 TRL-UNREAD-COUNT  PIC Z,ZZZ,ZZ9.
           05             PIC X(45) VALUE SPACES.

       01  TRAILER-4.
           05             PIC X(26) VALUE "ACCOUNTS CHARGED........".
           05 TRL-CHARGED-COUNT PIC Z,ZZZ,ZZ9.
           05             PIC X(45) VALUE SPACES.

       01  TRAILER-5.
           05             PIC X(26) VALUE "FEES ASSESSED...........".
           05 TRL-ASSESS-COUNT  PIC Z,ZZZ,ZZ9.
           05             PIC X(45) VALUE SPACES.

       01  TRAILER-6.
           05             PIC X(26) VALUE "  OFFICER WAIVERS.......".
           05 TRL-OFFICER-WAIVE-COUNT PIC Z,ZZZ,ZZ9.
           05             PIC X(45) VALUE SPACES.

       01  TRAILER-7.
           05             PIC X(26) VALUE "  NEW ACCOUNT WAIVERS...".
           05 TRL-NEW-WAIVE-COUNT PIC Z,ZZZ,ZZ9.
           05             PIC X(45) VALUE SPACES.

       01  TRAILER-8.
           05             PIC X(26) VALUE "  SHORTFALLS WAIVED.....".
           05 TRL-SHORT-COUNT   PIC Z,ZZZ,ZZ9.
           05             PIC X(45) VALUE SPACES.

       01  TRAILER-9.
           05             PIC X(26) VALUE "FEES POSTED.............".
           05 TRL-POST-COUNT    PIC Z,ZZZ,ZZ9.
           05             PIC X(45) VALUE SPACES.

       01  TRAILER-10.
           05             PIC X(26) VALUE "HISTORY RECS WRITTEN....".
           05 TRL-HIST-COUNT    PIC Z,ZZZ,ZZ9.
           05             PIC X(45) VALUE SPACES.

       01  TRAILER-11.
           05             PIC X(26) VALUE "TOTAL FEES ASSESSED.....".
           05 TRL-ASSESS-AMT    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(36) VALUE SPACES.

       01  TRAILER-12.
           05             PIC X(26) VALUE "TOTAL FEES WAIVED.......".
           05 TRL-WAIVE-AMT     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(36) VALUE SPACES.

       01  TRAILER-13.
           05             PIC X(26) VALUE "  OF WHICH SHORTFALLS...".
           05 TRL-SHORT-AMT     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(36) VALUE SPACES.

       01  TRAILER-14.
           05             PIC X(26) VALUE "TOTAL FEES POSTED.......".
           05 TRL-POST-AMT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(36) VALUE SPACES.

       01  TRAILER-15.
           05             PIC X(26) VALUE "BALANCES BEFORE.........".
           05 TRL-BAL-BEFORE    PIC ZZZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(34) VALUE SPACES.

       01  TRAILER-16.
           05             PIC X(26) VALUE "BALANCES AFTER..........".
           05 TRL-BAL-AFTER     PIC ZZZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(34) VALUE SPACES.

      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.
      *
       A000-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE TO WS-RC-BUS-DATE.
           MOVE WS-CURRENT-DATE(1:6) TO WS-RC-PERIOD.
           PERFORM R010-CHECK-RUN-CONTROL
               THRU R010-CHECK-RUN-CONTROL-EXIT.
           OPEN OUTPUT RPT-OUT.
           OPEN I-O HIST-OUT.
           IF WS-HIS-STATUS NOT = "00" AND WS-HIS-STATUS NOT = "05"
               DISPLAY "FEEASSM: CANNOT OPEN TRANHIST, STATUS="
                   WS-HIS-STATUS
               GO TO FATAL-STOP
           END-IF.
           PERFORM B051-FIND-HIST-SEQ.
           OPEN I-O CUS-RECS.
           IF WS-CUS-STATUS NOT = "00"
               DISPLAY "FEEASSM: CANNOT OPEN CUSTRECS, STATUS="
                   WS-CUS-STATUS
               GO TO FATAL-STOP
           END-IF.
           OPEN INPUT FEE-IN.
           PERFORM A005-LOAD-FEE-SCHEDULE.
           CLOSE FEE-IN.
           IF WS-FEE-COUNT = ZERO
               DISPLAY "FEEASSM: NO FEE CARDS ON FEEPARM - "
                   "NOTHING ASSESSED"
               GO TO FATAL-STOP
           END-IF.
           PERFORM A010-WRITE-HEADERS.
           MOVE ZERO TO ACCT-NO-IN.
           START CUS-RECS KEY IS NOT LESS THAN ACCT-NO-IN
               INVALID KEY MOVE 'Y' TO LASTREC
           END-START.

       A020-ASSESS-AND-SUMMARIZE.
           SORT SORT-WORK
               ON ASCENDING KEY SW-BRANCH
               ON ASCENDING KEY SW-FEE-TYPE
               INPUT PROCEDURE B010-ASSESS-ACCOUNTS
                   THRU B010-ASSESS-ACCOUNTS-EXIT
               OUTPUT PROCEDURE C010-SUMMARIZE-BRANCHES
                   THRU C010-SUMMARIZE-BRANCHES-EXIT.

       CLOSE-STOP.
           PERFORM C030-WRITE-TYPE-TOTALS.
           PERFORM C040-WRITE-TRAILER.
           CLOSE RPT-OUT.
           CLOSE HIST-OUT.
           CLOSE CUS-RECS.
           PERFORM R080-STAMP-RUN-END.
           STOP RUN.

      ****************************************************************
      *  A005-LOAD-FEE-SCHEDULE READS THE FEE AND WAIVER CARDS FROM  *
      *  FEEPARM.  A FEE CARD THAT IS NOT NUMERIC, HAS A WAIVER FLAG *
      *  OTHER THAN Y OR N, REPEATS A FEE TYPE, OR OVERFLOWS A TABLE *
      *  STOPS THE RUN RATHER THAN MISCHARGING THE CUSTOMERS         *
      ****************************************************************
       A005-LOAD-FEE-SCHEDULE.
           PERFORM READ-FEE-RECORD.
           PERFORM A006-STORE-FEE-CARD
               UNTIL FEE-EOF = 'Y'.

       A006-STORE-FEE-CARD.
           IF FPR-FEE-CARD
               PERFORM A007-STORE-FEE-TYPE
           ELSE
               IF FPR-WAIVER-CARD
                   PERFORM A008-STORE-WAIVER
               ELSE
                   DISPLAY "FEEASSM: UNKNOWN CARD TYPE ON FEEPARM: "
                       FPR-REC-TYPE
                   GO TO FATAL-STOP
               END-IF
           END-IF.
           PERFORM READ-FEE-RECORD.

       A007-STORE-FEE-TYPE.
           IF FPR-FEE-TYPE = SPACES OR
              FPR-BAL-BELOW NOT NUMERIC OR
              FPR-AMOUNT NOT NUMERIC OR
              FPR-AMOUNT = ZERO
               DISPLAY "FEEASSM: FEE CARD INCOMPLETE OR NOT NUMERIC "
                   "ON FEEPARM: " FPR-FEE-TYPE
               GO TO FATAL-STOP
           END-IF.
           IF (FPR-WAIVE-OFFICER NOT = 'Y' AND
               FPR-WAIVE-OFFICER NOT = 'N') OR
              (FPR-WAIVE-NEW NOT = 'Y' AND FPR-WAIVE-NEW NOT = 'N')
               DISPLAY "FEEASSM: WAIVER FLAGS MUST BE Y OR N FOR FEE "
                   FPR-FEE-TYPE
               GO TO FATAL-STOP
           END-IF.
           IF WS-FEE-COUNT >= 10
               DISPLAY "FEEASSM: MORE THAN 10 FEE TYPES ON FEEPARM"
               GO TO FATAL-STOP
           END-IF.
           MOVE ZERO TO WS-FEE-SUB.
           PERFORM A009-CHECK-DUPLICATE-TYPE
               UNTIL WS-FEE-SUB >= WS-FEE-COUNT.
           ADD 1 TO WS-FEE-COUNT.
           INITIALIZE WS-FEE-ENTRY(WS-FEE-COUNT).
           MOVE FPR-FEE-TYPE TO WS-FT-TYPE(WS-FEE-COUNT).
           MOVE FPR-FEE-DESC TO WS-FT-DESC(WS-FEE-COUNT).
           MOVE FPR-BAL-BELOW TO WS-FT-BAL-BELOW(WS-FEE-COUNT).
           MOVE FPR-AMOUNT TO WS-FT-AMOUNT(WS-FEE-COUNT).
           MOVE FPR-WAIVE-OFFICER TO WS-FT-WAIVE-OFFICER(WS-FEE-COUNT).
           MOVE FPR-WAIVE-NEW TO WS-FT-WAIVE-NEW(WS-FEE-COUNT).

       A008-STORE-WAIVER.
           IF FPR-OFFICER = SPACES
               DISPLAY "FEEASSM: BLANK OFFICER CODE ON WAIVER CARD"
               GO TO FATAL-STOP
           END-IF.
           IF WS-WAIVER-COUNT >= 100
               DISPLAY "FEEASSM: MORE THAN 100 OFFICERS ON THE "
                   "WAIVER LIST"
               GO TO FATAL-STOP
           END-IF.
           ADD 1 TO WS-WAIVER-COUNT.
           MOVE FPR-OFFICER TO WS-WAIVER-OFFICER(WS-WAIVER-COUNT).

       A009-CHECK-DUPLICATE-TYPE.
           ADD 1 TO WS-FEE-SUB.
           IF WS-FT-TYPE(WS-FEE-SUB) = FPR-FEE-TYPE
               DISPLAY "FEEASSM: FEE TYPE " FPR-FEE-TYPE
                   " APPEARS TWICE ON FEEPARM"
               GO TO FATAL-STOP
           END-IF.

       A010-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE SPACES TO RPT-REC-OUT.
           MOVE "MONTHLY FEE ASSESSMENT REGISTER" TO TITLE-1.
           MOVE WS-PAGE-COUNT TO PAGE-NO-1.
           WRITE RPT-REC-OUT FROM HEADER-1 AFTER ADVANCING PAGE.
           MOVE WS-RC-PERIOD TO MONTH-2.
           WRITE RPT-REC-OUT FROM HEADER-2.
           WRITE RPT-REC-OUT FROM HEADER-3.
           WRITE RPT-REC-OUT FROM DETAIL-HEADING.
           MOVE 1 TO WS-LINE-COUNT.

      ****************************************************************
      *  B010-ASSESS-ACCOUNTS READS THE WHOLE MASTER IN ACCOUNT      *
      *  ORDER.  ONLY AN OPEN ACCOUNT WITH A READABLE BALANCE IS     *
      *  ASSESSED (SAME OPEN TEST AS INTACCR); EVERY FEE DECISION IS *
      *  RELEASED TO THE SORT FOR THE BRANCH/FEE-TYPE SUMMARY        *
      ****************************************************************
       B010-ASSESS-ACCOUNTS.
           IF LASTREC NOT = 'Y'
               PERFORM READ-RECORD
           END-IF.
           PERFORM B020-ASSESS-RECORD
               UNTIL LASTREC = 'Y'.

       B010-ASSESS-ACCOUNTS-EXIT.
           EXIT.

       B020-ASSESS-RECORD.
           ADD 1 TO WS-READ-COUNT.
           IF END-DATE-IN = SPACES OR
              END-DATE-IN = ZEROS  OR
              END-DATE-IN > WS-CURRENT-DATE
               IF FUNCTION TEST-NUMVAL-C(BAL-IN) NOT = ZERO
                   ADD 1 TO WS-UNREAD-COUNT
               ELSE
                   COMPUTE WS-START-BAL = FUNCTION NUMVAL-C(BAL-IN)
                   PERFORM B030-ASSESS-ACCOUNT
               END-IF
           ELSE
               ADD 1 TO WS-CLOSED-COUNT
           END-IF.
           PERFORM READ-RECORD.

      ****************************************************************
      *  B030-ASSESS-ACCOUNT RUNS EVERY FEE TYPE AGAINST THE ACCOUNT *
      *  IN SCHEDULE ORDER.  THRESHOLDS ARE TESTED ON THE BALANCE AS *
      *  IT STOOD BEFORE THIS RUN; FEES COME OFF A RUNNING BALANCE,  *
      *  AND THE MASTER IS REWRITTEN ONCE IF ANYTHING WAS POSTED     *
      ****************************************************************
       B030-ASSESS-ACCOUNT.
           MOVE WS-START-BAL TO WS-RUN-BAL.
           MOVE ZERO TO WS-ACCT-FEES.
           MOVE SPACE TO OFFICER-FOUND.
           MOVE ZERO TO WS-SUB.
           PERFORM B035-TEST-ONE-OFFICER
               UNTIL OFFICER-FOUND = 'Y' OR
                     WS-SUB >= WS-WAIVER-COUNT.
           MOVE SPACE TO NEW-ACCOUNT.
           IF START-DATE-IN(1:6) = WS-CURRENT-DATE(1:6)
               MOVE 'Y' TO NEW-ACCOUNT
           END-IF.
           MOVE ZERO TO WS-FEE-SUB.
           PERFORM B040-ASSESS-ONE-FEE
               THRU B040-ASSESS-ONE-FEE-EXIT
               UNTIL WS-FEE-SUB >= WS-FEE-COUNT.
           IF WS-RUN-BAL NOT = WS-START-BAL
               MOVE WS-RUN-BAL TO WS-BAL-EDITED
               MOVE WS-BAL-EDITED TO BAL-IN
               REWRITE IN-REC
                   INVALID KEY
                       DISPLAY "FEEASSM: REWRITE FAILED FOR ACCOUNT "
                           ACCT-NO-IN " STATUS=" WS-CUS-STATUS
               END-REWRITE
           END-IF.
           IF WS-ACCT-FEES > ZERO
               ADD 1 TO WS-CHARGED-COUNT
           END-IF.
           IF WS-START-BAL > ZERO
               ADD WS-START-BAL TO WS-BAL-BEFORE
           END-IF.
           IF WS-RUN-BAL > ZERO
               ADD WS-RUN-BAL TO WS-BAL-AFTER
           END-IF.

       B035-TEST-ONE-OFFICER.
           ADD 1 TO WS-SUB.
           IF OFFICER-CODE-IN NOT = SPACES AND
              OFFICER-CODE-IN = WS-WAIVER-OFFICER(WS-SUB)
               MOVE 'Y' TO OFFICER-FOUND
           END-IF.

      ****************************************************************
      *  B040-ASSESS-ONE-FEE DECIDES ONE FEE TYPE FOR THE ACCOUNT.   *
      *  A FEE WHOSE THRESHOLD THE BALANCE MEETS IS NOT ASSESSED AT  *
      *  ALL.  AN ASSESSED FEE IS WAIVED WHOLE FOR A LISTED OFFICER  *
      *  OR A NEW ACCOUNT WHEN ITS RULES SAY SO; OTHERWISE AS MUCH   *
      *  AS THE BALANCE WILL BEAR IS POSTED AND THE REST IS WAIVED   *
      *  AS A SHORTFALL                                              *
      ****************************************************************
       B040-ASSESS-ONE-FEE.
           ADD 1 TO WS-FEE-SUB.
           IF WS-FT-BAL-BELOW(WS-FEE-SUB) > ZERO AND
              WS-START-BAL NOT < WS-FT-BAL-BELOW(WS-FEE-SUB)
               GO TO B040-ASSESS-ONE-FEE-EXIT
           END-IF.
           MOVE WS-FT-AMOUNT(WS-FEE-SUB) TO WS-FEE-DUE.
           MOVE ZERO TO WS-FEE-WAIVED.
           MOVE ZERO TO WS-FEE-POSTED.
           ADD 1 TO WS-ASSESS-COUNT.
           ADD WS-FEE-DUE TO WS-ASSESS-AMT.
           IF OFFICER-FOUND = 'Y' AND
              WS-FT-WAIVE-OFFICER(WS-FEE-SUB) = 'Y'
               MOVE WS-FEE-DUE TO WS-FEE-WAIVED
               MOVE "OFFICER WAIVER" TO WS-FEE-NOTE
               ADD 1 TO WS-OFFICER-WAIVE-COUNT
               GO TO B045-RECORD-FEE
           END-IF.
           IF NEW-ACCOUNT = 'Y' AND
              WS-FT-WAIVE-NEW(WS-FEE-SUB) = 'Y'
               MOVE WS-FEE-DUE TO WS-FEE-WAIVED
               MOVE "NEW ACCOUNT WAIVER" TO WS-FEE-NOTE
               ADD 1 TO WS-NEW-WAIVE-COUNT
               GO TO B045-RECORD-FEE
           END-IF.
           IF WS-RUN-BAL NOT < WS-FEE-DUE
               MOVE WS-FEE-DUE TO WS-FEE-POSTED
               MOVE "POSTED" TO WS-FEE-NOTE
           ELSE
               IF WS-RUN-BAL > ZERO
                   MOVE WS-RUN-BAL TO WS-FEE-POSTED
               END-IF
               COMPUTE WS-FEE-WAIVED = WS-FEE-DUE - WS-FEE-POSTED
               MOVE "SHORTFALL WAIVED" TO WS-FEE-NOTE
               ADD 1 TO WS-SHORT-COUNT
               ADD WS-FEE-WAIVED TO WS-SHORT-AMT
           END-IF.
           IF WS-FEE-POSTED > ZERO
               SUBTRACT WS-FEE-POSTED FROM WS-RUN-BAL
               PERFORM B050-WRITE-HISTORY
           END-IF.

       B045-RECORD-FEE.
           ADD 1 TO WS-ACCT-FEES.
           ADD 1 TO WS-FT-ASSESS-COUNT(WS-FEE-SUB).
           ADD WS-FEE-DUE TO WS-FT-ASSESS-AMT(WS-FEE-SUB).
           IF WS-FEE-WAIVED > ZERO
               ADD 1 TO WS-WAIVE-COUNT
               ADD WS-FEE-WAIVED TO WS-WAIVE-AMT
               ADD 1 TO WS-FT-WAIVE-COUNT(WS-FEE-SUB)
               ADD WS-FEE-WAIVED TO WS-FT-WAIVE-AMT(WS-FEE-SUB)
           END-IF.
           IF WS-FEE-POSTED > ZERO
               ADD 1 TO WS-POST-COUNT
               ADD WS-FEE-POSTED TO WS-POST-AMT
               ADD 1 TO WS-FT-POST-COUNT(WS-FEE-SUB)
               ADD WS-FEE-POSTED TO WS-FT-POST-AMT(WS-FEE-SUB)
           END-IF.
           PERFORM B060-PRINT-DETAIL.
           IF BRANCH-CODE-IN = SPACES
               MOVE "***" TO SW-BRANCH
           ELSE
               MOVE BRANCH-CODE-IN TO SW-BRANCH
           END-IF.
           MOVE WS-FT-TYPE(WS-FEE-SUB) TO SW-FEE-TYPE.
           MOVE WS-FEE-DUE TO SW-ASSESSED.
           MOVE WS-FEE-WAIVED TO SW-WAIVED.
           MOVE WS-FEE-POSTED TO SW-POSTED.
           RELEASE SW-RECORD.

       B040-ASSESS-ONE-FEE-EXIT.
           EXIT.

      ****************************************************************
      *  B050-WRITE-HISTORY APPENDS THE FEE JUST POSTED TO THE       *
      *  CUMULATIVE TRANHIST FILE AS AN F-CODED MOVEMENT, EFFECTIVE  *
      *  THE RUN DATE, CARRYING THE FEE TYPE AND DESCRIPTION SO THE  *
      *  STATEMENT CAN NAME THE CHARGE                               *
      ****************************************************************
       B050-WRITE-HISTORY.
           MOVE SPACES TO HIST-REC.
           MOVE WS-CURRENT-DATE TO HIST-POST-DATE.
           MOVE ACCT-NO-IN TO HIST-ACCT-NO.
           MOVE 'F' TO HIST-DC-CODE.
           MOVE WS-FEE-POSTED TO HIST-AMOUNT.
           MOVE WS-CURRENT-DATE TO HIST-EFF-DATE.
           MOVE WS-RUN-BAL TO HIST-NEW-BAL.
           MOVE BRANCH-CODE-IN TO HIST-BRANCH.
           MOVE "FEEASSM " TO HIST-SOURCE.
           MOVE WS-FT-TYPE(WS-FEE-SUB) TO HIST-FEE-TYPE.
           MOVE WS-FT-DESC(WS-FEE-SUB) TO HIST-FEE-DESC.
           ADD 1 TO WS-HIST-SEQ.
           MOVE WS-HIST-SEQ TO HIST-SEQ.
           WRITE HIST-REC
               INVALID KEY
                   DISPLAY "FEEASSM: TRANHIST WRITE FAILED FOR ACCOUNT "
                       HIST-ACCT-NO " STATUS=" WS-HIS-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-HIST-COUNT
           END-WRITE.

      ****************************************************************
      *  B051-FIND-HIST-SEQ FINDS THE HIGHEST SEQUENCE NUMBER        *
      *  ALREADY ON TRANHIST FOR THE BUSINESS DATE, SO THE FEES      *
      *  FOLLOW THE MOVEMENTS THE DAY'S POSTING AND INTACCR HAVE     *
      *  WRITTEN                                                     *
      ****************************************************************
       B051-FIND-HIST-SEQ.
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
           PERFORM B052-TAKE-HIST-SEQ
               UNTIL HIST-EOF = 'Y'.

       B052-TAKE-HIST-SEQ.
           IF HIST-POST-DATE NOT = WS-CURRENT-DATE
               MOVE 'Y' TO HIST-EOF
           ELSE
               MOVE HIST-SEQ TO WS-HIST-SEQ
               PERFORM READ-HIST-RECORD
           END-IF.

       B060-PRINT-DETAIL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM A010-WRITE-HEADERS
           END-IF.
           MOVE ACCT-NO-IN TO DTL-ACCT-NO.
           MOVE BRANCH-CODE-IN TO DTL-BRANCH.
           MOVE WS-FT-TYPE(WS-FEE-SUB) TO DTL-TYPE.
           MOVE WS-START-BAL TO DTL-BAL.
           MOVE WS-FEE-DUE TO DTL-ASSESSED.
           MOVE WS-FEE-WAIVED TO DTL-WAIVED.
           MOVE WS-FEE-POSTED TO DTL-POSTED.
           MOVE WS-FEE-NOTE TO DTL-NOTE.
           WRITE RPT-REC-OUT FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.

       READ-RECORD.
           READ CUS-RECS NEXT RECORD
               AT END MOVE 'Y' TO LASTREC
           END-READ.

       READ-FEE-RECORD.
           READ FEE-IN
               AT END MOVE 'Y' TO FEE-EOF
           END-READ.

       READ-HIST-RECORD.
           READ HIST-OUT NEXT RECORD
               AT END MOVE 'Y' TO HIST-EOF
           END-READ.

       RETURN-SORT-RECORD.
           RETURN SORT-WORK
               AT END MOVE 'Y' TO LASTSORT
           END-RETURN.

      ****************************************************************
      *  C010-SUMMARIZE-BRANCHES TAKES THE FEE DECISIONS BACK IN     *
      *  BRANCH AND FEE-TYPE ORDER AND PRINTS ONE LINE PER FEE TYPE  *
      *  WITHIN EACH BRANCH AND A TOTAL LINE PER BRANCH              *
      ****************************************************************
       C010-SUMMARIZE-BRANCHES.
           PERFORM A010-WRITE-HEADERS.
           MOVE "FEES BY BRANCH AND FEE TYPE" TO RPT-REC-OUT.
           WRITE RPT-REC-OUT.
           WRITE RPT-REC-OUT FROM SUMMARY-HEADING.
           ADD 2 TO WS-LINE-COUNT.
           MOVE SPACE TO FIRST-BRANCH.
           PERFORM RETURN-SORT-RECORD.
           PERFORM C012-TAKE-ONE-DECISION
               UNTIL LASTSORT = 'Y'.
           IF FIRST-BRANCH = 'Y'
               PERFORM C016-FINISH-TYPE
               PERFORM C018-FINISH-BRANCH
           END-IF.

       C010-SUMMARIZE-BRANCHES-EXIT.
           EXIT.

       C012-TAKE-ONE-DECISION.
           IF FIRST-BRANCH NOT = 'Y'
               MOVE 'Y' TO FIRST-BRANCH
               PERFORM C013-START-BRANCH
               PERFORM C014-START-TYPE
           ELSE
               IF SW-BRANCH NOT = WS-SUM-BRANCH
                   PERFORM C016-FINISH-TYPE
                   PERFORM C018-FINISH-BRANCH
                   PERFORM C013-START-BRANCH
                   PERFORM C014-START-TYPE
               ELSE
                   IF SW-FEE-TYPE NOT = WS-SUM-TYPE
                       PERFORM C016-FINISH-TYPE
                       PERFORM C014-START-TYPE
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-TY-ASSESS-COUNT.
           ADD SW-ASSESSED TO WS-TY-ASSESS-AMT.
           IF SW-WAIVED > ZERO
               ADD 1 TO WS-TY-WAIVE-COUNT
               ADD SW-WAIVED TO WS-TY-WAIVE-AMT
           END-IF.
           IF SW-POSTED > ZERO
               ADD 1 TO WS-TY-POST-COUNT
               ADD SW-POSTED TO WS-TY-POST-AMT
           END-IF.
           PERFORM RETURN-SORT-RECORD.

       C013-START-BRANCH.
           MOVE SW-BRANCH TO WS-SUM-BRANCH.
           MOVE ZERO TO WS-BR-ASSESS-COUNT.
           MOVE ZERO TO WS-BR-ASSESS-AMT.
           MOVE ZERO TO WS-BR-WAIVE-COUNT.
           MOVE ZERO TO WS-BR-WAIVE-AMT.
           MOVE ZERO TO WS-BR-POST-COUNT.
           MOVE ZERO TO WS-BR-POST-AMT.

       C014-START-TYPE.
           MOVE SW-FEE-TYPE TO WS-SUM-TYPE.
           MOVE ZERO TO WS-TY-ASSESS-COUNT.
           MOVE ZERO TO WS-TY-ASSESS-AMT.
           MOVE ZERO TO WS-TY-WAIVE-COUNT.
           MOVE ZERO TO WS-TY-WAIVE-AMT.
           MOVE ZERO TO WS-TY-POST-COUNT.
           MOVE ZERO TO WS-TY-POST-AMT.

       C016-FINISH-TYPE.
           MOVE WS-SUM-BRANCH TO SUM-BRANCH.
           MOVE WS-SUM-TYPE TO SUM-TYPE.
           MOVE WS-TY-ASSESS-AMT TO SUM-ASSESS-AMT.
           MOVE WS-TY-ASSESS-COUNT TO SUM-ASSESS-COUNT.
           MOVE WS-TY-WAIVE-AMT TO SUM-WAIVE-AMT.
           MOVE WS-TY-WAIVE-COUNT TO SUM-WAIVE-COUNT.
           MOVE WS-TY-POST-AMT TO SUM-POST-AMT.
           MOVE WS-TY-POST-COUNT TO SUM-POST-COUNT.
           PERFORM C020-WRITE-SUMMARY-LINE.
           ADD WS-TY-ASSESS-COUNT TO WS-BR-ASSESS-COUNT.
           ADD WS-TY-ASSESS-AMT TO WS-BR-ASSESS-AMT.
           ADD WS-TY-WAIVE-COUNT TO WS-BR-WAIVE-COUNT.
           ADD WS-TY-WAIVE-AMT TO WS-BR-WAIVE-AMT.
           ADD WS-TY-POST-COUNT TO WS-BR-POST-COUNT.
           ADD WS-TY-POST-AMT TO WS-BR-POST-AMT.

       C018-FINISH-BRANCH.
           MOVE WS-SUM-BRANCH TO SUM-BRANCH.
           MOVE "**" TO SUM-TYPE.
           MOVE WS-BR-ASSESS-AMT TO SUM-ASSESS-AMT.
           MOVE WS-BR-ASSESS-COUNT TO SUM-ASSESS-COUNT.
           MOVE WS-BR-WAIVE-AMT TO SUM-WAIVE-AMT.
           MOVE WS-BR-WAIVE-COUNT TO SUM-WAIVE-COUNT.
           MOVE WS-BR-POST-AMT TO SUM-POST-AMT.
           MOVE WS-BR-POST-COUNT TO SUM-POST-COUNT.
           PERFORM C020-WRITE-SUMMARY-LINE.
           MOVE SPACES TO RPT-REC-OUT.
           WRITE RPT-REC-OUT.
           ADD 1 TO WS-LINE-COUNT.

       C020-WRITE-SUMMARY-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM A010-WRITE-HEADERS
               WRITE RPT-REC-OUT FROM SUMMARY-HEADING
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           WRITE RPT-REC-OUT FROM SUMMARY-LINE.
           ADD 1 TO WS-LINE-COUNT.

      ****************************************************************
      *  C030-WRITE-TYPE-TOTALS PRINTS ONE LINE PER FEE TYPE ACROSS  *
      *  ALL BRANCHES - ASSESSED, WAIVED, AND POSTED AMOUNTS AND THE *
      *  NUMBER POSTED - SO THE LEDGER TEAM CAN BOOK FEE INCOME BY   *
      *  TYPE                                                        *
      ****************************************************************
       C030-WRITE-TYPE-TOTALS.
           MOVE SPACES TO RPT-REC-OUT.
           WRITE RPT-REC-OUT FROM HEADER-3.
           MOVE ZERO TO WS-FEE-SUB.
           PERFORM C035-WRITE-ONE-TYPE
               UNTIL WS-FEE-SUB >= WS-FEE-COUNT.

       C035-WRITE-ONE-TYPE.
           ADD 1 TO WS-FEE-SUB.
           MOVE WS-FT-TYPE(WS-FEE-SUB) TO TYP-TYPE.
           MOVE WS-FT-DESC(WS-FEE-SUB) TO TYP-DESC.
           MOVE WS-FT-ASSESS-AMT(WS-FEE-SUB) TO TYP-ASSESS-AMT.
           MOVE WS-FT-WAIVE-AMT(WS-FEE-SUB) TO TYP-WAIVE-AMT.
           MOVE WS-FT-POST-AMT(WS-FEE-SUB) TO TYP-POST-AMT.
           MOVE WS-FT-POST-COUNT(WS-FEE-SUB) TO TYP-POST-COUNT.
           WRITE RPT-REC-OUT FROM TYPE-LINE.

      ****************************************************************
      *  C040-WRITE-TRAILER WRITES THE CONTROL TOTALS: EVERY FEE     *
      *  ASSESSED IS EITHER WAIVED OR POSTED (A SHORTFALL IS BOTH),  *
      *  SO ASSESSED EQUALS WAIVED PLUS POSTED, AND BALANCES BEFORE  *
      *  LESS FEES POSTED EQUALS BALANCES AFTER                      *
      ****************************************************************
       C040-WRITE-TRAILER.
           MOVE SPACES TO RPT-REC-OUT.
           WRITE RPT-REC-OUT FROM HEADER-3.
           MOVE WS-READ-COUNT TO TRL-READ-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-1.
           MOVE WS-CLOSED-COUNT TO TRL-CLOSED-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-2.
           MOVE WS-UNREAD-COUNT TO TRL-UNREAD-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-3.
           MOVE WS-CHARGED-COUNT TO TRL-CHARGED-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-4.
           MOVE WS-ASSESS-COUNT TO TRL-ASSESS-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-5.
           MOVE WS-OFFICER-WAIVE-COUNT TO TRL-OFFICER-WAIVE-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-6.
           MOVE WS-NEW-WAIVE-COUNT TO TRL-NEW-WAIVE-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-7.
           MOVE WS-SHORT-COUNT TO TRL-SHORT-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-8.
           MOVE WS-POST-COUNT TO TRL-POST-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-9.
           MOVE WS-HIST-COUNT TO TRL-HIST-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-10.
           MOVE WS-ASSESS-AMT TO TRL-ASSESS-AMT.
           WRITE RPT-REC-OUT FROM TRAILER-11.
           MOVE WS-WAIVE-AMT TO TRL-WAIVE-AMT.
           WRITE RPT-REC-OUT FROM TRAILER-12.
           MOVE WS-SHORT-AMT TO TRL-SHORT-AMT.
           WRITE RPT-REC-OUT FROM TRAILER-13.
           MOVE WS-POST-AMT TO TRL-POST-AMT.
           WRITE RPT-REC-OUT FROM TRAILER-14.
           MOVE WS-BAL-BEFORE TO TRL-BAL-BEFORE.
           WRITE RPT-REC-OUT FROM TRAILER-15.
           MOVE WS-BAL-AFTER TO TRL-BAL-AFTER.
           WRITE RPT-REC-OUT FROM TRAILER-16.
           IF WS-ASSESS-AMT NOT = WS-WAIVE-AMT + WS-POST-AMT
               DISPLAY "FEEASSM: FEES ASSESSED DO NOT EQUAL WAIVED "
                   "PLUS POSTED"
           END-IF.

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
               DISPLAY "FEEASSM: CANNOT OPEN RUNCTL, STATUS="
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
               DISPLAY "FEEASSM: RERUN OVERRIDE FOR " WS-RC-BUS-DATE
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
      *  R040-FIND-PERIOD-RUN BROWSES THE LEDGER BY PERIOD KEY FOR A *
      *  COMPLETED RUN OF THE PROGRAM AND PERIOD IN WS-RC-SCAN-KEY,  *
      *  LEAVING ITS BUSINESS DATE IN WS-RC-FOUND-DATE (ZERO WHEN    *
      *  THERE IS NONE)                                              *
      ****************************************************************
       R040-FIND-PERIOD-RUN.
           MOVE ZERO TO WS-RC-FOUND-DATE.
           MOVE SPACE TO RC-EOF.
           MOVE WS-RC-SCAN-KEY TO RC-PERIOD-KEY.
           START RC-FILE KEY IS EQUAL TO RC-PERIOD-KEY
               INVALID KEY MOVE 'Y' TO RC-EOF
           END-START.
           IF RC-EOF NOT = 'Y'
               PERFORM READ-RC-NEXT
           END-IF.
           PERFORM R045-TEST-PERIOD-RUN
               UNTIL RC-EOF = 'Y'.

       R045-TEST-PERIOD-RUN.
           IF RC-PERIOD-KEY NOT = WS-RC-SCAN-KEY
               MOVE 'Y' TO RC-EOF
           ELSE
               IF RC-COMPLETE
                   MOVE RC-BUS-DATE TO WS-RC-FOUND-DATE
                   MOVE 'Y' TO RC-EOF
               ELSE
                   PERFORM READ-RC-NEXT
               END-IF
           END-IF.

      ****************************************************************
      *  R050-CHECK-PREDECESSOR REFUSES A SECOND ASSESSMENT IN THE   *
      *  SAME MONTH, WHATEVER DAY THE FIRST ONE RAN, AND OTHERWISE   *
      *  REFUSES THE RUN UNLESS INTACCR HAS COMPLETED FOR THE SAME   *
      *  BUSINESS DATE, SO THE FEES COME OFF THE ACCRUED BALANCES    *
      ****************************************************************
       R050-CHECK-PREDECESSOR.
           MOVE WS-RC-PROGRAM TO WS-RC-SCAN-PGM.
           MOVE WS-RC-PERIOD TO WS-RC-SCAN-PERIOD.
           PERFORM R040-FIND-PERIOD-RUN.
           IF WS-RC-FOUND-DATE NOT = ZERO
               STRING "FEES ALREADY ASSESSED FOR THIS MONTH ON "
                          DELIMITED BY SIZE
                      WS-RC-FOUND-DATE DELIMITED BY SIZE
                   INTO WS-RC-REFUSAL
           ELSE
               PERFORM R055-CHECK-STEP-COMPLETE
           END-IF.

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
                       DISPLAY "FEEASSM: RUNCTL REWRITE FAILED, "
                           "STATUS=" WS-RC-STATUS
               END-REWRITE
           ELSE
               WRITE RC-REC
                   INVALID KEY
                       DISPLAY "FEEASSM: RUNCTL WRITE FAILED, "
                           "STATUS=" WS-RC-STATUS
               END-WRITE
           END-IF.

      ****************************************************************
      *  R070-SET-CONTROL-TOTALS CARRIES THE REGISTER TOTALS ONTO    *
      *  THE LEDGER: COUNT 1 ACCOUNTS READ, 2 ACCOUNTS CHARGED A     *
      *  FEE, 3 CLOSED SKIPPED, 4 UNREADABLE, 5 FEES ASSESSED, 6     *
      *  FEES WAIVED IN WHOLE OR PART, 7 FEES POSTED, 8 HISTORY      *
      *  RECORDS WRITTEN, 9 SHORTFALLS; AMOUNT 1 ASSESSED, 2 WAIVED, *
      *  3 POSTED, 4 SHORTFALL WAIVED, 5 BALANCES BEFORE, 6 AFTER    *
      ****************************************************************
       R070-SET-CONTROL-TOTALS.
           MOVE WS-READ-COUNT TO RC-COUNT-1.
           MOVE WS-CHARGED-COUNT TO RC-COUNT-2.
           MOVE WS-CLOSED-COUNT TO RC-COUNT-3.
           MOVE WS-UNREAD-COUNT TO RC-COUNT-4.
           MOVE WS-ASSESS-COUNT TO RC-COUNT-5.
           MOVE WS-WAIVE-COUNT TO RC-COUNT-6.
           MOVE WS-POST-COUNT TO RC-COUNT-7.
           MOVE WS-HIST-COUNT TO RC-COUNT-8.
           MOVE WS-SHORT-COUNT TO RC-COUNT-9.
           MOVE WS-ASSESS-AMT TO RC-AMOUNT-1.
           MOVE WS-WAIVE-AMT TO RC-AMOUNT-2.
           MOVE WS-POST-AMT TO RC-AMOUNT-3.
           MOVE WS-SHORT-AMT TO RC-AMOUNT-4.
           MOVE WS-BAL-BEFORE TO RC-AMOUNT-5.
           MOVE WS-BAL-AFTER TO RC-AMOUNT-6.

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
                   DISPLAY "FEEASSM: RUNCTL RECORD MISSING AT END "
                       "OF RUN"
               NOT INVALID KEY
                   MOVE WS-RC-END-STATUS TO RC-STATUS
                   MOVE WS-RC-PERIOD TO RC-PERIOD
                   MOVE FUNCTION CURRENT-DATE(1:14) TO RC-END-STAMP
                   PERFORM R070-SET-CONTROL-TOTALS
                   REWRITE RC-REC
                       INVALID KEY
                           DISPLAY "FEEASSM: RUNCTL REWRITE FAILED, "
                               "STATUS=" WS-RC-STATUS
                   END-REWRITE
           END-READ.
           CLOSE RC-FILE.

      ****************************************************************
      *  R090-RUN-REFUSED ENDS A RUN THE LEDGER WILL NOT ALLOW WITH  *
      *  RETURN CODE 12 SO THE STREAM STOPS FOR THE OPERATOR         *
      ****************************************************************
       R090-RUN-REFUSED.
           DISPLAY "FEEASSM: RUN REFUSED FOR BUSINESS DATE "
               WS-RC-BUS-DATE.
           DISPLAY "FEEASSM: " WS-RC-REFUSAL.
           DISPLAY "FEEASSM: A RUNOVR RERUN CARD IS NEEDED TO FORCE "
               "THIS RUN".
           CLOSE RC-FILE.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

       READ-RC-NEXT.
           READ RC-FILE NEXT RECORD
               AT END MOVE 'Y' TO RC-EOF
           END-READ.

       READ-OVR-RECORD.
           READ OVR-IN
               AT END MOVE 'Y' TO OVR-EOF
           END-READ.

      ****************************************************************
      *  FATAL-STOP ABANDONS THE RUN BEFORE ANY FEE IS POSTED WHEN   *
      *  THE MASTER CANNOT BE OPENED OR THE FEE SCHEDULE IS BAD, AND *
      *  MARKS THE RUN FAILED ON THE RUN-CONTROL LEDGER              *
      ****************************************************************
       FATAL-STOP.
           CLOSE RPT-OUT.
           CLOSE HIST-OUT.
           MOVE 'F' TO WS-RC-END-STATUS.
           PERFORM R080-STAMP-RUN-END.
           STOP RUN.
