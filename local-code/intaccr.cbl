      *                    SO THE MONTH-END STATEMENT CAN CARRY THE
      *                    INTEREST LINE AND THE BALANCING EXTRACTS
      *                    CAN TIE TO THE REGISTER GRAND TOTAL.
      *   2026.10.15  SEC  CHECK THE RUNCTL RUN-CONTROL LEDGER BEFORE
      *                    TOUCHING ANY FILE.  THE RUN IS REFUSED WITH
      *                    RETURN CODE 12 IF INTEREST WAS ALREADY
      *                    ACCRUED FOR THE MONTH OR CUSTMNT HAS NOT
      *                    COMPLETED FOR THE BUSINESS DATE, UNLESS A
      *                    RUNOVR RERUN CARD IS SUPPLIED.  THE LEDGER
      *                    RECORD IS STAMPED STARTED, THEN COMPLETE
      *                    (OR FAILED) WITH THE REGISTER TOTALS.
      *   2026.10.15  SEC  WRITE TO TRANHIST AS AN INDEXED FILE KEYED BY
      *                    POSTING DATE AND A SEQUENCE NUMBER PER DATE.
      *                    EACH ACCRUAL TAKES THE NEXT SEQUENCE AFTER
      *                    THE HIGHEST ALREADY ON FILE FOR THE BUSINESS
      *                    DATE.
      *
       ENVIRONMENT DIVISION.
      *
               FILE STATUS IS WS-CUS-STATUS.
           SELECT RATE-IN ASSIGN TO RATEPARM.
           SELECT RPT-OUT ASSIGN TO ACCRRPT.
           SELECT OPTIONAL HIST-OUT ASSIGN TO TRANHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-ACCT-NO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-EFF-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-HIS-STATUS.
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

       WORKING-STORAGE SECTION.


       01  WS-CUS-STATUS       PIC X(02)      VALUE "00".

       01  WS-HIS-STATUS       PIC X(02)      VALUE "00".

       01  WS-HIST-SEQ         PIC 9(07)      VALUE ZERO.

       01  WS-ACC-BAL          PIC 9(09)V99   VALUE ZERO.

       01  WS-ACCRUAL          PIC 9(09)V99   VALUE ZERO.

       01  WS-PAGE-COUNT       PIC 9(03)      VALUE ZERO.

       01  WS-RC-STATUS        PIC X(02)      VALUE "00".

       01  RUN-CONTROL-FIELDS.
           05  WS-RC-PROGRAM   PIC X(08)      VALUE "INTACCR".
           05  WS-RC-PRED      PIC X(08)      VALUE "CUSTMNT".
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
           05 RATE-EOF      PIC X VALUE SPACE.
           05 TIER-FOUND    PIC X VALUE SPACE.
           05 RC-EOF        PIC X VALUE SPACE.
           05 OVR-EOF       PIC X VALUE SPACE.
           05 HIST-EOF      PIC X VALUE SPACE.

       01 WS-CURRENT-DATE.
          05  WS-CURRENT-YEAR         PIC X(04).
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
               DISPLAY "INTACCR: CANNOT OPEN TRANHIST, STATUS="
                   WS-HIS-STATUS
               GO TO FATAL-STOP
           END-IF.
           PERFORM B046-FIND-HIST-SEQ.
           OPEN I-O CUS-RECS.
           IF WS-CUS-STATUS NOT = "00"
               DISPLAY "INTACCR: CANNOT OPEN CUSTRECS, STATUS="
                   "NOTHING ACCRUED"
               GO TO FATAL-STOP
           END-IF.
           PERFORM A010-WRITE-HEADERS.
           MOVE ZERO TO ACCT-NO-IN.
           START CUS-RECS KEY IS NOT LESS THAN ACCT-NO-IN
           CLOSE RPT-OUT.
           CLOSE HIST-OUT.
           CLOSE CUS-RECS.
           PERFORM R080-STAMP-RUN-END.
           STOP RUN.

      ****************************************************************
           MOVE WS-NEW-BAL TO HIST-NEW-BAL.
           MOVE BRANCH-CODE-IN TO HIST-BRANCH.
           MOVE "INTACCR " TO HIST-SOURCE.
           ADD 1 TO WS-HIST-SEQ.
           MOVE WS-HIST-SEQ TO HIST-SEQ.
           WRITE HIST-REC
               INVALID KEY
                   DISPLAY "INTACCR: TRANHIST WRITE FAILED FOR ACCOUNT "
                       HIST-ACCT-NO " STATUS=" WS-HIS-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-HIST-COUNT
           END-WRITE.

      ****************************************************************
      *  B046-FIND-HIST-SEQ FINDS THE HIGHEST SEQUENCE NUMBER        *
      *  ALREADY ON TRANHIST FOR THE BUSINESS DATE, SO THE ACCRUALS  *
      *  FOLLOW THE MOVEMENTS THE DAY'S POSTING HAS WRITTEN          *
      ****************************************************************
       B046-FIND-HIST-SEQ.
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
           PERFORM B047-TAKE-HIST-SEQ
               UNTIL HIST-EOF = 'Y'.

       B047-TAKE-HIST-SEQ.
           IF HIST-POST-DATE NOT = WS-CURRENT-DATE
               MOVE 'Y' TO HIST-EOF
           ELSE
               MOVE HIST-SEQ TO WS-HIST-SEQ
               PERFORM READ-HIST-RECORD
           END-IF.

      ****************************************************************
      *  B030-FIND-TIER PICKS THE FIRST TIER WHOSE BAND TOP IS NOT    *
               AT END MOVE 'Y' TO RATE-EOF
           END-READ.

       READ-HIST-RECORD.
           READ HIST-OUT NEXT RECORD
               AT END MOVE 'Y' TO HIST-EOF
           END-READ.

      ****************************************************************
      *  C030-WRITE-TIER-TOTALS PRINTS ONE SUBTOTAL LINE PER RATE     *
      *  TIER SO THE LEDGER TEAM CAN BOOK THE ACCRUAL BY BAND         *
           MOVE WS-HIST-COUNT TO TRL-HIST-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-9.

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
               DISPLAY "INTACCR: CANNOT OPEN RUNCTL, STATUS="
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
               DISPLAY "INTACCR: RERUN OVERRIDE FOR " WS-RC-BUS-DATE
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
      *  R050-CHECK-PREDECESSOR REFUSES A SECOND ACCRUAL IN THE SAME *
      *  MONTH, WHATEVER DAY THE FIRST ONE RAN, AND OTHERWISE        *
      *  REFUSES THE RUN UNLESS CUSTMNT HAS COMPLETED FOR THE SAME   *
      *  BUSINESS DATE                                               *
      ****************************************************************
       R050-CHECK-PREDECESSOR.
           MOVE WS-RC-PROGRAM TO WS-RC-SCAN-PGM.
           MOVE WS-RC-PERIOD TO WS-RC-SCAN-PERIOD.
           PERFORM R040-FIND-PERIOD-RUN.
           IF WS-RC-FOUND-DATE NOT = ZERO
               STRING "INTEREST ALREADY ACCRUED FOR THIS MONTH ON "
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
                       DISPLAY "INTACCR: RUNCTL REWRITE FAILED, "
                           "STATUS=" WS-RC-STATUS
               END-REWRITE
           ELSE
               WRITE RC-REC
                   INVALID KEY
                       DISPLAY "INTACCR: RUNCTL WRITE FAILED, "
                           "STATUS=" WS-RC-STATUS
               END-WRITE
           END-IF.

      ****************************************************************
      *  R070-SET-CONTROL-TOTALS CARRIES THE REGISTER TRAILER TOTALS *
      *  ONTO THE LEDGER: COUNT 1 ACCOUNTS READ, 2 ACCRUED, 3 CLOSED *
      *  SKIPPED, 4 UNREADABLE BALANCES, 5 OVERFLOWS, 6 HISTORY      *
      *  RECORDS WRITTEN; AMOUNT 1 TOTAL ACCRUAL, 2 BALANCES BEFORE, *
      *  3 BALANCES AFTER                                            *
      ****************************************************************
       R070-SET-CONTROL-TOTALS.
           MOVE WS-READ-COUNT TO RC-COUNT-1.
           MOVE WS-ACCR-COUNT TO RC-COUNT-2.
           MOVE WS-CLOSED-COUNT TO RC-COUNT-3.
           MOVE WS-UNREAD-COUNT TO RC-COUNT-4.
           MOVE WS-OVERFLOW-COUNT TO RC-COUNT-5.
           MOVE WS-HIST-COUNT TO RC-COUNT-6.
           MOVE WS-TOTAL-ACCRUAL TO RC-AMOUNT-1.
           MOVE WS-BAL-BEFORE TO RC-AMOUNT-2.
           MOVE WS-BAL-AFTER TO RC-AMOUNT-3.

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
                   DISPLAY "INTACCR: RUNCTL RECORD MISSING AT END "
                       "OF RUN"
               NOT INVALID KEY
                   MOVE WS-RC-END-STATUS TO RC-STATUS
                   MOVE WS-RC-PERIOD TO RC-PERIOD
                   MOVE FUNCTION CURRENT-DATE(1:14) TO RC-END-STAMP
                   PERFORM R070-SET-CONTROL-TOTALS
                   REWRITE RC-REC
                       INVALID KEY
                           DISPLAY "INTACCR: RUNCTL REWRITE FAILED, "
                               "STATUS=" WS-RC-STATUS
                   END-REWRITE
           END-READ.
           CLOSE RC-FILE.

      ****************************************************************
      *  R090-RUN-REFUSED ENDS A RUN THE LEDGER WILL NOT ALLOW WITH  *
      *  RETURN CODE 12 SO THE STREAM STOPS FOR THE OPERATOR         *
      ****************************************************************
       R090-RUN-REFUSED.
           DISPLAY "INTACCR: RUN REFUSED FOR BUSINESS DATE "
               WS-RC-BUS-DATE.
           DISPLAY "INTACCR: " WS-RC-REFUSAL.
           DISPLAY "INTACCR: A RUNOVR RERUN CARD IS NEEDED TO FORCE "
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
      *  FATAL-STOP ABANDONS THE RUN BEFORE ANY ACCRUAL IS POSTED     *
      *  WHEN THE MASTER OR THE RATE TABLE CANNOT BE TRUSTED          *
       FATAL-STOP.
           CLOSE RPT-OUT.
           CLOSE HIST-OUT.
           MOVE 'F' TO WS-RC-END-STATUS.
           PERFORM R080-STAMP-RUN-END.
           STOP RUN.
