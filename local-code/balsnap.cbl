      *                    TWO NIGHTS AND THE RELATIONSHIP MANAGERS
      *                    CAN SEE WHO IS MOVING BEFORE AN ACCOUNT
      *                    FALLS OFF THE TOP-N REPORT.
      *   2026.10.15  SEC  CHECK THE RUNCTL RUN-CONTROL LEDGER BEFORE
      *                    TOUCHING ANY FILE.  THE RUN IS REFUSED WITH
      *                    RETURN CODE 12 UNLESS CUSTMNT (AND INTACCR,
      *                    IF IT RAN) COMPLETED FOR THE BUSINESS DATE
      *                    AND THIS PROGRAM HAS NOT, OR A RUNOVR RERUN
      *                    CARD IS SUPPLIED.  THE LEDGER RECORD IS
      *                    STAMPED STARTED, THEN COMPLETE (OR FAILED)
      *                    WITH THE RUN COUNTS AND THE TOTAL BALANCE
      *                    SNAPPED.
      *   2026.10.15  SEC  ON A MONTH-END NIGHT FEEASSM NOW RUNS AFTER
      *                    INTACCR, SO ONCE INTACCR HAS RUN FOR THE DATE
      *                    THE SNAPSHOT ALSO WAITS FOR FEEASSM TO
      *                    COMPLETE AND NEVER CATCHES THE MASTER HALF-
      *                    CHARGED.
      *   2026.10.15  SEC  BALHIST IS NOW AN INDEXED FILE KEYED BY
      *                    SNAPSHOT DATE AND ACCOUNT NUMBER, SO READERS
      *                    CAN GO STRAIGHT TO ONE NIGHT'S SNAPSHOT.  A
      *                    FORCED RERUN DELETES THE SNAPSHOT ALREADY ON
      *                    FILE FOR THE BUSINESS DATE BEFORE WRITING THE
      *                    NEW ONE.
      *   2026.10.15  SEC  THE MASTER IS OPENED BEFORE BALHIST, AND THE
      *                    SNAPSHOT ALREADY ON FILE FOR THE BUSINESS
      *                    DATE IS DELETED ONLY ON A RERUN.
      *
       ENVIRONMENT DIVISION.
      *
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO-IN
               FILE STATUS IS WS-CUS-STATUS.
           SELECT OPTIONAL SNAP-OUT ASSIGN TO BALHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNAP-KEY
               FILE STATUS IS WS-SNP-STATUS.
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
       FD  SNAP-OUT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  SNAP-REC.
           05  SNAP-KEY.
               10  SNAP-DATE      PIC 9(08).
               10  SNAP-ACCT-NO   PIC 9(09).
           05  SNAP-BAL       PIC 9(09)V99.
           05  SNAP-STATUS    PIC X(01).
           05  SNAP-BAL-OK    PIC X(01).
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

           05  WS-READ-COUNT   PIC 9(07)      VALUE ZERO.
           05  WS-SNAP-COUNT   PIC 9(07)      VALUE ZERO.
           05  WS-UNREAD-COUNT PIC 9(07)      VALUE ZERO.
           05  WS-SNAP-TOTAL   PIC 9(13)V99   VALUE ZERO.
           05  WS-CLEAR-COUNT  PIC 9(07)      VALUE ZERO.

       01  WS-CUS-STATUS       PIC X(02)      VALUE "00".

       01  WS-SNP-STATUS       PIC X(02)      VALUE "00".

       01  WS-ACC-BAL          PIC 9(09)V99   VALUE ZERO.

       01  WS-RC-STATUS        PIC X(02)      VALUE "00".

       01  RUN-CONTROL-FIELDS.
           05  WS-RC-PROGRAM   PIC X(08)      VALUE "BALSNAP".
           05  WS-RC-PRED      PIC X(08)      VALUE "CUSTMNT".
           05  WS-RC-BUS-DATE  PIC 9(08)      VALUE ZERO.
           05  WS-RC-PERIOD    PIC X(16)      VALUE SPACES.
           05  WS-RC-RUN-COUNT PIC 9(03)      VALUE ZERO.
           05  WS-RC-OVERRIDE  PIC X(01)      VALUE SPACE.
           05  WS-RC-OVR-USER  PIC X(08)      VALUE SPACES.
           05  WS-RC-ON-FILE   PIC X(01)      VALUE SPACE.
           05  WS-RC-END-STATUS PIC X(01)     VALUE 'C'.
           05  WS-RC-REFUSAL   PIC X(60)      VALUE SPACES.

       01  FLAGS.
           05 LASTREC       PIC X VALUE SPACE.
           05 OVR-EOF       PIC X VALUE SPACE.
           05 ACCR-RAN      PIC X VALUE SPACE.
           05 SNAP-EOF      PIC X VALUE SPACE.

       01 WS-CURRENT-DATE.
          05  WS-CURRENT-YEAR         PIC X(04).
       PROCEDURE DIVISION.
      *
       A000-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE TO WS-RC-BUS-DATE.
           MOVE WS-CURRENT-DATE TO WS-RC-PERIOD.
           PERFORM R010-CHECK-RUN-CONTROL
               THRU R010-CHECK-RUN-CONTROL-EXIT.
           OPEN INPUT CUS-RECS.
           IF WS-CUS-STATUS NOT = "00"
               DISPLAY "BALSNAP: CANNOT OPEN CUSTRECS, STATUS="
                   WS-CUS-STATUS
               GO TO FATAL-STOP
           END-IF.
           OPEN I-O SNAP-OUT.
           IF WS-SNP-STATUS NOT = "00" AND WS-SNP-STATUS NOT = "05"
               DISPLAY "BALSNAP: CANNOT OPEN BALHIST, STATUS="
                   WS-SNP-STATUS
               GO TO FATAL-STOP
           END-IF.
           IF WS-RC-OVERRIDE = 'Y' OR WS-RC-ON-FILE = 'Y'
               PERFORM A005-CLEAR-RERUN-DATE
           END-IF.
           MOVE ZERO TO ACCT-NO-IN.
           START CUS-RECS KEY IS NOT LESS THAN ACCT-NO-IN
               INVALID KEY MOVE 'Y' TO LASTREC
           DISPLAY "BALSNAP: RECORDS READ " WS-READ-COUNT
               " SNAPSHOTS WRITTEN " WS-SNAP-COUNT
               " UNREADABLE BALANCES " WS-UNREAD-COUNT.
           IF WS-CLEAR-COUNT > ZERO
               DISPLAY "BALSNAP: EARLIER SNAPSHOTS REPLACED "
                   WS-CLEAR-COUNT
           END-IF.
           CLOSE SNAP-OUT.
           CLOSE CUS-RECS.
           PERFORM R080-STAMP-RUN-END.
           STOP RUN.

      ****************************************************************
      *  A005-CLEAR-RERUN-DATE DELETES ANY SNAPSHOT ALREADY ON       *
      *  BALHIST FOR THE BUSINESS DATE, SO A FORCED RERUN REPLACES   *
      *  THE NIGHT'S SNAPSHOT RATHER THAN COLLIDING WITH IT.  IT IS  *
      *  DONE ONLY ON A RERUN (AN OVERRIDE CARD OR AN EARLIER LEDGER *
      *  RECORD FOR THE DATE), AND ONLY ONCE THE MASTER IS OPEN      *
      ****************************************************************
       A005-CLEAR-RERUN-DATE.
           MOVE SPACE TO SNAP-EOF.
           MOVE WS-CURRENT-DATE TO SNAP-DATE.
           MOVE ZERO TO SNAP-ACCT-NO.
           START SNAP-OUT KEY IS NOT LESS THAN SNAP-KEY
               INVALID KEY MOVE 'Y' TO SNAP-EOF
           END-START.
           IF SNAP-EOF NOT = 'Y'
               PERFORM READ-SNAP-NEXT
           END-IF.
           PERFORM A006-CLEAR-ONE-SNAPSHOT
               UNTIL SNAP-EOF = 'Y'.

       A006-CLEAR-ONE-SNAPSHOT.
           IF SNAP-DATE NOT = WS-CURRENT-DATE
               MOVE 'Y' TO SNAP-EOF
           ELSE
               DELETE SNAP-OUT RECORD
                   INVALID KEY
                       DISPLAY "BALSNAP: BALHIST DELETE FAILED FOR "
                           "ACCOUNT " SNAP-ACCT-NO " STATUS="
                           WS-SNP-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-CLEAR-COUNT
               END-DELETE
               PERFORM READ-SNAP-NEXT
           END-IF.

      ****************************************************************
      *  B010-SNAPSHOT-RECORD APPENDS ONE DATED SNAPSHOT LINE FOR THE *
      *  CURRENT MASTER RECORD.  A BALANCE THAT WILL NOT PARSE IS     *
           ELSE
               COMPUTE WS-ACC-BAL = FUNCTION NUMVAL-C(BAL-IN)
               MOVE WS-ACC-BAL TO SNAP-BAL
               ADD WS-ACC-BAL TO WS-SNAP-TOTAL
               MOVE 'Y' TO SNAP-BAL-OK
           END-IF.
           WRITE SNAP-REC
               INVALID KEY
                   DISPLAY "BALSNAP: BALHIST WRITE FAILED FOR ACCOUNT "
                       SNAP-ACCT-NO " STATUS=" WS-SNP-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-SNAP-COUNT
           END-WRITE.
           PERFORM READ-RECORD.

       READ-RECORD.
               AT END MOVE 'Y' TO LASTREC
           END-READ.

       READ-SNAP-NEXT.
           READ SNAP-OUT NEXT RECORD
               AT END MOVE 'Y' TO SNAP-EOF
           END-READ.

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
               DISPLAY "BALSNAP: CANNOT OPEN RUNCTL, STATUS="
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
               DISPLAY "BALSNAP: RERUN OVERRIDE FOR " WS-RC-BUS-DATE
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
      *  R050-CHECK-PREDECESSOR REFUSES THE RUN UNLESS CUSTMNT HAS   *
      *  COMPLETED FOR THE SAME BUSINESS DATE.  ON A MONTH-END NIGHT *
      *  INTACCR AND THEN FEEASSM RUN BETWEEN THE TWO, SO AN INTACCR *
      *  RECORD FOR THE DATE THAT IS NOT COMPLETE ALSO STOPS THE     *
      *  SNAPSHOT, WHICH WOULD OTHERWISE CATCH THE MASTER HALF-      *
      *  ACCRUED, AND ONCE INTACCR HAS RUN FOR THE DATE FEEASSM MUST *
      *  HAVE COMPLETED TOO, SO THE MASTER IS NOT CAUGHT BEFORE OR   *
      *  PART-WAY THROUGH THE MONTH'S FEES                           *
      ****************************************************************
       R050-CHECK-PREDECESSOR.
           PERFORM R055-CHECK-STEP-COMPLETE.
           IF WS-RC-REFUSAL = SPACES
               MOVE WS-RC-BUS-DATE TO RC-BUS-DATE
               MOVE "INTACCR " TO RC-PROGRAM
               MOVE SPACE TO ACCR-RAN
               READ RC-FILE
                   INVALID KEY
                       MOVE 'C' TO RC-STATUS
                   NOT INVALID KEY
                       MOVE 'Y' TO ACCR-RAN
               END-READ
               IF NOT RC-COMPLETE
                   MOVE "INTACCR DID NOT COMPLETE FOR THIS DATE"
                       TO WS-RC-REFUSAL
               END-IF
           END-IF.
           IF WS-RC-REFUSAL = SPACES AND ACCR-RAN = 'Y'
               MOVE WS-RC-BUS-DATE TO RC-BUS-DATE
               MOVE "FEEASSM " TO RC-PROGRAM
               READ RC-FILE
                   INVALID KEY
                       MOVE SPACE TO RC-STATUS
               END-READ
               IF NOT RC-COMPLETE
                   MOVE "FEEASSM HAS NOT COMPLETED FOR THIS DATE"
                       TO WS-RC-REFUSAL
               END-IF
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
                       DISPLAY "BALSNAP: RUNCTL REWRITE FAILED, "
                           "STATUS=" WS-RC-STATUS
               END-REWRITE
           ELSE
               WRITE RC-REC
                   INVALID KEY
                       DISPLAY "BALSNAP: RUNCTL WRITE FAILED, "
                           "STATUS=" WS-RC-STATUS
               END-WRITE
           END-IF.

      ****************************************************************
      *  R070-SET-CONTROL-TOTALS CARRIES THE RUN TOTALS ONTO THE     *
      *  LEDGER: COUNT 1 RECORDS READ, 2 SNAPSHOTS WRITTEN,          *
      *  3 UNREADABLE BALANCES; AMOUNT 1 TOTAL BALANCE SNAPPED       *
      ****************************************************************
       R070-SET-CONTROL-TOTALS.
           MOVE WS-READ-COUNT TO RC-COUNT-1.
           MOVE WS-SNAP-COUNT TO RC-COUNT-2.
           MOVE WS-UNREAD-COUNT TO RC-COUNT-3.
           MOVE WS-SNAP-TOTAL TO RC-AMOUNT-1.

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
                   DISPLAY "BALSNAP: RUNCTL RECORD MISSING AT END "
                       "OF RUN"
               NOT INVALID KEY
                   MOVE WS-RC-END-STATUS TO RC-STATUS
                   MOVE WS-RC-PERIOD TO RC-PERIOD
                   MOVE FUNCTION CURRENT-DATE(1:14) TO RC-END-STAMP
                   PERFORM R070-SET-CONTROL-TOTALS
                   REWRITE RC-REC
                       INVALID KEY
                           DISPLAY "BALSNAP: RUNCTL REWRITE FAILED, "
                               "STATUS=" WS-RC-STATUS
                   END-REWRITE
           END-READ.
           CLOSE RC-FILE.

      ****************************************************************
      *  R090-RUN-REFUSED ENDS A RUN THE LEDGER WILL NOT ALLOW WITH  *
      *  RETURN CODE 12 SO THE STREAM STOPS FOR THE OPERATOR         *
      ****************************************************************
       R090-RUN-REFUSED.
           DISPLAY "BALSNAP: RUN REFUSED FOR BUSINESS DATE "
               WS-RC-BUS-DATE.
           DISPLAY "BALSNAP: " WS-RC-REFUSAL.
           DISPLAY "BALSNAP: A RUNOVR RERUN CARD IS NEEDED TO FORCE "
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
      *  SO AN EMPTY NIGHT IS NEVER APPENDED TO THE HISTORY, AND     *
      *  MARKS THE RUN FAILED ON THE RUN-CONTROL LEDGER              *
      ****************************************************************
       FATAL-STOP.
           CLOSE SNAP-OUT.
           CLOSE CUS-RECS.
           MOVE 'F' TO WS-RC-END-STATUS.
           PERFORM R080-STAMP-RUN-END.
           STOP RUN.
