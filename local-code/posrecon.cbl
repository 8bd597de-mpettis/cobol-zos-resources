      *                    THE FILE-LEVEL SUMMARY, SO A MASTER
      *                    RESTORED FROM THE WRONG GENERATION IS
      *                    CAUGHT THE SAME NIGHT.
      *   2026.10.15  SEC  CHECK THE RUNCTL RUN-CONTROL LEDGER BEFORE
      *                    TOUCHING ANY FILE.  THE RUN IS REFUSED WITH
      *                    RETURN CODE 12 UNLESS BALSNAP COMPLETED FOR
      *                    THE BUSINESS DATE AND THIS PROGRAM HAS NOT,
      *                    OR A RUNOVR RERUN CARD IS SUPPLIED.  THE
      *                    LEDGER RECORD IS STAMPED STARTED, THEN
      *                    COMPLETE (OR FAILED) WITH THE REPORT
      *                    TRAILER TOTALS.
      *   2026.10.15  SEC  RECOGNIZE R-CODED REVERSALS IN THE DAY'S
      *                    ACTIVITY.  A REVERSAL OF A CREDIT TAKES THE
      *                    MONEY BACK OUT AND A REVERSAL OF A DEBIT
      *                    PUTS IT BACK, SO THE POSITION STILL PROVES.
      *                    REVERSALS ARE COUNTED ON THE TRAILER AND
      *                    CARRIED TO THE LEDGER AS COUNT 7.
      *   2026.10.15  SEC  RECOGNIZE F-CODED SERVICE CHARGES FROM
      *                    FEEASSM IN THE DAY'S ACTIVITY.  A FEE TAKES
      *                    MONEY OUT LIKE A DEBIT, SO THE POSITION STILL
      *                    PROVES ON A FEE NIGHT.  FEES ARE COUNTED ON
      *                    THE TRAILER AND CARRIED TO THE LEDGER AS
      *                    COUNT 8.
      *   2026.10.15  SEC  BALHIST AND TRANHIST ARE NOW INDEXED BY DATE.
      *                    THE SNAPSHOT DATES ARE FOUND WITH ONE READ
      *                    AND A START PER NIGHT, THE SNAPSHOT READER
      *                    STARTS AT EACH OF THE TWO NIGHTS IN TURN, AND
      *                    THE ACTIVITY READER STARTS AFTER THE PRIOR
      *                    SNAPSHOT DATE AND STOPS PAST TONIGHT'S, SO
      *                    ONLY THE RECORDS BEING PROVED ARE READ.
      *                    ACTIVITY POSTED ON A NIGHT WITH NO SNAPSHOT
      *                    BETWEEN THE TWO IS NOW PROVED WITH THE NEXT
      *                    NIGHT INSTEAD OF BEING MISSED.
      *   2026.10.15  SEC  A TRANHIST THAT WILL NOT OPEN NOW MARKS THE
      *                    RUN FAILED ON THE RUN-CONTROL LEDGER.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCAN-IN ASSIGN TO BALHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCN-KEY
               FILE STATUS IS WS-SCN-STATUS.
           SELECT SNAP-IN ASSIGN TO BALHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNP-KEY
               FILE STATUS IS WS-SNP-STATUS.
           SELECT HIST-IN ASSIGN TO TRANHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-ACCT-NO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-EFF-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-HIS-STATUS.
           SELECT RPT-OUT ASSIGN TO RECONRPT.
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
       FD  SCAN-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  SCN-REC.
           05  SCN-KEY.
               10  SCN-DATE       PIC 9(08).
               10  SCN-ACCT-NO    PIC 9(09).
           05  SCN-BAL        PIC 9(09)V99.
           05  SCN-STATUS     PIC X(01).
           05  SCN-BAL-OK     PIC X(01).
      *
       FD  SNAP-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  SNP-REC.
           05  SNP-KEY.
               10  SNP-DATE       PIC 9(08).
               10  SNP-ACCT-NO    PIC 9(09).
           05  SNP-BAL        PIC 9(09)V99.
           05  SNP-STATUS     PIC X(01).
           05  SNP-BAL-OK     PIC X(01).
           05                 PIC X(50).
      *
       FD  HIST-IN RECORD CONTAINS 100 CHARACTERS RECORDING MODE F.
           COPY TRANHIST.
      *
       FD  RPT-OUT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  RPT-REC-OUT        PIC X(80).
      *
       FD  RC-FILE RECORD CONTAINS 300 CHARACTERS RECORDING MODE F.
           COPY RUNCTL.
      *
       FD  OVR-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY RUNOVR.
      *
       SD  SORT-WORK.
       01  SW-RECORD.
           05  WS-BREAK-COUNT  PIC 9(07)      VALUE ZERO.
           05  WS-UNREAD-COUNT PIC 9(07)      VALUE ZERO.
           05  WS-DROP-COUNT   PIC 9(07)      VALUE ZERO.
           05  WS-REV-READ     PIC 9(07)      VALUE ZERO.
           05  WS-FEE-READ     PIC 9(07)      VALUE ZERO.
           05  WS-OOB-TOTAL    PIC 9(13)V99   VALUE ZERO.

       01  SNAP-DATES.
           05  WS-CURR-SNAP    PIC 9(08)      VALUE ZERO.
           05  WS-PRIOR-SNAP   PIC 9(08)      VALUE ZERO.
           05  WS-WANT-SNAP    PIC 9(08)      VALUE ZERO.

       01  WS-SCN-STATUS       PIC X(02)      VALUE "00".

       01  WS-SNP-STATUS       PIC X(02)      VALUE "00".

       01  WS-HIS-STATUS       PIC X(02)      VALUE "00".

       01  ACCOUNT-POSITION.
           05  WS-CURR-ACCT    PIC 9(09)      VALUE ZERO.

       01  WS-PAGE-COUNT       PIC 9(03)      VALUE ZERO.

       01  WS-RC-STATUS        PIC X(02)      VALUE "00".

       01  RUN-CONTROL-FIELDS.
           05  WS-RC-PROGRAM   PIC X(08)      VALUE "POSRECON".
           05  WS-RC-PRED      PIC X(08)      VALUE "BALSNAP".
           05  WS-RC-BUS-DATE  PIC 9(08)      VALUE ZERO.
           05  WS-RC-PERIOD    PIC X(16)      VALUE SPACES.
           05  WS-RC-RUN-COUNT PIC 9(03)      VALUE ZERO.
           05  WS-RC-OVERRIDE  PIC X(01)      VALUE SPACE.
           05  WS-RC-OVR-USER  PIC X(08)      VALUE SPACES.
           05  WS-RC-ON-FILE   PIC X(01)      VALUE SPACE.
           05  WS-RC-END-STATUS PIC X(01)     VALUE 'C'.
           05  WS-RC-REFUSAL   PIC X(60)      VALUE SPACES.

       01  FLAGS.
           05 SCAN-EOF      PIC X VALUE SPACE.
           05 SNAP-EOF      PIC X VALUE SPACE.
           05 HIST-EOF      PIC X VALUE SPACE.
           05 LASTSORT      PIC X VALUE SPACE.
           05 FIRST-ACCT    PIC X VALUE SPACE.
           05 OVR-EOF       PIC X VALUE SPACE.

       01  HEADER-1.
           05 TITLE-1       PIC X(60) VALUE SPACE.
           05 TRL-OOB-TOTAL     PIC ZZZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(34) VALUE SPACES.

       01  TRAILER-9.
           05             PIC X(26) VALUE "REVERSALS IN ACTIVITY...".
           05 TRL-REV-READ      PIC Z,ZZZ,ZZ9.
           05             PIC X(45) VALUE SPACES.

       01  TRAILER-10.
           05             PIC X(26) VALUE "FEES IN ACTIVITY........".
           05 TRL-FEE-READ      PIC Z,ZZZ,ZZ9.
           05             PIC X(45) VALUE SPACES.

      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.
      *
       A000-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RC-BUS-DATE.
           MOVE WS-RC-BUS-DATE TO WS-RC-PERIOD.
           PERFORM R010-CHECK-RUN-CONTROL
               THRU R010-CHECK-RUN-CONTROL-EXIT.
           OPEN OUTPUT RPT-OUT.
           PERFORM A005-SCAN-SNAPSHOT-DATES.
           IF WS-PRIOR-SNAP = ZERO
       CLOSE-STOP.
           PERFORM C040-WRITE-TRAILER.
           CLOSE RPT-OUT.
           PERFORM R080-STAMP-RUN-END.
           STOP RUN.

      ****************************************************************
      *  A005-SCAN-SNAPSHOT-DATES STEPS THROUGH THE SNAPSHOT DATES   *
      *  ON BALHIST ONE NIGHT AT A TIME - ONE READ PER NIGHT, THEN A *
      *  START PAST THE LAST ACCOUNT OF THAT NIGHT - AND KEEPS THE   *
      *  TWO HIGHEST, THE SAME WAY BALMOVE FINDS ITS TWO NIGHTS      *
      ****************************************************************
       A005-SCAN-SNAPSHOT-DATES.
           OPEN INPUT SCAN-IN.
           IF WS-SCN-STATUS NOT = "00"
               DISPLAY "POSRECON: CANNOT OPEN BALHIST, STATUS="
                   WS-SCN-STATUS
               GO TO FATAL-STOP
           END-IF.
           MOVE ZERO TO SCN-DATE.
           MOVE ZERO TO SCN-ACCT-NO.
           START SCAN-IN KEY IS NOT LESS THAN SCN-KEY
               INVALID KEY MOVE 'Y' TO SCAN-EOF
           END-START.
           IF SCAN-EOF NOT = 'Y'
               PERFORM READ-SCAN-RECORD
           END-IF.
           PERFORM A007-NOTE-ONE-DATE
               UNTIL SCAN-EOF = 'Y'.
           CLOSE SCAN-IN.

       A007-NOTE-ONE-DATE.
           MOVE WS-CURR-SNAP TO WS-PRIOR-SNAP.
           MOVE SCN-DATE TO WS-CURR-SNAP.
           MOVE 999999999 TO SCN-ACCT-NO.
           START SCAN-IN KEY IS GREATER THAN SCN-KEY
               INVALID KEY MOVE 'Y' TO SCAN-EOF
           END-START.
           IF SCAN-EOF NOT = 'Y'
               PERFORM READ-SCAN-RECORD
           END-IF.

       A010-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-COUNT.
      ****************************************************************
       B010-GATHER-POSITIONS.
           OPEN INPUT SNAP-IN.
           MOVE WS-PRIOR-SNAP TO WS-WANT-SNAP.
           PERFORM B015-RELEASE-ONE-NIGHT.
           MOVE WS-CURR-SNAP TO WS-WANT-SNAP.
           PERFORM B015-RELEASE-ONE-NIGHT.
           CLOSE SNAP-IN.
           OPEN INPUT HIST-IN.
           IF WS-HIS-STATUS NOT = "00"
               DISPLAY "POSRECON: CANNOT OPEN TRANHIST, STATUS="
                   WS-HIS-STATUS
               MOVE 'F' TO WS-RC-END-STATUS
               MOVE 'Y' TO HIST-EOF
           ELSE
               MOVE WS-PRIOR-SNAP TO HIST-POST-DATE
               MOVE 9999999 TO HIST-SEQ
               START HIST-IN KEY IS GREATER THAN HIST-KEY
                   INVALID KEY MOVE 'Y' TO HIST-EOF
               END-START
           END-IF.
           IF HIST-EOF NOT = 'Y'
               PERFORM READ-HIST-RECORD
           END-IF.
           PERFORM B030-RELEASE-ONE-MOVE
               UNTIL HIST-EOF = 'Y'.
           CLOSE HIST-IN.
       B010-GATHER-POSITIONS-EXIT.
           EXIT.

      ****************************************************************
      *  B015-RELEASE-ONE-NIGHT STARTS THE SNAPSHOT READER AT THE    *
      *  NIGHT IN WS-WANT-SNAP AND RELEASES THAT NIGHT'S RECORDS,    *
      *  STOPPING AT THE FIRST RECORD OF THE NEXT NIGHT              *
      ****************************************************************
       B015-RELEASE-ONE-NIGHT.
           MOVE SPACE TO SNAP-EOF.
           MOVE WS-WANT-SNAP TO SNP-DATE.
           MOVE ZERO TO SNP-ACCT-NO.
           START SNAP-IN KEY IS NOT LESS THAN SNP-KEY
               INVALID KEY MOVE 'Y' TO SNAP-EOF
           END-START.
           IF SNAP-EOF NOT = 'Y'
               PERFORM READ-SNAP-RECORD
           END-IF.
           PERFORM B020-RELEASE-ONE-SNAP
               UNTIL SNAP-EOF = 'Y'.

       B020-RELEASE-ONE-SNAP.
           IF SNP-DATE NOT = WS-WANT-SNAP
               MOVE 'Y' TO SNAP-EOF
           ELSE
               ADD 1 TO WS-SNAP-READ
               MOVE SNP-ACCT-NO TO SW-ACCT-NO
               IF SNP-DATE = WS-PRIOR-SNAP
                   MOVE 'A' TO SW-REC-TYPE
               MOVE SNP-STATUS TO SW-STATUS
               MOVE SNP-BAL-OK TO SW-BAL-OK
               RELEASE SW-RECORD
               PERFORM READ-SNAP-RECORD
           END-IF.

       B030-RELEASE-ONE-MOVE.
           IF HIST-POST-DATE > WS-CURR-SNAP
               MOVE 'Y' TO HIST-EOF
           ELSE
               ADD 1 TO WS-HIST-READ
               MOVE HIST-ACCT-NO TO SW-ACCT-NO
               MOVE 'B' TO SW-REC-TYPE
               IF HIST-DC-CODE = 'R'
                   ADD 1 TO WS-REV-READ
               END-IF
               IF HIST-DC-CODE = 'F'
                   ADD 1 TO WS-FEE-READ
               END-IF
               IF HIST-DC-CODE = 'D' OR HIST-DC-CODE = 'F' OR
                  (HIST-DC-CODE = 'R' AND HIST-ORIG-DC-CODE = 'C')
                   COMPUTE SW-AMOUNT = ZERO - HIST-AMOUNT
               ELSE
                   MOVE HIST-AMOUNT TO SW-AMOUNT
               MOVE SPACE TO SW-STATUS
               MOVE 'Y' TO SW-BAL-OK
               RELEASE SW-RECORD
               PERFORM READ-HIST-RECORD
           END-IF.

      ****************************************************************
      *  C010-PROVE-ACCOUNTS TAKES THE MERGED POSITIONS BACK IN       *
           ADD 1 TO WS-LINE-COUNT.

       READ-SCAN-RECORD.
           READ SCAN-IN NEXT RECORD
               AT END MOVE 'Y' TO SCAN-EOF
           END-READ.

       READ-SNAP-RECORD.
           READ SNAP-IN NEXT RECORD
               AT END MOVE 'Y' TO SNAP-EOF
           END-READ.

       READ-HIST-RECORD.
           READ HIST-IN NEXT RECORD
               AT END MOVE 'Y' TO HIST-EOF
           END-READ.

           WRITE RPT-REC-OUT FROM TRAILER-7.
           MOVE WS-OOB-TOTAL TO TRL-OOB-TOTAL.
           WRITE RPT-REC-OUT FROM TRAILER-8.
           MOVE WS-REV-READ TO TRL-REV-READ.
           WRITE RPT-REC-OUT FROM TRAILER-9.
           MOVE WS-FEE-READ TO TRL-FEE-READ.
           WRITE RPT-REC-OUT FROM TRAILER-10.
           IF WS-BREAK-COUNT > ZERO
               DISPLAY "POSRECON: " WS-BREAK-COUNT
                   " ACCOUNTS DID NOT PROVE - SEE BREAK REPORT"
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
               DISPLAY "POSRECON: CANNOT OPEN RUNCTL, STATUS="
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
               DISPLAY "POSRECON: RERUN OVERRIDE FOR " WS-RC-BUS-DATE
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
      *  R050-CHECK-PREDECESSOR REFUSES THE RUN UNLESS BALSNAP HAS   *
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
                       DISPLAY "POSRECON: RUNCTL REWRITE FAILED, "
                           "STATUS=" WS-RC-STATUS
               END-REWRITE
           ELSE
               WRITE RC-REC
                   INVALID KEY
                       DISPLAY "POSRECON: RUNCTL WRITE FAILED, "
                           "STATUS=" WS-RC-STATUS
               END-WRITE
           END-IF.

      ****************************************************************
      *  R070-SET-CONTROL-TOTALS CARRIES THE REPORT TRAILER TOTALS   *
      *  ONTO THE LEDGER: COUNT 1 SNAPSHOT RECORDS READ, 2 HISTORY   *
      *  RECORDS READ, 3 ACCOUNTS COMPARED, 4 PROVED, 5 IN BREAK,    *
      *  6 UNREADABLE, 7 REVERSALS IN THE DAY'S ACTIVITY, 8 FEES IN  *
      *  THE DAY'S ACTIVITY; AMOUNT 1 TOTAL OUT OF BALANCE           *
      ****************************************************************
       R070-SET-CONTROL-TOTALS.
           MOVE WS-SNAP-READ TO RC-COUNT-1.
           MOVE WS-HIST-READ TO RC-COUNT-2.
           MOVE WS-ACCT-COUNT TO RC-COUNT-3.
           MOVE WS-PROVE-COUNT TO RC-COUNT-4.
           MOVE WS-BREAK-COUNT TO RC-COUNT-5.
           MOVE WS-UNREAD-COUNT TO RC-COUNT-6.
           MOVE WS-REV-READ TO RC-COUNT-7.
           MOVE WS-FEE-READ TO RC-COUNT-8.
           MOVE WS-OOB-TOTAL TO RC-AMOUNT-1.

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
                   DISPLAY "POSRECON: RUNCTL RECORD MISSING AT END "
                       "OF RUN"
               NOT INVALID KEY
                   MOVE WS-RC-END-STATUS TO RC-STATUS
                   MOVE WS-RC-PERIOD TO RC-PERIOD
                   MOVE FUNCTION CURRENT-DATE(1:14) TO RC-END-STAMP
                   PERFORM R070-SET-CONTROL-TOTALS
                   REWRITE RC-REC
                       INVALID KEY
                           DISPLAY "POSRECON: RUNCTL REWRITE FAILED, "
                               "STATUS=" WS-RC-STATUS
                   END-REWRITE
           END-READ.
           CLOSE RC-FILE.

      ****************************************************************
      *  R090-RUN-REFUSED ENDS A RUN THE LEDGER WILL NOT ALLOW WITH  *
      *  RETURN CODE 12 SO THE STREAM STOPS FOR THE OPERATOR         *
      ****************************************************************
       R090-RUN-REFUSED.
           DISPLAY "POSRECON: RUN REFUSED FOR BUSINESS DATE "
               WS-RC-BUS-DATE.
           DISPLAY "POSRECON: " WS-RC-REFUSAL.
           DISPLAY "POSRECON: A RUNOVR RERUN CARD IS NEEDED TO FORCE "
               "THIS RUN".
           CLOSE RC-FILE.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

       READ-OVR-RECORD.
           READ OVR-IN
               AT END MOVE 'Y' TO OVR-EOF
           END-READ.

      ****************************************************************
      *  FATAL-STOP ABANDONS THE RUN WHEN THERE ARE NOT TWO          *
      *  SNAPSHOT NIGHTS TO RECONCILE BETWEEN, AND MARKS THE RUN     *
      *  FAILED ON THE RUN-CONTROL LEDGER                            *
      ****************************************************************
       FATAL-STOP.
           CLOSE RPT-OUT.
           MOVE 'F' TO WS-RC-END-STATUS.
           PERFORM R080-STAMP-RUN-END.
           STOP RUN.
