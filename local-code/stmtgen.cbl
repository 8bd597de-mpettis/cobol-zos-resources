      *                    CLOSED OR PURGED ACCOUNTS WITH ACTIVITY
      *                    ARE COUNTED AND SKIPPED.  ENDS WITH A
      *                    CONTROL-TOTAL TRAILER PAGE.
      *   2026.10.15  SEC  CHECK THE RUNCTL RUN-CONTROL LEDGER BEFORE
      *                    OPENING THE STATEMENT FILE.  THE RUN IS
      *                    REFUSED WITH RETURN CODE 12 IF THE MONTH WAS
      *                    ALREADY STATEMENTED OR INTACCR HAS NOT
      *                    COMPLETED FOR THE STATEMENT MONTH, UNLESS A
      *                    RUNOVR RERUN CARD IS SUPPLIED.  THE PARMIN
      *                    CARD IS NOW READ BEFORE THE OUTPUT IS
      *                    OPENED.  THE LEDGER RECORD IS STAMPED
      *                    STARTED, THEN COMPLETE (OR FAILED) WITH THE
      *                    RUN TOTALS.
      *   2026.10.15  SEC  PRINT R-CODED REVERSALS AS A CORRECTION LINE
      *                    FOLLOWED BY A "REVERSAL OF" LINE NAMING THE
      *                    ORIGINAL CREDIT OR DEBIT BY ITS EFFECTIVE AND
      *                    POSTING DATES, AND BACK A REVERSAL OUT THE
      *                    RIGHT WAY WHEN IT IS THE MONTH'S FIRST
      *                    MOVEMENT AND SETS THE OPENING BALANCE.
      *   2026.10.15  SEC  PRINT F-CODED SERVICE CHARGES FROM FEEASSM
      *                    AS A FEE LINE FOLLOWED BY THE FEE
      *                    DESCRIPTION, AND BACK A FEE OUT LIKE A DEBIT
      *                    WHEN IT SETS THE OPENING BALANCE.  THE RUN
      *                    NOW WAITS FOR FEEASSM (WHICH ITSELF FOLLOWS
      *                    INTACCR) TO COMPLETE FOR THE STATEMENT MONTH,
      *                    SO NO STATEMENT GOES OUT WITHOUT THE MONTH'S
      *                    INTEREST AND FEES.
      *   2026.10.15  SEC  TRANHIST IS NOW INDEXED, WITH THE EFFECTIVE
      *                    DATE AS AN ALTERNATE KEY.  THE RUN STARTS AT
      *                    THE FIRST OF THE STATEMENT MONTH BY THAT KEY
      *                    AND STOPS AT THE FIRST MOVEMENT EFFECTIVE IN
      *                    A LATER MONTH INSTEAD OF READING THE WHOLE
      *                    HISTORY.
      *
       ENVIRONMENT DIVISION.
      *
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NO-IN
               FILE STATUS IS WS-CUS-STATUS.
           SELECT HIST-IN ASSIGN TO TRANHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-ACCT-NO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-EFF-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-HIS-STATUS.
           SELECT PARM-IN ASSIGN TO PARMIN.
           SELECT STMT-OUT ASSIGN TO STMTRPT.
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
       FD  HIST-IN RECORD CONTAINS 100 CHARACTERS RECORDING MODE F.
           COPY TRANHIST.
      *
       FD  PARM-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
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
           05  SW-DC-CODE     PIC X(01).
           05  SW-AMOUNT      PIC 9(09)V99.
           05  SW-NEW-BAL     PIC 9(09)V99.
           05  SW-ORIG-FIELDS.
               10  SW-ORIG-POST-DATE PIC X(08).
               10  SW-ORIG-DC-CODE   PIC X(01).
               10  SW-ORIG-EFF-DATE  PIC X(08).
           05  SW-FEE-FIELDS REDEFINES SW-ORIG-FIELDS.
               10  SW-FEE-TYPE       PIC X(02).
               10  SW-FEE-DESC       PIC X(15).
      *

       WORKING-STORAGE SECTION.

       01  WS-CUS-STATUS       PIC X(02)      VALUE "00".

       01  WS-HIS-STATUS       PIC X(02)      VALUE "00".

       01  WS-STMT-MONTH       PIC 9(06)      VALUE ZERO.

       01  WS-OPEN-BAL         PIC S9(10)V99  VALUE ZERO.

       01  WS-PAGE-COUNT       PIC 9(03)      VALUE ZERO.

       01  WS-RC-STATUS        PIC X(02)      VALUE "00".

       01  RUN-CONTROL-FIELDS.
           05  WS-RC-PROGRAM   PIC X(08)      VALUE "STMTGEN".
           05  WS-RC-PRED      PIC X(08)      VALUE "FEEASSM".
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
           05 LASTSORT      PIC X VALUE SPACE.
           05 FIRST-TRAN    PIC X VALUE SPACE.
           05 ACCT-OK-FLAG  PIC X VALUE SPACE.
           05 RC-EOF        PIC X VALUE SPACE.
           05 OVR-EOF       PIC X VALUE SPACE.

       01 WS-CURRENT-DATE.
          05  WS-CURRENT-YEAR         PIC X(04).
           05 DTL-BAL     PIC ZZZ,ZZZ,ZZ9.99.
           05             PIC X(11) VALUE SPACES.

       01  REVERSAL-OF-LINE.
           05             PIC X(21) VALUE SPACES.
           05             PIC X(12) VALUE "REVERSAL OF ".
           05 REV-ORIG-DESC PIC X(06) VALUE SPACES.
           05             PIC X(11) VALUE " EFFECTIVE ".
           05 REV-ORIG-EFF PIC X(08) VALUE SPACES.
           05             PIC X(8)  VALUE " POSTED ".
           05 REV-ORIG-POST PIC X(08) VALUE SPACES.
           05             PIC X(6)  VALUE SPACES.

       01  FEE-DESC-LINE.
           05             PIC X(21) VALUE SPACES.
           05 FEE-DESC    PIC X(15) VALUE SPACES.
           05             PIC X(44) VALUE SPACES.

       01  STMT-CLOSE-LINE.
           05             PIC X(21) VALUE "CLOSING BALANCE".
           05 CLS-BAL     PIC ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
      *
       A000-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           OPEN INPUT PARM-IN.
           PERFORM A005-READ-PARMS.
           CLOSE PARM-IN.
           MOVE WS-CURRENT-DATE TO WS-RC-BUS-DATE.
           MOVE WS-STMT-MONTH TO WS-RC-PERIOD.
           PERFORM R010-CHECK-RUN-CONTROL
               THRU R010-CHECK-RUN-CONTROL-EXIT.
           OPEN OUTPUT STMT-OUT.
           OPEN INPUT CUS-RECS.
           IF WS-CUS-STATUS NOT = "00"
                   WS-CUS-STATUS
               GO TO FATAL-STOP
           END-IF.

       A020-SORT-HISTORY.
           SORT SORT-WORK
           PERFORM C040-WRITE-TRAILER.
           CLOSE STMT-OUT.
           CLOSE CUS-RECS.
           PERFORM R080-STAMP-RUN-END.
           STOP RUN.

      ****************************************************************
           END-READ.

      ****************************************************************
      *  B010-SELECT-HISTORY STARTS TRANHIST BY THE EFFECTIVE-DATE   *
      *  KEY AT THE FIRST OF THE STATEMENT MONTH AND RELEASES THE    *
      *  MOVEMENTS EFFECTIVE IN THE MONTH, KEYED FOR THE ACCOUNT/    *
      *  DATE SORT, STOPPING AT THE FIRST ONE EFFECTIVE LATER        *
      ****************************************************************
       B010-SELECT-HISTORY.
           OPEN INPUT HIST-IN.
           IF WS-HIS-STATUS NOT = "00"
               DISPLAY "STMTGEN: CANNOT OPEN TRANHIST, STATUS="
                   WS-HIS-STATUS
               MOVE 'F' TO WS-RC-END-STATUS
               MOVE 'Y' TO LASTREC
           ELSE
               MOVE WS-STMT-MONTH TO HIST-EFF-DATE(1:6)
               MOVE "01" TO HIST-EFF-DATE(7:2)
               START HIST-IN KEY IS NOT LESS THAN HIST-EFF-DATE
                   INVALID KEY MOVE 'Y' TO LASTREC
               END-START
           END-IF.
           IF LASTREC NOT = 'Y'
               PERFORM READ-HIST-RECORD
           END-IF.
           PERFORM B020-SELECT-ONE-RECORD
               UNTIL LASTREC = 'Y'.
           CLOSE HIST-IN.
           EXIT.

       B020-SELECT-ONE-RECORD.
           IF HIST-EFF-DATE(1:6) NOT = WS-STMT-MONTH
               MOVE 'Y' TO LASTREC
           ELSE
               ADD 1 TO WS-HIST-COUNT
               ADD 1 TO WS-SELECT-COUNT
               MOVE HIST-ACCT-NO TO SW-ACCT-NO
               MOVE HIST-EFF-DATE TO SW-EFF-DATE
               MOVE HIST-DC-CODE TO SW-DC-CODE
               MOVE HIST-AMOUNT TO SW-AMOUNT
               MOVE HIST-NEW-BAL TO SW-NEW-BAL
               MOVE HIST-ORIG-FIELDS TO SW-ORIG-FIELDS
               RELEASE SW-RECORD
               PERFORM READ-HIST-RECORD
           END-IF.

      ****************************************************************
      *  C010-PRINT-STATEMENTS TAKES THE SELECTED MOVEMENTS BACK IN   *
      *  GROUP.  AN ACCOUNT NO LONGER ON FILE OR CLOSED AS OF THE     *
      *  RUN DATE GETS NO STATEMENT; AN OPEN ONE GETS ITS HEADER AND  *
      *  OPENING BALANCE, DERIVED BY BACKING THE FIRST MOVEMENT OUT   *
      *  OF THE BALANCE THAT MOVEMENT LEFT BEHIND.  A REVERSAL OF A  *
      *  CREDIT AND A FEE BOTH TOOK MONEY OUT, LIKE A DEBIT          *
      ****************************************************************
       C015-START-ACCOUNT.
           MOVE SPACE TO ACCT-OK-FLAG.
               ADD 1 TO WS-CLOSED-COUNT
           ELSE
               MOVE 'Y' TO ACCT-OK-FLAG
               IF SW-DC-CODE = 'D' OR SW-DC-CODE = 'F' OR
                  (SW-DC-CODE = 'R' AND SW-ORIG-DC-CODE = 'C')
                   COMPUTE WS-OPEN-BAL = SW-NEW-BAL + SW-AMOUNT
               ELSE
                   COMPUTE WS-OPEN-BAL = SW-NEW-BAL - SW-AMOUNT
               IF SW-DC-CODE = 'D'
                   MOVE "DEBIT     " TO DTL-DC-DESC
               ELSE
                   IF SW-DC-CODE = 'R'
                       MOVE "CORRECTION" TO DTL-DC-DESC
                   ELSE
                       IF SW-DC-CODE = 'F'
                           MOVE "FEE       " TO DTL-DC-DESC
                       ELSE
                           MOVE "INTEREST  " TO DTL-DC-DESC
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE SW-AMOUNT TO DTL-AMOUNT.
           MOVE SW-NEW-BAL TO DTL-BAL.
           WRITE STMT-REC-OUT FROM DETAIL-TRAN.
           ADD 1 TO WS-LINE-COUNT.
           IF SW-DC-CODE = 'R'
               PERFORM C019-PRINT-REVERSAL-OF
           END-IF.
           IF SW-DC-CODE = 'F' AND SW-FEE-DESC NOT = SPACES
               MOVE SW-FEE-DESC TO FEE-DESC
               WRITE STMT-REC-OUT FROM FEE-DESC-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           MOVE SW-NEW-BAL TO WS-CLOSE-BAL.

      ****************************************************************
      *  C019-PRINT-REVERSAL-OF NAMES, UNDER A CORRECTION LINE, THE  *
      *  CREDIT OR DEBIT THE CORRECTION REVERSED SO THE CUSTOMER CAN *
      *  PAIR IT WITH THE ITEM IT CANCELS                            *
      ****************************************************************
       C019-PRINT-REVERSAL-OF.
           IF SW-ORIG-DC-CODE = 'C'
               MOVE "CREDIT" TO REV-ORIG-DESC
           ELSE
               MOVE "DEBIT " TO REV-ORIG-DESC
           END-IF.
           MOVE SW-ORIG-EFF-DATE TO REV-ORIG-EFF.
           MOVE SW-ORIG-POST-DATE TO REV-ORIG-POST.
           WRITE STMT-REC-OUT FROM REVERSAL-OF-LINE.
           ADD 1 TO WS-LINE-COUNT.

       C020-FINISH-ACCOUNT.
           IF ACCT-OK-FLAG = 'Y'
               MOVE WS-CLOSE-BAL TO CLS-BAL
           MOVE 4 TO WS-LINE-COUNT.

       READ-HIST-RECORD.
           READ HIST-IN NEXT RECORD
               AT END MOVE 'Y' TO LASTREC
           END-READ.

           MOVE WS-NOTFND-COUNT TO TRL-NOTFND-COUNT.
           WRITE STMT-REC-OUT FROM TRAILER-5.

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
               DISPLAY "STMTGEN: CANNOT OPEN RUNCTL, STATUS="
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
               DISPLAY "STMTGEN: RERUN OVERRIDE FOR " WS-RC-BUS-DATE
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
      *  R050-CHECK-PREDECESSOR REFUSES A SECOND STATEMENT RUN FOR A *
      *  MONTH ALREADY STATEMENTED, AND OTHERWISE REFUSES THE RUN    *
      *  UNLESS FEEASSM HAS COMPLETED FOR THE STATEMENT MONTH (IT    *
      *  RUNS ONLY AFTER INTACCR), SO NO STATEMENT GOES OUT WITHOUT  *
      *  ITS INTEREST AND FEE LINES                                  *
      ****************************************************************
       R050-CHECK-PREDECESSOR.
           MOVE WS-RC-PROGRAM TO WS-RC-SCAN-PGM.
           MOVE WS-RC-PERIOD TO WS-RC-SCAN-PERIOD.
           PERFORM R040-FIND-PERIOD-RUN.
           IF WS-RC-FOUND-DATE NOT = ZERO
               STRING "STATEMENTS ALREADY PRODUCED FOR THIS MONTH ON "
                          DELIMITED BY SIZE
                      WS-RC-FOUND-DATE DELIMITED BY SIZE
                   INTO WS-RC-REFUSAL
           ELSE
               MOVE WS-RC-PRED TO WS-RC-SCAN-PGM
               PERFORM R040-FIND-PERIOD-RUN
               IF WS-RC-FOUND-DATE = ZERO
                   MOVE "FEEASSM HAS NOT COMPLETED FOR THE MONTH"
                       TO WS-RC-REFUSAL
               END-IF
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
                       DISPLAY "STMTGEN: RUNCTL REWRITE FAILED, "
                           "STATUS=" WS-RC-STATUS
               END-REWRITE
           ELSE
               WRITE RC-REC
                   INVALID KEY
                       DISPLAY "STMTGEN: RUNCTL WRITE FAILED, "
                           "STATUS=" WS-RC-STATUS
               END-WRITE
           END-IF.

      ****************************************************************
      *  R070-SET-CONTROL-TOTALS CARRIES THE RUN TOTALS ONTO THE     *
      *  LEDGER: COUNT 1 HISTORY RECORDS READ, 2 SELECTED FOR THE    *
      *  MONTH, 3 STATEMENTS PRINTED, 4 CLOSED ACCOUNTS, 5 ACCOUNTS  *
      *  NOT ON FILE                                                 *
      ****************************************************************
       R070-SET-CONTROL-TOTALS.
           MOVE WS-HIST-COUNT TO RC-COUNT-1.
           MOVE WS-SELECT-COUNT TO RC-COUNT-2.
           MOVE WS-STMT-COUNT TO RC-COUNT-3.
           MOVE WS-CLOSED-COUNT TO RC-COUNT-4.
           MOVE WS-NOTFND-COUNT TO RC-COUNT-5.

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
                   DISPLAY "STMTGEN: RUNCTL RECORD MISSING AT END "
                       "OF RUN"
               NOT INVALID KEY
                   MOVE WS-RC-END-STATUS TO RC-STATUS
                   MOVE WS-RC-PERIOD TO RC-PERIOD
                   MOVE FUNCTION CURRENT-DATE(1:14) TO RC-END-STAMP
                   PERFORM R070-SET-CONTROL-TOTALS
                   REWRITE RC-REC
                       INVALID KEY
                           DISPLAY "STMTGEN: RUNCTL REWRITE FAILED, "
                               "STATUS=" WS-RC-STATUS
                   END-REWRITE
           END-READ.
           CLOSE RC-FILE.

      ****************************************************************
      *  R090-RUN-REFUSED ENDS A RUN THE LEDGER WILL NOT ALLOW WITH  *
      *  RETURN CODE 12 SO THE STREAM STOPS FOR THE OPERATOR         *
      ****************************************************************
       R090-RUN-REFUSED.
           DISPLAY "STMTGEN: RUN REFUSED FOR BUSINESS DATE "
               WS-RC-BUS-DATE.
           DISPLAY "STMTGEN: " WS-RC-REFUSAL.
           DISPLAY "STMTGEN: A RUNOVR RERUN CARD IS NEEDED TO FORCE "
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
      *  FATAL-STOP ABANDONS THE RUN WHEN CUSTRECS CANNOT BE OPENED   *
      *  RATHER THAN PRINTING NAMELESS STATEMENTS, AND MARKS THE RUN *
      *  FAILED ON THE RUN-CONTROL LEDGER                            *
      ****************************************************************
       FATAL-STOP.
           CLOSE STMT-OUT.
           MOVE 'F' TO WS-RC-END-STATUS.
           PERFORM R080-STAMP-RUN-END.
           STOP RUN.
