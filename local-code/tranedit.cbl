      *                    READERS OVER THE SAME FILE, AS BALMOVE
      *                    READS THE HISTORY, SO NO INTERMEDIATE
      *                    STAGING FILE IS NEEDED.
      *   2026.10.15  SEC  CHECK THE RUNCTL RUN-CONTROL LEDGER BEFORE
      *                    OPENING ANY FILE.  THE RUN IS REFUSED WITH
      *                    RETURN CODE 12 IF TRANEDIT ALREADY COMPLETED
      *                    FOR THE BUSINESS DATE, UNLESS A RUNOVR RERUN
      *                    CARD IS SUPPLIED.  A TRANRAW FILE WHOSE
      *                    SOURCE ID AND CREATION DATE WERE ALREADY
      *                    RELEASED ON AN EARLIER NIGHT IS REJECTED
      *                    WHOLE WITH RETURN CODE 12.  THE LEDGER
      *                    RECORD IS STAMPED STARTED, THEN COMPLETE
      *                    (RELEASED) OR FAILED (REJECTED) WITH THE
      *                    EDIT TOTALS AND THE FILE'S SOURCE AND DATE.
      *   2026.10.15  SEC  ACCEPT THE R (REVERSAL) TRANSACTION CODE.  A
      *                    REVERSAL DETAIL NAMES THE MOVEMENT IT BACKS
      *                    OUT BY ACCOUNT AND AMOUNT IN THE USUAL FIELDS
      *                    PLUS THE ORIGINAL POSTING DATE AND C/D CODE,
      *                    WHICH MUST BE A REAL DATE AND C OR D.  THE
      *                    RELEASED TRANIN DETAIL NOW CARRIES THOSE TWO
      *                    FIELDS THROUGH TO TRANPOST.
      *
       ENVIRONMENT DIVISION.
      *
           SELECT RAW2-IN ASSIGN TO TRANRAW.
           SELECT TRAN-OUT ASSIGN TO TRANIN.
           SELECT RPT-OUT ASSIGN TO EDITRPT.
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
               10  RAW-DC-CODE    PIC X(01).
               10  RAW-AMOUNT     PIC 9(09)V99.
               10  RAW-EFF-DATE   PIC X(08).
               10  RAW-ORIG-POST-DATE PIC X(08).
               10  RAW-ORIG-DC-CODE   PIC X(01).
               10                 PIC X(41).
           05  RAW-HEADER REDEFINES RAW-DETAIL.
               10  RAW-SOURCE-ID  PIC X(08).
               10  RAW-CRE-DATE   PIC 9(08).
      *
       FD  TRAN-OUT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  TRAN-REC-OUT.
           05  TRN-OUT-DETAIL PIC X(38).
           05                 PIC X(42).
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

       WORKING-STORAGE SECTION.


       01  WS-PAGE-COUNT       PIC 9(03)      VALUE ZERO.

       01  WS-RC-STATUS        PIC X(02)      VALUE "00".

       01  RUN-CONTROL-FIELDS.
           05  WS-RC-PROGRAM   PIC X(08)      VALUE "TRANEDIT".
           05  WS-RC-PRED      PIC X(08)      VALUE SPACES.
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
           05 LASTREC2      PIC X VALUE SPACE.
           05 TRAILER-SEEN  PIC X VALUE SPACE.
           05 FILE-OK-FLAG  PIC X VALUE SPACE.
           05 DUPLICATE-FILE PIC X VALUE SPACE.
           05 RC-EOF        PIC X VALUE SPACE.
           05 OVR-EOF       PIC X VALUE SPACE.

       01 WS-CURRENT-DATE.
          05  WS-CURRENT-YEAR         PIC X(04).
       PROCEDURE DIVISION.
      *
       A000-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE TO WS-RC-BUS-DATE.
           PERFORM R010-CHECK-RUN-CONTROL
               THRU R010-CHECK-RUN-CONTROL-EXIT.
           OPEN OUTPUT RPT-OUT.
           OPEN OUTPUT TRAN-OUT.
           OPEN INPUT RAW-IN.
           PERFORM A010-WRITE-HEADERS.

       A020-EDIT-PASS.
               DISPLAY "TRANEDIT: FILE REJECTED, " WS-ERROR-COUNT
                   " ERRORS - NOTHING RELEASED TO POSTING"
               MOVE 8 TO RETURN-CODE
               MOVE 'F' TO WS-RC-END-STATUS
           END-IF.
           IF DUPLICATE-FILE = 'Y'
               DISPLAY "TRANEDIT: SOURCE " WS-SOURCE-ID " CREATED "
                   WS-CRE-DATE " WAS ALREADY RELEASED ON "
                   WS-RC-FOUND-DATE
               MOVE 12 TO RETURN-CODE
           END-IF.
           PERFORM R080-STAMP-RUN-END.
           STOP RUN.

       A010-WRITE-HEADERS.
               MOVE RAW-SOURCE-ID TO WS-SOURCE-ID
               IF RAW-CRE-DATE NUMERIC
                   MOVE RAW-CRE-DATE TO WS-CRE-DATE
                   MOVE WS-SOURCE-ID TO WS-RC-PERIOD(1:8)
                   MOVE WS-CRE-DATE TO WS-RC-PERIOD(9:8)
               ELSE
                   MOVE "NON-NUMERIC CREATION DATE" TO WS-ERROR-REASON
                   PERFORM B050-LOG-RECORD-ERROR
               MOVE "NON-NUMERIC AMOUNT" TO WS-ERROR-REASON
               PERFORM B050-LOG-RECORD-ERROR
           END-IF.
           IF RAW-DC-CODE NOT = 'C' AND RAW-DC-CODE NOT = 'D' AND
              RAW-DC-CODE NOT = 'R'
               MOVE "INVALID DEBIT/CREDIT CODE" TO WS-ERROR-REASON
               PERFORM B050-LOG-RECORD-ERROR
           END-IF.
           IF RAW-DC-CODE = 'R'
               PERFORM B045-EDIT-REVERSAL
           END-IF.
           MOVE RAW-EFF-DATE TO WS-WORK-DATE.
           PERFORM B080-VALIDATE-DATE
               THRU B080-VALIDATE-DATE-EXIT.
               PERFORM B050-LOG-RECORD-ERROR
           END-IF.

      ****************************************************************
      *  B045-EDIT-REVERSAL CHECKS THE FIELDS THAT NAME THE MOVEMENT *
      *  A REVERSAL BACKS OUT: THE ORIGINAL POSTING DATE MUST BE A   *
      *  REAL DATE AND THE ORIGINAL CODE C OR D.  WHETHER THAT       *
      *  MOVEMENT REALLY POSTED IS FOR TRANPOST TO PROVE AGAINST THE *
      *  HISTORY                                                     *
      ****************************************************************
       B045-EDIT-REVERSAL.
           MOVE RAW-ORIG-POST-DATE TO WS-WORK-DATE.
           PERFORM B080-VALIDATE-DATE
               THRU B080-VALIDATE-DATE-EXIT.
           IF WS-DATE-OK-FLAG NOT = 'Y'
               MOVE "INVALID ORIGINAL POSTING DATE" TO WS-ERROR-REASON
               PERFORM B050-LOG-RECORD-ERROR
           END-IF.
           IF RAW-ORIG-DC-CODE NOT = 'C' AND RAW-ORIG-DC-CODE NOT = 'D'
               MOVE "INVALID ORIGINAL C/D CODE" TO WS-ERROR-REASON
               PERFORM B050-LOG-RECORD-ERROR
           END-IF.

      ****************************************************************
      *  B050-LOG-RECORD-ERROR LISTS ONE EDIT FAILURE WITH THE        *
      *  RECORD NUMBER SO THE UPSTREAM SOURCE CAN FIND AND FIX IT     *
      ****************************************************************
      *  B070-PROVE-CONTROL-TOTALS COMPARES WHAT THE TRAILER CLAIMED  *
      *  AGAINST WHAT THE PASS COUNTED AND HASHED.  ANY MISMATCH, A   *
      *  MISSING OR DUPLICATED HEADER OR TRAILER, ANY FIELD EDIT     *
      *  FAILURE, OR A FILE ALREADY RELEASED ON AN EARLIER NIGHT     *
      *  REJECTS THE WHOLE FILE                                      *
      ****************************************************************
       B070-PROVE-CONTROL-TOTALS.
           IF WS-HEADER-COUNT NOT = 1
               MOVE WS-ACCT-HASH TO BAL-ACTUAL
               PERFORM B075-PRINT-BALANCE-LINE
           END-IF.
           IF WS-RC-PERIOD NOT = SPACES AND WS-RC-OVERRIDE NOT = 'Y'
               PERFORM B078-CHECK-DUPLICATE-FILE
           END-IF.
           IF WS-ERROR-COUNT = ZERO
               MOVE 'Y' TO FILE-OK-FLAG
           END-IF.
           WRITE RPT-REC-OUT FROM BALANCE-LINE.
           ADD 1 TO WS-LINE-COUNT.

      ****************************************************************
      *  B078-CHECK-DUPLICATE-FILE LOOKS ON THE RUN-CONTROL LEDGER   *
      *  FOR A COMPLETED TRANEDIT RUN THAT ALREADY RELEASED A FILE   *
      *  WITH THIS SOURCE ID AND CREATION DATE.  A RESENT FILE IS    *
      *  REJECTED WHOLE SO THE SAME DAY'S WORK CANNOT POST TWICE     *
      ****************************************************************
       B078-CHECK-DUPLICATE-FILE.
           MOVE WS-RC-PROGRAM TO WS-RC-SCAN-PGM.
           MOVE WS-RC-PERIOD TO WS-RC-SCAN-PERIOD.
           PERFORM R040-FIND-PERIOD-RUN.
           IF WS-RC-FOUND-DATE NOT = ZERO
               MOVE 'Y' TO DUPLICATE-FILE
               MOVE SPACES TO WS-ERROR-REASON
               STRING "FILE ALREADY RELEASED " DELIMITED BY SIZE
                      WS-RC-FOUND-DATE DELIMITED BY SIZE
                   INTO WS-ERROR-REASON
               PERFORM B060-LOG-FILE-ERROR
           END-IF.

      ****************************************************************
      *  B080-VALIDATE-DATE CHECKS WS-WORK-DATE AS A REAL YYYYMMDD    *
      *  CALENDAR DATE, THE SAME RULES THE MAINTENANCE EDIT APPLIES:  *
       C020-RELEASE-ONE-RECORD.
           IF RAW2-REC-TYPE = 'D'
               MOVE SPACES TO TRAN-REC-OUT
               MOVE RAW2-DETAIL(1:38) TO TRN-OUT-DETAIL
               WRITE TRAN-REC-OUT
               ADD 1 TO WS-RELEASE-COUNT
           END-IF.
               MOVE "FILE REJECTED WHOLE " TO TRL-DISP
           END-IF.
           WRITE RPT-REC-OUT FROM TRAILER-5.

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
               DISPLAY "TRANEDIT: CANNOT OPEN RUNCTL, STATUS="
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
               DISPLAY "TRANEDIT: RERUN OVERRIDE FOR " WS-RC-BUS-DATE
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
      *  R050-CHECK-PREDECESSOR - TRANEDIT OPENS THE NIGHTLY STREAM  *
      *  AND WAITS ON NO EARLIER STEP.  THE CHECK THAT THE SAME      *
      *  TRANRAW FILE IS NOT RELEASED TWICE CANNOT BE MADE UNTIL THE *
      *  HEADER HAS BEEN READ; B078-CHECK-DUPLICATE-FILE MAKES IT    *
      ****************************************************************
       R050-CHECK-PREDECESSOR.
           CONTINUE.

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
                       DISPLAY "TRANEDIT: RUNCTL REWRITE FAILED, "
                           "STATUS=" WS-RC-STATUS
               END-REWRITE
           ELSE
               WRITE RC-REC
                   INVALID KEY
                       DISPLAY "TRANEDIT: RUNCTL WRITE FAILED, "
                           "STATUS=" WS-RC-STATUS
               END-WRITE
           END-IF.

      ****************************************************************
      *  R070-SET-CONTROL-TOTALS CARRIES THE EDIT REPORT TRAILER     *
      *  TOTALS ONTO THE LEDGER: COUNT 1 RECORDS READ, 2 DETAIL      *
      *  RECORDS, 3 RECORDS IN ERROR, 4 RECORDS RELEASED; AMOUNT     *
      *  1 AMOUNT HASH, 2 ACCOUNT HASH                               *
      ****************************************************************
       R070-SET-CONTROL-TOTALS.
           MOVE WS-READ-COUNT TO RC-COUNT-1.
           MOVE WS-DETAIL-COUNT TO RC-COUNT-2.
           MOVE WS-ERROR-COUNT TO RC-COUNT-3.
           MOVE WS-RELEASE-COUNT TO RC-COUNT-4.
           MOVE WS-AMT-HASH TO RC-AMOUNT-1.
           MOVE WS-ACCT-HASH TO RC-AMOUNT-2.

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
                   DISPLAY "TRANEDIT: RUNCTL RECORD MISSING AT END "
                       "OF RUN"
               NOT INVALID KEY
                   MOVE WS-RC-END-STATUS TO RC-STATUS
                   MOVE WS-RC-PERIOD TO RC-PERIOD
                   MOVE FUNCTION CURRENT-DATE(1:14) TO RC-END-STAMP
                   PERFORM R070-SET-CONTROL-TOTALS
                   REWRITE RC-REC
                       INVALID KEY
                           DISPLAY "TRANEDIT: RUNCTL REWRITE FAILED, "
                               "STATUS=" WS-RC-STATUS
                   END-REWRITE
           END-READ.
           CLOSE RC-FILE.

      ****************************************************************
      *  R090-RUN-REFUSED ENDS A RUN THE LEDGER WILL NOT ALLOW WITH  *
      *  RETURN CODE 12 SO THE STREAM STOPS FOR THE OPERATOR         *
      ****************************************************************
       R090-RUN-REFUSED.
           DISPLAY "TRANEDIT: RUN REFUSED FOR BUSINESS DATE "
               WS-RC-BUS-DATE.
           DISPLAY "TRANEDIT: " WS-RC-REFUSAL.
           DISPLAY "TRANEDIT: A RUNOVR RERUN CARD IS NEEDED TO FORCE "
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
