       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MNTPEND.
       AUTHOR.        STUDENT.
      *
      * MODIFICATION HISTORY:
      *   2026.10.15  SEC  NEW PROGRAM.  DAILY MAINTENANCE APPROVAL
      *                    REPORT.  PASSES THE INDEXED PENDCHG
      *                    PENDING-CHANGE FILE THREE TIMES AND LISTS
      *                    THE ITEMS APPROVED OR APPLIED ON THE
      *                    BUSINESS DATE WITH THEIR RESULT, THE ITEMS
      *                    DECLINED ON THE BUSINESS DATE WITH THE
      *                    CHECKER'S REASON, AND EVERY ITEM STILL
      *                    AWAITING A DECISION, AGED IN DAYS SINCE IT
      *                    WAS KEYED, WITH AGEING BUCKETS IN THE
      *                    TRAILER.  RUNS IN THE NIGHTLY STREAM AFTER
      *                    CUSTMNT UNDER THE RUNCTL RUN-CONTROL
      *                    LEDGER; NO LATER STEP WAITS FOR IT.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PEND-FILE ASSIGN TO PENDCHG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-ID
               ALTERNATE RECORD KEY IS PND-ACCT-NO
                   WITH DUPLICATES
               FILE STATUS IS WS-PND-STATUS.
           SELECT RPT-OUT ASSIGN TO MNTPRPT.
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
       FD  PEND-FILE RECORD CONTAINS 320 CHARACTERS RECORDING MODE F.
           COPY PENDCHG.
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

       WORKING-STORAGE SECTION.

       01  PGM-VARIABLES.
           05  WS-PEND-READ    PIC 9(07)      VALUE ZERO.
           05  WS-APRV-COUNT   PIC 9(07)      VALUE ZERO.
           05  WS-DECL-COUNT   PIC 9(07)      VALUE ZERO.
           05  WS-APPLIED-COUNT PIC 9(07)     VALUE ZERO.
           05  WS-FAILED-COUNT PIC 9(07)      VALUE ZERO.
           05  WS-OPEN-COUNT   PIC 9(07)      VALUE ZERO.
           05  WS-AGE-0-1      PIC 9(07)      VALUE ZERO.
           05  WS-AGE-2-3      PIC 9(07)      VALUE ZERO.
           05  WS-AGE-4-7      PIC 9(07)      VALUE ZERO.
           05  WS-AGE-OVER-7   PIC 9(07)      VALUE ZERO.
           05  WS-LEVEL2-OPEN  PIC 9(07)      VALUE ZERO.
           05  WS-SECTION-COUNT PIC 9(07)     VALUE ZERO.

       01  WS-PND-STATUS       PIC X(02)      VALUE "00".

       01  WS-AGE-DAYS         PIC 9(05)      VALUE ZERO.

       01  WS-AGE-FROM         PIC 9(08)      VALUE ZERO.

       01  WS-AGE-TO           PIC 9(08)      VALUE ZERO.

       01  WS-LINE-COUNT       PIC 9(03)      VALUE ZERO.

       01  WS-LINES-PER-PAGE   PIC 9(03)      VALUE 55.

       01  WS-PAGE-COUNT       PIC 9(03)      VALUE ZERO.

       01  WS-RPT-LINE         PIC X(80)      VALUE SPACES.

       01  WS-RC-STATUS        PIC X(02)      VALUE "00".

       01  RUN-CONTROL-FIELDS.
           05  WS-RC-PROGRAM   PIC X(08)      VALUE "MNTPEND".
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
           05 PEND-EOF      PIC X VALUE SPACE.
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
           05             PIC X(59) VALUE SPACES.

       01  HEADER-3.
           05             PIC X(80) VALUE ALL "=".

       01  HEADER-4.
           05             PIC X(8)  VALUE "ITEM".
           05             PIC X(4)  VALUE "ACT".
           05             PIC X(10) VALUE "ACCOUNT".
           05             PIC X(9)  VALUE "MAKER".
           05             PIC X(9)  VALUE "CHECKER".
           05             PIC X(2)  VALUE "L".
           05             PIC X(5)  VALUE " AGE".
           05             PIC X(9)  VALUE "RESULT".
           05             PIC X(24) VALUE "REASON".

       01  SECTION-LINE.
           05 SEC-TITLE   PIC X(40) VALUE SPACES.
           05 SEC-DATE    PIC 9(08) VALUE ZERO.
           05             PIC X(32) VALUE SPACES.

       01  DETAIL-LINE.
           05 DTL-ID      PIC 9(07) VALUE ZERO.
           05             PIC X(1)  VALUE SPACES.
           05 DTL-ACTION  PIC X(03) VALUE SPACES.
           05             PIC X(1)  VALUE SPACES.
           05 DTL-ACCT-NO PIC 9(09) VALUE ZERO.
           05             PIC X(1)  VALUE SPACES.
           05 DTL-MAKER   PIC X(08) VALUE SPACES.
           05             PIC X(1)  VALUE SPACES.
           05 DTL-CHECKER PIC X(08) VALUE SPACES.
           05             PIC X(1)  VALUE SPACES.
           05 DTL-LEVEL   PIC X(01) VALUE SPACES.
           05             PIC X(1)  VALUE SPACES.
           05 DTL-AGE     PIC ZZZ9.
           05             PIC X(1)  VALUE SPACES.
           05 DTL-RESULT  PIC X(08) VALUE SPACES.
           05             PIC X(1)  VALUE SPACES.
           05 DTL-TEXT    PIC X(24) VALUE SPACES.

       01  TRAILER-1.
           05             PIC X(24) VALUE "PENDING ITEMS READ.....".
           05 TRL-PEND-READ     PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-2.
           05             PIC X(24) VALUE "APPROVED TODAY.........".
           05 TRL-APRV-COUNT    PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-3.
           05             PIC X(24) VALUE "DECLINED TODAY.........".
           05 TRL-DECL-COUNT    PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-4.
           05             PIC X(24) VALUE "APPLIED TODAY..........".
           05 TRL-APPLIED-COUNT PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-5.
           05             PIC X(24) VALUE "FAILED ON APPLY TODAY..".
           05 TRL-FAILED-COUNT  PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-6.
           05             PIC X(24) VALUE "STILL PENDING..........".
           05 TRL-OPEN-COUNT    PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-7.
           05             PIC X(24) VALUE "  AGED 0-1 DAYS........".
           05 TRL-AGE-0-1       PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-8.
           05             PIC X(24) VALUE "  AGED 2-3 DAYS........".
           05 TRL-AGE-2-3       PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-9.
           05             PIC X(24) VALUE "  AGED 4-7 DAYS........".
           05 TRL-AGE-4-7       PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-10.
           05             PIC X(24) VALUE "  AGED OVER 7 DAYS.....".
           05 TRL-AGE-OVER-7    PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-11.
           05             PIC X(24) VALUE "  NEEDING LEVEL 2......".
           05 TRL-LEVEL2-OPEN   PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

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
           OPEN INPUT PEND-FILE.
           IF WS-PND-STATUS NOT = "00" AND WS-PND-STATUS NOT = "05"
               DISPLAY "MNTPEND: CANNOT OPEN PENDCHG, STATUS="
                   WS-PND-STATUS
               GO TO FATAL-STOP
           END-IF.
           PERFORM A010-WRITE-HEADERS.

       A020-LIST-APPROVED.
           MOVE "ITEMS APPROVED OR APPLIED ON" TO SEC-TITLE.
           PERFORM C010-START-SECTION.
           PERFORM B010-LIST-APPROVED-ITEM
               UNTIL PEND-EOF = 'Y'.
           PERFORM C015-END-SECTION.

       A030-LIST-DECLINED.
           MOVE "ITEMS DECLINED ON" TO SEC-TITLE.
           PERFORM C010-START-SECTION.
           PERFORM B020-LIST-DECLINED-ITEM
               UNTIL PEND-EOF = 'Y'.
           PERFORM C015-END-SECTION.

       A040-LIST-PENDING.
           MOVE "ITEMS STILL PENDING, AGED TO" TO SEC-TITLE.
           PERFORM C010-START-SECTION.
           PERFORM B030-LIST-PENDING-ITEM
               UNTIL PEND-EOF = 'Y'.
           PERFORM C015-END-SECTION.

       CLOSE-STOP.
           PERFORM C040-WRITE-TRAILER.
           CLOSE RPT-OUT.
           CLOSE PEND-FILE.
           PERFORM R080-STAMP-RUN-END.
           STOP RUN.

       A010-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE SPACES TO RPT-REC-OUT.
           MOVE "DAILY MAINTENANCE APPROVAL REPORT" TO TITLE-1.
           MOVE WS-PAGE-COUNT TO PAGE-NO-1.
           WRITE RPT-REC-OUT FROM HEADER-1 AFTER ADVANCING PAGE.
           MOVE WS-CURRENT-YEAR  TO YEAR-2.
           MOVE WS-CURRENT-MONTH TO MONTH-2.
           MOVE WS-CURRENT-DAY   TO DAY-2.
           WRITE RPT-REC-OUT FROM HEADER-2.
           WRITE RPT-REC-OUT FROM HEADER-4.
           WRITE RPT-REC-OUT FROM HEADER-3.
           MOVE ZERO TO WS-LINE-COUNT.

      ****************************************************************
      *  B010-LIST-APPROVED-ITEM LISTS AN ITEM A SUPERVISOR APPROVED *
      *  ON THE BUSINESS DATE, OR ONE CUSTMNT APPLIED OR FAILED ON   *
      *  IT, WITH THE RESULT.  THE AGE IS THE DAYS THE ITEM WAITED   *
      *  FOR ITS DECISION.  THE FILE IS ONLY COUNTED ON THIS PASS    *
      ****************************************************************
       B010-LIST-APPROVED-ITEM.
           ADD 1 TO WS-PEND-READ.
           IF PND-APPROVED AND PND-DECIDE-DATE = WS-RC-BUS-DATE
               ADD 1 TO WS-APRV-COUNT
               MOVE "APPROVED" TO DTL-RESULT
               MOVE "AWAITING CUSTMNT" TO DTL-TEXT
               PERFORM B015-PRINT-DECIDED
           END-IF.
           IF (PND-APPLIED OR PND-FAILED) AND
              (PND-DECIDE-DATE = WS-RC-BUS-DATE OR
               PND-APPLY-DATE = WS-RC-BUS-DATE)
               IF PND-DECIDE-DATE = WS-RC-BUS-DATE
                   ADD 1 TO WS-APRV-COUNT
               END-IF
               IF PND-APPLIED
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "APPLIED " TO DTL-RESULT
                   MOVE PND-DECIDE-REASON TO DTL-TEXT
               ELSE
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "FAILED  " TO DTL-RESULT
                   MOVE PND-APPLY-REASON TO DTL-TEXT
               END-IF
               PERFORM B015-PRINT-DECIDED
           END-IF.
           PERFORM READ-PEND-NEXT.

       B015-PRINT-DECIDED.
           MOVE PND-ENTRY-DATE TO WS-AGE-FROM.
           MOVE PND-DECIDE-DATE TO WS-AGE-TO.
           PERFORM C030-AGE-ITEM.
           PERFORM C020-PRINT-ITEM.

      ****************************************************************
      *  B020-LIST-DECLINED-ITEM LISTS AN ITEM DECLINED ON THE       *
      *  BUSINESS DATE WITH THE CHECKER'S REASON                     *
      ****************************************************************
       B020-LIST-DECLINED-ITEM.
           IF PND-DECLINED AND PND-DECIDE-DATE = WS-RC-BUS-DATE
               ADD 1 TO WS-DECL-COUNT
               MOVE "DECLINED" TO DTL-RESULT
               MOVE PND-DECIDE-REASON TO DTL-TEXT
               PERFORM B015-PRINT-DECIDED
           END-IF.
           PERFORM READ-PEND-NEXT.

      ****************************************************************
      *  B030-LIST-PENDING-ITEM LISTS AN ITEM STILL AWAITING A       *
      *  SUPERVISOR, AGED IN DAYS FROM THE DAY IT WAS KEYED TO THE   *
      *  BUSINESS DATE, AND COUNTS IT INTO ITS AGEING BUCKET         *
      ****************************************************************
       B030-LIST-PENDING-ITEM.
           IF PND-PENDING
               ADD 1 TO WS-OPEN-COUNT
               IF PND-LEVEL-TWO
                   ADD 1 TO WS-LEVEL2-OPEN
               END-IF
               MOVE PND-ENTRY-DATE TO WS-AGE-FROM
               MOVE WS-RC-BUS-DATE TO WS-AGE-TO
               PERFORM C030-AGE-ITEM
               IF WS-AGE-DAYS < 2
                   ADD 1 TO WS-AGE-0-1
               ELSE
                   IF WS-AGE-DAYS < 4
                       ADD 1 TO WS-AGE-2-3
                   ELSE
                       IF WS-AGE-DAYS < 8
                           ADD 1 TO WS-AGE-4-7
                       ELSE
                           ADD 1 TO WS-AGE-OVER-7
                       END-IF
                   END-IF
               END-IF
               MOVE "PENDING " TO DTL-RESULT
               MOVE PND-LEVEL-REASON TO DTL-TEXT
               PERFORM C020-PRINT-ITEM
           END-IF.
           PERFORM READ-PEND-NEXT.

      ****************************************************************
      *  C010-START-SECTION PRINTS A SECTION TITLE WITH THE BUSINESS *
      *  DATE AND POSITIONS THE PENDING FILE AT ITS FIRST ITEM       *
      ****************************************************************
       C010-START-SECTION.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE WS-RC-BUS-DATE TO SEC-DATE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM C025-WRITE-CURRENT-LINE.
           MOVE SECTION-LINE TO WS-RPT-LINE.
           PERFORM C025-WRITE-CURRENT-LINE.
           MOVE SPACE TO PEND-EOF.
           MOVE ZERO TO PND-ID.
           START PEND-FILE KEY IS NOT LESS THAN PND-ID
               INVALID KEY MOVE 'Y' TO PEND-EOF
           END-START.
           IF PEND-EOF NOT = 'Y'
               PERFORM READ-PEND-NEXT
           END-IF.

       C015-END-SECTION.
           IF WS-SECTION-COUNT = ZERO
               MOVE "  NONE" TO WS-RPT-LINE
               PERFORM C025-WRITE-CURRENT-LINE
           END-IF.

      ****************************************************************
      *  C020-PRINT-ITEM PRINTS ONE REPORT LINE FOR THE CURRENT ITEM *
      *  WITH THE RESULT, TEXT, AND AGE ALREADY STAGED               *
      ****************************************************************
       C020-PRINT-ITEM.
           ADD 1 TO WS-SECTION-COUNT.
           MOVE PND-ID TO DTL-ID.
           MOVE PND-ACTION TO DTL-ACTION.
           MOVE PND-ACCT-NO TO DTL-ACCT-NO.
           MOVE PND-MAKER-ID TO DTL-MAKER.
           MOVE PND-CHECKER-ID TO DTL-CHECKER.
           MOVE PND-LEVEL TO DTL-LEVEL.
           MOVE WS-AGE-DAYS TO DTL-AGE.
           MOVE DETAIL-LINE TO WS-RPT-LINE.
           PERFORM C025-WRITE-CURRENT-LINE.

      ****************************************************************
      *  C025-WRITE-CURRENT-LINE WRITES THE REPORT LINE STAGED IN    *
      *  WS-RPT-LINE, BREAKING TO A NEW PAGE FIRST WHEN THE CURRENT  *
      *  ONE IS FULL                                                 *
      ****************************************************************
       C025-WRITE-CURRENT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM A010-WRITE-HEADERS
           END-IF.
           WRITE RPT-REC-OUT FROM WS-RPT-LINE.
           ADD 1 TO WS-LINE-COUNT.

      ****************************************************************
      *  C030-AGE-ITEM WORKS OUT THE WHOLE DAYS FROM WS-AGE-FROM TO  *
      *  WS-AGE-TO, ZERO WHEN EITHER DATE IS MISSING OR THE DATES    *
      *  ARE OUT OF ORDER                                            *
      ****************************************************************
       C030-AGE-ITEM.
           MOVE ZERO TO WS-AGE-DAYS.
           IF WS-AGE-FROM NUMERIC AND WS-AGE-FROM > ZERO AND
              WS-AGE-TO NUMERIC AND WS-AGE-TO > WS-AGE-FROM
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-AGE-TO)
                   - FUNCTION INTEGER-OF-DATE(WS-AGE-FROM)
           END-IF.

       READ-PEND-NEXT.
           READ PEND-FILE NEXT RECORD
               AT END MOVE 'Y' TO PEND-EOF
           END-READ.

      ****************************************************************
      *  C040-WRITE-TRAILER WRITES THE CONTROL TOTALS: THE DAY'S     *
      *  APPROVALS, DECLINES, AND APPLY RESULTS, AND THE ITEMS STILL *
      *  PENDING BY AGE, SO THE REPORT CAN BE BALANCED AGAINST THE   *
      *  CUSTMNT REGISTER                                            *
      ****************************************************************
       C040-WRITE-TRAILER.
           MOVE SPACES TO RPT-REC-OUT.
           WRITE RPT-REC-OUT FROM HEADER-3.
           MOVE WS-PEND-READ TO TRL-PEND-READ.
           WRITE RPT-REC-OUT FROM TRAILER-1.
           MOVE WS-APRV-COUNT TO TRL-APRV-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-2.
           MOVE WS-DECL-COUNT TO TRL-DECL-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-3.
           MOVE WS-APPLIED-COUNT TO TRL-APPLIED-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-4.
           MOVE WS-FAILED-COUNT TO TRL-FAILED-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-5.
           MOVE WS-OPEN-COUNT TO TRL-OPEN-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-6.
           MOVE WS-AGE-0-1 TO TRL-AGE-0-1.
           WRITE RPT-REC-OUT FROM TRAILER-7.
           MOVE WS-AGE-2-3 TO TRL-AGE-2-3.
           WRITE RPT-REC-OUT FROM TRAILER-8.
           MOVE WS-AGE-4-7 TO TRL-AGE-4-7.
           WRITE RPT-REC-OUT FROM TRAILER-9.
           MOVE WS-AGE-OVER-7 TO TRL-AGE-OVER-7.
           WRITE RPT-REC-OUT FROM TRAILER-10.
           MOVE WS-LEVEL2-OPEN TO TRL-LEVEL2-OPEN.
           WRITE RPT-REC-OUT FROM TRAILER-11.

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
               DISPLAY "MNTPEND: CANNOT OPEN RUNCTL, STATUS="
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
               DISPLAY "MNTPEND: RERUN OVERRIDE FOR " WS-RC-BUS-DATE
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
      *  COMPLETED FOR THE SAME BUSINESS DATE, SO THE APPLY RESULTS  *
      *  ARE ON FILE BEFORE THEY ARE REPORTED                        *
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
                       DISPLAY "MNTPEND: RUNCTL REWRITE FAILED, "
                           "STATUS=" WS-RC-STATUS
               END-REWRITE
           ELSE
               WRITE RC-REC
                   INVALID KEY
                       DISPLAY "MNTPEND: RUNCTL WRITE FAILED, "
                           "STATUS=" WS-RC-STATUS
               END-WRITE
           END-IF.

      ****************************************************************
      *  R070-SET-CONTROL-TOTALS CARRIES THE REPORT TOTALS ONTO THE  *
      *  LEDGER: COUNT 1 PENDING ITEMS READ, 2 APPROVED TODAY,       *
      *  3 DECLINED TODAY, 4 APPLIED TODAY, 5 FAILED ON APPLY,       *
      *  6 STILL PENDING, 7 PENDING OVER 7 DAYS, 8 PENDING ITEMS     *
      *  NEEDING LEVEL 2                                             *
      ****************************************************************
       R070-SET-CONTROL-TOTALS.
           MOVE WS-PEND-READ TO RC-COUNT-1.
           MOVE WS-APRV-COUNT TO RC-COUNT-2.
           MOVE WS-DECL-COUNT TO RC-COUNT-3.
           MOVE WS-APPLIED-COUNT TO RC-COUNT-4.
           MOVE WS-FAILED-COUNT TO RC-COUNT-5.
           MOVE WS-OPEN-COUNT TO RC-COUNT-6.
           MOVE WS-AGE-OVER-7 TO RC-COUNT-7.
           MOVE WS-LEVEL2-OPEN TO RC-COUNT-8.

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
                   DISPLAY "MNTPEND: RUNCTL RECORD MISSING AT END "
                       "OF RUN"
               NOT INVALID KEY
                   MOVE WS-RC-END-STATUS TO RC-STATUS
                   MOVE WS-RC-PERIOD TO RC-PERIOD
                   MOVE FUNCTION CURRENT-DATE(1:14) TO RC-END-STAMP
                   PERFORM R070-SET-CONTROL-TOTALS
                   REWRITE RC-REC
                       INVALID KEY
                           DISPLAY "MNTPEND: RUNCTL REWRITE FAILED, "
                               "STATUS=" WS-RC-STATUS
                   END-REWRITE
           END-READ.
           CLOSE RC-FILE.

      ****************************************************************
      *  R090-RUN-REFUSED ENDS A RUN THE LEDGER WILL NOT ALLOW WITH  *
      *  RETURN CODE 12 SO THE STREAM STOPS FOR THE OPERATOR         *
      ****************************************************************
       R090-RUN-REFUSED.
           DISPLAY "MNTPEND: RUN REFUSED FOR BUSINESS DATE "
               WS-RC-BUS-DATE.
           DISPLAY "MNTPEND: " WS-RC-REFUSAL.
           DISPLAY "MNTPEND: A RUNOVR RERUN CARD IS NEEDED TO FORCE "
               "THIS RUN".
           CLOSE RC-FILE.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

       READ-OVR-RECORD.
           READ OVR-IN
               AT END MOVE 'Y' TO OVR-EOF
           END-READ.
      ****************************************************************
      *  FATAL-STOP ABANDONS THE RUN WHEN THE PENDING FILE CANNOT BE *
      *  OPENED AND MARKS THE RUN FAILED ON THE RUN-CONTROL LEDGER   *
      ****************************************************************
       FATAL-STOP.
           CLOSE RPT-OUT.
           MOVE 'F' TO WS-RC-END-STATUS.
           PERFORM R080-STAMP-RUN-END.
           STOP RUN.
