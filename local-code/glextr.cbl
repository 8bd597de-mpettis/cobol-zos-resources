      *                    TOTALS TIE EXACTLY TO THE POSTING JOURNAL
      *                    TRAILER AND THE ACCRUAL REGISTER GRAND
      *                    TOTAL; A BALANCING REPORT PROVES IT.
      *   2026.10.15  SEC  CHECK THE RUNCTL RUN-CONTROL LEDGER BEFORE
      *                    OPENING THE GL FILE.  THE RUN IS REFUSED
      *                    WITH RETURN CODE 12 IF THE EXTRACT DATE WAS
      *                    ALREADY SENT TO THE LEDGER OR POSRECON HAS
      *                    NOT COMPLETED FOR THE BUSINESS DATE, UNLESS
      *                    A RUNOVR RERUN CARD IS SUPPLIED.  THE
      *                    PARMIN CARD IS NOW READ BEFORE THE OUTPUTS
      *                    ARE OPENED SO A REFUSED RUN LEAVES THE LAST
      *                    GLFILE INTACT.  THE LEDGER RECORD IS
      *                    STAMPED STARTED, THEN COMPLETE WITH THE
      *                    BALANCING TOTALS.
      *   2026.10.15  SEC  CARRY R-CODED REVERSALS AS THEIR OWN ENTRY
      *                    PAIRS PER BRANCH - REVERSALS OF CREDITS MOVE
      *                    DEPOSITS BACK TO CASH, REVERSALS OF DEBITS
      *                    MOVE CASH BACK INTO DEPOSITS - INSTEAD OF
      *                    LETTING THEM FALL INTO THE INTEREST LINE.
      *                    THE BALANCING REPORT SHOWS THEM PER BRANCH
      *                    AND IN TOTAL, AND THE TOTALS GO ON THE
      *                    RUN-CONTROL LEDGER TO TIE TO TRANPOST.
      *   2026.10.15  SEC  BOOK F-CODED SERVICE CHARGES FROM FEEASSM AS
      *                    THEIR OWN ENTRY PAIR PER BRANCH - DEPOSITS TO
      *                    THE FEE INCOME ACCOUNT - INSTEAD OF LETTING
      *                    THEM FALL INTO THE INTEREST LINE.  FEES SHOW
      *                    PER BRANCH AND IN TOTAL ON THE BALANCING
      *                    REPORT AND GO ON THE RUN-CONTROL LEDGER.
      *   2026.10.15  SEC  TRANHIST IS NOW INDEXED BY POSTING DATE.  THE
      *                    EXTRACT STARTS AT THE EXTRACT DATE AND STOPS
      *                    AT THE FIRST MOVEMENT OF A LATER DATE INSTEAD
      *                    OF READING THE WHOLE HISTORY, SO HISTORY
      *                    RECORDS READ NOW EQUALS THE MOVEMENTS
      *                    SELECTED.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT GL-OUT ASSIGN TO GLFILE.
           SELECT RPT-OUT ASSIGN TO GLEXTRPT.
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
           05  SW-BRANCH      PIC X(03).
           05  SW-DC-CODE     PIC X(01).
           05  SW-AMOUNT      PIC 9(09)V99.
           05  SW-ORIG-DC-CODE PIC X(01).
      *

       WORKING-STORAGE SECTION.
           05  WS-SUM-CREDITS  PIC 9(11)V99   VALUE ZERO.
           05  WS-SUM-DEBITS   PIC 9(11)V99   VALUE ZERO.
           05  WS-SUM-ACCRUAL  PIC 9(11)V99   VALUE ZERO.
           05  WS-SUM-REV-CREDITS PIC 9(11)V99 VALUE ZERO.
           05  WS-SUM-REV-DEBITS PIC 9(11)V99 VALUE ZERO.
           05  WS-SUM-FEES     PIC 9(11)V99   VALUE ZERO.

       01  BRANCH-TOTALS.
           05  WS-BR-CODE      PIC X(03)      VALUE SPACES.
           05  WS-BR-CREDITS   PIC 9(11)V99   VALUE ZERO.
           05  WS-BR-DEBITS    PIC 9(11)V99   VALUE ZERO.
           05  WS-BR-ACCRUAL   PIC 9(11)V99   VALUE ZERO.
           05  WS-BR-REV-CREDITS PIC 9(11)V99 VALUE ZERO.
           05  WS-BR-REV-DEBITS PIC 9(11)V99  VALUE ZERO.
           05  WS-BR-FEES      PIC 9(11)V99   VALUE ZERO.

       01  WS-EXTR-DATE        PIC 9(08)      VALUE ZERO.

       01  WS-HIS-STATUS       PIC X(02)      VALUE "00".

      ****************************************************************
      *  THE GL ACCOUNTS THE EXTRACT POSTS TO: THE BANK'S CASH AND    *
      *  CLEARING ACCOUNT, THE CUSTOMER DEPOSIT LIABILITY, THE       *
      *  INTEREST EXPENSE ACCOUNT THE ACCRUAL IS BOOKED AGAINST, AND *
      *  THE FEE INCOME ACCOUNT SERVICE CHARGES ARE BOOKED TO        *
      ****************************************************************
       01  GL-ACCOUNT-CODES.
           05  WS-GL-CASH      PIC 9(06)      VALUE 100100.
           05  WS-GL-DEPOSITS  PIC 9(06)      VALUE 200100.
           05  WS-GL-INTEXP    PIC 9(06)      VALUE 500100.
           05  WS-GL-FEEINC    PIC 9(06)      VALUE 410100.

       01  WS-LINE-COUNT       PIC 9(03)      VALUE ZERO.


       01  WS-PAGE-COUNT       PIC 9(03)      VALUE ZERO.

       01  WS-RC-STATUS        PIC X(02)      VALUE "00".

       01  RUN-CONTROL-FIELDS.
           05  WS-RC-PROGRAM   PIC X(08)      VALUE "GLEXTR".
           05  WS-RC-PRED      PIC X(08)      VALUE "POSRECON".
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
           05 FIRST-BRANCH  PIC X VALUE SPACE.
           05 RC-EOF        PIC X VALUE SPACE.
           05 OVR-EOF       PIC X VALUE SPACE.

       01 WS-CURRENT-DATE.
          05  WS-CURRENT-YEAR         PIC X(04).
           05 BRL-ACCRUAL PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(12) VALUE SPACES.

       01  BRANCH-REV-LINE.
           05             PIC X(10) VALUE SPACES.
           05             PIC X(9)  VALUE "  REV CR ".
           05 BRV-CREDITS PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(8)  VALUE "  REV DR".
           05 BRV-DEBITS  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(19) VALUE SPACES.

       01  BRANCH-FEE-LINE.
           05             PIC X(10) VALUE SPACES.
           05             PIC X(9)  VALUE "  FEES   ".
           05 BRF-FEES    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(44) VALUE SPACES.

       01  TRAILER-1.
           05             PIC X(26) VALUE "HISTORY RECORDS READ....".
           05 TRL-HIST-COUNT    PIC Z,ZZZ,ZZ9.
           05 TRL-SUM-ACCRUAL   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(36) VALUE SPACES.

       01  TRAILER-9.
           05             PIC X(26) VALUE "TOTAL CREDITS REVERSED..".
           05 TRL-SUM-REV-CREDITS PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(36) VALUE SPACES.

       01  TRAILER-10.
           05             PIC X(26) VALUE "TOTAL DEBITS REVERSED...".
           05 TRL-SUM-REV-DEBITS PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(36) VALUE SPACES.

       01  TRAILER-11.
           05             PIC X(26) VALUE "TOTAL FEES ASSESSED.....".
           05 TRL-SUM-FEES      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(36) VALUE SPACES.

       01  TRAILER-8.
           05             PIC X(26) VALUE "GL DEBITS = GL CREDITS..".
           05 TRL-GL-DEBITS     PIC ZZZZ,ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
      *
       A000-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           OPEN INPUT PARM-IN.
           PERFORM A005-READ-PARMS.
           CLOSE PARM-IN.
           MOVE WS-CURRENT-DATE TO WS-RC-BUS-DATE.
           MOVE WS-EXTR-DATE TO WS-RC-PERIOD.
           PERFORM R010-CHECK-RUN-CONTROL
               THRU R010-CHECK-RUN-CONTROL-EXIT.
           OPEN OUTPUT RPT-OUT.
           OPEN OUTPUT GL-OUT.
           PERFORM A010-WRITE-HEADERS.
           PERFORM A015-WRITE-GL-HEADER.

           PERFORM C040-WRITE-TRAILER.
           CLOSE GL-OUT.
           CLOSE RPT-OUT.
           PERFORM R080-STAMP-RUN-END.
           STOP RUN.

      ****************************************************************
           WRITE GL-REC.

      ****************************************************************
      *  B010-SELECT-HISTORY STARTS TRANHIST AT THE EXTRACT DATE     *
      *  AND RELEASES THE MOVEMENTS POSTED ON IT, KEYED BY BRANCH    *
      *  FOR THE ROLL-UP, STOPPING AT THE FIRST MOVEMENT OF A LATER  *
      *  DATE                                                        *
      ****************************************************************
       B010-SELECT-HISTORY.
           OPEN INPUT HIST-IN.
           IF WS-HIS-STATUS NOT = "00"
               DISPLAY "GLEXTR: CANNOT OPEN TRANHIST, STATUS="
                   WS-HIS-STATUS
               MOVE 'F' TO WS-RC-END-STATUS
               MOVE 'Y' TO LASTREC
           ELSE
               MOVE WS-EXTR-DATE TO HIST-POST-DATE
               MOVE ZERO TO HIST-SEQ
               START HIST-IN KEY IS NOT LESS THAN HIST-KEY
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
           IF HIST-POST-DATE NOT = WS-EXTR-DATE
               MOVE 'Y' TO LASTREC
           ELSE
               ADD 1 TO WS-HIST-COUNT
               ADD 1 TO WS-SELECT-COUNT
               IF HIST-BRANCH = SPACES
                   MOVE "***" TO SW-BRANCH
               END-IF
               MOVE HIST-DC-CODE TO SW-DC-CODE
               MOVE HIST-AMOUNT TO SW-AMOUNT
               MOVE HIST-ORIG-DC-CODE TO SW-ORIG-DC-CODE
               RELEASE SW-RECORD
               PERFORM READ-HIST-RECORD
           END-IF.

      ****************************************************************
      *  C010-SUMMARIZE-BRANCHES TAKES THE DAY'S MOVEMENTS BACK IN    *
      *  BRANCH ORDER AND BREAKS ON THE BRANCH CODE, ACCUMULATING     *
      *  CREDITS POSTED, DEBITS POSTED, INTEREST ACCRUED,            *
      *  REVERSALS OF CREDITS AND OF DEBITS, AND FEES; EACH          *
      *  BREAK BOOKS THE BRANCH'S BALANCED GL ENTRIES                 *
      ****************************************************************
       C010-SUMMARIZE-BRANCHES.
           MOVE ZERO TO WS-BR-CREDITS.
           MOVE ZERO TO WS-BR-DEBITS.
           MOVE ZERO TO WS-BR-ACCRUAL.
           MOVE ZERO TO WS-BR-REV-CREDITS.
           MOVE ZERO TO WS-BR-REV-DEBITS.
           MOVE ZERO TO WS-BR-FEES.

       C018-ACCUMULATE-MOVEMENT.
           IF SW-DC-CODE = 'C'
               IF SW-DC-CODE = 'D'
                   ADD SW-AMOUNT TO WS-BR-DEBITS
               ELSE
                   IF SW-DC-CODE = 'R'
                       IF SW-ORIG-DC-CODE = 'C'
                           ADD SW-AMOUNT TO WS-BR-REV-CREDITS
                       ELSE
                           ADD SW-AMOUNT TO WS-BR-REV-DEBITS
                       END-IF
                   ELSE
                       IF SW-DC-CODE = 'F'
                           ADD SW-AMOUNT TO WS-BR-FEES
                       ELSE
                           ADD SW-AMOUNT TO WS-BR-ACCRUAL
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *  PAIR PER NON-ZERO CATEGORY FOR THE BRANCH JUST COMPLETED:    *
      *  CREDITS POSTED MOVE CASH INTO DEPOSITS, DEBITS POSTED MOVE   *
      *  DEPOSITS BACK TO CASH, AND THE ACCRUAL BOOKS INTEREST        *
      *  EXPENSE AGAINST DEPOSITS.  A REVERSAL OF A CREDIT UNDOES    *
      *  THE CREDIT PAIR AND A REVERSAL OF A DEBIT UNDOES THE DEBIT  *
      *  PAIR, EACH AS A SEPARATE PAIR.  FEES ASSESSED MOVE DEPOSITS *
      *  TO FEE INCOME.  THE BRANCH LINE GOES ON THE BALANCING       *
      *  REPORT AND THE TOTALS ROLL TO THE GRAND TOTALS              *
      ****************************************************************
       C020-BOOK-BRANCH.
           ADD 1 TO WS-BRANCH-COUNT.
               MOVE 'C' TO GL-DC-CODE
               PERFORM C025-WRITE-GL-ENTRY
           END-IF.
           IF WS-BR-REV-CREDITS > ZERO
               MOVE WS-BR-REV-CREDITS TO GL-AMOUNT
               MOVE "REVERSAL OF CREDITS     " TO GL-DESC
               MOVE WS-GL-DEPOSITS TO GL-ACCOUNT
               MOVE 'D' TO GL-DC-CODE
               PERFORM C025-WRITE-GL-ENTRY
               MOVE WS-GL-CASH TO GL-ACCOUNT
               MOVE 'C' TO GL-DC-CODE
               PERFORM C025-WRITE-GL-ENTRY
           END-IF.
           IF WS-BR-REV-DEBITS > ZERO
               MOVE WS-BR-REV-DEBITS TO GL-AMOUNT
               MOVE "REVERSAL OF DEBITS      " TO GL-DESC
               MOVE WS-GL-CASH TO GL-ACCOUNT
               MOVE 'D' TO GL-DC-CODE
               PERFORM C025-WRITE-GL-ENTRY
               MOVE WS-GL-DEPOSITS TO GL-ACCOUNT
               MOVE 'C' TO GL-DC-CODE
               PERFORM C025-WRITE-GL-ENTRY
           END-IF.
           IF WS-BR-FEES > ZERO
               MOVE WS-BR-FEES TO GL-AMOUNT
               MOVE "SERVICE CHARGES ASSESSED" TO GL-DESC
               MOVE WS-GL-DEPOSITS TO GL-ACCOUNT
               MOVE 'D' TO GL-DC-CODE
               PERFORM C025-WRITE-GL-ENTRY
               MOVE WS-GL-FEEINC TO GL-ACCOUNT
               MOVE 'C' TO GL-DC-CODE
               PERFORM C025-WRITE-GL-ENTRY
           END-IF.
           PERFORM C030-PRINT-BRANCH-LINE.
           ADD WS-BR-CREDITS TO WS-SUM-CREDITS.
           ADD WS-BR-DEBITS TO WS-SUM-DEBITS.
           ADD WS-BR-ACCRUAL TO WS-SUM-ACCRUAL.
           ADD WS-BR-REV-CREDITS TO WS-SUM-REV-CREDITS.
           ADD WS-BR-REV-DEBITS TO WS-SUM-REV-DEBITS.
           ADD WS-BR-FEES TO WS-SUM-FEES.

      ****************************************************************
      *  C025-WRITE-GL-ENTRY WRITES ONE POSTING ENTRY, CARRYING THE   *
           MOVE WS-BR-ACCRUAL TO BRL-ACCRUAL.
           WRITE RPT-REC-OUT FROM BRANCH-LINE.
           ADD 1 TO WS-LINE-COUNT.
           IF WS-BR-REV-CREDITS > ZERO OR WS-BR-REV-DEBITS > ZERO
               MOVE WS-BR-REV-CREDITS TO BRV-CREDITS
               MOVE WS-BR-REV-DEBITS TO BRV-DEBITS
               WRITE RPT-REC-OUT FROM BRANCH-REV-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           IF WS-BR-FEES > ZERO
               MOVE WS-BR-FEES TO BRF-FEES
               WRITE RPT-REC-OUT FROM BRANCH-FEE-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       READ-HIST-RECORD.
           READ HIST-IN NEXT RECORD
               AT END MOVE 'Y' TO LASTREC
           END-READ.

           WRITE RPT-REC-OUT FROM TRAILER-6.
           MOVE WS-SUM-ACCRUAL TO TRL-SUM-ACCRUAL.
           WRITE RPT-REC-OUT FROM TRAILER-7.
           MOVE WS-SUM-REV-CREDITS TO TRL-SUM-REV-CREDITS.
           WRITE RPT-REC-OUT FROM TRAILER-9.
           MOVE WS-SUM-REV-DEBITS TO TRL-SUM-REV-DEBITS.
           WRITE RPT-REC-OUT FROM TRAILER-10.
           MOVE WS-SUM-FEES TO TRL-SUM-FEES.
           WRITE RPT-REC-OUT FROM TRAILER-11.
           MOVE WS-GL-DEBITS TO TRL-GL-DEBITS.
           MOVE WS-GL-CREDITS TO TRL-GL-CREDITS.
           WRITE RPT-REC-OUT FROM TRAILER-8.
               DISPLAY "GLEXTR: EXTRACT OUT OF BALANCE, DEBITS "
                   WS-GL-DEBITS " CREDITS " WS-GL-CREDITS
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
               DISPLAY "GLEXTR: CANNOT OPEN RUNCTL, STATUS="
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
               DISPLAY "GLEXTR: RERUN OVERRIDE FOR " WS-RC-BUS-DATE
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
      *  R050-CHECK-PREDECESSOR REFUSES A SECOND EXTRACT FOR AN      *
      *  EXTRACT DATE ALREADY BOOKED, WHATEVER NIGHT IT RAN, SO THE  *
      *  LEDGER IS NEVER FED THE SAME DAY TWICE, AND OTHERWISE       *
      *  REFUSES THE RUN UNLESS POSRECON HAS COMPLETED FOR THE SAME  *
      *  BUSINESS DATE                                               *
      ****************************************************************
       R050-CHECK-PREDECESSOR.
           MOVE WS-RC-PROGRAM TO WS-RC-SCAN-PGM.
           MOVE WS-RC-PERIOD TO WS-RC-SCAN-PERIOD.
           PERFORM R040-FIND-PERIOD-RUN.
           IF WS-RC-FOUND-DATE NOT = ZERO
               STRING "EXTRACT DATE ALREADY SENT TO THE LEDGER ON "
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
                       DISPLAY "GLEXTR: RUNCTL REWRITE FAILED, "
                           "STATUS=" WS-RC-STATUS
               END-REWRITE
           ELSE
               WRITE RC-REC
                   INVALID KEY
                       DISPLAY "GLEXTR: RUNCTL WRITE FAILED, "
                           "STATUS=" WS-RC-STATUS
               END-WRITE
           END-IF.

      ****************************************************************
      *  R070-SET-CONTROL-TOTALS CARRIES THE BALANCING TOTALS ONTO   *
      *  THE LEDGER: COUNT 1 HISTORY RECORDS READ, 2 SELECTED FOR    *
      *  THE EXTRACT DATE, 3 GL ENTRIES WRITTEN, 4 BRANCHES; AMOUNT  *
      *  1 CREDITS, 2 DEBITS, 3 INTEREST ACCRUED, 4 GL DEBITS, 5 GL  *
      *  CREDITS, 6 CREDITS REVERSED, 7 DEBITS REVERSED, 8 FEE       *
      *  INCOME                                                      *
      ****************************************************************
       R070-SET-CONTROL-TOTALS.
           MOVE WS-HIST-COUNT TO RC-COUNT-1.
           MOVE WS-SELECT-COUNT TO RC-COUNT-2.
           MOVE WS-ENTRY-COUNT TO RC-COUNT-3.
           MOVE WS-BRANCH-COUNT TO RC-COUNT-4.
           MOVE WS-SUM-CREDITS TO RC-AMOUNT-1.
           MOVE WS-SUM-DEBITS TO RC-AMOUNT-2.
           MOVE WS-SUM-ACCRUAL TO RC-AMOUNT-3.
           MOVE WS-GL-DEBITS TO RC-AMOUNT-4.
           MOVE WS-GL-CREDITS TO RC-AMOUNT-5.
           MOVE WS-SUM-REV-CREDITS TO RC-AMOUNT-6.
           MOVE WS-SUM-REV-DEBITS TO RC-AMOUNT-7.
           MOVE WS-SUM-FEES TO RC-AMOUNT-8.

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
                   DISPLAY "GLEXTR: RUNCTL RECORD MISSING AT END "
                       "OF RUN"
               NOT INVALID KEY
                   MOVE WS-RC-END-STATUS TO RC-STATUS
                   MOVE WS-RC-PERIOD TO RC-PERIOD
                   MOVE FUNCTION CURRENT-DATE(1:14) TO RC-END-STAMP
                   PERFORM R070-SET-CONTROL-TOTALS
                   REWRITE RC-REC
                       INVALID KEY
                           DISPLAY "GLEXTR: RUNCTL REWRITE FAILED, "
                               "STATUS=" WS-RC-STATUS
                   END-REWRITE
           END-READ.
           CLOSE RC-FILE.

      ****************************************************************
      *  R090-RUN-REFUSED ENDS A RUN THE LEDGER WILL NOT ALLOW WITH  *
      *  RETURN CODE 12 SO THE STREAM STOPS FOR THE OPERATOR         *
      ****************************************************************
       R090-RUN-REFUSED.
           DISPLAY "GLEXTR: RUN REFUSED FOR BUSINESS DATE "
               WS-RC-BUS-DATE.
           DISPLAY "GLEXTR: " WS-RC-REFUSAL.
           DISPLAY "GLEXTR: A RUNOVR RERUN CARD IS NEEDED TO FORCE "
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
