       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SORDGEN.
       AUTHOR.        STUDENT.
      *
      * MODIFICATION HISTORY:
      *   2026.10.15  SEC  NEW PROGRAM.  DAILY STANDING-ORDER TRANSFER
      *                    GENERATION.  PASSES THE INDEXED STANDORD
      *                    INSTRUCTION FILE AND, FOR EVERY ACTIVE
      *                    INSTRUCTION WHOSE NEXT DUE DATE HAS COME
      *                    (CATCHING UP ANY MISSED WHILE THE STREAM DID
      *                    NOT RUN, BUT NEVER PAST THE END DATE),
      *                    WRITES THE TRANSFER TO XFERIN AS A DEBIT LEG
      *                    ON THE FROM ACCOUNT AND A CREDIT LEG ON THE
      *                    TO ACCOUNT IN TRANIN FORMAT, EACH CARRYING
      *                    THE INSTRUCTION NUMBER, DUE DATE, AND OTHER
      *                    ACCOUNT SO TRANPOST CAN POST THE PAIR
      *                    TOGETHER OR NOT AT ALL.  ADVANCES THE NEXT
      *                    DUE DATE BY THE FREQUENCY AND RETIRES ('E')
      *                    AN INSTRUCTION ONCE IT PASSES ITS END DATE,
      *                    JOURNALING EACH RETIREMENT TO SORDJRNL.
      *                    PRINTS THE GENERATION REGISTER WITH DEBITS
      *                    AND CREDITS GENERATED NETTING TO ZERO.  RUNS
      *                    IN THE NIGHTLY STREAM AFTER HOLDEXP AND
      *                    BEFORE TRANPOST UNDER THE RUNCTL RUN-CONTROL
      *                    LEDGER.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SO-FILE ASSIGN TO STANDORD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-INSTR-NO
               FILE STATUS IS WS-SO-STATUS.
           SELECT XFER-OUT ASSIGN TO XFERIN.
           SELECT JRNL-OUT ASSIGN TO SORDJRNL.
           SELECT RPT-OUT ASSIGN TO SORDRPT.
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
       FD  SO-FILE RECORD CONTAINS 150 CHARACTERS RECORDING MODE F.
           COPY STANDORD.
      *
       FD  XFER-OUT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  XFR-REC.
           05  XFR-ACCT-NO    PIC 9(09).
           05  XFR-DC-CODE    PIC X(01).
           05  XFR-AMOUNT     PIC 9(09)V99.
           05  XFR-EFF-DATE   PIC X(08).
           05  XFR-ORIG-POST-DATE PIC X(08).
           05  XFR-ORIG-DC-CODE   PIC X(01).
           05  XFR-INSTR-NO   PIC 9(07).
           05  XFR-DUE-DATE   PIC 9(08).
           05  XFR-CONTRA-ACCT PIC 9(09).
           05                 PIC X(18).
      *
       FD  JRNL-OUT RECORD CONTAINS 350 CHARACTERS RECORDING MODE F.
           COPY SORDJRN.
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
           05  WS-SO-READ      PIC 9(07)      VALUE ZERO.
           05  WS-ACTIVE-COUNT PIC 9(07)      VALUE ZERO.
           05  WS-DUE-COUNT    PIC 9(07)      VALUE ZERO.
           05  WS-GEN-COUNT    PIC 9(07)      VALUE ZERO.
           05  WS-LEG-COUNT    PIC 9(07)      VALUE ZERO.
           05  WS-RETIRE-COUNT PIC 9(07)      VALUE ZERO.
           05  WS-SUSP-COUNT   PIC 9(07)      VALUE ZERO.
           05  WS-BAD-COUNT    PIC 9(07)      VALUE ZERO.
           05  WS-GEN-DEBITS   PIC 9(13)V99   VALUE ZERO.
           05  WS-GEN-CREDITS  PIC 9(13)V99   VALUE ZERO.

       01  WS-SO-STATUS        PIC X(02)      VALUE "00".

       01  WS-BEFORE-IMAGE     PIC X(150)     VALUE SPACES.

       01  WS-NET-AMOUNT       PIC S9(13)V99  VALUE ZERO.

       01  WS-INT-DATE         PIC 9(07)      VALUE ZERO.

       01  WS-DAYS-IN-MONTH    PIC 9(02)      VALUE ZERO.

       01  WS-WORK-DATE        PIC X(08)      VALUE SPACES.

       01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
           05  WS-WORK-YEAR    PIC 9(04).
           05  WS-WORK-MONTH   PIC 9(02).
           05  WS-WORK-DAY     PIC 9(02).

       01  WS-DATE-OK-FLAG     PIC X          VALUE SPACE.

       01  WS-LINE-COUNT       PIC 9(03)      VALUE ZERO.

       01  WS-LINES-PER-PAGE   PIC 9(03)      VALUE 55.

       01  WS-PAGE-COUNT       PIC 9(03)      VALUE ZERO.

       01  WS-RPT-LINE         PIC X(80)      VALUE SPACES.

       01  WS-RC-STATUS        PIC X(02)      VALUE "00".

       01  RUN-CONTROL-FIELDS.
           05  WS-RC-PROGRAM   PIC X(08)      VALUE "SORDGEN".
           05  WS-RC-PRED      PIC X(08)      VALUE "HOLDEXP".
           05  WS-RC-BUS-DATE  PIC 9(08)      VALUE ZERO.
           05  WS-RC-PERIOD    PIC X(16)      VALUE SPACES.
           05  WS-RC-RUN-COUNT PIC 9(03)      VALUE ZERO.
           05  WS-RC-OVERRIDE  PIC X(01)      VALUE SPACE.
           05  WS-RC-OVR-USER  PIC X(08)      VALUE SPACES.
           05  WS-RC-ON-FILE   PIC X(01)      VALUE SPACE.
           05  WS-RC-END-STATUS PIC X(01)     VALUE 'C'.
           05  WS-RC-REFUSAL   PIC X(60)      VALUE SPACES.

       01  FLAGS.
           05 SO-EOF        PIC X VALUE SPACE.
           05 SO-UPDATED    PIC X VALUE SPACE.
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
           05             PIC X(8)  VALUE "INSTR".
           05             PIC X(9)  VALUE "DUE DATE".
           05             PIC X(10) VALUE "FROM".
           05             PIC X(10) VALUE "TO".
           05             PIC X(15) VALUE "        AMOUNT".
           05             PIC X(2)  VALUE "F".
           05             PIC X(9)  VALUE "NEXT DUE".
           05             PIC X(17) VALUE "NOTE".

       01  DETAIL-LINE.
           05 DTL-INSTR-NO PIC 9(07) VALUE ZERO.
           05             PIC X(1)  VALUE SPACES.
           05 DTL-DUE-DATE PIC X(08) VALUE SPACES.
           05             PIC X(1)  VALUE SPACES.
           05 DTL-FROM-ACCT PIC 9(09) VALUE ZERO.
           05             PIC X(1)  VALUE SPACES.
           05 DTL-TO-ACCT PIC 9(09) VALUE ZERO.
           05             PIC X(1)  VALUE SPACES.
           05 DTL-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.
           05             PIC X(1)  VALUE SPACES.
           05 DTL-FREQ    PIC X(01) VALUE SPACES.
           05             PIC X(1)  VALUE SPACES.
           05 DTL-NEXT-DUE PIC X(08) VALUE SPACES.
           05             PIC X(1)  VALUE SPACES.
           05 DTL-NOTE    PIC X(17) VALUE SPACES.

       01  TRAILER-1.
           05             PIC X(24) VALUE "INSTRUCTIONS READ......".
           05 TRL-SO-READ       PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-2.
           05             PIC X(24) VALUE "INSTRUCTIONS ACTIVE....".
           05 TRL-ACTIVE-COUNT  PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-3.
           05             PIC X(24) VALUE "INSTRUCTIONS SUSPENDED.".
           05 TRL-SUSP-COUNT    PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-4.
           05             PIC X(24) VALUE "INSTRUCTIONS DUE.......".
           05 TRL-DUE-COUNT     PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-5.
           05             PIC X(24) VALUE "TRANSFERS GENERATED....".
           05 TRL-GEN-COUNT     PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-6.
           05             PIC X(24) VALUE "LEGS WRITTEN TO XFERIN.".
           05 TRL-LEG-COUNT     PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-7.
           05             PIC X(24) VALUE "INSTRUCTIONS RETIRED...".
           05 TRL-RETIRE-COUNT  PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-8.
           05             PIC X(24) VALUE "BAD DUE DATES SKIPPED..".
           05 TRL-BAD-COUNT     PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-9.
           05             PIC X(24) VALUE "DEBITS GENERATED.......".
           05 TRL-GEN-DEBITS    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(38) VALUE SPACES.

       01  TRAILER-10.
           05             PIC X(24) VALUE "CREDITS GENERATED......".
           05 TRL-GEN-CREDITS   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(38) VALUE SPACES.

       01  TRAILER-11.
           05             PIC X(24) VALUE "NET DEBITS LESS CREDITS".
           05 TRL-NET-AMOUNT    PIC -Z,ZZZ,ZZZ,ZZ9.99.
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
           OPEN OUTPUT XFER-OUT.
           OPEN EXTEND JRNL-OUT.
           OPEN I-O SO-FILE.
           IF WS-SO-STATUS NOT = "00" AND WS-SO-STATUS NOT = "05"
               DISPLAY "SORDGEN: CANNOT OPEN STANDORD, STATUS="
                   WS-SO-STATUS
               GO TO FATAL-STOP
           END-IF.
           PERFORM A010-WRITE-HEADERS.

       A020-GENERATE-TRANSFERS.
           MOVE ZERO TO SO-INSTR-NO.
           START SO-FILE KEY IS NOT LESS THAN SO-INSTR-NO
               INVALID KEY MOVE 'Y' TO SO-EOF
           END-START.
           IF SO-EOF NOT = 'Y'
               PERFORM READ-SO-NEXT
           END-IF.
           PERFORM B010-CHECK-ONE-INSTRUCTION
               UNTIL SO-EOF = 'Y'.

       CLOSE-STOP.
           PERFORM C040-WRITE-TRAILER.
           CLOSE RPT-OUT.
           CLOSE XFER-OUT.
           CLOSE JRNL-OUT.
           CLOSE SO-FILE.
           PERFORM R080-STAMP-RUN-END.
           STOP RUN.

       A010-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE SPACES TO RPT-REC-OUT.
           MOVE "STANDING-ORDER TRANSFER GENERATION REGISTER"
               TO TITLE-1.
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
      *  B010-CHECK-ONE-INSTRUCTION LOOKS AT ONE INSTRUCTION ON FILE.*
      *  AN ACTIVE ONE GENERATES A TRANSFER FOR EVERY DUE DATE UP TO *
      *  AND INCLUDING THE BUSINESS DATE THAT IS NOT PAST ITS END    *
      *  DATE, AND IS RETIRED ONCE ITS NEXT DUE DATE IS PAST THE END *
      *  DATE.  SUSPENDED, EXPIRED, AND CANCELLED ORDERS ARE LEFT    *
      *  UNTOUCHED.  AN ACTIVE ORDER WHOSE NEXT DUE DATE IS NOT A    *
      *  REAL DATE IS SKIPPED AND LISTED FOR MAINTENANCE             *
      ****************************************************************
       B010-CHECK-ONE-INSTRUCTION.
           ADD 1 TO WS-SO-READ.
           IF SO-SUSPENDED
               ADD 1 TO WS-SUSP-COUNT
           END-IF.
           IF SO-ACTIVE
               ADD 1 TO WS-ACTIVE-COUNT
               MOVE SO-NEXT-DUE TO WS-WORK-DATE
               PERFORM B070-VALIDATE-DATE
                   THRU B070-VALIDATE-DATE-EXIT
               IF WS-DATE-OK-FLAG = 'Y'
                   PERFORM B015-WORK-ACTIVE-ORDER
               ELSE
                   ADD 1 TO WS-BAD-COUNT
                   MOVE "BAD NEXT DUE DATE" TO DTL-NOTE
                   MOVE SPACES TO DTL-DUE-DATE
                   PERFORM C010-PRINT-REGISTER-LINE
               END-IF
           END-IF.
           PERFORM READ-SO-NEXT.

       B015-WORK-ACTIVE-ORDER.
           MOVE SO-REC TO WS-BEFORE-IMAGE.
           MOVE SPACE TO SO-UPDATED.
           IF SO-NEXT-DUE NOT > WS-RC-BUS-DATE AND
              (SO-END-DATE = ZERO OR SO-NEXT-DUE NOT > SO-END-DATE)
               ADD 1 TO WS-DUE-COUNT
           END-IF.
           PERFORM B020-GENERATE-TRANSFER
               UNTIL SO-NEXT-DUE > WS-RC-BUS-DATE OR
                     (SO-END-DATE NOT = ZERO AND
                      SO-NEXT-DUE > SO-END-DATE).
           IF SO-END-DATE NOT = ZERO AND SO-NEXT-DUE > SO-END-DATE
               MOVE 'E' TO SO-STATUS
               MOVE WS-RC-PROGRAM TO SO-CHANGED-BY
               MOVE WS-RC-BUS-DATE TO SO-CHANGED-DATE
               MOVE 'Y' TO SO-UPDATED
           END-IF.
           IF SO-UPDATED = 'Y'
               REWRITE SO-REC
                   INVALID KEY
                       DISPLAY "SORDGEN: REWRITE FAILED FOR "
                           "INSTRUCTION " SO-INSTR-NO
                           " STATUS=" WS-SO-STATUS
                   NOT INVALID KEY
                       IF SO-EXPIRED
                           PERFORM B030-RETIRE-INSTRUCTION
                       END-IF
               END-REWRITE
           END-IF.

      ****************************************************************
      *  B020-GENERATE-TRANSFER WRITES THE TRANSFER DUE ON THE       *
      *  INSTRUCTION'S NEXT DUE DATE AS A DEBIT LEG ON THE FROM      *
      *  ACCOUNT FOLLOWED BY A CREDIT LEG ON THE TO ACCOUNT, BOTH    *
      *  EFFECTIVE ON THE DUE DATE AND CARRYING THE INSTRUCTION      *
      *  NUMBER, DUE DATE, AND OTHER ACCOUNT, THEN ADVANCES THE NEXT *
      *  DUE DATE BY ONE PERIOD                                      *
      ****************************************************************
       B020-GENERATE-TRANSFER.
           MOVE SPACES TO XFR-REC.
           MOVE SO-FROM-ACCT TO XFR-ACCT-NO.
           MOVE 'D' TO XFR-DC-CODE.
           MOVE SO-AMOUNT TO XFR-AMOUNT.
           MOVE SO-NEXT-DUE TO XFR-EFF-DATE.
           MOVE SO-INSTR-NO TO XFR-INSTR-NO.
           MOVE SO-NEXT-DUE TO XFR-DUE-DATE.
           MOVE SO-TO-ACCT TO XFR-CONTRA-ACCT.
           WRITE XFR-REC.
           ADD 1 TO WS-LEG-COUNT.
           ADD SO-AMOUNT TO WS-GEN-DEBITS.
           MOVE SO-TO-ACCT TO XFR-ACCT-NO.
           MOVE 'C' TO XFR-DC-CODE.
           MOVE SO-FROM-ACCT TO XFR-CONTRA-ACCT.
           WRITE XFR-REC.
           ADD 1 TO WS-LEG-COUNT.
           ADD SO-AMOUNT TO WS-GEN-CREDITS.
           ADD 1 TO WS-GEN-COUNT.
           MOVE SO-NEXT-DUE TO DTL-DUE-DATE.
           MOVE WS-RC-BUS-DATE TO SO-LAST-GEN-DATE.
           IF SO-GEN-COUNT < 99999
               ADD 1 TO SO-GEN-COUNT
           END-IF.
           PERFORM B040-ADVANCE-DUE-DATE.
           MOVE 'Y' TO SO-UPDATED.
           MOVE "GENERATED" TO DTL-NOTE.
           PERFORM C010-PRINT-REGISTER-LINE.

      ****************************************************************
      *  B030-RETIRE-INSTRUCTION JOURNALS AN INSTRUCTION JUST MARKED *
      *  EXPIRED UNDER THIS PROGRAM'S NAME, THE WAY SORDMNT JOURNALS *
      *  A CANCELLATION, AND LISTS IT ON THE REGISTER                *
      ****************************************************************
       B030-RETIRE-INSTRUCTION.
           ADD 1 TO WS-RETIRE-COUNT.
           MOVE SPACES TO SOJ-REC.
           MOVE "EXP" TO SOJ-ACTION.
           MOVE WS-RC-PROGRAM TO SOJ-USER-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO SOJ-TIMESTAMP.
           MOVE WS-BEFORE-IMAGE TO SOJ-BEFORE-IMAGE.
           MOVE SO-REC TO SOJ-AFTER-IMAGE.
           WRITE SOJ-REC.
           MOVE SPACES TO DTL-DUE-DATE.
           MOVE "RETIRED PAST END" TO DTL-NOTE.
           PERFORM C010-PRINT-REGISTER-LINE.

      ****************************************************************
      *  B040-ADVANCE-DUE-DATE MOVES SO-NEXT-DUE ON BY ONE PERIOD.   *
      *  WEEKLY AND TWO-WEEKLY ORDERS ADD 7 OR 14 DAYS.  MONTHLY,    *
      *  QUARTERLY, AND ANNUAL ORDERS ADD 1, 3, OR 12 MONTHS AND     *
      *  FALL ON THE ORDER'S DAY OF THE MONTH, OR ON THE LAST DAY OF *
      *  A MONTH TOO SHORT TO HAVE IT                                *
      ****************************************************************
       B040-ADVANCE-DUE-DATE.
           IF SO-WEEKLY OR SO-BIWEEKLY
               COMPUTE WS-INT-DATE =
                   FUNCTION INTEGER-OF-DATE(SO-NEXT-DUE)
               IF SO-WEEKLY
                   ADD 7 TO WS-INT-DATE
               ELSE
                   ADD 14 TO WS-INT-DATE
               END-IF
               COMPUTE SO-NEXT-DUE =
                   FUNCTION DATE-OF-INTEGER(WS-INT-DATE)
           ELSE
               MOVE SO-NEXT-DUE TO WS-WORK-DATE
               IF SO-MONTHLY
                   ADD 1 TO WS-WORK-MONTH
               END-IF
               IF SO-QUARTERLY
                   ADD 3 TO WS-WORK-MONTH
               END-IF
               IF SO-ANNUAL
                   ADD 12 TO WS-WORK-MONTH
               END-IF
               IF WS-WORK-MONTH > 12
                   SUBTRACT 12 FROM WS-WORK-MONTH
                   ADD 1 TO WS-WORK-YEAR
               END-IF
               PERFORM B045-SET-DAYS-IN-MONTH
               IF SO-DAY NOT NUMERIC OR SO-DAY = ZERO OR
                  SO-DAY > WS-DAYS-IN-MONTH
                   MOVE WS-DAYS-IN-MONTH TO WS-WORK-DAY
               ELSE
                   MOVE SO-DAY TO WS-WORK-DAY
               END-IF
               MOVE WS-WORK-DATE TO SO-NEXT-DUE
           END-IF.

      ****************************************************************
      *  B045-SET-DAYS-IN-MONTH LEAVES THE LENGTH OF THE MONTH IN    *
      *  WS-WORK-DATE IN WS-DAYS-IN-MONTH, WITH 29 DAYS FOR FEBRUARY *
      *  OF A LEAP YEAR                                              *
      ****************************************************************
       B045-SET-DAYS-IN-MONTH.
           MOVE 31 TO WS-DAYS-IN-MONTH.
           IF WS-WORK-MONTH = 4 OR WS-WORK-MONTH = 6 OR
              WS-WORK-MONTH = 9 OR WS-WORK-MONTH = 11
               MOVE 30 TO WS-DAYS-IN-MONTH
           END-IF.
           IF WS-WORK-MONTH = 2
               IF FUNCTION MOD(WS-WORK-YEAR, 4) = 0 AND
                  (FUNCTION MOD(WS-WORK-YEAR, 100) NOT = 0 OR
                   FUNCTION MOD(WS-WORK-YEAR, 400) = 0)
                   MOVE 29 TO WS-DAYS-IN-MONTH
               ELSE
                   MOVE 28 TO WS-DAYS-IN-MONTH
               END-IF
           END-IF.

      ****************************************************************
      *  B070-VALIDATE-DATE CHECKS THE YYYYMMDD DATE IN WS-WORK-DATE *
      *  FOR A REAL CALENDAR DATE AND SETS WS-DATE-OK-FLAG           *
      ****************************************************************
       B070-VALIDATE-DATE.
           MOVE SPACE TO WS-DATE-OK-FLAG.
           IF WS-WORK-DATE NOT NUMERIC
               GO TO B070-VALIDATE-DATE-EXIT
           END-IF.
           IF WS-WORK-YEAR < 1900 OR
              WS-WORK-MONTH < 1 OR WS-WORK-MONTH > 12 OR
              WS-WORK-DAY < 1
               GO TO B070-VALIDATE-DATE-EXIT
           END-IF.
           PERFORM B045-SET-DAYS-IN-MONTH.
           IF WS-WORK-DAY > WS-DAYS-IN-MONTH
               GO TO B070-VALIDATE-DATE-EXIT
           END-IF.
           MOVE 'Y' TO WS-DATE-OK-FLAG.

       B070-VALIDATE-DATE-EXIT.
           EXIT.

      ****************************************************************
      *  C010-PRINT-REGISTER-LINE LISTS THE INSTRUCTION WITH THE DUE *
      *  DATE AND NOTE ALREADY SET, SHOWING THE NEXT DUE DATE AS IT  *
      *  NOW STANDS                                                  *
      ****************************************************************
       C010-PRINT-REGISTER-LINE.
           MOVE SO-INSTR-NO TO DTL-INSTR-NO.
           MOVE SO-FROM-ACCT TO DTL-FROM-ACCT.
           MOVE SO-TO-ACCT TO DTL-TO-ACCT.
           MOVE SO-AMOUNT TO DTL-AMOUNT.
           MOVE SO-FREQUENCY TO DTL-FREQ.
           MOVE SO-NEXT-DUE TO DTL-NEXT-DUE.
           MOVE DETAIL-LINE TO WS-RPT-LINE.
           PERFORM C020-WRITE-CURRENT-LINE.

      ****************************************************************
      *  C020-WRITE-CURRENT-LINE WRITES THE REGISTER LINE STAGED IN  *
      *  WS-RPT-LINE, BREAKING TO A NEW PAGE FIRST WHEN THE CURRENT  *
      *  ONE IS FULL                                                 *
      ****************************************************************
       C020-WRITE-CURRENT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM A010-WRITE-HEADERS
           END-IF.
           WRITE RPT-REC-OUT FROM WS-RPT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       READ-SO-NEXT.
           READ SO-FILE NEXT RECORD
               AT END MOVE 'Y' TO SO-EOF
           END-READ.

      ****************************************************************
      *  C040-WRITE-TRAILER WRITES THE CONTROL TOTALS.  THE DEBITS   *
      *  AND CREDITS GENERATED MUST NET TO ZERO, AND THE LEGS        *
      *  WRITTEN MUST BE TWICE THE TRANSFERS GENERATED, FOR THE      *
      *  POSTING RUN TO BALANCE                                      *
      ****************************************************************
       C040-WRITE-TRAILER.
           MOVE SPACES TO RPT-REC-OUT.
           WRITE RPT-REC-OUT FROM HEADER-3.
           MOVE WS-SO-READ TO TRL-SO-READ.
           WRITE RPT-REC-OUT FROM TRAILER-1.
           MOVE WS-ACTIVE-COUNT TO TRL-ACTIVE-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-2.
           MOVE WS-SUSP-COUNT TO TRL-SUSP-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-3.
           MOVE WS-DUE-COUNT TO TRL-DUE-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-4.
           MOVE WS-GEN-COUNT TO TRL-GEN-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-5.
           MOVE WS-LEG-COUNT TO TRL-LEG-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-6.
           MOVE WS-RETIRE-COUNT TO TRL-RETIRE-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-7.
           MOVE WS-BAD-COUNT TO TRL-BAD-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-8.
           MOVE WS-GEN-DEBITS TO TRL-GEN-DEBITS.
           WRITE RPT-REC-OUT FROM TRAILER-9.
           MOVE WS-GEN-CREDITS TO TRL-GEN-CREDITS.
           WRITE RPT-REC-OUT FROM TRAILER-10.
           COMPUTE WS-NET-AMOUNT = WS-GEN-DEBITS - WS-GEN-CREDITS.
           MOVE WS-NET-AMOUNT TO TRL-NET-AMOUNT.
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
               DISPLAY "SORDGEN: CANNOT OPEN RUNCTL, STATUS="
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
               DISPLAY "SORDGEN: RERUN OVERRIDE FOR " WS-RC-BUS-DATE
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
      *  R050-CHECK-PREDECESSOR REFUSES THE RUN UNLESS HOLDEXP HAS   *
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
                       DISPLAY "SORDGEN: RUNCTL REWRITE FAILED, "
                           "STATUS=" WS-RC-STATUS
               END-REWRITE
           ELSE
               WRITE RC-REC
                   INVALID KEY
                       DISPLAY "SORDGEN: RUNCTL WRITE FAILED, "
                           "STATUS=" WS-RC-STATUS
               END-WRITE
           END-IF.

      ****************************************************************
      *  R070-SET-CONTROL-TOTALS CARRIES THE REGISTER TOTALS ONTO    *
      *  THE LEDGER: COUNT 1 INSTRUCTIONS READ, 2 ACTIVE, 3 DUE,     *
      *  4 TRANSFERS GENERATED, 5 LEGS WRITTEN TO XFERIN, 6 RETIRED, *
      *  7 SUSPENDED, 8 BAD DUE DATES SKIPPED; AMOUNT 1 DEBITS       *
      *  GENERATED, 2 CREDITS GENERATED                              *
      ****************************************************************
       R070-SET-CONTROL-TOTALS.
           MOVE WS-SO-READ TO RC-COUNT-1.
           MOVE WS-ACTIVE-COUNT TO RC-COUNT-2.
           MOVE WS-DUE-COUNT TO RC-COUNT-3.
           MOVE WS-GEN-COUNT TO RC-COUNT-4.
           MOVE WS-LEG-COUNT TO RC-COUNT-5.
           MOVE WS-RETIRE-COUNT TO RC-COUNT-6.
           MOVE WS-SUSP-COUNT TO RC-COUNT-7.
           MOVE WS-BAD-COUNT TO RC-COUNT-8.
           MOVE WS-GEN-DEBITS TO RC-AMOUNT-1.
           MOVE WS-GEN-CREDITS TO RC-AMOUNT-2.

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
                   DISPLAY "SORDGEN: RUNCTL RECORD MISSING AT END "
                       "OF RUN"
               NOT INVALID KEY
                   MOVE WS-RC-END-STATUS TO RC-STATUS
                   MOVE WS-RC-PERIOD TO RC-PERIOD
                   MOVE FUNCTION CURRENT-DATE(1:14) TO RC-END-STAMP
                   PERFORM R070-SET-CONTROL-TOTALS
                   REWRITE RC-REC
                       INVALID KEY
                           DISPLAY "SORDGEN: RUNCTL REWRITE FAILED, "
                               "STATUS=" WS-RC-STATUS
                   END-REWRITE
           END-READ.
           CLOSE RC-FILE.

      ****************************************************************
      *  R090-RUN-REFUSED ENDS A RUN THE LEDGER WILL NOT ALLOW WITH  *
      *  RETURN CODE 12 SO THE STREAM STOPS FOR THE OPERATOR         *
      ****************************************************************
       R090-RUN-REFUSED.
           DISPLAY "SORDGEN: RUN REFUSED FOR BUSINESS DATE "
               WS-RC-BUS-DATE.
           DISPLAY "SORDGEN: " WS-RC-REFUSAL.
           DISPLAY "SORDGEN: A RUNOVR RERUN CARD IS NEEDED TO FORCE "
               "THIS RUN".
           CLOSE RC-FILE.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

       READ-OVR-RECORD.
           READ OVR-IN
               AT END MOVE 'Y' TO OVR-EOF
           END-READ.
      ****************************************************************
      *  FATAL-STOP ABANDONS THE RUN BEFORE ANY TRANSFER IS          *
      *  GENERATED WHEN THE INSTRUCTION FILE CANNOT BE OPENED, AND   *
      *  MARKS THE RUN FAILED ON THE RUN-CONTROL LEDGER SO TRANPOST  *
      *  WILL NOT START                                              *
      ****************************************************************
       FATAL-STOP.
           CLOSE RPT-OUT.
           CLOSE XFER-OUT.
           CLOSE JRNL-OUT.
           MOVE 'F' TO WS-RC-END-STATUS.
           PERFORM R080-STAMP-RUN-END.
           STOP RUN.
