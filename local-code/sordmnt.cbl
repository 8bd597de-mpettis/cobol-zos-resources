       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SORDMNT.
       AUTHOR.        STUDENT.
      *
      * MODIFICATION HISTORY:
      *   2026.10.15  SEC  NEW PROGRAM.  STANDING-ORDER MAINTENANCE
      *                    AGAINST THE INDEXED STANDORD INSTRUCTION
      *                    FILE.  READS A TRANSACTION FILE OF ADD,
      *                    CHG, SUS, RES, AND CAN REQUESTS (ADD,
      *                    CHANGE, SUSPEND, RESUME, CANCEL), VALIDATES
      *                    EACH ONE (BOTH ACCOUNTS ON CUSTRECS AND
      *                    OPEN AND NOT THE SAME ACCOUNT, A POSITIVE
      *                    AMOUNT, A KNOWN FREQUENCY, A VALID FIRST OR
      *                    NEXT DUE DATE NOT IN THE PAST, AN END DATE
      *                    NOT BEFORE IT, AND A USER ID), APPLIES IT
      *                    TO STANDORD, AND JOURNALS EVERY APPLIED
      *                    CHANGE TO SORDJRNL WITH THE BEFORE-IMAGE,
      *                    AFTER-IMAGE, USER ID, AND TIMESTAMP, THE
      *                    WAY HOLDMNT JOURNALS THE HOLDS FILE.  A NEW
      *                    INSTRUCTION TAKES THE NEXT INSTRUCTION
      *                    NUMBER.  PRINTS A MAINTENANCE REGISTER WITH
      *                    CONTROL TOTALS.
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
           SELECT OPTIONAL SO-FILE ASSIGN TO STANDORD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-INSTR-NO
               FILE STATUS IS WS-SO-STATUS.
           SELECT SRQ-IN ASSIGN TO SORDIN.
           SELECT JRNL-OUT ASSIGN TO SORDJRNL.
           SELECT RPT-OUT ASSIGN TO SORDMRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  SRQ-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  SRQ-REC.
           05  SRQ-ACTION         PIC X(03).
               88  SRQ-ACTION-ADD     VALUE "ADD".
               88  SRQ-ACTION-CHANGE  VALUE "CHG".
               88  SRQ-ACTION-SUSPEND VALUE "SUS".
               88  SRQ-ACTION-RESUME  VALUE "RES".
               88  SRQ-ACTION-CANCEL  VALUE "CAN".
           05  SRQ-INSTR-NO       PIC 9(07).
           05  SRQ-FROM-ACCT      PIC 9(09).
           05  SRQ-TO-ACCT        PIC 9(09).
           05  SRQ-AMOUNT         PIC 9(09)V99.
           05  SRQ-AMOUNT-X REDEFINES SRQ-AMOUNT
                                  PIC X(11).
           05  SRQ-FREQUENCY      PIC X(01).
           05  SRQ-DUE-DATE       PIC X(08).
           05  SRQ-END-DATE       PIC X(08).
           05  SRQ-REF-NO         PIC X(12).
           05  SRQ-USER-ID        PIC X(08).
           05                     PIC X(04).
      *
       FD  JRNL-OUT RECORD CONTAINS 350 CHARACTERS RECORDING MODE F.
           COPY SORDJRN.
      *
       FD  RPT-OUT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  RPT-REC-OUT            PIC X(80).
      *
       FD  CUS-RECS RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY CUSTREC.
      *
       FD  SO-FILE RECORD CONTAINS 150 CHARACTERS RECORDING MODE F.
           COPY STANDORD.
      *

       WORKING-STORAGE SECTION.

       01  PGM-VARIABLES.
           05  WS-READ-COUNT   PIC 9(07)      VALUE ZERO.
           05  WS-APPLY-COUNT  PIC 9(07)      VALUE ZERO.
           05  WS-REJECT-COUNT PIC 9(07)      VALUE ZERO.
           05  WS-ADD-COUNT    PIC 9(07)      VALUE ZERO.
           05  WS-CHG-COUNT    PIC 9(07)      VALUE ZERO.
           05  WS-SUS-COUNT    PIC 9(07)      VALUE ZERO.
           05  WS-RES-COUNT    PIC 9(07)      VALUE ZERO.
           05  WS-CAN-COUNT    PIC 9(07)      VALUE ZERO.
           05  WS-ADD-AMOUNT   PIC 9(11)V99   VALUE ZERO.
           05  WS-CAN-AMOUNT   PIC 9(11)V99   VALUE ZERO.

       01  WS-CUS-STATUS       PIC X(02)      VALUE "00".

       01  WS-SO-STATUS        PIC X(02)      VALUE "00".

       01  WS-REJECT-REASON    PIC X(30)      VALUE SPACES.

       01  WS-REASON-WORK      PIC X(30)      VALUE SPACES.

       01  WS-BEFORE-IMAGE     PIC X(150)     VALUE SPACES.

       01  WS-NEXT-INSTR       PIC 9(08)      VALUE ZERO.

       01  WS-CHECK-ACCT       PIC 9(09)      VALUE ZERO.

       01  WS-WORK-DATE        PIC X(08)      VALUE SPACES.

       01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
           05  WS-WORK-YEAR    PIC 9(04).
           05  WS-WORK-MONTH   PIC 9(02).
           05  WS-WORK-DAY     PIC 9(02).

       01  WS-DATE-OK-FLAG     PIC X          VALUE SPACE.

       01  WS-LINE-COUNT       PIC 9(03)      VALUE ZERO.

       01  WS-LINES-PER-PAGE   PIC 9(03)      VALUE 55.

       01  WS-PAGE-COUNT       PIC 9(03)      VALUE ZERO.

       01  FLAGS.
           05 LASTREC       PIC X VALUE SPACE.
           05 VALID-FLAG    PIC X VALUE SPACE.
           05 SO-EOF        PIC X VALUE SPACE.

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
           05             PIC X(4)  VALUE "ACT".
           05             PIC X(8)  VALUE "INSTR".
           05             PIC X(10) VALUE "FROM".
           05             PIC X(10) VALUE "TO".
           05             PIC X(15) VALUE "        AMOUNT".
           05             PIC X(2)  VALUE "F".
           05             PIC X(9)  VALUE "NEXT DUE".
           05             PIC X(22) VALUE "RESULT / REASON".

       01  HEADER-3.
           05             PIC X(80) VALUE ALL "=".

       01  DETAIL-LINE.
           05 DTL-ACTION  PIC X(03) VALUE SPACES.
           05             PIC X(1)  VALUE SPACES.
           05 DTL-INSTR-NO PIC 9(07) VALUE ZERO.
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
           05 DTL-DISP    PIC X(08) VALUE SPACES.
           05             PIC X(1)  VALUE SPACES.
           05 DTL-REASON  PIC X(13) VALUE SPACES.

       01  REASON-LINE.
           05             PIC X(50) VALUE SPACES.
           05 RSL-REASON  PIC X(30) VALUE SPACES.

       01  TRAILER-1.
           05             PIC X(24) VALUE "REQUESTS READ..........".
           05 TRL-READ-COUNT    PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-2.
           05             PIC X(24) VALUE "REQUESTS APPLIED.......".
           05 TRL-APPLY-COUNT   PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-3.
           05             PIC X(24) VALUE "REQUESTS REJECTED......".
           05 TRL-REJECT-COUNT  PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-4.
           05             PIC X(24) VALUE "INSTRUCTIONS ADDED.....".
           05 TRL-ADD-COUNT     PIC Z,ZZZ,ZZ9.
           05             PIC X(2)  VALUE SPACES.
           05 TRL-ADD-AMOUNT    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(28) VALUE SPACES.

       01  TRAILER-5.
           05             PIC X(24) VALUE "INSTRUCTIONS CHANGED...".
           05 TRL-CHG-COUNT     PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-6.
           05             PIC X(24) VALUE "INSTRUCTIONS SUSPENDED.".
           05 TRL-SUS-COUNT     PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-7.
           05             PIC X(24) VALUE "INSTRUCTIONS RESUMED...".
           05 TRL-RES-COUNT     PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-8.
           05             PIC X(24) VALUE "INSTRUCTIONS CANCELLED.".
           05 TRL-CAN-COUNT     PIC Z,ZZZ,ZZ9.
           05             PIC X(2)  VALUE SPACES.
           05 TRL-CAN-AMOUNT    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(28) VALUE SPACES.

      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.
      *
       A000-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           OPEN OUTPUT RPT-OUT.
           OPEN EXTEND JRNL-OUT.
           OPEN INPUT SRQ-IN.
           OPEN INPUT CUS-RECS.
           IF WS-CUS-STATUS NOT = "00"
               DISPLAY "SORDMNT: CANNOT OPEN CUSTRECS, STATUS="
                   WS-CUS-STATUS
               GO TO FATAL-STOP
           END-IF.
           OPEN I-O SO-FILE.
           IF WS-SO-STATUS NOT = "00" AND WS-SO-STATUS NOT = "05"
               DISPLAY "SORDMNT: CANNOT OPEN STANDORD, STATUS="
                   WS-SO-STATUS
               GO TO FATAL-STOP
           END-IF.
           PERFORM A005-FIND-NEXT-INSTRUCTION.
           PERFORM A010-WRITE-HEADERS.

       A020-MAIN-LOOP.
           PERFORM READ-SRQ-RECORD.
           PERFORM B010-PROCESS-TRANSACTION
               UNTIL LASTREC = 'Y'.

       CLOSE-STOP.
           PERFORM C040-WRITE-TRAILER.
           CLOSE RPT-OUT.
           CLOSE JRNL-OUT.
           CLOSE SRQ-IN.
           CLOSE SO-FILE.
           CLOSE CUS-RECS.
           STOP RUN.

      ****************************************************************
      *  A005-FIND-NEXT-INSTRUCTION BROWSES THE WHOLE INSTRUCTION    *
      *  FILE ONCE, WHATEVER THE STATUS OF EACH INSTRUCTION, AND     *
      *  LEAVES ONE MORE THAN THE HIGHEST NUMBER ON FILE IN          *
      *  WS-NEXT-INSTR, SO A RETIRED NUMBER IS NEVER REUSED          *
      ****************************************************************
       A005-FIND-NEXT-INSTRUCTION.
           MOVE 1 TO WS-NEXT-INSTR.
           MOVE ZERO TO SO-INSTR-NO.
           START SO-FILE KEY IS NOT LESS THAN SO-INSTR-NO
               INVALID KEY MOVE 'Y' TO SO-EOF
           END-START.
           IF SO-EOF NOT = 'Y'
               PERFORM READ-SO-NEXT
           END-IF.
           PERFORM A007-NOTE-ONE-INSTRUCTION
               UNTIL SO-EOF = 'Y'.

       A007-NOTE-ONE-INSTRUCTION.
           COMPUTE WS-NEXT-INSTR = SO-INSTR-NO + 1.
           PERFORM READ-SO-NEXT.

       A010-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE SPACES TO RPT-REC-OUT.
           MOVE "STANDING-ORDER MAINTENANCE REGISTER" TO TITLE-1.
           MOVE WS-PAGE-COUNT TO PAGE-NO-1.
           WRITE RPT-REC-OUT FROM HEADER-1 AFTER ADVANCING PAGE.
           WRITE RPT-REC-OUT FROM HEADER-2.
           WRITE RPT-REC-OUT FROM HEADER-3.
           MOVE ZERO TO WS-LINE-COUNT.

      ****************************************************************
      *  B010-PROCESS-TRANSACTION WORKS ONE REQUEST FROM THE SORDIN  *
      *  FILE AND READS THE NEXT                                     *
      ****************************************************************
       B010-PROCESS-TRANSACTION.
           ADD 1 TO WS-READ-COUNT.
           PERFORM B015-APPLY-ONE-REQUEST.
           PERFORM READ-SRQ-RECORD.

      ****************************************************************
      *  B015-APPLY-ONE-REQUEST DISPATCHES THE REQUEST TO THE ADD,   *
      *  CHANGE, OR STATUS HANDLER, THEN PRINTS ONE REGISTER LINE    *
      *  SHOWING WHETHER IT WAS APPLIED OR REJECTED.  EVERY REQUEST  *
      *  MUST NAME THE USER MAKING IT                                *
      ****************************************************************
       B015-APPLY-ONE-REQUEST.
           MOVE 'Y' TO VALID-FLAG.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO SO-REC.
           MOVE ZERO TO DTL-INSTR-NO.
           IF SRQ-USER-ID = SPACES
               MOVE SPACE TO VALID-FLAG
               MOVE "USER ID REQUIRED" TO WS-REJECT-REASON
           ELSE
               IF SRQ-ACTION-ADD
                   PERFORM B020-APPLY-ADD
                       THRU B020-APPLY-ADD-EXIT
               ELSE
                   IF SRQ-ACTION-CHANGE
                       PERFORM B030-APPLY-CHANGE
                           THRU B030-APPLY-CHANGE-EXIT
                   ELSE
                       IF SRQ-ACTION-SUSPEND OR SRQ-ACTION-RESUME OR
                          SRQ-ACTION-CANCEL
                           PERFORM B040-APPLY-STATUS
                               THRU B040-APPLY-STATUS-EXIT
                       ELSE
                           MOVE SPACE TO VALID-FLAG
                           MOVE "UNKNOWN ACTION CODE"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM C010-PRINT-REGISTER-LINE.

      ****************************************************************
      *  B020-APPLY-ADD VALIDATES A NEW INSTRUCTION AND WRITES IT    *
      *  UNDER THE NEXT INSTRUCTION NUMBER.  BOTH ACCOUNTS MUST BE   *
      *  ON THE MASTER AND OPEN, AND MAY NOT BE THE SAME ACCOUNT.    *
      *  THE DUE DATE ON THE REQUEST IS THE FIRST TRANSFER; ITS DAY  *
      *  OF THE MONTH IS KEPT FOR THE MONTHLY FREQUENCIES.  THE      *
      *  AUDIT BEFORE-IMAGE OF AN ADDITION IS SPACES                 *
      ****************************************************************
       B020-APPLY-ADD.
           IF SRQ-FROM-ACCT NOT NUMERIC OR SRQ-FROM-ACCT = ZERO OR
              SRQ-TO-ACCT NOT NUMERIC OR SRQ-TO-ACCT = ZERO
               MOVE SPACE TO VALID-FLAG
               MOVE "INVALID ACCOUNT NUMBER" TO WS-REJECT-REASON
               GO TO B020-APPLY-ADD-EXIT
           END-IF.
           IF SRQ-FROM-ACCT = SRQ-TO-ACCT
               MOVE SPACE TO VALID-FLAG
               MOVE "FROM AND TO ACCOUNT THE SAME" TO WS-REJECT-REASON
               GO TO B020-APPLY-ADD-EXIT
           END-IF.
           MOVE SRQ-FROM-ACCT TO WS-CHECK-ACCT.
           PERFORM B025-CHECK-ACCOUNT.
           IF VALID-FLAG NOT = 'Y'
               GO TO B020-APPLY-ADD-EXIT
           END-IF.
           MOVE SRQ-TO-ACCT TO WS-CHECK-ACCT.
           PERFORM B025-CHECK-ACCOUNT.
           IF VALID-FLAG NOT = 'Y'
               GO TO B020-APPLY-ADD-EXIT
           END-IF.
           IF SRQ-DUE-DATE = SPACES OR SRQ-DUE-DATE = ZEROS
               MOVE SPACE TO VALID-FLAG
               MOVE "FIRST DUE DATE REQUIRED" TO WS-REJECT-REASON
               GO TO B020-APPLY-ADD-EXIT
           END-IF.
           PERFORM B050-VALIDATE-REQUEST
               THRU B050-VALIDATE-REQUEST-EXIT.
           IF VALID-FLAG NOT = 'Y'
               GO TO B020-APPLY-ADD-EXIT
           END-IF.
           IF WS-NEXT-INSTR > 9999999
               MOVE SPACE TO VALID-FLAG
               MOVE "INSTRUCTION NUMBERS USED UP" TO WS-REJECT-REASON
               GO TO B020-APPLY-ADD-EXIT
           END-IF.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE SPACES TO SO-REC.
           MOVE WS-NEXT-INSTR TO SO-INSTR-NO.
           MOVE SRQ-FROM-ACCT TO SO-FROM-ACCT.
           MOVE SRQ-TO-ACCT TO SO-TO-ACCT.
           MOVE SRQ-AMOUNT TO SO-AMOUNT.
           MOVE SRQ-FREQUENCY TO SO-FREQUENCY.
           MOVE SRQ-DUE-DATE TO SO-START-DATE.
           MOVE SRQ-DUE-DATE TO SO-NEXT-DUE.
           MOVE SRQ-DUE-DATE(7:2) TO SO-DAY.
           IF SRQ-END-DATE = SPACES
               MOVE ZERO TO SO-END-DATE
           ELSE
               MOVE SRQ-END-DATE TO SO-END-DATE
           END-IF.
           MOVE 'A' TO SO-STATUS.
           MOVE SRQ-REF-NO TO SO-REF-NO.
           MOVE SRQ-USER-ID TO SO-CREATED-BY.
           MOVE WS-CURRENT-DATE TO SO-CREATED-DATE.
           MOVE SPACES TO SO-CHANGED-BY.
           MOVE ZERO TO SO-CHANGED-DATE.
           MOVE ZERO TO SO-LAST-GEN-DATE.
           MOVE ZERO TO SO-GEN-COUNT.
           WRITE SO-REC
               INVALID KEY
                   MOVE SPACE TO VALID-FLAG
                   MOVE "INSTRUCTION WRITE FAILED" TO WS-REJECT-REASON
           END-WRITE.
           IF VALID-FLAG = 'Y'
               ADD 1 TO WS-NEXT-INSTR
               ADD 1 TO WS-ADD-COUNT
               ADD SO-AMOUNT TO WS-ADD-AMOUNT
               PERFORM C020-WRITE-JOURNAL-RECORD
           END-IF.

       B020-APPLY-ADD-EXIT.
           EXIT.

      ****************************************************************
      *  B025-CHECK-ACCOUNT REJECTS THE REQUEST WHEN THE ACCOUNT IN  *
      *  WS-CHECK-ACCT IS NOT ON THE MASTER OR IS CLOSED             *
      ****************************************************************
       B025-CHECK-ACCOUNT.
           MOVE WS-CHECK-ACCT TO ACCT-NO-IN.
           READ CUS-RECS
               INVALID KEY
                   MOVE SPACE TO VALID-FLAG
                   MOVE "ACCOUNT NOT ON FILE" TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF END-DATE-IN NOT = SPACES AND
                      END-DATE-IN NOT = ZEROS  AND
                      END-DATE-IN NOT > WS-CURRENT-DATE
                       MOVE SPACE TO VALID-FLAG
                       MOVE "ACCOUNT CLOSED" TO WS-REJECT-REASON
                   END-IF
           END-READ.
           IF VALID-FLAG NOT = 'Y'
               MOVE SPACES TO WS-REASON-WORK
               STRING WS-REJECT-REASON DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      WS-CHECK-ACCT DELIMITED BY SIZE
                   INTO WS-REASON-WORK
               MOVE WS-REASON-WORK TO WS-REJECT-REASON
           END-IF.

      ****************************************************************
      *  B030-APPLY-CHANGE READS THE INSTRUCTION, WHICH MUST STILL   *
      *  BE ACTIVE OR SUSPENDED, SAVES ITS BEFORE-IMAGE, AND         *
      *  OVERLAYS THE AMOUNT, FREQUENCY, NEXT DUE DATE, END DATE,    *
      *  AND REFERENCE NUMBER FROM THE REQUEST WHERE THEY ARE        *
      *  SUPPLIED.  THE ACCOUNTS CANNOT BE CHANGED - A TRANSFER      *
      *  BETWEEN DIFFERENT ACCOUNTS IS A NEW INSTRUCTION.  AN END    *
      *  DATE OF ZEROS MAKES THE ORDER OPEN-ENDED                    *
      ****************************************************************
       B030-APPLY-CHANGE.
           PERFORM B045-READ-LIVE-INSTRUCTION.
           IF VALID-FLAG NOT = 'Y'
               GO TO B030-APPLY-CHANGE-EXIT
           END-IF.
           MOVE SO-REC TO WS-BEFORE-IMAGE.
           IF SRQ-AMOUNT-X NOT = SPACES
               MOVE SRQ-AMOUNT TO SO-AMOUNT
           END-IF.
           IF SRQ-FREQUENCY NOT = SPACE
               MOVE SRQ-FREQUENCY TO SO-FREQUENCY
           END-IF.
           IF SRQ-END-DATE NOT = SPACES
               MOVE SRQ-END-DATE TO SO-END-DATE
           END-IF.
           IF SRQ-REF-NO NOT = SPACES
               MOVE SRQ-REF-NO TO SO-REF-NO
           END-IF.
           MOVE SO-AMOUNT TO SRQ-AMOUNT.
           MOVE SO-FREQUENCY TO SRQ-FREQUENCY.
           MOVE SO-END-DATE TO SRQ-END-DATE.
           PERFORM B050-VALIDATE-REQUEST
               THRU B050-VALIDATE-REQUEST-EXIT.
           IF VALID-FLAG NOT = 'Y'
               GO TO B030-APPLY-CHANGE-EXIT
           END-IF.
           IF SRQ-DUE-DATE NOT = SPACES
               MOVE SRQ-DUE-DATE TO SO-NEXT-DUE
               MOVE SRQ-DUE-DATE(7:2) TO SO-DAY
           END-IF.
           MOVE SRQ-USER-ID TO SO-CHANGED-BY.
           MOVE WS-CURRENT-DATE TO SO-CHANGED-DATE.
           REWRITE SO-REC
               INVALID KEY
                   MOVE SPACE TO VALID-FLAG
                   MOVE "INSTRUCTION REWRITE FAILED"
                       TO WS-REJECT-REASON
           END-REWRITE.
           IF VALID-FLAG = 'Y'
               ADD 1 TO WS-CHG-COUNT
               PERFORM C020-WRITE-JOURNAL-RECORD
           END-IF.

       B030-APPLY-CHANGE-EXIT.
           EXIT.

      ****************************************************************
      *  B040-APPLY-STATUS SUSPENDS AN ACTIVE INSTRUCTION, RESUMES A *
      *  SUSPENDED ONE, OR CANCELS EITHER.  A SUSPENDED ORDER        *
      *  GENERATES NOTHING.  ONE BEING RESUMED MUST HAVE A NEXT DUE  *
      *  DATE NOT YET PAST - SUPPLIED ON THE REQUEST IF THE ONE ON   *
      *  FILE HAS GONE BY - SO THE TRANSFERS MISSED WHILE IT WAS     *
      *  SUSPENDED ARE NOT ALL GENERATED AT ONCE.  A CANCELLED ORDER *
      *  STAYS ON FILE FOR THE AUDIT                                 *
      ****************************************************************
       B040-APPLY-STATUS.
           PERFORM B045-READ-LIVE-INSTRUCTION.
           IF VALID-FLAG NOT = 'Y'
               GO TO B040-APPLY-STATUS-EXIT
           END-IF.
           MOVE SO-REC TO WS-BEFORE-IMAGE.
           IF SRQ-ACTION-SUSPEND
               IF NOT SO-ACTIVE
                   MOVE SPACE TO VALID-FLAG
                   MOVE "INSTRUCTION NOT ACTIVE" TO WS-REJECT-REASON
                   GO TO B040-APPLY-STATUS-EXIT
               END-IF
               MOVE 'S' TO SO-STATUS
           END-IF.
           IF SRQ-ACTION-RESUME
               IF NOT SO-SUSPENDED
                   MOVE SPACE TO VALID-FLAG
                   MOVE "INSTRUCTION NOT SUSPENDED"
                       TO WS-REJECT-REASON
                   GO TO B040-APPLY-STATUS-EXIT
               END-IF
               IF SRQ-DUE-DATE NOT = SPACES
                   MOVE SO-AMOUNT TO SRQ-AMOUNT
                   MOVE SO-FREQUENCY TO SRQ-FREQUENCY
                   MOVE SO-END-DATE TO SRQ-END-DATE
                   PERFORM B050-VALIDATE-REQUEST
                       THRU B050-VALIDATE-REQUEST-EXIT
                   IF VALID-FLAG NOT = 'Y'
                       GO TO B040-APPLY-STATUS-EXIT
                   END-IF
                   MOVE SRQ-DUE-DATE TO SO-NEXT-DUE
                   MOVE SRQ-DUE-DATE(7:2) TO SO-DAY
               END-IF
               IF SO-NEXT-DUE < WS-CURRENT-DATE
                   MOVE SPACE TO VALID-FLAG
                   MOVE "NEXT DUE DATE ALREADY PAST"
                       TO WS-REJECT-REASON
                   GO TO B040-APPLY-STATUS-EXIT
               END-IF
               MOVE 'A' TO SO-STATUS
           END-IF.
           IF SRQ-ACTION-CANCEL
               MOVE 'C' TO SO-STATUS
           END-IF.
           MOVE SRQ-USER-ID TO SO-CHANGED-BY.
           MOVE WS-CURRENT-DATE TO SO-CHANGED-DATE.
           REWRITE SO-REC
               INVALID KEY
                   MOVE SPACE TO VALID-FLAG
                   MOVE "INSTRUCTION REWRITE FAILED"
                       TO WS-REJECT-REASON
           END-REWRITE.
           IF VALID-FLAG = 'Y'
               IF SRQ-ACTION-SUSPEND
                   ADD 1 TO WS-SUS-COUNT
               END-IF
               IF SRQ-ACTION-RESUME
                   ADD 1 TO WS-RES-COUNT
               END-IF
               IF SRQ-ACTION-CANCEL
                   ADD 1 TO WS-CAN-COUNT
                   ADD SO-AMOUNT TO WS-CAN-AMOUNT
               END-IF
               PERFORM C020-WRITE-JOURNAL-RECORD
           END-IF.

       B040-APPLY-STATUS-EXIT.
           EXIT.

      ****************************************************************
      *  B045-READ-LIVE-INSTRUCTION READS THE INSTRUCTION NAMED ON   *
      *  THE REQUEST AND REJECTS THE REQUEST WHEN IT IS NOT ON FILE  *
      *  OR HAS ALREADY EXPIRED OR BEEN CANCELLED                    *
      ****************************************************************
       B045-READ-LIVE-INSTRUCTION.
           IF SRQ-INSTR-NO NOT NUMERIC OR SRQ-INSTR-NO = ZERO
               MOVE SPACE TO VALID-FLAG
               MOVE "INVALID INSTRUCTION NUMBER" TO WS-REJECT-REASON
           ELSE
               MOVE SRQ-INSTR-NO TO SO-INSTR-NO
               MOVE SRQ-INSTR-NO TO DTL-INSTR-NO
               READ SO-FILE
                   INVALID KEY
                       MOVE SPACE TO VALID-FLAG
                       MOVE "INSTRUCTION NOT ON FILE"
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF NOT SO-ACTIVE AND NOT SO-SUSPENDED
                           MOVE SPACE TO VALID-FLAG
                           MOVE "INSTRUCTION NO LONGER LIVE"
                               TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF.

      ****************************************************************
      *  B050-VALIDATE-REQUEST CHECKS THE TRANSFER DETAILS ON THE    *
      *  REQUEST: A NUMERIC AMOUNT ABOVE ZERO, A KNOWN FREQUENCY, A  *
      *  DUE DATE (WHEN ONE IS GIVEN) THAT IS A VALID DATE NOT       *
      *  BEFORE THE RUN DATE, AND AN END DATE THAT IS BLANK, ZEROS,  *
      *  OR A VALID DATE NOT BEFORE THE DUE DATE                     *
      ****************************************************************
       B050-VALIDATE-REQUEST.
           IF SRQ-AMOUNT NOT NUMERIC OR SRQ-AMOUNT = ZERO
               MOVE SPACE TO VALID-FLAG
               MOVE "INVALID TRANSFER AMOUNT" TO WS-REJECT-REASON
               GO TO B050-VALIDATE-REQUEST-EXIT
           END-IF.
           IF SRQ-FREQUENCY NOT = 'W' AND SRQ-FREQUENCY NOT = 'B' AND
              SRQ-FREQUENCY NOT = 'M' AND SRQ-FREQUENCY NOT = 'Q' AND
              SRQ-FREQUENCY NOT = 'A'
               MOVE SPACE TO VALID-FLAG
               MOVE "INVALID FREQUENCY" TO WS-REJECT-REASON
               GO TO B050-VALIDATE-REQUEST-EXIT
           END-IF.
           IF SRQ-DUE-DATE NOT = SPACES
               MOVE SRQ-DUE-DATE TO WS-WORK-DATE
               PERFORM B070-VALIDATE-DATE
                   THRU B070-VALIDATE-DATE-EXIT
               IF WS-DATE-OK-FLAG NOT = 'Y'
                   MOVE SPACE TO VALID-FLAG
                   MOVE "INVALID DUE DATE" TO WS-REJECT-REASON
                   GO TO B050-VALIDATE-REQUEST-EXIT
               END-IF
               IF SRQ-DUE-DATE < WS-CURRENT-DATE
                   MOVE SPACE TO VALID-FLAG
                   MOVE "DUE DATE ALREADY PAST" TO WS-REJECT-REASON
                   GO TO B050-VALIDATE-REQUEST-EXIT
               END-IF
           END-IF.
           IF SRQ-END-DATE NOT = SPACES AND
              SRQ-END-DATE NOT = ZEROS
               MOVE SRQ-END-DATE TO WS-WORK-DATE
               PERFORM B070-VALIDATE-DATE
                   THRU B070-VALIDATE-DATE-EXIT
               IF WS-DATE-OK-FLAG NOT = 'Y'
                   MOVE SPACE TO VALID-FLAG
                   MOVE "INVALID END DATE" TO WS-REJECT-REASON
                   GO TO B050-VALIDATE-REQUEST-EXIT
               END-IF
               IF SRQ-DUE-DATE NOT = SPACES AND
                  SRQ-END-DATE < SRQ-DUE-DATE
                   MOVE SPACE TO VALID-FLAG
                   MOVE "END DATE BEFORE DUE DATE" TO WS-REJECT-REASON
                   GO TO B050-VALIDATE-REQUEST-EXIT
               END-IF
               IF SRQ-DUE-DATE = SPACES AND
                  SRQ-END-DATE < SO-NEXT-DUE
                   MOVE SPACE TO VALID-FLAG
                   MOVE "END DATE BEFORE NEXT DUE DATE"
                       TO WS-REJECT-REASON
                   GO TO B050-VALIDATE-REQUEST-EXIT
               END-IF
           END-IF.

       B050-VALIDATE-REQUEST-EXIT.
           EXIT.

      ****************************************************************
      *  B070-VALIDATE-DATE CHECKS THE YYYYMMDD DATE IN WS-WORK-DATE *
      *  FOR A REAL CALENDAR DATE, INCLUDING 29 FEBRUARY IN LEAP     *
      *  YEARS, AND SETS WS-DATE-OK-FLAG                             *
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
           IF WS-WORK-MONTH = 4 OR WS-WORK-MONTH = 6 OR
              WS-WORK-MONTH = 9 OR WS-WORK-MONTH = 11
               IF WS-WORK-DAY > 30
                   GO TO B070-VALIDATE-DATE-EXIT
               END-IF
           ELSE
               IF WS-WORK-MONTH = 2
                   IF FUNCTION MOD(WS-WORK-YEAR, 4) = 0 AND
                      (FUNCTION MOD(WS-WORK-YEAR, 100) NOT = 0 OR
                       FUNCTION MOD(WS-WORK-YEAR, 400) = 0)
                       IF WS-WORK-DAY > 29
                           GO TO B070-VALIDATE-DATE-EXIT
                       END-IF
                   ELSE
                       IF WS-WORK-DAY > 28
                           GO TO B070-VALIDATE-DATE-EXIT
                       END-IF
                   END-IF
               ELSE
                   IF WS-WORK-DAY > 31
                       GO TO B070-VALIDATE-DATE-EXIT
                   END-IF
               END-IF
           END-IF.
           MOVE 'Y' TO WS-DATE-OK-FLAG.

       B070-VALIDATE-DATE-EXIT.
           EXIT.

      ****************************************************************
      *  C010-PRINT-REGISTER-LINE PRINTS THE REQUEST AS APPLIED OR   *
      *  REJECTED.  AN APPLIED REQUEST SHOWS THE INSTRUCTION AS IT   *
      *  NOW STANDS; A REJECTED ONE SHOWS THE REQUEST AND, ON A      *
      *  SECOND LINE, THE REASON                                     *
      ****************************************************************
       C010-PRINT-REGISTER-LINE.
           MOVE SPACES TO DTL-REASON.
           MOVE SPACES TO RSL-REASON.
           IF VALID-FLAG = 'Y'
               ADD 1 TO WS-APPLY-COUNT
               MOVE "APPLIED " TO DTL-DISP
               MOVE SO-INSTR-NO TO DTL-INSTR-NO
               MOVE SO-FROM-ACCT TO DTL-FROM-ACCT
               MOVE SO-TO-ACCT TO DTL-TO-ACCT
               MOVE SO-AMOUNT TO DTL-AMOUNT
               MOVE SO-FREQUENCY TO DTL-FREQ
               MOVE SO-NEXT-DUE TO DTL-NEXT-DUE
               IF SO-ACTIVE
                   MOVE "ACTIVE" TO DTL-REASON
               END-IF
               IF SO-SUSPENDED
                   MOVE "SUSPENDED" TO DTL-REASON
               END-IF
               IF SO-CANCELLED
                   MOVE "CANCELLED" TO DTL-REASON
               END-IF
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED" TO DTL-DISP
               IF SRQ-INSTR-NO NUMERIC
                   MOVE SRQ-INSTR-NO TO DTL-INSTR-NO
               END-IF
               IF SRQ-FROM-ACCT NUMERIC
                   MOVE SRQ-FROM-ACCT TO DTL-FROM-ACCT
               ELSE
                   MOVE ZERO TO DTL-FROM-ACCT
               END-IF
               IF SRQ-TO-ACCT NUMERIC
                   MOVE SRQ-TO-ACCT TO DTL-TO-ACCT
               ELSE
                   MOVE ZERO TO DTL-TO-ACCT
               END-IF
               IF SRQ-AMOUNT NUMERIC
                   MOVE SRQ-AMOUNT TO DTL-AMOUNT
               ELSE
                   MOVE ZERO TO DTL-AMOUNT
               END-IF
               MOVE SRQ-FREQUENCY TO DTL-FREQ
               MOVE SRQ-DUE-DATE TO DTL-NEXT-DUE
               MOVE WS-REJECT-REASON TO RSL-REASON
           END-IF.
           MOVE SRQ-ACTION TO DTL-ACTION.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 1
               PERFORM A010-WRITE-HEADERS
           END-IF.
           WRITE RPT-REC-OUT FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
           IF RSL-REASON NOT = SPACES
               WRITE RPT-REC-OUT FROM REASON-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

      ****************************************************************
      *  C020-WRITE-JOURNAL-RECORD JOURNALS ONE APPLIED CHANGE WITH  *
      *  THE BEFORE-IMAGE, THE AFTER-IMAGE AS WRITTEN, AND WHO/WHEN  *
      *  SO AUDIT CAN RECONSTRUCT HOW ANY INSTRUCTION CAME TO BE AS  *
      *  IT IS                                                       *
      ****************************************************************
       C020-WRITE-JOURNAL-RECORD.
           MOVE SPACES TO SOJ-REC.
           MOVE SRQ-ACTION TO SOJ-ACTION.
           MOVE SRQ-USER-ID TO SOJ-USER-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO SOJ-TIMESTAMP.
           MOVE WS-BEFORE-IMAGE TO SOJ-BEFORE-IMAGE.
           MOVE SO-REC TO SOJ-AFTER-IMAGE.
           WRITE SOJ-REC.

       READ-SRQ-RECORD.
           READ SRQ-IN
               AT END MOVE 'Y' TO LASTREC
           END-READ.

       READ-SO-NEXT.
           READ SO-FILE NEXT RECORD
               AT END MOVE 'Y' TO SO-EOF
           END-READ.

      ****************************************************************
      *  C040-WRITE-TRAILER WRITES THE CONTROL TOTALS SO THE REGISTER*
      *  CAN BE BALANCED AGAINST THE REQUEST FILE AND THE JOURNAL    *
      ****************************************************************
       C040-WRITE-TRAILER.
           MOVE SPACES TO RPT-REC-OUT.
           WRITE RPT-REC-OUT FROM HEADER-3.
           MOVE WS-READ-COUNT TO TRL-READ-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-1.
           MOVE WS-APPLY-COUNT TO TRL-APPLY-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-2.
           MOVE WS-REJECT-COUNT TO TRL-REJECT-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-3.
           MOVE WS-ADD-COUNT TO TRL-ADD-COUNT.
           MOVE WS-ADD-AMOUNT TO TRL-ADD-AMOUNT.
           WRITE RPT-REC-OUT FROM TRAILER-4.
           MOVE WS-CHG-COUNT TO TRL-CHG-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-5.
           MOVE WS-SUS-COUNT TO TRL-SUS-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-6.
           MOVE WS-RES-COUNT TO TRL-RES-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-7.
           MOVE WS-CAN-COUNT TO TRL-CAN-COUNT.
           MOVE WS-CAN-AMOUNT TO TRL-CAN-AMOUNT.
           WRITE RPT-REC-OUT FROM TRAILER-8.

      ****************************************************************
      *  FATAL-STOP ABANDONS THE RUN WHEN CUSTRECS OR STANDORD       *
      *  CANNOT BE OPENED SO NO INSTRUCTION IS HALF-APPLIED          *
      ****************************************************************
       FATAL-STOP.
           CLOSE RPT-OUT.
           CLOSE JRNL-OUT.
           CLOSE SRQ-IN.
           STOP RUN.
