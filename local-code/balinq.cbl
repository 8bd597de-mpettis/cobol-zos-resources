      *                    TIMESTAMP, AND WHETHER IT WAS A DIRECT
      *                    ACCOUNT READ OR A NAME-SEARCH PICK - SO
      *                    COMPLIANCE CAN SEE WHO LOOKED AT WHAT.
      *   2026.10.15  SEC  SHOW THE LEDGER BALANCE, THE TOTAL OF THE
      *                    ACCOUNT'S HOLDS IN FORCE ON THE INDEXED HOLDS
      *                    FILE, AND THE AVAILABLE BALANCE (LEDGER LESS
      *                    HELD), THE SAME FIGURE TRANPOST TESTS DEBITS
      *                    AGAINST.
      *   2026.10.15  SEC  INQAUDIT IS NOW AN INDEXED FILE KEYED BY
      *                    TIMESTAMP, OPERATOR, ACCOUNT AND A
      *                    TIE-BREAKING SEQUENCE, SO THE ACCESS REPORT
      *                    CAN START AT A BUSINESS DATE.  A LOOKUP THAT
      *                    REPEATS ANOTHER IN THE SAME SECOND IS WRITTEN
      *                    UNDER THE NEXT SEQUENCE NUMBER.
      *
       ENVIRONMENT DIVISION.
      *
               ALTERNATE RECORD KEY IS LAST-NAME-IN
                   WITH DUPLICATES
               FILE STATUS IS WS-CUS-STATUS.
           SELECT OPTIONAL AUD-OUT ASSIGN TO INQAUDIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IQA-KEY
               FILE STATUS IS WS-AUD-STATUS.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO HOLDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUD-OUT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY INQAUD.
      *
       FD  HOLD-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY HOLDREC.
      *

       WORKING-STORAGE SECTION.

       01  WS-CUS-STATUS       PIC X(02)        VALUE "00".

       01  WS-HLD-STATUS       PIC X(02)        VALUE "00".

       01  WS-AUD-STATUS       PIC X(02)        VALUE "00".

       01  WS-ACC-BAL          PIC 9(09)V99     VALUE ZERO.

       01  WS-HELD-AMT         PIC 9(09)V99     VALUE ZERO.

       01  WS-AVAIL-BAL        PIC S9(09)V99    VALUE ZERO.

       01  WS-AVAIL-EDITED     PIC -(9)9.99.

       01  WS-SENTINEL         PIC 9(09)        VALUE ZERO.

       01  WS-MENU-CHOICE      PIC X(01)        VALUE SPACE.
           05 DONE-FLAG     PIC X VALUE SPACE.
           05 BROWSE-DONE   PIC X VALUE SPACE.
           05 PAGE-DONE     PIC X VALUE SPACE.
           05 HOLD-EOF      PIC X VALUE SPACE.
           05 AUD-WRITTEN   PIC X VALUE SPACE.

       01 WS-CURRENT-DATE.
          05  WS-CURRENT-YEAR         PIC X(04).
                   WS-CUS-STATUS
               GO TO FATAL-STOP
           END-IF.
           OPEN I-O AUD-OUT.
           IF WS-AUD-STATUS NOT = "00" AND WS-AUD-STATUS NOT = "05"
               DISPLAY "BALINQ: CANNOT OPEN INQAUDIT, STATUS="
                   WS-AUD-STATUS
               GO TO FATAL-STOP
           END-IF.
           OPEN INPUT HOLD-FILE.
           IF WS-HLD-STATUS NOT = "00" AND WS-HLD-STATUS NOT = "05"
               DISPLAY "BALINQ: CANNOT OPEN HOLDS, STATUS="
                   WS-HLD-STATUS
               GO TO FATAL-STOP
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           PERFORM B002-SIGN-ON
               UNTIL WS-OPERATOR-ID NOT = SPACES.

       CLOSE-STOP.
           CLOSE AUD-OUT.
           CLOSE HOLD-FILE.
           CLOSE CUS-RECS.
           STOP RUN.

           MOVE FUNCTION CURRENT-DATE(1:14) TO IQA-TIMESTAMP.
           MOVE WS-LOOKUP-TYPE TO IQA-LOOKUP-TYPE.
           MOVE "BALINQ  " TO IQA-SOURCE-PGM.
           MOVE ZERO TO IQA-SEQ.
           MOVE SPACE TO AUD-WRITTEN.
           PERFORM B018-WRITE-LOG-RECORD
               UNTIL AUD-WRITTEN = 'Y'.

      ****************************************************************
      *  B018-WRITE-LOG-RECORD WRITES THE ACCESS-LOG RECORD.  A      *
      *  LOOKUP THAT REPEATS ANOTHER OF THE SAME ACCOUNT BY THE SAME *
      *  OPERATOR IN THE SAME SECOND TAKES THE NEXT IQA-SEQ          *
      ****************************************************************
       B018-WRITE-LOG-RECORD.
           WRITE IQA-REC
               INVALID KEY
                   IF WS-AUD-STATUS = "22" AND IQA-SEQ < 99
                       ADD 1 TO IQA-SEQ
                   ELSE
                       DISPLAY "BALINQ: INQAUDIT WRITE FAILED FOR "
                           "ACCOUNT " IQA-ACCT-NO " STATUS="
                           WS-AUD-STATUS
                       MOVE 'Y' TO AUD-WRITTEN
                   END-IF
               NOT INVALID KEY
                   MOVE 'Y' TO AUD-WRITTEN
           END-WRITE.

      ****************************************************************
      *  B020-SHOW-BALANCE CONVERTS THE EDITED BAL-IN AND DISPLAYS    *
      *  THE ACCOUNT HOLDER'S NAME ALONGSIDE THE LEDGER BALANCE, THE *
      *  HOLDS IN FORCE, AND THE BALANCE AVAILABLE AFTER THEM        *
      ****************************************************************
       B020-SHOW-BALANCE.
           IF FUNCTION TEST-NUMVAL-C(BAL-IN) NOT = ZERO
                   " HAS AN UNREADABLE BALANCE ON FILE"
           ELSE
               COMPUTE WS-ACC-BAL = FUNCTION NUMVAL-C(BAL-IN)
               PERFORM B025-TOTAL-HOLDS
               COMPUTE WS-AVAIL-BAL = WS-ACC-BAL - WS-HELD-AMT
               MOVE WS-AVAIL-BAL TO WS-AVAIL-EDITED
               DISPLAY FIRST-NAME-IN " " LAST-NAME-IN
                   "  LEDGER BALANCE: " WS-ACC-BAL
               DISPLAY "    HELD: " WS-HELD-AMT
                   "  AVAILABLE: " WS-AVAIL-EDITED
           END-IF.

      ****************************************************************
      *  B025-TOTAL-HOLDS ADDS UP THE ACCOUNT'S HOLDS IN FORCE -     *
      *  ACTIVE, AND EITHER WITHOUT AN EXPIRY DATE OR NOT YET PAST   *
      *  IT - THE SAME WAY TRANPOST DOES BEFORE POSTING A DEBIT      *
      ****************************************************************
       B025-TOTAL-HOLDS.
           MOVE ZERO TO WS-HELD-AMT.
           MOVE SPACE TO HOLD-EOF.
           MOVE ACCT-NO-IN TO HLD-ACCT-NO.
           MOVE ZERO TO HLD-SEQ.
           START HOLD-FILE KEY IS NOT LESS THAN HLD-KEY
               INVALID KEY MOVE 'Y' TO HOLD-EOF
           END-START.
           IF HOLD-EOF NOT = 'Y'
               PERFORM READ-HOLD-NEXT
           END-IF.
           PERFORM B027-ADD-ONE-HOLD
               UNTIL HOLD-EOF = 'Y'.

       B027-ADD-ONE-HOLD.
           IF HLD-ACCT-NO NOT = ACCT-NO-IN
               MOVE 'Y' TO HOLD-EOF
           ELSE
               IF HLD-ACTIVE AND
                  (HLD-EXPIRY-DATE = ZERO OR
                   HLD-EXPIRY-DATE NOT < WS-CURRENT-DATE)
                   ADD HLD-AMOUNT TO WS-HELD-AMT
               END-IF
               PERFORM READ-HOLD-NEXT
           END-IF.

       READ-HOLD-NEXT.
           READ HOLD-FILE NEXT RECORD
               AT END MOVE 'Y' TO HOLD-EOF
           END-READ.

      ****************************************************************
      *  B030-NAME-SEARCH ACCEPTS A LAST NAME, OR A LEADING PART OF   *
      *  ONE, POSITIONS THE ALTERNATE INDEX AT THE FIRST LAST-NAME-IN *
