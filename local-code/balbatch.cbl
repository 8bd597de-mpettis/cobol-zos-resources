      *                    ACCOUNT, TIMESTAMP, TYPE B - SO BATCH
      *                    LOOKUPS LEAVE THE SAME TRAIL TERMINAL
      *                    LOOKUPS DO.
      *   2026.10.15  SEC  THE DETAIL RESPONSE NOW CARRIES THE TOTAL OF
      *                    THE ACCOUNT'S HOLDS IN FORCE ON THE INDEXED
      *                    HOLDS FILE AND THE AVAILABLE BALANCE (LEDGER
      *                    LESS HELD, NEVER BELOW ZERO) IN THE BYTES
      *                    AFTER THE DISPOSITION CODE; RSP-BAL REMAINS
      *                    THE LEDGER BALANCE.
      *   2026.10.15  SEC  INQAUDIT IS NOW AN INDEXED FILE KEYED BY
      *                    TIMESTAMP, OPERATOR, ACCOUNT AND A
      *                    TIE-BREAKING SEQUENCE, SO THE ACCESS REPORT
      *                    CAN START AT A BUSINESS DATE.  A LOOKUP THAT
      *                    REPEATS ANOTHER IN THE SAME SECOND IS WRITTEN
      *                    UNDER THE NEXT SEQUENCE NUMBER.
      *
       ENVIRONMENT DIVISION.
      *
               FILE STATUS IS WS-CUS-STATUS.
           SELECT REQ-IN ASSIGN TO INQREQ.
           SELECT RESP-OUT ASSIGN TO INQRESP.
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
               10  RSP-BAL        PIC 9(09)V99.
               10  RSP-STATUS     PIC X(01).
               10  RSP-DISP       PIC X(01).
               10  RSP-HELD       PIC 9(09)V99.
               10  RSP-AVAIL      PIC 9(09)V99.
               10                 PIC X(02).
           05  RSP-TRAILER REDEFINES RSP-DETAIL.
               10  RSP-REQ-COUNT      PIC 9(07).
               10  RSP-FOUND-COUNT    PIC 9(07).
       FD  AUD-OUT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY INQAUD.
      *
       FD  HOLD-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY HOLDREC.
      *

       WORKING-STORAGE SECTION.


       01  WS-CUS-STATUS       PIC X(02)      VALUE "00".

       01  WS-HLD-STATUS       PIC X(02)      VALUE "00".

       01  WS-AUD-STATUS       PIC X(02)      VALUE "00".

       01  WS-ACC-BAL          PIC 9(09)V99   VALUE ZERO.

       01  WS-HELD-AMT         PIC 9(09)V99   VALUE ZERO.

       01  FLAGS.
           05 LASTREC       PIC X VALUE SPACE.
           05 HOLD-EOF      PIC X VALUE SPACE.
           05 AUD-WRITTEN   PIC X VALUE SPACE.

       01 WS-CURRENT-DATE.
          05  WS-CURRENT-YEAR         PIC X(04).
      *
       A000-START.
           OPEN OUTPUT RESP-OUT.
           OPEN I-O AUD-OUT.
           IF WS-AUD-STATUS NOT = "00" AND WS-AUD-STATUS NOT = "05"
               DISPLAY "BALBATCH: CANNOT OPEN INQAUDIT, STATUS="
                   WS-AUD-STATUS
               GO TO FATAL-STOP
           END-IF.
           OPEN INPUT REQ-IN.
           OPEN INPUT CUS-RECS.
           IF WS-CUS-STATUS NOT = "00"
                   WS-CUS-STATUS
               GO TO FATAL-STOP
           END-IF.
           OPEN INPUT HOLD-FILE.
           IF WS-HLD-STATUS NOT = "00" AND WS-HLD-STATUS NOT = "05"
               DISPLAY "BALBATCH: CANNOT OPEN HOLDS, STATUS="
                   WS-HLD-STATUS
               GO TO FATAL-STOP
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.

       A020-MAIN-LOOP.
           CLOSE RESP-OUT.
           CLOSE AUD-OUT.
           CLOSE REQ-IN.
           CLOSE HOLD-FILE.
           CLOSE CUS-RECS.
           STOP RUN.

           MOVE SPACES TO RSP-REC.
           MOVE 'D' TO RSP-REC-TYPE.
           MOVE ZERO TO RSP-BAL.
           MOVE ZERO TO RSP-HELD.
           MOVE ZERO TO RSP-AVAIL.
           IF REQ-ACCT-NO NOT NUMERIC
               MOVE ZERO TO RSP-ACCT-NO
               PERFORM B030-ANSWER-NOT-FOUND
      ****************************************************************
      *  B020-ANSWER-FOUND FILLS THE RESPONSE FROM THE MASTER RECORD  *
      *  AND GRADES THE BALANCE: F WITH THE CONVERTED AMOUNT WHEN IT  *
      *  PARSES, U WITH A ZERO AMOUNT WHEN IT DOES NOT.  A FOUND     *
      *  ACCOUNT ALSO GETS ITS HOLDS IN FORCE AND AVAILABLE BALANCE  *
      ****************************************************************
       B020-ANSWER-FOUND.
           PERFORM B025-LOG-LOOKUP.
               ADD 1 TO WS-FOUND-COUNT
               MOVE WS-ACC-BAL TO RSP-BAL
               MOVE 'F' TO RSP-DISP
               PERFORM B027-TOTAL-HOLDS
               MOVE WS-HELD-AMT TO RSP-HELD
               IF WS-HELD-AMT < WS-ACC-BAL
                   COMPUTE RSP-AVAIL = WS-ACC-BAL - WS-HELD-AMT
               ELSE
                   MOVE ZERO TO RSP-AVAIL
               END-IF
           END-IF.

      ****************************************************************
           MOVE FUNCTION CURRENT-DATE(1:14) TO IQA-TIMESTAMP.
           MOVE 'B' TO IQA-LOOKUP-TYPE.
           MOVE "BALBATCH" TO IQA-SOURCE-PGM.
           MOVE ZERO TO IQA-SEQ.
           MOVE SPACE TO AUD-WRITTEN.
           PERFORM B026-WRITE-LOG-RECORD
               UNTIL AUD-WRITTEN = 'Y'.

      ****************************************************************
      *  B026-WRITE-LOG-RECORD WRITES THE ACCESS-LOG RECORD.  A      *
      *  LOOKUP THAT REPEATS ANOTHER OF THE SAME ACCOUNT BY THE SAME *
      *  OPERATOR IN THE SAME SECOND TAKES THE NEXT IQA-SEQ          *
      ****************************************************************
       B026-WRITE-LOG-RECORD.
           WRITE IQA-REC
               INVALID KEY
                   IF WS-AUD-STATUS = "22" AND IQA-SEQ < 99
                       ADD 1 TO IQA-SEQ
                   ELSE
                       DISPLAY "BALBATCH: INQAUDIT WRITE FAILED FOR "
                           "ACCOUNT " IQA-ACCT-NO " STATUS="
                           WS-AUD-STATUS
                       MOVE 'Y' TO AUD-WRITTEN
                   END-IF
               NOT INVALID KEY
                   MOVE 'Y' TO AUD-WRITTEN
           END-WRITE.

      ****************************************************************
      *  B027-TOTAL-HOLDS ADDS UP THE ACCOUNT'S HOLDS IN FORCE -     *
      *  ACTIVE, AND EITHER WITHOUT AN EXPIRY DATE OR NOT YET PAST   *
      *  IT - THE SAME WAY BALINQ AND TRANPOST DO                    *
      ****************************************************************
       B027-TOTAL-HOLDS.
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
           PERFORM B028-ADD-ONE-HOLD
               UNTIL HOLD-EOF = 'Y'.

       B028-ADD-ONE-HOLD.
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

       B030-ANSWER-NOT-FOUND.
           ADD 1 TO WS-NOTFND-COUNT.
           MOVE SPACE TO RSP-STATUS.
           MOVE 'N' TO RSP-DISP.

       READ-HOLD-NEXT.
           READ HOLD-FILE NEXT RECORD
               AT END MOVE 'Y' TO HOLD-EOF
           END-READ.

       READ-REQ-RECORD.
           READ REQ-IN
               AT END MOVE 'Y' TO LASTREC
