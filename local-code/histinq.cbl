       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HISTINQ.
       AUTHOR.        STUDENT.
      *
      * MODIFICATION HISTORY:
      *   2026.10.15  SEC  NEW PROGRAM.  HISTORY RESEARCH INQUIRY FOR
      *                    DISPUTES.  THE OPERATOR ENTERS AN ACCOUNT
      *                    AND A RANGE OF POSTING DATES AND SEES EVERY
      *                    TRANHIST MOVEMENT ON THE ACCOUNT IN THE
      *                    RANGE, OLDEST FIRST, WITH ITS RESULTING
      *                    BALANCE, SOURCE, AND REVERSAL, FEE, OR
      *                    TRANSFER DETAILS, FOLLOWED BY CREDIT AND
      *                    DEBIT TOTALS.  WHEN THE HISTCAT CATALOG
      *                    SHOWS THE RANGE REACHES MOVEMENTS HISTRET
      *                    HAS ARCHIVED, THE TRANARC GENERATIONS ARE
      *                    SEARCHED AS WELL.  EACH RESEARCH REQUEST IS
      *                    LOGGED TO INQAUDIT AS LOOKUP TYPE H UNDER
      *                    THE OPERATOR'S SIGN-ON, AS BALINQ LOGS ITS
      *                    LOOKUPS.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-IN ASSIGN TO TRANHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-ACCT-NO WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-EFF-DATE WITH DUPLICATES
               FILE STATUS IS WS-HIS-STATUS.
           SELECT OPTIONAL AUD-OUT ASSIGN TO INQAUDIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IQA-KEY
               FILE STATUS IS WS-AUD-STATUS.
           SELECT OPTIONAL TARC-IN ASSIGN TO TRANARC.
           SELECT OPTIONAL HCAT-IN ASSIGN TO HISTCAT.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-IN RECORD CONTAINS 100 CHARACTERS RECORDING MODE F.
           COPY TRANHIST.
      *
       FD  AUD-OUT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY INQAUD.
      *
       FD  TARC-IN RECORD CONTAINS 100 CHARACTERS RECORDING MODE F.
       01  TARC-REC               PIC X(100).
      *
       FD  HCAT-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY HISTCAT.
      *

       WORKING-STORAGE SECTION.

       01  WS-HIS-STATUS       PIC X(02)        VALUE "00".

       01  WS-AUD-STATUS       PIC X(02)        VALUE "00".

       01  WS-MENU-CHOICE      PIC X(01)        VALUE SPACE.

       01  WS-PAUSE-REPLY      PIC X(01)        VALUE SPACE.

       01  WS-OPERATOR-ID      PIC X(08)        VALUE SPACES.

       01  WS-ACCT-REPLY       PIC X(09)        VALUE SPACES.

       01  WS-ACCT-REPLY-N REDEFINES WS-ACCT-REPLY
                               PIC 9(09).

       01  WS-FROM-REPLY       PIC X(08)        VALUE SPACES.

       01  WS-FROM-REPLY-N REDEFINES WS-FROM-REPLY
                               PIC 9(08).

       01  WS-TO-REPLY         PIC X(08)        VALUE SPACES.

       01  WS-TO-REPLY-N REDEFINES WS-TO-REPLY
                               PIC 9(08).

       01  WS-ACCT-NO          PIC 9(09)        VALUE ZERO.

       01  WS-FROM-DATE        PIC 9(08)        VALUE ZERO.

       01  WS-TO-DATE          PIC 9(08)        VALUE ZERO.

       01  WS-MATCH-COUNT      PIC 9(05)        VALUE ZERO.

       01  WS-CREDIT-COUNT     PIC 9(05)        VALUE ZERO.

       01  WS-DEBIT-COUNT      PIC 9(05)        VALUE ZERO.

       01  WS-CREDIT-TOTAL     PIC 9(11)V99     VALUE ZERO.

       01  WS-DEBIT-TOTAL      PIC 9(11)V99     VALUE ZERO.

       01  WS-AMT-EDITED       PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-BAL-EDITED       PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-TOTAL-EDITED     PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-SOURCE-TAG       PIC X(07)        VALUE SPACES.

       01  WS-DIRECTION        PIC X(01)        VALUE SPACE.

       01  WS-LINE-COUNT       PIC 9(03)        VALUE ZERO.

       01  WS-LINES-PER-PAGE   PIC 9(03)        VALUE 20.

       01  FLAGS.
           05 DONE-FLAG     PIC X VALUE SPACE.
           05 VALID-FLAG    PIC X VALUE SPACE.
           05 STOP-FLAG     PIC X VALUE SPACE.
           05 HIST-EOF      PIC X VALUE SPACE.
           05 TARC-EOF      PIC X VALUE SPACE.
           05 HCAT-EOF      PIC X VALUE SPACE.
           05 TARC-NEEDED   PIC X VALUE SPACE.
           05 AUD-WRITTEN   PIC X VALUE SPACE.

       01 WS-CURRENT-DATE.
          05  WS-CURRENT-YEAR         PIC X(04).
          05  WS-CURRENT-MONTH        PIC X(02).
          05  WS-CURRENT-DAY          PIC X(02).

      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.
      *
       A000-START.
           OPEN INPUT HIST-IN.
           IF WS-HIS-STATUS NOT = "00"
               DISPLAY "HISTINQ: CANNOT OPEN TRANHIST, STATUS="
                   WS-HIS-STATUS
               GO TO FATAL-STOP
           END-IF.
           OPEN I-O AUD-OUT.
           IF WS-AUD-STATUS NOT = "00" AND WS-AUD-STATUS NOT = "05"
               DISPLAY "HISTINQ: CANNOT OPEN INQAUDIT, STATUS="
                   WS-AUD-STATUS
               GO TO FATAL-STOP
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           PERFORM B002-SIGN-ON
               UNTIL WS-OPERATOR-ID NOT = SPACES.
           PERFORM B005-MAIN-MENU
               UNTIL DONE-FLAG = 'Y'.

       CLOSE-STOP.
           CLOSE AUD-OUT.
           CLOSE HIST-IN.
           STOP RUN.

      ****************************************************************
      *  B002-SIGN-ON TAKES THE OPERATOR ID THE ACCESS LOG WILL      *
      *  CARRY ON EVERY RESEARCH REQUEST; THE PROGRAM DOES NOT       *
      *  PROCEED WITHOUT ONE                                         *
      ****************************************************************
       B002-SIGN-ON.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "AN OPERATOR ID IS REQUIRED"
           END-IF.

       B005-MAIN-MENU.
           DISPLAY "HISTORY RESEARCH - H = ACCOUNT HISTORY, Q = QUIT".
           DISPLAY "CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.
           IF WS-MENU-CHOICE = 'H' OR WS-MENU-CHOICE = 'h'
               PERFORM B010-HISTORY-RESEARCH
           ELSE
               IF WS-MENU-CHOICE = 'Q' OR WS-MENU-CHOICE = 'q'
                   MOVE 'Y' TO DONE-FLAG
               ELSE
                   DISPLAY "ENTER H OR Q"
               END-IF
           END-IF.

      ****************************************************************
      *  B010-HISTORY-RESEARCH TAKES ONE REQUEST, LOGS IT, AND LISTS *
      *  THE MOVEMENTS: THE ARCHIVED ONES FIRST WHEN THE RANGE       *
      *  REACHES THE ARCHIVE, THEN THE LIVE ONES                     *
      ****************************************************************
       B010-HISTORY-RESEARCH.
           PERFORM B012-ACCEPT-REQUEST.
           IF VALID-FLAG = 'Y'
               PERFORM B017-LOG-LOOKUP
               PERFORM B020-LIST-MOVEMENTS
           END-IF.

      ****************************************************************
      *  B012-ACCEPT-REQUEST TAKES THE ACCOUNT AND THE FIRST AND     *
      *  LAST POSTING DATES WANTED.  A BLANK LAST DATE MEANS TODAY   *
      ****************************************************************
       B012-ACCEPT-REQUEST.
           MOVE SPACE TO VALID-FLAG.
           DISPLAY "ACCOUNT NUMBER: " WITH NO ADVANCING.
           MOVE SPACES TO WS-ACCT-REPLY.
           ACCEPT WS-ACCT-REPLY.
           DISPLAY "FROM POSTING DATE (YYYYMMDD): " WITH NO ADVANCING.
           MOVE SPACES TO WS-FROM-REPLY.
           ACCEPT WS-FROM-REPLY.
           DISPLAY "TO POSTING DATE (YYYYMMDD, BLANK = TODAY): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-TO-REPLY.
           ACCEPT WS-TO-REPLY.
           IF WS-TO-REPLY = SPACES
               MOVE WS-CURRENT-DATE TO WS-TO-REPLY
           END-IF.
           IF WS-ACCT-REPLY NOT NUMERIC
               DISPLAY "ACCOUNT MUST BE 9 DIGITS"
           ELSE
               IF WS-FROM-REPLY NOT NUMERIC OR
                  WS-TO-REPLY NOT NUMERIC
                   DISPLAY "DATES MUST BE 8 DIGITS, YYYYMMDD"
               ELSE
                   IF WS-FROM-REPLY-N > WS-TO-REPLY-N
                       DISPLAY "FROM DATE IS AFTER THE TO DATE"
                   ELSE
                       MOVE WS-ACCT-REPLY-N TO WS-ACCT-NO
                       MOVE WS-FROM-REPLY-N TO WS-FROM-DATE
                       MOVE WS-TO-REPLY-N TO WS-TO-DATE
                       MOVE 'Y' TO VALID-FLAG
                   END-IF
               END-IF
           END-IF.

      ****************************************************************
      *  B017-LOG-LOOKUP APPENDS ONE ACCESS-LOG RECORD FOR THE       *
      *  RESEARCH REQUEST: WHO LOOKED, AT WHICH ACCOUNT, AND WHEN    *
      ****************************************************************
       B017-LOG-LOOKUP.
           MOVE SPACES TO IQA-REC.
           MOVE WS-OPERATOR-ID TO IQA-OPERATOR.
           MOVE WS-ACCT-NO TO IQA-ACCT-NO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO IQA-TIMESTAMP.
           MOVE 'H' TO IQA-LOOKUP-TYPE.
           MOVE "HISTINQ " TO IQA-SOURCE-PGM.
           MOVE ZERO TO IQA-SEQ.
           MOVE SPACE TO AUD-WRITTEN.
           PERFORM B018-WRITE-LOG-RECORD
               UNTIL AUD-WRITTEN = 'Y'.

      ****************************************************************
      *  B018-WRITE-LOG-RECORD WRITES THE ACCESS-LOG RECORD.  A      *
      *  REQUEST THAT REPEATS ANOTHER OF THE SAME ACCOUNT BY THE     *
      *  SAME OPERATOR IN THE SAME SECOND TAKES THE NEXT IQA-SEQ     *
      ****************************************************************
       B018-WRITE-LOG-RECORD.
           WRITE IQA-REC
               INVALID KEY
                   IF WS-AUD-STATUS = "22" AND IQA-SEQ < 99
                       ADD 1 TO IQA-SEQ
                   ELSE
                       DISPLAY "HISTINQ: INQAUDIT WRITE FAILED FOR "
                           "ACCOUNT " IQA-ACCT-NO " STATUS="
                           WS-AUD-STATUS
                       MOVE 'Y' TO AUD-WRITTEN
                   END-IF
               NOT INVALID KEY
                   MOVE 'Y' TO AUD-WRITTEN
           END-WRITE.

      ****************************************************************
      *  B020-LIST-MOVEMENTS SHOWS THE MOVEMENTS A PAGE AT A TIME    *
      *  AND ENDS WITH THE CREDIT AND DEBIT TOTALS OF THOSE SHOWN    *
      ****************************************************************
       B020-LIST-MOVEMENTS.
           MOVE ZERO TO WS-MATCH-COUNT.
           MOVE ZERO TO WS-CREDIT-COUNT.
           MOVE ZERO TO WS-DEBIT-COUNT.
           MOVE ZERO TO WS-CREDIT-TOTAL.
           MOVE ZERO TO WS-DEBIT-TOTAL.
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE SPACE TO STOP-FLAG.
           DISPLAY "MOVEMENTS ON ACCOUNT " WS-ACCT-NO " POSTED "
               WS-FROM-DATE " TO " WS-TO-DATE.
           PERFORM B025-CHECK-CATALOG.
           IF TARC-NEEDED = 'Y'
               DISPLAY "RANGE REACHES ARCHIVED HISTORY - "
                   "SEARCHING TRANARC"
               PERFORM B030-SCAN-ARCHIVE
           END-IF.
           IF STOP-FLAG NOT = 'Y'
               PERFORM B040-READ-LIVE
           END-IF.
           IF WS-MATCH-COUNT = ZERO
               DISPLAY "NO MOVEMENTS ON ACCOUNT " WS-ACCT-NO
                   " IN THAT RANGE"
           ELSE
               IF STOP-FLAG = 'Y'
                   DISPLAY "LISTING STOPPED - TOTALS ARE FOR THE "
                       "MOVEMENTS SHOWN"
               END-IF
               MOVE WS-CREDIT-TOTAL TO WS-TOTAL-EDITED
               DISPLAY "CREDITS " WS-CREDIT-COUNT "  "
                   WS-TOTAL-EDITED
               MOVE WS-DEBIT-TOTAL TO WS-TOTAL-EDITED
               DISPLAY "DEBITS  " WS-DEBIT-COUNT "  "
                   WS-TOTAL-EDITED
           END-IF.

      ****************************************************************
      *  B025-CHECK-CATALOG READS THE HISTCAT CATALOG HISTRET KEEPS  *
      *  AND MARKS TRANARC TO BE SEARCHED WHEN ANY TRANHIST          *
      *  GENERATION HOLDS MOVEMENTS FROM THE RANGE                   *
      ****************************************************************
       B025-CHECK-CATALOG.
           MOVE 'N' TO TARC-NEEDED.
           MOVE SPACE TO HCAT-EOF.
           OPEN INPUT HCAT-IN.
           PERFORM READ-HCAT-RECORD.
           PERFORM B027-CHECK-ONE-GENERATION
               UNTIL HCAT-EOF = 'Y'.
           CLOSE HCAT-IN.

       B027-CHECK-ONE-GENERATION.
           IF HCT-TRANHIST AND HCT-COUNT > ZERO AND
              HCT-FROM-DATE NOT > WS-TO-DATE AND
              HCT-TO-DATE NOT < WS-FROM-DATE
               MOVE 'Y' TO TARC-NEEDED
           END-IF.
           PERFORM READ-HCAT-RECORD.

      ****************************************************************
      *  B030-SCAN-ARCHIVE READS THE CONCATENATED TRANARC            *
      *  GENERATIONS, OLDEST FIRST.  EACH IS IN POSTING-DATE ORDER   *
      *  AND EACH COVERS DATES AFTER THE ONE BEFORE, SO THE SCAN     *
      *  STOPS AT THE FIRST MOVEMENT POSTED AFTER THE RANGE          *
      ****************************************************************
       B030-SCAN-ARCHIVE.
           MOVE SPACE TO TARC-EOF.
           MOVE "ARCHIVE" TO WS-SOURCE-TAG.
           OPEN INPUT TARC-IN.
           PERFORM READ-TARC-RECORD.
           PERFORM B032-MATCH-ARCHIVED
               UNTIL TARC-EOF = 'Y'.
           CLOSE TARC-IN.

       B032-MATCH-ARCHIVED.
           MOVE TARC-REC TO HIST-REC.
           IF HIST-POST-DATE > WS-TO-DATE
               MOVE 'Y' TO TARC-EOF
           ELSE
               IF HIST-ACCT-NO = WS-ACCT-NO AND
                  HIST-POST-DATE NOT < WS-FROM-DATE
                   PERFORM B050-SHOW-MOVEMENT
               END-IF
               IF STOP-FLAG = 'Y'
                   MOVE 'Y' TO TARC-EOF
               ELSE
                   PERFORM READ-TARC-RECORD
               END-IF
           END-IF.

      ****************************************************************
      *  B040-READ-LIVE READS THE ACCOUNT'S MOVEMENTS ON THE LIVE    *
      *  FILE THROUGH THE HIST-ACCT-NO ALTERNATE KEY, WHICH GIVES    *
      *  THEM IN THE ORDER THEY WERE POSTED, AND STOPS AT THE FIRST  *
      *  ONE POSTED AFTER THE RANGE                                  *
      ****************************************************************
       B040-READ-LIVE.
           MOVE SPACE TO HIST-EOF.
           MOVE "LIVE   " TO WS-SOURCE-TAG.
           MOVE WS-ACCT-NO TO HIST-ACCT-NO.
           START HIST-IN KEY IS EQUAL TO HIST-ACCT-NO
               INVALID KEY MOVE 'Y' TO HIST-EOF
           END-START.
           IF HIST-EOF NOT = 'Y'
               PERFORM READ-HIST-RECORD
           END-IF.
           PERFORM B042-MATCH-LIVE
               UNTIL HIST-EOF = 'Y'.

       B042-MATCH-LIVE.
           IF HIST-ACCT-NO NOT = WS-ACCT-NO OR
              HIST-POST-DATE > WS-TO-DATE
               MOVE 'Y' TO HIST-EOF
           ELSE
               IF HIST-POST-DATE NOT < WS-FROM-DATE
                   PERFORM B050-SHOW-MOVEMENT
               END-IF
               IF STOP-FLAG = 'Y'
                   MOVE 'Y' TO HIST-EOF
               ELSE
                   PERFORM READ-HIST-RECORD
               END-IF
           END-IF.

      ****************************************************************
      *  B050-SHOW-MOVEMENT DISPLAYS ONE MOVEMENT AND ADDS IT TO THE *
      *  CREDIT OR DEBIT TOTAL.  C AND I ARE CREDITS, D AND F        *
      *  DEBITS, AND A REVERSAL MOVES THE OPPOSITE WAY TO THE        *
      *  MOVEMENT IT BACKS OUT                                       *
      ****************************************************************
       B050-SHOW-MOVEMENT.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM B055-PAGE-PAUSE
           END-IF.
           IF STOP-FLAG NOT = 'Y'
               ADD 1 TO WS-MATCH-COUNT
               PERFORM B052-SET-DIRECTION
               IF WS-DIRECTION = 'C'
                   ADD 1 TO WS-CREDIT-COUNT
                   ADD HIST-AMOUNT TO WS-CREDIT-TOTAL
               ELSE
                   ADD 1 TO WS-DEBIT-COUNT
                   ADD HIST-AMOUNT TO WS-DEBIT-TOTAL
               END-IF
               MOVE HIST-AMOUNT TO WS-AMT-EDITED
               MOVE HIST-NEW-BAL TO WS-BAL-EDITED
               DISPLAY HIST-POST-DATE " " HIST-DC-CODE " "
                   WS-AMT-EDITED " BAL " WS-BAL-EDITED " EFF "
                   HIST-EFF-DATE " " HIST-SOURCE " " WS-SOURCE-TAG
               ADD 1 TO WS-LINE-COUNT
               PERFORM B054-SHOW-DETAILS
           END-IF.

       B052-SET-DIRECTION.
           MOVE 'D' TO WS-DIRECTION.
           IF HIST-DC-CODE = 'C' OR HIST-DC-CODE = 'I'
               MOVE 'C' TO WS-DIRECTION
           END-IF.
           IF HIST-DC-CODE = 'R' AND HIST-ORIG-DC-CODE = 'D'
               MOVE 'C' TO WS-DIRECTION
           END-IF.

       B054-SHOW-DETAILS.
           IF HIST-DC-CODE = 'R'
               DISPLAY "         REVERSES " HIST-ORIG-DC-CODE
                   " POSTED " HIST-ORIG-POST-DATE " EFF "
                   HIST-ORIG-EFF-DATE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           IF HIST-DC-CODE = 'F'
               DISPLAY "         FEE " HIST-FEE-TYPE " "
                   HIST-FEE-DESC
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           IF (HIST-DC-CODE = 'C' OR HIST-DC-CODE = 'D') AND
              HIST-XFER-INSTR-NO NUMERIC
               DISPLAY "         STANDING ORDER " HIST-XFER-INSTR-NO
                   " WITH ACCOUNT " HIST-XFER-CONTRA
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       B055-PAGE-PAUSE.
           DISPLAY "ENTER = MORE, Q = STOP LISTING: "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-PAUSE-REPLY.
           ACCEPT WS-PAUSE-REPLY.
           IF WS-PAUSE-REPLY = 'Q' OR WS-PAUSE-REPLY = 'q'
               MOVE 'Y' TO STOP-FLAG
           END-IF.
           MOVE ZERO TO WS-LINE-COUNT.

       READ-HIST-RECORD.
           READ HIST-IN NEXT RECORD
               AT END MOVE 'Y' TO HIST-EOF
           END-READ.

       READ-TARC-RECORD.
           READ TARC-IN
               AT END MOVE 'Y' TO TARC-EOF
           END-READ.

       READ-HCAT-RECORD.
           READ HCAT-IN
               AT END MOVE 'Y' TO HCAT-EOF
           END-READ.

       FATAL-STOP.
           STOP RUN.
