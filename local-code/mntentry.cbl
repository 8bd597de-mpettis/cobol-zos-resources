       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MNTENTRY.
       AUTHOR.        STUDENT.
      *
      * MODIFICATION HISTORY:
      *   2026.10.15  SEC  NEW PROGRAM.  MAINTENANCE ENTRY SCREEN FOR
      *                    BRANCH STAFF (THE MAKER), BUILT ON THE SAME
      *                    ACCEPT/DISPLAY STYLE AS SUSCORR AND BALINQ.
      *                    THE OPERATOR SIGNS ON BY ID AND KEYS AN ADD,
      *                    CHANGE, OR CLOSE REQUEST FIELD BY FIELD
      *                    AGAINST THE CUSTRECS MASTER; THE REQUEST IS
      *                    WRITTEN TO THE INDEXED PENDCHG FILE AS A
      *                    PENDING ITEM FOR A SUPERVISOR TO APPROVE IN
      *                    MNTAPRV, WITH THE MASTER AS IT STOOD AS THE
      *                    BEFORE-IMAGE.  A CLOSE (OR A CHANGE SETTING
      *                    AN END DATE) ON AN ACCOUNT WITH A NON-ZERO
      *                    BALANCE, AND ANY OFFICER-CODE CHANGE, ARE
      *                    MARKED FOR SECOND-LEVEL APPROVAL.  ONE OPEN
      *                    ITEM PER ACCOUNT.  THE OPERATOR CAN ALSO
      *                    LIST THEIR OWN OPEN AND RECENTLY DECIDED
      *                    ITEMS.
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
           SELECT OPTIONAL PEND-FILE ASSIGN TO PENDCHG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-ID
               ALTERNATE RECORD KEY IS PND-ACCT-NO
                   WITH DUPLICATES
               FILE STATUS IS WS-PND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUS-RECS RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY CUSTREC.
      *
       FD  PEND-FILE RECORD CONTAINS 320 CHARACTERS RECORDING MODE F.
           COPY PENDCHG.
      *

       WORKING-STORAGE SECTION.

       01  WS-CUS-STATUS       PIC X(02)        VALUE "00".

       01  WS-PND-STATUS       PIC X(02)        VALUE "00".

       01  WS-OPERATOR-ID      PIC X(08)        VALUE SPACES.

       01  WS-MENU-CHOICE      PIC X(01)        VALUE SPACE.

       01  WS-ACTION           PIC X(03)        VALUE SPACES.

       01  WS-ACCT-REPLY       PIC X(09)        VALUE SPACES.

       01  WS-ACCT-REPLY-N REDEFINES WS-ACCT-REPLY
                               PIC 9(09).

       01  WS-FIRST-REPLY      PIC X(11)        VALUE SPACES.

       01  WS-LAST-REPLY       PIC X(22)        VALUE SPACES.

       01  WS-DATE-REPLY       PIC X(08)        VALUE SPACES.

       01  WS-BRANCH-REPLY     PIC X(03)        VALUE SPACES.

       01  WS-OFFICER-REPLY    PIC X(07)        VALUE SPACES.

       01  WS-BAL-REPLY        PIC X(12)        VALUE SPACES.

       01  WS-CONFIRM-REPLY    PIC X(01)        VALUE SPACE.

       01  WS-NEXT-PND-ID      PIC 9(07)        VALUE ZERO.

       01  WS-OPEN-ITEM-ID     PIC 9(07)        VALUE ZERO.

       01  WS-LIST-COUNT       PIC 9(05)        VALUE ZERO.

       01  WS-BAL-VALUE        PIC 9(09)V99     VALUE ZERO.

       01  WS-BEFORE-IMAGE     PIC X(80)        VALUE SPACES.

       01  WS-REQ-IMAGE.
           05  WS-REQ-FIRST-NAME  PIC X(11).
           05  WS-REQ-LAST-NAME   PIC X(22).
           05  WS-REQ-START-DATE  PIC X(08).
           05  WS-REQ-BRANCH-CODE PIC X(03).
           05  WS-REQ-END-DATE    PIC X(08).
           05  WS-REQ-ACCT-NO     PIC 9(09).
           05  WS-REQ-BAL         PIC X(12).
           05  WS-REQ-OFFICER-CODE PIC X(07).

       01  WS-LEVEL            PIC X(01)        VALUE SPACE.

       01  WS-LEVEL-REASON     PIC X(20)        VALUE SPACES.

       01  WS-ITEM-TEXT        PIC X(30)        VALUE SPACES.

       01  FLAGS.
           05 DONE-FLAG     PIC X VALUE SPACE.
           05 ITEM-OK-FLAG  PIC X VALUE SPACE.
           05 ON-MASTER     PIC X VALUE SPACE.
           05 PEND-EOF      PIC X VALUE SPACE.
           05 WRITE-DONE    PIC X VALUE SPACE.

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
           OPEN INPUT CUS-RECS.
           IF WS-CUS-STATUS NOT = "00"
               DISPLAY "MNTENTRY: CANNOT OPEN CUSTRECS, STATUS="
                   WS-CUS-STATUS
               GO TO FATAL-STOP
           END-IF.
           OPEN I-O PEND-FILE.
           IF WS-PND-STATUS NOT = "00" AND WS-PND-STATUS NOT = "05"
               DISPLAY "MNTENTRY: CANNOT OPEN PENDCHG, STATUS="
                   WS-PND-STATUS
               GO TO FATAL-STOP
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           PERFORM A008-SCAN-PENDING.
           PERFORM B002-SIGN-ON
               UNTIL WS-OPERATOR-ID NOT = SPACES.
           PERFORM B005-MAIN-MENU
               UNTIL DONE-FLAG = 'Y'.

       CLOSE-STOP.
           CLOSE PEND-FILE.
           CLOSE CUS-RECS.
           STOP RUN.

      ****************************************************************
      *  A008-SCAN-PENDING LEARNS THE HIGHEST ITEM ID ALREADY ON THE *
      *  PENDING FILE SO NEW ITEMS CAN BE KEYED BEHIND IT            *
      ****************************************************************
       A008-SCAN-PENDING.
           MOVE ZERO TO PND-ID.
           START PEND-FILE KEY IS NOT LESS THAN PND-ID
               INVALID KEY MOVE 'Y' TO PEND-EOF
           END-START.
           IF PEND-EOF NOT = 'Y'
               PERFORM READ-PEND-NEXT
           END-IF.
           PERFORM A009-NOTE-PENDING-ID
               UNTIL PEND-EOF = 'Y'.

       A009-NOTE-PENDING-ID.
           IF PND-ID > WS-NEXT-PND-ID
               MOVE PND-ID TO WS-NEXT-PND-ID
           END-IF.
           PERFORM READ-PEND-NEXT.

      ****************************************************************
      *  B002-SIGN-ON TAKES THE OPERATOR ID EVERY ITEM KEYED IN THIS *
      *  SESSION CARRIES AS ITS MAKER; THE PROGRAM DOES NOT PROCEED  *
      *  WITHOUT ONE                                                 *
      ****************************************************************
       B002-SIGN-ON.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "AN OPERATOR ID IS REQUIRED"
           END-IF.

      ****************************************************************
      *  B005-MAIN-MENU OFFERS THE THREE KINDS OF REQUEST AND A LIST *
      *  OF THE OPERATOR'S OWN ITEMS, THEN LOOPS UNTIL THE OPERATOR  *
      *  QUITS                                                       *
      ****************************************************************
       B005-MAIN-MENU.
           DISPLAY "MAINTENANCE ENTRY - A = ADD ACCOUNT, C = CHANGE, "
               "X = CLOSE, L = LIST MY ITEMS, Q = QUIT".
           DISPLAY "CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.
           IF WS-MENU-CHOICE = 'A' OR WS-MENU-CHOICE = 'a'
               MOVE "ADD" TO WS-ACTION
               PERFORM B010-KEY-REQUEST THRU B010-KEY-REQUEST-EXIT
           ELSE
               IF WS-MENU-CHOICE = 'C' OR WS-MENU-CHOICE = 'c'
                   MOVE "CHG" TO WS-ACTION
                   PERFORM B010-KEY-REQUEST THRU B010-KEY-REQUEST-EXIT
               ELSE
                   IF WS-MENU-CHOICE = 'X' OR WS-MENU-CHOICE = 'x'
                       MOVE "CLS" TO WS-ACTION
                       PERFORM B010-KEY-REQUEST
                           THRU B010-KEY-REQUEST-EXIT
                   ELSE
                       IF WS-MENU-CHOICE = 'L' OR WS-MENU-CHOICE = 'l'
                           PERFORM B080-LIST-MY-ITEMS
                       ELSE
                           IF WS-MENU-CHOICE = 'Q' OR
                              WS-MENU-CHOICE = 'q'
                               MOVE 'Y' TO DONE-FLAG
                           ELSE
                               DISPLAY "ENTER A, C, X, L, OR Q"
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ****************************************************************
      *  B010-KEY-REQUEST TAKES THE ACCOUNT, CHECKS IT AGAINST THE   *
      *  MASTER AND THE PENDING FILE, WALKS THE FIELD PROMPTS FOR    *
      *  THE ACTION, SETS THE APPROVAL LEVEL, AND ON CONFIRMATION    *
      *  WRITES THE PENDING ITEM                                     *
      ****************************************************************
       B010-KEY-REQUEST.
           MOVE 'Y' TO ITEM-OK-FLAG.
           MOVE SPACES TO WS-REQ-IMAGE.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           DISPLAY "ACCOUNT NUMBER: " WITH NO ADVANCING.
           MOVE SPACES TO WS-ACCT-REPLY.
           ACCEPT WS-ACCT-REPLY.
           IF WS-ACCT-REPLY NOT NUMERIC OR WS-ACCT-REPLY-N = ZERO
               DISPLAY "ACCOUNT MUST BE 9 DIGITS"
               GO TO B010-KEY-REQUEST-EXIT
           END-IF.
           MOVE WS-ACCT-REPLY-N TO WS-REQ-ACCT-NO.
           MOVE WS-ACCT-REPLY-N TO ACCT-NO-IN.
           MOVE 'Y' TO ON-MASTER.
           READ CUS-RECS
               INVALID KEY
                   MOVE SPACE TO ON-MASTER
           END-READ.
           IF WS-ACTION = "ADD" AND ON-MASTER = 'Y'
               DISPLAY "ACCOUNT " ACCT-NO-IN " IS ALREADY ON FILE"
               GO TO B010-KEY-REQUEST-EXIT
           END-IF.
           IF WS-ACTION NOT = "ADD" AND ON-MASTER NOT = 'Y'
               DISPLAY "NO CUSTOMER ON FILE FOR ACCOUNT " ACCT-NO-IN
               GO TO B010-KEY-REQUEST-EXIT
           END-IF.
           PERFORM B050-CHECK-OPEN-ITEM.
           IF WS-OPEN-ITEM-ID NOT = ZERO
               DISPLAY "ACCOUNT ALREADY HAS ITEM " WS-OPEN-ITEM-ID
                   " AWAITING APPROVAL OR APPLY"
               GO TO B010-KEY-REQUEST-EXIT
           END-IF.
           IF ON-MASTER = 'Y'
               MOVE IN-REC TO WS-BEFORE-IMAGE
               PERFORM B060-SHOW-MASTER
           END-IF.
           IF WS-ACTION = "ADD"
               PERFORM B020-KEY-ADD-FIELDS
           END-IF.
           IF WS-ACTION = "CHG"
               PERFORM B030-KEY-CHANGE-FIELDS
           END-IF.
           IF WS-ACTION = "CLS"
               PERFORM B040-KEY-CLOSE-FIELDS
           END-IF.
           IF ITEM-OK-FLAG NOT = 'Y'
               DISPLAY "REQUEST NOT SUBMITTED"
               GO TO B010-KEY-REQUEST-EXIT
           END-IF.
           PERFORM B045-SET-APPROVAL-LEVEL.
           IF WS-LEVEL = '2'
               DISPLAY "THIS REQUEST NEEDS SECOND-LEVEL APPROVAL - "
                   WS-LEVEL-REASON
           END-IF.
           DISPLAY "SUBMIT FOR APPROVAL (Y/N): " WITH NO ADVANCING.
           MOVE SPACE TO WS-CONFIRM-REPLY.
           ACCEPT WS-CONFIRM-REPLY.
           IF WS-CONFIRM-REPLY NOT = 'Y' AND WS-CONFIRM-REPLY NOT = 'y'
               DISPLAY "REQUEST DISCARDED"
               GO TO B010-KEY-REQUEST-EXIT
           END-IF.
           PERFORM B070-WRITE-PENDING.

       B010-KEY-REQUEST-EXIT.
           EXIT.

      ****************************************************************
      *  B020-KEY-ADD-FIELDS PROMPTS FOR A NEW CUSTOMER.  NAMES ARE  *
      *  REQUIRED; A BLANK START DATE IS TODAY AND A BLANK OPENING   *
      *  BALANCE IS ZERO.  CUSTMNT RUNS ITS FULL EDITS AGAIN WHEN    *
      *  THE APPROVED ITEM IS APPLIED                                *
      ****************************************************************
       B020-KEY-ADD-FIELDS.
           PERFORM B022-PROMPT-NAMES.
           IF WS-REQ-FIRST-NAME = SPACES OR WS-REQ-LAST-NAME = SPACES
               DISPLAY "FIRST AND LAST NAME ARE REQUIRED"
               MOVE SPACE TO ITEM-OK-FLAG
           END-IF.
           DISPLAY "START DATE YYYYMMDD (BLANK = TODAY): "
               WITH NO ADVANCING.
           PERFORM B026-ACCEPT-DATE.
           IF WS-DATE-REPLY = SPACES
               MOVE WS-CURRENT-DATE TO WS-REQ-START-DATE
           ELSE
               MOVE WS-DATE-REPLY TO WS-REQ-START-DATE
           END-IF.
           DISPLAY "END DATE YYYYMMDD (BLANK = NONE): "
               WITH NO ADVANCING.
           PERFORM B026-ACCEPT-DATE.
           MOVE WS-DATE-REPLY TO WS-REQ-END-DATE.
           PERFORM B024-PROMPT-CODES.
           DISPLAY "OPENING BALANCE (BLANK = 0.00): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-BAL-REPLY.
           ACCEPT WS-BAL-REPLY.
           IF WS-BAL-REPLY = SPACES
               MOVE "0.00" TO WS-BAL-REPLY
           END-IF.
           IF FUNCTION TEST-NUMVAL-C(WS-BAL-REPLY) NOT = ZERO
               DISPLAY "BALANCE MUST BE AN AMOUNT SUCH AS 1250.00"
               MOVE SPACE TO ITEM-OK-FLAG
           ELSE
               MOVE WS-BAL-REPLY TO WS-REQ-BAL
           END-IF.

       B022-PROMPT-NAMES.
           DISPLAY "FIRST NAME: " WITH NO ADVANCING.
           MOVE SPACES TO WS-FIRST-REPLY.
           ACCEPT WS-FIRST-REPLY.
           MOVE WS-FIRST-REPLY TO WS-REQ-FIRST-NAME.
           DISPLAY "LAST NAME: " WITH NO ADVANCING.
           MOVE SPACES TO WS-LAST-REPLY.
           ACCEPT WS-LAST-REPLY.
           MOVE WS-LAST-REPLY TO WS-REQ-LAST-NAME.

       B024-PROMPT-CODES.
           DISPLAY "BRANCH CODE: " WITH NO ADVANCING.
           MOVE SPACES TO WS-BRANCH-REPLY.
           ACCEPT WS-BRANCH-REPLY.
           MOVE WS-BRANCH-REPLY TO WS-REQ-BRANCH-CODE.
           DISPLAY "OFFICER CODE: " WITH NO ADVANCING.
           MOVE SPACES TO WS-OFFICER-REPLY.
           ACCEPT WS-OFFICER-REPLY.
           MOVE WS-OFFICER-REPLY TO WS-REQ-OFFICER-CODE.

      ****************************************************************
      *  B026-ACCEPT-DATE TAKES ONE DATE REPLY; WHAT IS GIVEN MUST   *
      *  BE EIGHT DIGITS.  A BAD REPLY SPOILS THE REQUEST            *
      ****************************************************************
       B026-ACCEPT-DATE.
           MOVE SPACES TO WS-DATE-REPLY.
           ACCEPT WS-DATE-REPLY.
           IF WS-DATE-REPLY NOT = SPACES AND WS-DATE-REPLY NOT NUMERIC
               DISPLAY "DATE MUST BE YYYYMMDD"
               MOVE SPACE TO ITEM-OK-FLAG
               MOVE SPACES TO WS-DATE-REPLY
           END-IF.

      ****************************************************************
      *  B030-KEY-CHANGE-FIELDS PROMPTS FOR THE FIELDS A CHANGE MAY  *
      *  TOUCH; A BLANK REPLY KEEPS THE MASTER'S VALUE, AS CUSTMNT   *
      *  APPLIES IT.  THE BALANCE IS NEVER CHANGED HERE - POSTING    *
      *  OWNS BAL-IN                                                 *
      ****************************************************************
       B030-KEY-CHANGE-FIELDS.
           DISPLAY "A BLANK REPLY KEEPS THE FIELD AS IT STANDS".
           PERFORM B022-PROMPT-NAMES.
           DISPLAY "START DATE YYYYMMDD: " WITH NO ADVANCING.
           PERFORM B026-ACCEPT-DATE.
           MOVE WS-DATE-REPLY TO WS-REQ-START-DATE.
           DISPLAY "END DATE YYYYMMDD: " WITH NO ADVANCING.
           PERFORM B026-ACCEPT-DATE.
           MOVE WS-DATE-REPLY TO WS-REQ-END-DATE.
           PERFORM B024-PROMPT-CODES.
           IF WS-REQ-FIRST-NAME = SPACES AND
              WS-REQ-LAST-NAME = SPACES AND
              WS-REQ-START-DATE = SPACES AND
              WS-REQ-END-DATE = SPACES AND
              WS-REQ-BRANCH-CODE = SPACES AND
              WS-REQ-OFFICER-CODE = SPACES
               DISPLAY "NOTHING TO CHANGE"
               MOVE SPACE TO ITEM-OK-FLAG
           END-IF.

      ****************************************************************
      *  B040-KEY-CLOSE-FIELDS TAKES THE CLOSING DATE, TODAY WHEN    *
      *  LEFT BLANK.  AN ACCOUNT ALREADY CLOSED IS REFUSED           *
      ****************************************************************
       B040-KEY-CLOSE-FIELDS.
           IF END-DATE-IN NOT = SPACES AND
              END-DATE-IN NOT = ZEROS AND
              END-DATE-IN NOT > WS-CURRENT-DATE
               DISPLAY "ACCOUNT " ACCT-NO-IN " IS ALREADY CLOSED"
               MOVE SPACE TO ITEM-OK-FLAG
           ELSE
               DISPLAY "CLOSING DATE YYYYMMDD (BLANK = TODAY): "
                   WITH NO ADVANCING
               PERFORM B026-ACCEPT-DATE
               IF WS-DATE-REPLY = SPACES
                   MOVE WS-CURRENT-DATE TO WS-REQ-END-DATE
               ELSE
                   MOVE WS-DATE-REPLY TO WS-REQ-END-DATE
               END-IF
           END-IF.

      ****************************************************************
      *  B045-SET-APPROVAL-LEVEL MARKS THE REQUEST FOR SECOND-LEVEL  *
      *  APPROVAL WHEN IT CLOSES AN ACCOUNT THAT STILL CARRIES A     *
      *  BALANCE - A CLOSE, OR A CHANGE THAT SETS AN END DATE - OR   *
      *  WHEN IT CHANGES THE OFFICER CODE.  AN UNREADABLE BALANCE    *
      *  COUNTS AS NON-ZERO                                          *
      ****************************************************************
       B045-SET-APPROVAL-LEVEL.
           MOVE '1' TO WS-LEVEL.
           MOVE SPACES TO WS-LEVEL-REASON.
           IF WS-ACTION = "CLS" OR
              (WS-ACTION = "CHG" AND
               WS-REQ-END-DATE NOT = SPACES AND
               WS-REQ-END-DATE NOT = ZEROS)
               MOVE 1 TO WS-BAL-VALUE
               IF FUNCTION TEST-NUMVAL-C(BAL-IN) = ZERO
                   COMPUTE WS-BAL-VALUE = FUNCTION NUMVAL-C(BAL-IN)
               END-IF
               IF WS-BAL-VALUE NOT = ZERO
                   MOVE '2' TO WS-LEVEL
                   MOVE "CLOSE WITH BALANCE" TO WS-LEVEL-REASON
               END-IF
           END-IF.
           IF WS-ACTION = "CHG" AND
              WS-REQ-OFFICER-CODE NOT = SPACES AND
              WS-REQ-OFFICER-CODE NOT = OFFICER-CODE-IN
               IF WS-LEVEL = '2'
                   MOVE "BALANCE AND OFFICER" TO WS-LEVEL-REASON
               ELSE
                   MOVE '2' TO WS-LEVEL
                   MOVE "OFFICER CHANGE" TO WS-LEVEL-REASON
               END-IF
           END-IF.

      ****************************************************************
      *  B050-CHECK-OPEN-ITEM LOOKS THROUGH THE ACCOUNT'S ITEMS ON   *
      *  THE PENDING FILE FOR ONE STILL PENDING OR APPROVED BUT NOT  *
      *  YET APPLIED, LEAVING ITS ID IN WS-OPEN-ITEM-ID (ZERO WHEN   *
      *  THERE IS NONE)                                              *
      ****************************************************************
       B050-CHECK-OPEN-ITEM.
           MOVE ZERO TO WS-OPEN-ITEM-ID.
           MOVE SPACE TO PEND-EOF.
           MOVE WS-REQ-ACCT-NO TO PND-ACCT-NO.
           START PEND-FILE KEY IS EQUAL TO PND-ACCT-NO
               INVALID KEY MOVE 'Y' TO PEND-EOF
           END-START.
           IF PEND-EOF NOT = 'Y'
               PERFORM READ-PEND-NEXT
           END-IF.
           PERFORM B055-TEST-OPEN-ITEM
               UNTIL PEND-EOF = 'Y'.

       B055-TEST-OPEN-ITEM.
           IF PND-ACCT-NO NOT = WS-REQ-ACCT-NO
               MOVE 'Y' TO PEND-EOF
           ELSE
               IF PND-OPEN
                   MOVE PND-ID TO WS-OPEN-ITEM-ID
               END-IF
               PERFORM READ-PEND-NEXT
           END-IF.

       B060-SHOW-MASTER.
           DISPLAY "ON FILE: " FIRST-NAME-IN " " LAST-NAME-IN.
           DISPLAY "  START " START-DATE-IN "  END " END-DATE-IN
               "  BRANCH " BRANCH-CODE-IN "  OFFICER " OFFICER-CODE-IN
               "  BALANCE " BAL-IN.

      ****************************************************************
      *  B070-WRITE-PENDING WRITES THE REQUEST AS A PENDING ITEM     *
      *  UNDER THE NEXT FREE ID.  AN ID ANOTHER SESSION TOOK IN THE  *
      *  MEANTIME IS SKIPPED                                         *
      ****************************************************************
       B070-WRITE-PENDING.
           MOVE SPACES TO PND-REC.
           MOVE 'P' TO PND-STATUS.
           MOVE WS-REQ-ACCT-NO TO PND-ACCT-NO.
           MOVE WS-ACTION TO PND-ACTION.
           MOVE WS-LEVEL TO PND-LEVEL.
           MOVE WS-LEVEL-REASON TO PND-LEVEL-REASON.
           MOVE WS-OPERATOR-ID TO PND-MAKER-ID.
           MOVE WS-CURRENT-DATE TO PND-ENTRY-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO PND-ENTRY-TIME.
           MOVE ZERO TO PND-DECIDE-DATE.
           MOVE ZERO TO PND-DECIDE-TIME.
           MOVE ZERO TO PND-APPLY-DATE.
           MOVE WS-BEFORE-IMAGE TO PND-BEFORE-IMAGE.
           MOVE WS-REQ-IMAGE TO PND-REQUEST-IMAGE.
           MOVE SPACE TO WRITE-DONE.
           PERFORM B075-TRY-WRITE
               UNTIL WRITE-DONE = 'Y'.

       B075-TRY-WRITE.
           ADD 1 TO WS-NEXT-PND-ID.
           MOVE WS-NEXT-PND-ID TO PND-ID.
           WRITE PND-REC
               INVALID KEY
                   IF WS-PND-STATUS NOT = "22"
                       DISPLAY "MNTENTRY: PENDCHG WRITE FAILED, "
                           "STATUS=" WS-PND-STATUS
                       MOVE 'Y' TO WRITE-DONE
                   END-IF
               NOT INVALID KEY
                   DISPLAY "ITEM " PND-ID " SUBMITTED FOR APPROVAL"
                   MOVE 'Y' TO WRITE-DONE
           END-WRITE.

      ****************************************************************
      *  B080-LIST-MY-ITEMS SHOWS THE OPERATOR'S OWN ITEMS THAT ARE  *
      *  STILL OPEN OR WERE DECIDED OR APPLIED TODAY, WITH THE       *
      *  CHECKER'S OR CUSTMNT'S REASON                               *
      ****************************************************************
       B080-LIST-MY-ITEMS.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE SPACE TO PEND-EOF.
           MOVE ZERO TO PND-ID.
           START PEND-FILE KEY IS NOT LESS THAN PND-ID
               INVALID KEY MOVE 'Y' TO PEND-EOF
           END-START.
           IF PEND-EOF NOT = 'Y'
               PERFORM READ-PEND-NEXT
           END-IF.
           PERFORM B085-LIST-ONE-ITEM
               UNTIL PEND-EOF = 'Y'.
           IF WS-LIST-COUNT = ZERO
               DISPLAY "NO OPEN OR RECENT ITEMS FOR " WS-OPERATOR-ID
           END-IF.

       B085-LIST-ONE-ITEM.
           IF PND-MAKER-ID = WS-OPERATOR-ID AND
              (PND-OPEN OR
               PND-DECIDE-DATE = WS-CURRENT-DATE OR
               PND-APPLY-DATE = WS-CURRENT-DATE)
               ADD 1 TO WS-LIST-COUNT
               IF PND-APPLIED OR PND-FAILED
                   MOVE PND-APPLY-REASON TO WS-ITEM-TEXT
               ELSE
                   MOVE PND-DECIDE-REASON TO WS-ITEM-TEXT
               END-IF
               DISPLAY PND-ID " " PND-STATUS " " PND-ACTION
                   " " PND-ACCT-NO " " PND-ENTRY-DATE
                   " LVL " PND-LEVEL " " PND-CHECKER-ID
                   " " WS-ITEM-TEXT
           END-IF.
           PERFORM READ-PEND-NEXT.

       READ-PEND-NEXT.
           READ PEND-FILE NEXT RECORD
               AT END MOVE 'Y' TO PEND-EOF
           END-READ.

      ****************************************************************
      *  FATAL-STOP ABANDONS THE SESSION WHEN THE MASTER OR THE      *
      *  PENDING FILE CANNOT BE OPENED                               *
      ****************************************************************
       FATAL-STOP.
           STOP RUN.
