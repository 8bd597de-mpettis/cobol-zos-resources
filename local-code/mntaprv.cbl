       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MNTAPRV.
       AUTHOR.        STUDENT.
      *
      * MODIFICATION HISTORY:
      *   2026.10.15  SEC  NEW PROGRAM.  SUPERVISOR APPROVAL SCREEN FOR
      *                    MAINTENANCE KEYED THROUGH MNTENTRY (OR QUEUED
      *                    BY CUSTMNT FROM MNTIN), BUILT ON THE SAME
      *                    ACCEPT/DISPLAY STYLE AS SUSCORR AND BALINQ.
      *                    THE SUPERVISOR SIGNS ON BY ID AND MUST BE AN
      *                    ACTIVE APPROVER ON THE INDEXED APPROVRS
      *                    FILE.  LISTS THE PENDING ITEMS ON PENDCHG
      *                    WITH THEIR AGE, SHOWS ONE ITEM'S BEFORE AND
      *                    PROPOSED AFTER IMAGES SIDE BY SIDE AGAINST
      *                    THE MASTER AS IT STANDS NOW, AND APPROVES OR
      *                    DECLINES IT WITH A REASON.  NOBODY MAY
      *                    DECIDE AN ITEM THEY KEYED, AND ONLY A
      *                    LEVEL 2 APPROVER MAY DECIDE AN ITEM MARKED
      *                    FOR SECOND-LEVEL APPROVAL.  THE LEVEL IS
      *                    RECHECKED AGAINST THE CURRENT MASTER, SO AN
      *                    ACCOUNT THAT HAS PICKED UP A BALANCE SINCE
      *                    THE CLOSE WAS KEYED IS RAISED TO LEVEL 2.
      *   2026.10.15  SEC  THE SECOND-LEVEL RECHECK AND THE DECISION
      *                    REWRITE ARE PERFORMED THROUGH THEIR EXITS, SO
      *                    REVIEWING AN ADD OR AN ITEM DECIDED ELSEWHERE
      *                    NO LONGER ENDS THE SESSION.
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
           SELECT APR-RECS ASSIGN TO APPROVRS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APR-USER-ID
               FILE STATUS IS WS-APR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUS-RECS RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY CUSTREC.
      *
       FD  PEND-FILE RECORD CONTAINS 320 CHARACTERS RECORDING MODE F.
           COPY PENDCHG.
      *
       FD  APR-RECS RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY APPRREC.
      *

       WORKING-STORAGE SECTION.

       01  WS-CUS-STATUS       PIC X(02)        VALUE "00".

       01  WS-PND-STATUS       PIC X(02)        VALUE "00".

       01  WS-APR-STATUS       PIC X(02)        VALUE "00".

       01  WS-OPERATOR-ID      PIC X(08)        VALUE SPACES.

       01  WS-OPERATOR-LEVEL   PIC X(01)        VALUE SPACE.

       01  WS-MENU-CHOICE      PIC X(01)        VALUE SPACE.

       01  WS-ID-REPLY         PIC X(07)        VALUE SPACES.

       01  WS-ID-REPLY-N REDEFINES WS-ID-REPLY
                               PIC 9(07).

       01  WS-DECISION-REPLY   PIC X(01)        VALUE SPACE.

       01  WS-REASON-REPLY     PIC X(30)        VALUE SPACES.

       01  WS-LIST-COUNT       PIC 9(05)        VALUE ZERO.

       01  WS-TODAY            PIC 9(08)        VALUE ZERO.

       01  WS-AGE-DAYS         PIC 9(05)        VALUE ZERO.

       01  WS-BAL-VALUE        PIC 9(09)V99     VALUE ZERO.

       01  WS-LEVEL            PIC X(01)        VALUE SPACE.

       01  WS-LEVEL-REASON     PIC X(20)        VALUE SPACES.

       01  WS-LIST-NOTE        PIC X(10)        VALUE SPACES.

       01  WS-CUR-IMAGE.
           05  WS-CUR-FIRST-NAME  PIC X(11).
           05  WS-CUR-LAST-NAME   PIC X(22).
           05  WS-CUR-START-DATE  PIC X(08).
           05  WS-CUR-BRANCH-CODE PIC X(03).
           05  WS-CUR-END-DATE    PIC X(08).
           05  WS-CUR-ACCT-NO     PIC X(09).
           05  WS-CUR-BAL         PIC X(12).
           05  WS-CUR-OFFICER-CODE PIC X(07).

       01  WS-PROP-IMAGE.
           05  WS-PROP-FIRST-NAME PIC X(11).
           05  WS-PROP-LAST-NAME  PIC X(22).
           05  WS-PROP-START-DATE PIC X(08).
           05  WS-PROP-BRANCH-CODE PIC X(03).
           05  WS-PROP-END-DATE   PIC X(08).
           05  WS-PROP-ACCT-NO    PIC X(09).
           05  WS-PROP-BAL        PIC X(12).
           05  WS-PROP-OFFICER-CODE PIC X(07).

       01  WS-CMP-HEAD.
           05             PIC X(13) VALUE "FIELD".
           05             PIC X(24) VALUE "BEFORE".
           05             PIC X(24) VALUE "PROPOSED AFTER".

       01  WS-CMP-LINE.
           05 WS-CMP-LABEL  PIC X(12).
           05               PIC X(1)  VALUE SPACES.
           05 WS-CMP-BEFORE PIC X(22).
           05               PIC X(2)  VALUE SPACES.
           05 WS-CMP-AFTER  PIC X(22).
           05               PIC X(2)  VALUE SPACES.
           05 WS-CMP-MARK   PIC X(02).

       01  FLAGS.
           05 DONE-FLAG     PIC X VALUE SPACE.
           05 ON-MASTER     PIC X VALUE SPACE.
           05 PEND-EOF      PIC X VALUE SPACE.

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
               DISPLAY "MNTAPRV: CANNOT OPEN CUSTRECS, STATUS="
                   WS-CUS-STATUS
               GO TO FATAL-STOP
           END-IF.
           OPEN I-O PEND-FILE.
           IF WS-PND-STATUS NOT = "00" AND WS-PND-STATUS NOT = "05"
               DISPLAY "MNTAPRV: CANNOT OPEN PENDCHG, STATUS="
                   WS-PND-STATUS
               GO TO FATAL-STOP
           END-IF.
           OPEN INPUT APR-RECS.
           IF WS-APR-STATUS NOT = "00"
               DISPLAY "MNTAPRV: CANNOT OPEN APPROVRS, STATUS="
                   WS-APR-STATUS
               GO TO FATAL-STOP
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE TO WS-TODAY.
           PERFORM B002-SIGN-ON
               UNTIL WS-OPERATOR-ID NOT = SPACES.
           PERFORM B003-CHECK-APPROVER.
           PERFORM B005-MAIN-MENU
               UNTIL DONE-FLAG = 'Y'.

       CLOSE-STOP.
           CLOSE APR-RECS.
           CLOSE PEND-FILE.
           CLOSE CUS-RECS.
           STOP RUN.

      ****************************************************************
      *  B002-SIGN-ON TAKES THE SUPERVISOR'S ID, WHICH EVERY ITEM    *
      *  DECIDED IN THIS SESSION CARRIES AS ITS CHECKER              *
      ****************************************************************
       B002-SIGN-ON.
           DISPLAY "SUPERVISOR ID: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "A SUPERVISOR ID IS REQUIRED"
           END-IF.

      ****************************************************************
      *  B003-CHECK-APPROVER ENDS THE SESSION UNLESS THE ID IS AN    *
      *  ACTIVE APPROVER, AND NOTES THE LEVEL THE ID MAY DECIDE AT   *
      ****************************************************************
       B003-CHECK-APPROVER.
           MOVE WS-OPERATOR-ID TO APR-USER-ID.
           READ APR-RECS
               INVALID KEY
                   DISPLAY WS-OPERATOR-ID
                       " IS NOT A MAINTENANCE APPROVER"
                   GO TO CLOSE-STOP
           END-READ.
           IF NOT APR-IS-ACTIVE
               DISPLAY WS-OPERATOR-ID
                   " IS NO LONGER AN ACTIVE APPROVER"
               GO TO CLOSE-STOP
           END-IF.
           MOVE APR-LEVEL TO WS-OPERATOR-LEVEL.
           DISPLAY "SIGNED ON " APR-NAME " - APPROVAL LEVEL "
               WS-OPERATOR-LEVEL.

      ****************************************************************
      *  B005-MAIN-MENU OFFERS THE PENDING LIST AND THE REVIEW OF ONE*
      *  ITEM, THEN LOOPS UNTIL THE SUPERVISOR QUITS                 *
      ****************************************************************
       B005-MAIN-MENU.
           DISPLAY "MAINTENANCE APPROVAL - L = LIST PENDING ITEMS, "
               "R = REVIEW ITEM, Q = QUIT".
           DISPLAY "CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.
           IF WS-MENU-CHOICE = 'L' OR WS-MENU-CHOICE = 'l'
               PERFORM B010-LIST-PENDING
           ELSE
               IF WS-MENU-CHOICE = 'R' OR WS-MENU-CHOICE = 'r'
                   PERFORM B030-REVIEW-ITEM THRU B030-REVIEW-ITEM-EXIT
               ELSE
                   IF WS-MENU-CHOICE = 'Q' OR WS-MENU-CHOICE = 'q'
                       MOVE 'Y' TO DONE-FLAG
                   ELSE
                       DISPLAY "ENTER L, R, OR Q"
                   END-IF
               END-IF
           END-IF.

      ****************************************************************
      *  B010-LIST-PENDING SWEEPS THE PENDING FILE AND SHOWS EVERY   *
      *  ITEM AWAITING A DECISION: ID, ACTION, ACCOUNT, MAKER, DATE  *
      *  KEYED, AGE IN DAYS, AND LEVEL, NOTING THE ITEMS THIS        *
      *  SUPERVISOR MAY NOT DECIDE                                   *
      ****************************************************************
       B010-LIST-PENDING.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE SPACE TO PEND-EOF.
           MOVE ZERO TO PND-ID.
           START PEND-FILE KEY IS NOT LESS THAN PND-ID
               INVALID KEY MOVE 'Y' TO PEND-EOF
           END-START.
           IF PEND-EOF NOT = 'Y'
               PERFORM READ-PEND-NEXT
           END-IF.
           PERFORM B020-LIST-ONE-ITEM
               UNTIL PEND-EOF = 'Y'.
           IF WS-LIST-COUNT = ZERO
               DISPLAY "NOTHING AWAITING APPROVAL"
           END-IF.

       B020-LIST-ONE-ITEM.
           IF PND-PENDING
               ADD 1 TO WS-LIST-COUNT
               PERFORM B025-AGE-ITEM
               MOVE SPACES TO WS-LIST-NOTE
               IF PND-LEVEL-TWO AND WS-OPERATOR-LEVEL NOT = '2'
                   MOVE "(LEVEL 2)" TO WS-LIST-NOTE
               END-IF
               IF PND-MAKER-ID = WS-OPERATOR-ID
                   MOVE "(YOURS)" TO WS-LIST-NOTE
               END-IF
               DISPLAY PND-ID " " PND-ACTION " " PND-ACCT-NO
                   " " PND-MAKER-ID " " PND-ENTRY-DATE
                   " AGE " WS-AGE-DAYS " LVL " PND-LEVEL
                   " " WS-LIST-NOTE
           END-IF.
           PERFORM READ-PEND-NEXT.

       B025-AGE-ITEM.
           MOVE ZERO TO WS-AGE-DAYS.
           IF PND-ENTRY-DATE NUMERIC AND PND-ENTRY-DATE < WS-TODAY
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE(PND-ENTRY-DATE)
           END-IF.

      ****************************************************************
      *  B030-REVIEW-ITEM SHOWS ONE PENDING ITEM AGAINST THE MASTER  *
      *  AS IT STANDS NOW AND TAKES THE SUPERVISOR'S DECISION.  A    *
      *  DECLINE MUST CARRY A REASON; AN APPROVAL MAY                *
      ****************************************************************
       B030-REVIEW-ITEM.
           DISPLAY "PENDING ITEM ID: " WITH NO ADVANCING.
           MOVE SPACES TO WS-ID-REPLY.
           ACCEPT WS-ID-REPLY.
           IF WS-ID-REPLY NOT NUMERIC
               DISPLAY "ITEM ID MUST BE 7 DIGITS"
               GO TO B030-REVIEW-ITEM-EXIT
           END-IF.
           MOVE WS-ID-REPLY-N TO PND-ID.
           READ PEND-FILE
               INVALID KEY
                   DISPLAY "NO PENDING ITEM " PND-ID
                   GO TO B030-REVIEW-ITEM-EXIT
           END-READ.
           IF NOT PND-PENDING
               DISPLAY "ITEM " PND-ID " IS NOT AWAITING APPROVAL - "
                   "STATUS " PND-STATUS
               GO TO B030-REVIEW-ITEM-EXIT
           END-IF.
           MOVE PND-ACCT-NO TO ACCT-NO-IN.
           MOVE 'Y' TO ON-MASTER.
           READ CUS-RECS
               INVALID KEY
                   MOVE SPACE TO ON-MASTER
           END-READ.
           IF ON-MASTER = 'Y'
               MOVE IN-REC TO WS-CUR-IMAGE
           ELSE
               MOVE SPACES TO WS-CUR-IMAGE
           END-IF.
           PERFORM B040-BUILD-PROPOSED.
           PERFORM B045-RECHECK-LEVEL THRU B045-EXIT.
           PERFORM B025-AGE-ITEM.
           DISPLAY "ITEM " PND-ID "  " PND-ACTION "  ACCOUNT "
               PND-ACCT-NO "  KEYED BY " PND-MAKER-ID " ON "
               PND-ENTRY-DATE "  AGE " WS-AGE-DAYS.
           IF PND-LEVEL-TWO
               DISPLAY "SECOND-LEVEL APPROVAL REQUIRED - "
                   PND-LEVEL-REASON
           END-IF.
           PERFORM B050-SHOW-IMAGES.
           PERFORM B060-WARN-IF-STALE.
           IF PND-MAKER-ID = WS-OPERATOR-ID
               DISPLAY "YOU KEYED THIS ITEM - ANOTHER SUPERVISOR MUST "
                   "DECIDE IT"
               GO TO B030-REVIEW-ITEM-EXIT
           END-IF.
           IF PND-LEVEL-TWO AND WS-OPERATOR-LEVEL NOT = '2'
               DISPLAY "THIS ITEM NEEDS A LEVEL 2 APPROVER"
               GO TO B030-REVIEW-ITEM-EXIT
           END-IF.
           DISPLAY "APPROVE, DECLINE, OR SKIP (A/D/S): "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-DECISION-REPLY.
           ACCEPT WS-DECISION-REPLY.
           IF WS-DECISION-REPLY = 'a'
               MOVE 'A' TO WS-DECISION-REPLY
           END-IF.
           IF WS-DECISION-REPLY = 'd'
               MOVE 'D' TO WS-DECISION-REPLY
           END-IF.
           IF WS-DECISION-REPLY NOT = 'A' AND
              WS-DECISION-REPLY NOT = 'D'
               DISPLAY "ITEM " PND-ID " LEFT PENDING"
               GO TO B030-REVIEW-ITEM-EXIT
           END-IF.
           IF WS-DECISION-REPLY = 'D'
               DISPLAY "REASON FOR DECLINING: " WITH NO ADVANCING
           ELSE
               DISPLAY "APPROVAL NOTE (OPTIONAL): " WITH NO ADVANCING
           END-IF.
           MOVE SPACES TO WS-REASON-REPLY.
           ACCEPT WS-REASON-REPLY.
           IF WS-DECISION-REPLY = 'D' AND WS-REASON-REPLY = SPACES
               DISPLAY "A DECLINE NEEDS A REASON - ITEM " PND-ID
                   " LEFT PENDING"
               GO TO B030-REVIEW-ITEM-EXIT
           END-IF.
           PERFORM B070-RECORD-DECISION THRU B070-EXIT.

       B030-REVIEW-ITEM-EXIT.
           EXIT.

      ****************************************************************
      *  B040-BUILD-PROPOSED WORKS OUT THE MASTER RECORD AS CUSTMNT  *
      *  WOULD LEAVE IT: AN ADD WRITES THE REQUEST IMAGE, A CHANGE   *
      *  OVERLAYS THE NON-BLANK REQUEST FIELDS, A CLOSE STAMPS THE   *
      *  END DATE                                                    *
      ****************************************************************
       B040-BUILD-PROPOSED.
           IF PND-ACTION-ADD
               MOVE PND-REQUEST-IMAGE TO WS-PROP-IMAGE
           ELSE
               MOVE WS-CUR-IMAGE TO WS-PROP-IMAGE
           END-IF.
           IF PND-ACTION-CHANGE
               IF PND-REQ-FIRST-NAME NOT = SPACES
                   MOVE PND-REQ-FIRST-NAME TO WS-PROP-FIRST-NAME
               END-IF
               IF PND-REQ-LAST-NAME NOT = SPACES
                   MOVE PND-REQ-LAST-NAME TO WS-PROP-LAST-NAME
               END-IF
               IF PND-REQ-START-DATE NOT = SPACES
                   MOVE PND-REQ-START-DATE TO WS-PROP-START-DATE
               END-IF
               IF PND-REQ-END-DATE NOT = SPACES
                   MOVE PND-REQ-END-DATE TO WS-PROP-END-DATE
               END-IF
               IF PND-REQ-BRANCH-CODE NOT = SPACES
                   MOVE PND-REQ-BRANCH-CODE TO WS-PROP-BRANCH-CODE
               END-IF
               IF PND-REQ-OFFICER-CODE NOT = SPACES
                   MOVE PND-REQ-OFFICER-CODE TO WS-PROP-OFFICER-CODE
               END-IF
           END-IF.
           IF PND-ACTION-CLOSE
               IF PND-REQ-END-DATE = SPACES OR PND-REQ-END-DATE = ZEROS
                   MOVE WS-CURRENT-DATE TO WS-PROP-END-DATE
               ELSE
                   MOVE PND-REQ-END-DATE TO WS-PROP-END-DATE
               END-IF
           END-IF.

      ****************************************************************
      *  B045-RECHECK-LEVEL APPLIES THE SECOND-LEVEL RULES TO THE    *
      *  MASTER AS IT STANDS NOW - A CLOSE, OR A CHANGE SETTING AN   *
      *  END DATE, ON A NON-ZERO (OR UNREADABLE) BALANCE, OR AN      *
      *  OFFICER-CODE CHANGE - AND RAISES THE ITEM TO LEVEL 2 WHEN   *
      *  IT NOW QUALIFIES.  AN ITEM IS NEVER LOWERED                 *
      ****************************************************************
       B045-RECHECK-LEVEL.
           IF ON-MASTER NOT = 'Y'
               GO TO B045-EXIT
           END-IF.
           MOVE '1' TO WS-LEVEL.
           MOVE SPACES TO WS-LEVEL-REASON.
           IF PND-ACTION-CLOSE OR
              (PND-ACTION-CHANGE AND
               PND-REQ-END-DATE NOT = SPACES AND
               PND-REQ-END-DATE NOT = ZEROS)
               MOVE 1 TO WS-BAL-VALUE
               IF FUNCTION TEST-NUMVAL-C(BAL-IN) = ZERO
                   COMPUTE WS-BAL-VALUE = FUNCTION NUMVAL-C(BAL-IN)
               END-IF
               IF WS-BAL-VALUE NOT = ZERO
                   MOVE '2' TO WS-LEVEL
                   MOVE "CLOSE WITH BALANCE" TO WS-LEVEL-REASON
               END-IF
           END-IF.
           IF PND-ACTION-CHANGE AND
              PND-REQ-OFFICER-CODE NOT = SPACES AND
              PND-REQ-OFFICER-CODE NOT = OFFICER-CODE-IN
               IF WS-LEVEL = '2'
                   MOVE "BALANCE AND OFFICER" TO WS-LEVEL-REASON
               ELSE
                   MOVE '2' TO WS-LEVEL
                   MOVE "OFFICER CHANGE" TO WS-LEVEL-REASON
               END-IF
           END-IF.
           IF WS-LEVEL = '2' AND NOT PND-LEVEL-TWO
               MOVE '2' TO PND-LEVEL
               MOVE WS-LEVEL-REASON TO PND-LEVEL-REASON
               REWRITE PND-REC
                   INVALID KEY
                       DISPLAY "MNTAPRV: PENDCHG REWRITE FAILED FOR "
                           "ITEM " PND-ID " STATUS=" WS-PND-STATUS
               END-REWRITE
               DISPLAY "ITEM " PND-ID " RAISED TO SECOND-LEVEL "
                   "APPROVAL - THE MASTER HAS CHANGED SINCE IT WAS "
                   "KEYED"
           END-IF.

       B045-EXIT.
           EXIT.

      ****************************************************************
      *  B050-SHOW-IMAGES DISPLAYS THE BEFORE AND PROPOSED AFTER     *
      *  IMAGES FIELD BY FIELD, MARKING EACH FIELD THAT CHANGES      *
      ****************************************************************
       B050-SHOW-IMAGES.
           DISPLAY WS-CMP-HEAD.
           MOVE "FIRST NAME" TO WS-CMP-LABEL.
           MOVE WS-CUR-FIRST-NAME TO WS-CMP-BEFORE.
           MOVE WS-PROP-FIRST-NAME TO WS-CMP-AFTER.
           PERFORM B055-SHOW-ONE-FIELD.
           MOVE "LAST NAME" TO WS-CMP-LABEL.
           MOVE WS-CUR-LAST-NAME TO WS-CMP-BEFORE.
           MOVE WS-PROP-LAST-NAME TO WS-CMP-AFTER.
           PERFORM B055-SHOW-ONE-FIELD.
           MOVE "START DATE" TO WS-CMP-LABEL.
           MOVE WS-CUR-START-DATE TO WS-CMP-BEFORE.
           MOVE WS-PROP-START-DATE TO WS-CMP-AFTER.
           PERFORM B055-SHOW-ONE-FIELD.
           MOVE "END DATE" TO WS-CMP-LABEL.
           MOVE WS-CUR-END-DATE TO WS-CMP-BEFORE.
           MOVE WS-PROP-END-DATE TO WS-CMP-AFTER.
           PERFORM B055-SHOW-ONE-FIELD.
           MOVE "BRANCH" TO WS-CMP-LABEL.
           MOVE WS-CUR-BRANCH-CODE TO WS-CMP-BEFORE.
           MOVE WS-PROP-BRANCH-CODE TO WS-CMP-AFTER.
           PERFORM B055-SHOW-ONE-FIELD.
           MOVE "OFFICER" TO WS-CMP-LABEL.
           MOVE WS-CUR-OFFICER-CODE TO WS-CMP-BEFORE.
           MOVE WS-PROP-OFFICER-CODE TO WS-CMP-AFTER.
           PERFORM B055-SHOW-ONE-FIELD.
           MOVE "BALANCE" TO WS-CMP-LABEL.
           MOVE WS-CUR-BAL TO WS-CMP-BEFORE.
           MOVE WS-PROP-BAL TO WS-CMP-AFTER.
           PERFORM B055-SHOW-ONE-FIELD.

       B055-SHOW-ONE-FIELD.
           IF WS-CMP-BEFORE = WS-CMP-AFTER
               MOVE SPACES TO WS-CMP-MARK
           ELSE
               MOVE "<<" TO WS-CMP-MARK
           END-IF.
           DISPLAY WS-CMP-LINE.

      ****************************************************************
      *  B060-WARN-IF-STALE TELLS THE SUPERVISOR WHEN THE MASTER NO  *
      *  LONGER LOOKS AS IT DID WHEN THE ITEM WAS KEYED.  THE        *
      *  BALANCE IS LEFT OUT OF THE COMPARISON SINCE POSTING MOVES   *
      *  IT EVERY NIGHT                                              *
      ****************************************************************
       B060-WARN-IF-STALE.
           IF PND-ACTION-ADD
               IF ON-MASTER = 'Y'
                   DISPLAY "ACCOUNT IS NOW ON FILE - THE ADD WILL FAIL"
               END-IF
           ELSE
               IF ON-MASTER NOT = 'Y'
                   DISPLAY "ACCOUNT IS NO LONGER ON FILE - THE ITEM "
                       "WILL FAIL"
               ELSE
                   IF IN-REC(1:61) NOT = PND-BEFORE-IMAGE(1:61) OR
                      IN-REC(74:7) NOT = PND-BEFORE-IMAGE(74:7)
                       DISPLAY "THE MASTER HAS CHANGED SINCE THIS "
                           "ITEM WAS KEYED"
                   END-IF
               END-IF
           END-IF.

      ****************************************************************
      *  B070-RECORD-DECISION REREADS THE ITEM SO A DECISION ANOTHER *
      *  SUPERVISOR MADE IN THE MEANTIME IS NOT OVERWRITTEN, THEN    *
      *  STAMPS THE DECISION, CHECKER, LEVEL, AND TIME               *
      ****************************************************************
       B070-RECORD-DECISION.
           READ PEND-FILE
               INVALID KEY
                   DISPLAY "ITEM " PND-ID " HAS GONE FROM THE FILE"
                   GO TO B070-EXIT
           END-READ.
           IF NOT PND-PENDING
               DISPLAY "ITEM " PND-ID " WAS DECIDED BY " PND-CHECKER-ID
                   " IN THE MEANTIME"
               GO TO B070-EXIT
           END-IF.
           MOVE WS-DECISION-REPLY TO PND-STATUS.
           MOVE WS-OPERATOR-ID TO PND-CHECKER-ID.
           MOVE WS-OPERATOR-LEVEL TO PND-CHECKER-LEVEL.
           MOVE WS-CURRENT-DATE TO PND-DECIDE-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO PND-DECIDE-TIME.
           MOVE WS-REASON-REPLY TO PND-DECIDE-REASON.
           REWRITE PND-REC
               INVALID KEY
                   DISPLAY "MNTAPRV: PENDCHG REWRITE FAILED FOR ITEM "
                       PND-ID " STATUS=" WS-PND-STATUS
               NOT INVALID KEY
                   IF PND-APPROVED
                       DISPLAY "ITEM " PND-ID " APPROVED - CUSTMNT "
                           "APPLIES IT TONIGHT"
                   ELSE
                       DISPLAY "ITEM " PND-ID " DECLINED"
                   END-IF
           END-REWRITE.

       B070-EXIT.
           EXIT.

       READ-PEND-NEXT.
           READ PEND-FILE NEXT RECORD
               AT END MOVE 'Y' TO PEND-EOF
           END-READ.

      ****************************************************************
      *  FATAL-STOP ABANDONS THE SESSION WHEN THE MASTER, THE        *
      *  PENDING FILE, OR THE APPROVER FILE CANNOT BE OPENED         *
      ****************************************************************
       FATAL-STOP.
           STOP RUN.
