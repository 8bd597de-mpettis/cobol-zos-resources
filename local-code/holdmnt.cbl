       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HOLDMNT.
       AUTHOR.        STUDENT.
      *
      * MODIFICATION HISTORY:
      *   2026.10.15  SEC  NEW PROGRAM.  HOLD AND LIEN MAINTENANCE
      *                    AGAINST THE INDEXED HOLDS FILE.  READS A
      *                    TRANSACTION FILE OF PLC/CHG/REL REQUESTS
      *                    (PLACE, CHANGE, RELEASE) FOR GARNISHMENTS,
      *                    LEGAL LEVIES, UNCOLLECTED-DEPOSIT HOLDS,
      *                    AND OTHER HOLDS, VALIDATES EACH ONE (THE
      *                    ACCOUNT ON CUSTRECS AND OPEN, A KNOWN HOLD
      *                    TYPE, A POSITIVE AMOUNT, A VALID EXPIRY
      *                    DATE NOT IN THE PAST, A REFERENCE NUMBER,
      *                    AND A USER ID), APPLIES IT TO THE HOLDS
      *                    FILE, AND JOURNALS EVERY APPLIED CHANGE TO
      *                    HOLDJRNL WITH THE BEFORE-IMAGE,
      *                    AFTER-IMAGE, USER ID, AND TIMESTAMP, THE
      *                    WAY CUSTMNT JOURNALS THE MASTER.  A PLACED
      *                    HOLD TAKES THE NEXT SEQUENCE NUMBER FOR
      *                    ITS ACCOUNT.  PRINTS A MAINTENANCE
      *                    REGISTER WITH CONTROL TOTALS.
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
           SELECT OPTIONAL HOLD-FILE ASSIGN TO HOLDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HLD-STATUS.
           SELECT HMT-IN ASSIGN TO HOLDIN.
           SELECT JRNL-OUT ASSIGN TO HOLDJRNL.
           SELECT RPT-OUT ASSIGN TO HOLDMRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  HMT-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  HMT-REC.
           05  HMT-ACTION         PIC X(03).
               88  HMT-ACTION-PLACE   VALUE "PLC".
               88  HMT-ACTION-CHANGE  VALUE "CHG".
               88  HMT-ACTION-RELEASE VALUE "REL".
           05  HMT-ACCT-NO        PIC 9(09).
           05  HMT-SEQ            PIC 9(03).
           05  HMT-TYPE           PIC X(01).
           05  HMT-AMOUNT         PIC 9(09)V99.
           05  HMT-AMOUNT-X REDEFINES HMT-AMOUNT
                                  PIC X(11).
           05  HMT-EXPIRY-DATE    PIC X(08).
           05  HMT-REF-NO         PIC X(12).
           05  HMT-USER-ID        PIC X(08).
           05                     PIC X(25).
      *
       FD  JRNL-OUT RECORD CONTAINS 200 CHARACTERS RECORDING MODE F.
           COPY HOLDJRN.
      *
       FD  RPT-OUT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  RPT-REC-OUT            PIC X(80).
      *
       FD  CUS-RECS RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY CUSTREC.
      *
       FD  HOLD-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY HOLDREC.
      *

       WORKING-STORAGE SECTION.

       01  PGM-VARIABLES.
           05  WS-READ-COUNT   PIC 9(07)      VALUE ZERO.
           05  WS-APPLY-COUNT  PIC 9(07)      VALUE ZERO.
           05  WS-REJECT-COUNT PIC 9(07)      VALUE ZERO.
           05  WS-PLC-COUNT    PIC 9(07)      VALUE ZERO.
           05  WS-CHG-COUNT    PIC 9(07)      VALUE ZERO.
           05  WS-REL-COUNT    PIC 9(07)      VALUE ZERO.
           05  WS-PLC-AMOUNT   PIC 9(11)V99   VALUE ZERO.
           05  WS-REL-AMOUNT   PIC 9(11)V99   VALUE ZERO.

       01  WS-CUS-STATUS       PIC X(02)      VALUE "00".

       01  WS-HLD-STATUS       PIC X(02)      VALUE "00".

       01  WS-REJECT-REASON    PIC X(30)      VALUE SPACES.

       01  WS-BEFORE-IMAGE     PIC X(80)      VALUE SPACES.

       01  WS-NEXT-SEQ         PIC 9(04)      VALUE ZERO.

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
           05 HOLD-EOF      PIC X VALUE SPACE.

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
           05             PIC X(10) VALUE "ACCOUNT".
           05             PIC X(4)  VALUE "SEQ".
           05             PIC X(2)  VALUE "T".
           05             PIC X(15) VALUE "        AMOUNT".
           05             PIC X(9)  VALUE "RESULT".
           05             PIC X(36) VALUE "REASON".

       01  HEADER-3.
           05             PIC X(80) VALUE ALL "=".

       01  DETAIL-LINE.
           05 DTL-ACTION  PIC X(03) VALUE SPACES.
           05             PIC X(1)  VALUE SPACES.
           05 DTL-ACCT-NO PIC 9(09) VALUE ZERO.
           05             PIC X(1)  VALUE SPACES.
           05 DTL-SEQ     PIC 9(03) VALUE ZERO.
           05             PIC X(1)  VALUE SPACES.
           05 DTL-TYPE    PIC X(01) VALUE SPACES.
           05             PIC X(1)  VALUE SPACES.
           05 DTL-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.
           05             PIC X(1)  VALUE SPACES.
           05 DTL-DISP    PIC X(08) VALUE SPACES.
           05             PIC X(1)  VALUE SPACES.
           05 DTL-REASON  PIC X(30) VALUE SPACES.
           05             PIC X(6)  VALUE SPACES.

       01  TRAILER-1.
           05             PIC X(24) VALUE "TRANSACTIONS READ......".
           05 TRL-READ-COUNT    PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-2.
           05             PIC X(24) VALUE "TRANSACTIONS APPLIED...".
           05 TRL-APPLY-COUNT   PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-3.
           05             PIC X(24) VALUE "TRANSACTIONS REJECTED..".
           05 TRL-REJECT-COUNT  PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-4.
           05             PIC X(24) VALUE "HOLDS PLACED...........".
           05 TRL-PLC-COUNT     PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-5.
           05             PIC X(24) VALUE "HOLDS CHANGED..........".
           05 TRL-CHG-COUNT     PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-6.
           05             PIC X(24) VALUE "HOLDS RELEASED.........".
           05 TRL-REL-COUNT     PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-7.
           05             PIC X(24) VALUE "AMOUNT PLACED ON HOLD..".
           05 TRL-PLC-AMOUNT    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(38) VALUE SPACES.

       01  TRAILER-8.
           05             PIC X(24) VALUE "AMOUNT RELEASED........".
           05 TRL-REL-AMOUNT    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(38) VALUE SPACES.

      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.
      *
       A000-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           OPEN OUTPUT RPT-OUT.
           OPEN EXTEND JRNL-OUT.
           OPEN INPUT HMT-IN.
           OPEN INPUT CUS-RECS.
           IF WS-CUS-STATUS NOT = "00"
               DISPLAY "HOLDMNT: CANNOT OPEN CUSTRECS, STATUS="
                   WS-CUS-STATUS
               GO TO FATAL-STOP
           END-IF.
           OPEN I-O HOLD-FILE.
           IF WS-HLD-STATUS NOT = "00" AND WS-HLD-STATUS NOT = "05"
               DISPLAY "HOLDMNT: CANNOT OPEN HOLDS, STATUS="
                   WS-HLD-STATUS
               GO TO FATAL-STOP
           END-IF.
           PERFORM A010-WRITE-HEADERS.

       A020-MAIN-LOOP.
           PERFORM READ-HMT-RECORD.
           PERFORM B010-PROCESS-TRANSACTION
               UNTIL LASTREC = 'Y'.

       CLOSE-STOP.
           PERFORM C040-WRITE-TRAILER.
           CLOSE RPT-OUT.
           CLOSE JRNL-OUT.
           CLOSE HMT-IN.
           CLOSE HOLD-FILE.
           CLOSE CUS-RECS.
           STOP RUN.

       A010-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE SPACES TO RPT-REC-OUT.
           MOVE "HOLD AND LIEN MAINTENANCE REGISTER" TO TITLE-1.
           MOVE WS-PAGE-COUNT TO PAGE-NO-1.
           WRITE RPT-REC-OUT FROM HEADER-1 AFTER ADVANCING PAGE.
           WRITE RPT-REC-OUT FROM HEADER-2.
           WRITE RPT-REC-OUT FROM HEADER-3.
           MOVE ZERO TO WS-LINE-COUNT.

      ****************************************************************
      *  B010-PROCESS-TRANSACTION WORKS ONE REQUEST FROM THE DAY'S   *
      *  HOLDIN FILE AND READS THE NEXT                              *
      ****************************************************************
       B010-PROCESS-TRANSACTION.
           ADD 1 TO WS-READ-COUNT.
           PERFORM B015-APPLY-ONE-REQUEST.
           PERFORM READ-HMT-RECORD.

      ****************************************************************
      *  B015-APPLY-ONE-REQUEST DISPATCHES THE REQUEST TO THE PLACE, *
      *  CHANGE, OR RELEASE HANDLER, THEN PRINTS ONE REGISTER LINE   *
      *  SHOWING WHETHER IT WAS APPLIED OR REJECTED.  EVERY REQUEST  *
      *  MUST NAME THE USER MAKING IT                                *
      ****************************************************************
       B015-APPLY-ONE-REQUEST.
           MOVE 'Y' TO VALID-FLAG.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE ZERO TO DTL-SEQ.
           IF HMT-USER-ID = SPACES
               MOVE SPACE TO VALID-FLAG
               MOVE "USER ID REQUIRED" TO WS-REJECT-REASON
           ELSE
               IF HMT-ACTION-PLACE
                   PERFORM B020-APPLY-PLACE
                       THRU B020-APPLY-PLACE-EXIT
               ELSE
                   IF HMT-ACTION-CHANGE
                       PERFORM B030-APPLY-CHANGE
                           THRU B030-APPLY-CHANGE-EXIT
                   ELSE
                       IF HMT-ACTION-RELEASE
                           PERFORM B040-APPLY-RELEASE
                               THRU B040-APPLY-RELEASE-EXIT
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
      *  B020-APPLY-PLACE VALIDATES A NEW HOLD AND WRITES IT UNDER   *
      *  THE NEXT SEQUENCE NUMBER FOR THE ACCOUNT.  THE ACCOUNT MUST *
      *  BE ON THE MASTER AND OPEN; THE TYPE, AMOUNT, EXPIRY DATE,   *
      *  AND REFERENCE NUMBER ARE VALIDATED BY B050.  THE AUDIT      *
      *  BEFORE-IMAGE OF A PLACEMENT IS SPACES                       *
      ****************************************************************
       B020-APPLY-PLACE.
           IF HMT-ACCT-NO NOT NUMERIC OR HMT-ACCT-NO = ZERO
               MOVE SPACE TO VALID-FLAG
               MOVE "INVALID ACCOUNT NUMBER" TO WS-REJECT-REASON
               GO TO B020-APPLY-PLACE-EXIT
           END-IF.
           MOVE HMT-ACCT-NO TO ACCT-NO-IN.
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
               GO TO B020-APPLY-PLACE-EXIT
           END-IF.
           PERFORM B050-VALIDATE-REQUEST
               THRU B050-VALIDATE-REQUEST-EXIT.
           IF VALID-FLAG NOT = 'Y'
               GO TO B020-APPLY-PLACE-EXIT
           END-IF.
           PERFORM B025-FIND-NEXT-SEQUENCE.
           IF WS-NEXT-SEQ > 999
               MOVE SPACE TO VALID-FLAG
               MOVE "HOLD SEQUENCE NUMBERS USED UP" TO WS-REJECT-REASON
               GO TO B020-APPLY-PLACE-EXIT
           END-IF.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE SPACES TO HLD-REC.
           MOVE HMT-ACCT-NO TO HLD-ACCT-NO.
           MOVE WS-NEXT-SEQ TO HLD-SEQ.
           MOVE HMT-TYPE TO HLD-TYPE.
           MOVE 'A' TO HLD-STATUS.
           MOVE HMT-AMOUNT TO HLD-AMOUNT.
           MOVE WS-CURRENT-DATE TO HLD-PLACED-DATE.
           IF HMT-EXPIRY-DATE = SPACES
               MOVE ZERO TO HLD-EXPIRY-DATE
           ELSE
               MOVE HMT-EXPIRY-DATE TO HLD-EXPIRY-DATE
           END-IF.
           MOVE HMT-REF-NO TO HLD-REF-NO.
           MOVE HMT-USER-ID TO HLD-PLACED-BY.
           MOVE ZERO TO HLD-STATUS-DATE.
           WRITE HLD-REC
               INVALID KEY
                   MOVE SPACE TO VALID-FLAG
                   MOVE "HOLD WRITE FAILED" TO WS-REJECT-REASON
           END-WRITE.
           IF VALID-FLAG = 'Y'
               ADD 1 TO WS-PLC-COUNT
               ADD HLD-AMOUNT TO WS-PLC-AMOUNT
               MOVE HLD-SEQ TO DTL-SEQ
               PERFORM C020-WRITE-JOURNAL-RECORD
           END-IF.

       B020-APPLY-PLACE-EXIT.
           EXIT.

      ****************************************************************
      *  B025-FIND-NEXT-SEQUENCE BROWSES THE ACCOUNT'S HOLDS, ACTIVE *
      *  OR NOT, AND LEAVES ONE MORE THAN THE HIGHEST SEQUENCE NUMBER*
      *  IN WS-NEXT-SEQ, SO A RELEASED HOLD'S NUMBER IS NEVER REUSED *
      ****************************************************************
       B025-FIND-NEXT-SEQUENCE.
           MOVE 1 TO WS-NEXT-SEQ.
           MOVE SPACE TO HOLD-EOF.
           MOVE HMT-ACCT-NO TO HLD-ACCT-NO.
           MOVE ZERO TO HLD-SEQ.
           START HOLD-FILE KEY IS NOT LESS THAN HLD-KEY
               INVALID KEY MOVE 'Y' TO HOLD-EOF
           END-START.
           IF HOLD-EOF NOT = 'Y'
               PERFORM READ-HOLD-NEXT
           END-IF.
           PERFORM B027-NOTE-ONE-SEQUENCE
               UNTIL HOLD-EOF = 'Y'.

       B027-NOTE-ONE-SEQUENCE.
           IF HLD-ACCT-NO NOT = HMT-ACCT-NO
               MOVE 'Y' TO HOLD-EOF
           ELSE
               COMPUTE WS-NEXT-SEQ = HLD-SEQ + 1
               PERFORM READ-HOLD-NEXT
           END-IF.

      ****************************************************************
      *  B030-APPLY-CHANGE READS THE HOLD, WHICH MUST STILL BE       *
      *  ACTIVE, SAVES ITS BEFORE-IMAGE, AND OVERLAYS THE TYPE,      *
      *  AMOUNT, EXPIRY DATE, AND REFERENCE NUMBER FROM THE REQUEST  *
      *  WHERE THEY ARE SUPPLIED.  AN EXPIRY DATE OF ZEROS LEAVES THE*
      *  HOLD STANDING UNTIL IT IS RELEASED                          *
      ****************************************************************
       B030-APPLY-CHANGE.
           PERFORM B045-READ-ACTIVE-HOLD.
           IF VALID-FLAG NOT = 'Y'
               GO TO B030-APPLY-CHANGE-EXIT
           END-IF.
           MOVE HLD-REC TO WS-BEFORE-IMAGE.
           IF HMT-TYPE NOT = SPACE
               MOVE HMT-TYPE TO HLD-TYPE
           END-IF.
           IF HMT-AMOUNT-X NOT = SPACES
               MOVE HMT-AMOUNT TO HLD-AMOUNT
           END-IF.
           IF HMT-EXPIRY-DATE NOT = SPACES
               MOVE HMT-EXPIRY-DATE TO HLD-EXPIRY-DATE
           END-IF.
           IF HMT-REF-NO NOT = SPACES
               MOVE HMT-REF-NO TO HLD-REF-NO
           END-IF.
           MOVE HLD-TYPE TO HMT-TYPE.
           MOVE HLD-AMOUNT TO HMT-AMOUNT.
           MOVE HLD-EXPIRY-DATE TO HMT-EXPIRY-DATE.
           MOVE HLD-REF-NO TO HMT-REF-NO.
           PERFORM B050-VALIDATE-REQUEST
               THRU B050-VALIDATE-REQUEST-EXIT.
           IF VALID-FLAG NOT = 'Y'
               GO TO B030-APPLY-CHANGE-EXIT
           END-IF.
           REWRITE HLD-REC
               INVALID KEY
                   MOVE SPACE TO VALID-FLAG
                   MOVE "HOLD REWRITE FAILED" TO WS-REJECT-REASON
           END-REWRITE.
           IF VALID-FLAG = 'Y'
               ADD 1 TO WS-CHG-COUNT
               PERFORM C020-WRITE-JOURNAL-RECORD
           END-IF.

       B030-APPLY-CHANGE-EXIT.
           EXIT.

      ****************************************************************
      *  B040-APPLY-RELEASE READS THE HOLD, WHICH MUST STILL BE      *
      *  ACTIVE, AND MARKS IT RELEASED WITH THE RUN DATE AND THE     *
      *  RELEASING USER.  THE RECORD STAYS ON FILE FOR THE AUDIT     *
      ****************************************************************
       B040-APPLY-RELEASE.
           PERFORM B045-READ-ACTIVE-HOLD.
           IF VALID-FLAG NOT = 'Y'
               GO TO B040-APPLY-RELEASE-EXIT
           END-IF.
           MOVE HLD-REC TO WS-BEFORE-IMAGE.
           MOVE 'R' TO HLD-STATUS.
           MOVE WS-CURRENT-DATE TO HLD-STATUS-DATE.
           MOVE HMT-USER-ID TO HLD-CLOSED-BY.
           REWRITE HLD-REC
               INVALID KEY
                   MOVE SPACE TO VALID-FLAG
                   MOVE "HOLD REWRITE FAILED" TO WS-REJECT-REASON
           END-REWRITE.
           IF VALID-FLAG = 'Y'
               ADD 1 TO WS-REL-COUNT
               ADD HLD-AMOUNT TO WS-REL-AMOUNT
               PERFORM C020-WRITE-JOURNAL-RECORD
           END-IF.

       B040-APPLY-RELEASE-EXIT.
           EXIT.

      ****************************************************************
      *  B045-READ-ACTIVE-HOLD READS THE HOLD NAMED BY ACCOUNT AND   *
      *  SEQUENCE NUMBER ON THE REQUEST AND REJECTS THE REQUEST WHEN *
      *  IT IS NOT ON FILE OR IS ALREADY RELEASED OR EXPIRED         *
      ****************************************************************
       B045-READ-ACTIVE-HOLD.
           IF HMT-ACCT-NO NOT NUMERIC OR HMT-SEQ NOT NUMERIC
               MOVE SPACE TO VALID-FLAG
               MOVE "INVALID HOLD KEY" TO WS-REJECT-REASON
           ELSE
               MOVE HMT-ACCT-NO TO HLD-ACCT-NO
               MOVE HMT-SEQ TO HLD-SEQ
               MOVE HMT-SEQ TO DTL-SEQ
               READ HOLD-FILE
                   INVALID KEY
                       MOVE SPACE TO VALID-FLAG
                       MOVE "HOLD NOT ON FILE" TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF NOT HLD-ACTIVE
                           MOVE SPACE TO VALID-FLAG
                           MOVE "HOLD NO LONGER ACTIVE"
                               TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF.

      ****************************************************************
      *  B050-VALIDATE-REQUEST CHECKS THE HOLD DETAILS ON THE        *
      *  REQUEST: A KNOWN HOLD TYPE, A NUMERIC AMOUNT ABOVE ZERO, AN *
      *  EXPIRY DATE THAT IS BLANK, ZEROS, OR A VALID DATE NOT BEFORE*
      *  THE RUN DATE, AND A REFERENCE NUMBER (COURT ORDER, LEVY     *
      *  NOTICE, OR DEPOSIT ITEM) SO EVERY HOLD CAN BE TRACED        *
      ****************************************************************
       B050-VALIDATE-REQUEST.
           IF HMT-TYPE NOT = 'G' AND HMT-TYPE NOT = 'L' AND
              HMT-TYPE NOT = 'U' AND HMT-TYPE NOT = 'O'
               MOVE SPACE TO VALID-FLAG
               MOVE "INVALID HOLD TYPE" TO WS-REJECT-REASON
               GO TO B050-VALIDATE-REQUEST-EXIT
           END-IF.
           IF HMT-AMOUNT NOT NUMERIC OR HMT-AMOUNT = ZERO
               MOVE SPACE TO VALID-FLAG
               MOVE "INVALID HOLD AMOUNT" TO WS-REJECT-REASON
               GO TO B050-VALIDATE-REQUEST-EXIT
           END-IF.
           IF HMT-EXPIRY-DATE NOT = SPACES AND
              HMT-EXPIRY-DATE NOT = ZEROS
               MOVE HMT-EXPIRY-DATE TO WS-WORK-DATE
               PERFORM B070-VALIDATE-DATE
                   THRU B070-VALIDATE-DATE-EXIT
               IF WS-DATE-OK-FLAG NOT = 'Y'
                   MOVE SPACE TO VALID-FLAG
                   MOVE "INVALID EXPIRY DATE" TO WS-REJECT-REASON
                   GO TO B050-VALIDATE-REQUEST-EXIT
               END-IF
               IF HMT-EXPIRY-DATE < WS-CURRENT-DATE
                   MOVE SPACE TO VALID-FLAG
                   MOVE "EXPIRY DATE ALREADY PAST"
                       TO WS-REJECT-REASON
                   GO TO B050-VALIDATE-REQUEST-EXIT
               END-IF
           END-IF.
           IF HMT-REF-NO = SPACES
               MOVE SPACE TO VALID-FLAG
               MOVE "REFERENCE NUMBER REQUIRED" TO WS-REJECT-REASON
               GO TO B050-VALIDATE-REQUEST-EXIT
           END-IF.

       B050-VALIDATE-REQUEST-EXIT.
           EXIT.

      ****************************************************************
      *  B070-VALIDATE-DATE CHECKS WS-WORK-DATE AS A REAL YYYYMMDD   *
      *  CALENDAR DATE: NUMERIC, MONTH 01-12, DAY WITHIN THE MONTH,  *
      *  WITH FEBRUARY 29 ALLOWED ONLY IN A LEAP YEAR                *
      ****************************************************************
       B070-VALIDATE-DATE.
           MOVE SPACE TO WS-DATE-OK-FLAG.
           IF WS-WORK-DATE NOT NUMERIC
               GO TO B070-VALIDATE-DATE-EXIT
           END-IF.
           IF WS-WORK-MONTH < 01 OR WS-WORK-MONTH > 12
               GO TO B070-VALIDATE-DATE-EXIT
           END-IF.
           IF WS-WORK-DAY < 01 OR WS-WORK-DAY > 31
               GO TO B070-VALIDATE-DATE-EXIT
           END-IF.
           IF WS-WORK-DAY = 31 AND
              (WS-WORK-MONTH = 02 OR WS-WORK-MONTH = 04 OR
               WS-WORK-MONTH = 06 OR WS-WORK-MONTH = 09 OR
               WS-WORK-MONTH = 11)
               GO TO B070-VALIDATE-DATE-EXIT
           END-IF.
           IF WS-WORK-MONTH = 02 AND WS-WORK-DAY = 30
               GO TO B070-VALIDATE-DATE-EXIT
           END-IF.
           IF WS-WORK-MONTH = 02 AND WS-WORK-DAY = 29
               IF FUNCTION MOD(WS-WORK-YEAR 4) NOT = ZERO OR
                  (FUNCTION MOD(WS-WORK-YEAR 100) = ZERO AND
                   FUNCTION MOD(WS-WORK-YEAR 400) NOT = ZERO)
                   GO TO B070-VALIDATE-DATE-EXIT
               END-IF
           END-IF.
           MOVE 'Y' TO WS-DATE-OK-FLAG.

       B070-VALIDATE-DATE-EXIT.
           EXIT.

      ****************************************************************
      *  C010-PRINT-REGISTER-LINE PRINTS ONE LINE PER REQUEST ON THE *
      *  MAINTENANCE REGISTER, APPLIED OR REJECTED WITH REASON       *
      ****************************************************************
       C010-PRINT-REGISTER-LINE.
           IF VALID-FLAG = 'Y'
               ADD 1 TO WS-APPLY-COUNT
               MOVE "APPLIED " TO DTL-DISP
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED" TO DTL-DISP
           END-IF.
           MOVE HMT-ACTION TO DTL-ACTION.
           IF HMT-ACCT-NO NUMERIC
               MOVE HMT-ACCT-NO TO DTL-ACCT-NO
           ELSE
               MOVE ZERO TO DTL-ACCT-NO
           END-IF.
           MOVE HMT-TYPE TO DTL-TYPE.
           IF HMT-AMOUNT NUMERIC
               MOVE HMT-AMOUNT TO DTL-AMOUNT
           ELSE
               MOVE ZERO TO DTL-AMOUNT
           END-IF.
           IF VALID-FLAG = 'Y' AND NOT HMT-ACTION-PLACE
               MOVE HLD-TYPE TO DTL-TYPE
               MOVE HLD-AMOUNT TO DTL-AMOUNT
           END-IF.
           MOVE WS-REJECT-REASON TO DTL-REASON.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM A010-WRITE-HEADERS
           END-IF.
           WRITE RPT-REC-OUT FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.

      ****************************************************************
      *  C020-WRITE-JOURNAL-RECORD JOURNALS ONE APPLIED CHANGE WITH  *
      *  THE BEFORE-IMAGE, THE AFTER-IMAGE AS WRITTEN, AND WHO/WHEN  *
      *  SO AUDIT CAN RECONSTRUCT HOW ANY HOLD CAME TO BE AS IT IS   *
      ****************************************************************
       C020-WRITE-JOURNAL-RECORD.
           MOVE SPACES TO HJR-REC.
           MOVE HMT-ACTION TO HJR-ACTION.
           MOVE HMT-USER-ID TO HJR-USER-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO HJR-TIMESTAMP.
           MOVE WS-BEFORE-IMAGE TO HJR-BEFORE-IMAGE.
           MOVE HLD-REC TO HJR-AFTER-IMAGE.
           WRITE HJR-REC.

       READ-HMT-RECORD.
           READ HMT-IN
               AT END MOVE 'Y' TO LASTREC
           END-READ.

       READ-HOLD-NEXT.
           READ HOLD-FILE NEXT RECORD
               AT END MOVE 'Y' TO HOLD-EOF
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
           MOVE WS-PLC-COUNT TO TRL-PLC-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-4.
           MOVE WS-CHG-COUNT TO TRL-CHG-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-5.
           MOVE WS-REL-COUNT TO TRL-REL-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-6.
           MOVE WS-PLC-AMOUNT TO TRL-PLC-AMOUNT.
           WRITE RPT-REC-OUT FROM TRAILER-7.
           MOVE WS-REL-AMOUNT TO TRL-REL-AMOUNT.
           WRITE RPT-REC-OUT FROM TRAILER-8.

      ****************************************************************
      *  FATAL-STOP ABANDONS THE RUN WHEN CUSTRECS OR HOLDS CANNOT   *
      *  BE OPENED SO NO HOLD IS HALF-APPLIED                        *
      ****************************************************************
       FATAL-STOP.
           CLOSE RPT-OUT.
           CLOSE JRNL-OUT.
           CLOSE HMT-IN.
           STOP RUN.
