       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HOLDEXP.
       AUTHOR.        STUDENT.
      *
      * MODIFICATION HISTORY:
      *   2026.10.15  SEC  NEW PROGRAM.  NIGHTLY HOLD EXPIRY AND DAILY
      *                    HOLD REGISTER.  PASSES THE INDEXED HOLDS
      *                    FILE AND MARKS EXPIRED ('E') EVERY ACTIVE
      *                    HOLD WHOSE EXPIRY DATE IS BEFORE THE
      *                    BUSINESS DATE, JOURNALING EACH ONE TO
      *                    HOLDJRNL IN THE SAME BEFORE/AFTER FORMAT
      *                    HOLDMNT USES, SO TRANPOST NO LONGER
      *                    COUNTS A LAPSED HOLD AGAINST THE AVAILABLE
      *                    BALANCE.  IT THEN READS THE JOURNAL BACK
      *                    AND PRINTS THE DAY'S HOLD REGISTER - EVERY
      *                    HOLD PLACED, CHANGED, RELEASED, AND
      *                    EXPIRED FOR THE BUSINESS DATE - WITH
      *                    COUNT AND AMOUNT CONTROL TOTALS AND THE
      *                    HOLDS STILL OUTSTANDING.  RUNS IN THE
      *                    NIGHTLY STREAM AFTER TRANEDIT AND BEFORE
      *                    TRANPOST UNDER THE RUNCTL RUN-CONTROL
      *                    LEDGER.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO HOLDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HLD-STATUS.
           SELECT JRNL-OUT ASSIGN TO HOLDJRNL.
           SELECT JRNL-IN ASSIGN TO HOLDJRNL.
           SELECT RPT-OUT ASSIGN TO HOLDRPT.
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
       FD  HOLD-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY HOLDREC.
      *
       FD  JRNL-OUT RECORD CONTAINS 200 CHARACTERS RECORDING MODE F.
           COPY HOLDJRN.
      *
       FD  JRNL-IN RECORD CONTAINS 200 CHARACTERS RECORDING MODE F.
       01  JIN-REC.
           05  JIN-ACTION         PIC X(03).
           05  JIN-USER-ID        PIC X(08).
           05  JIN-TIMESTAMP      PIC X(14).
           05  JIN-BEFORE-IMAGE   PIC X(80).
           05  JIN-AFTER-IMAGE.
               10  JIN-ACCT-NO    PIC 9(09).
               10  JIN-SEQ        PIC 9(03).
               10  JIN-TYPE       PIC X(01).
               10  JIN-STATUS     PIC X(01).
               10  JIN-AMOUNT     PIC 9(09)V99.
               10  JIN-PLACED-DATE PIC 9(08).
               10  JIN-EXPIRY-DATE PIC 9(08).
               10  JIN-REF-NO     PIC X(12).
               10                 PIC X(27).
           05                     PIC X(15).
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
           05  WS-HOLD-READ    PIC 9(07)      VALUE ZERO.
           05  WS-EXP-COUNT    PIC 9(07)      VALUE ZERO.
           05  WS-ACTIVE-COUNT PIC 9(07)      VALUE ZERO.
           05  WS-JRNL-READ    PIC 9(07)      VALUE ZERO.
           05  WS-PLC-COUNT    PIC 9(07)      VALUE ZERO.
           05  WS-CHG-COUNT    PIC 9(07)      VALUE ZERO.
           05  WS-REL-COUNT    PIC 9(07)      VALUE ZERO.
           05  WS-JEXP-COUNT   PIC 9(07)      VALUE ZERO.
           05  WS-EXP-AMOUNT   PIC 9(13)V99   VALUE ZERO.
           05  WS-ACTIVE-AMOUNT PIC 9(13)V99  VALUE ZERO.
           05  WS-PLC-AMOUNT   PIC 9(13)V99   VALUE ZERO.
           05  WS-REL-AMOUNT   PIC 9(13)V99   VALUE ZERO.
           05  WS-JEXP-AMOUNT  PIC 9(13)V99   VALUE ZERO.

       01  WS-HLD-STATUS       PIC X(02)      VALUE "00".

       01  WS-BEFORE-IMAGE     PIC X(80)      VALUE SPACES.

       01  WS-LINE-COUNT       PIC 9(03)      VALUE ZERO.

       01  WS-LINES-PER-PAGE   PIC 9(03)      VALUE 55.

       01  WS-PAGE-COUNT       PIC 9(03)      VALUE ZERO.

       01  WS-RPT-LINE         PIC X(80)      VALUE SPACES.

       01  WS-RC-STATUS        PIC X(02)      VALUE "00".

       01  RUN-CONTROL-FIELDS.
           05  WS-RC-PROGRAM   PIC X(08)      VALUE "HOLDEXP".
           05  WS-RC-PRED      PIC X(08)      VALUE "TRANEDIT".
           05  WS-RC-BUS-DATE  PIC 9(08)      VALUE ZERO.
           05  WS-RC-PERIOD    PIC X(16)      VALUE SPACES.
           05  WS-RC-RUN-COUNT PIC 9(03)      VALUE ZERO.
           05  WS-RC-OVERRIDE  PIC X(01)      VALUE SPACE.
           05  WS-RC-OVR-USER  PIC X(08)      VALUE SPACES.
           05  WS-RC-ON-FILE   PIC X(01)      VALUE SPACE.
           05  WS-RC-END-STATUS PIC X(01)     VALUE 'C'.
           05  WS-RC-REFUSAL   PIC X(60)      VALUE SPACES.

       01  FLAGS.
           05 HOLD-EOF      PIC X VALUE SPACE.
           05 JRNL-EOF      PIC X VALUE SPACE.
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
           05             PIC X(9)  VALUE "ACTION".
           05             PIC X(10) VALUE "ACCOUNT".
           05             PIC X(4)  VALUE "SEQ".
           05             PIC X(2)  VALUE "T".
           05             PIC X(15) VALUE "        AMOUNT".
           05             PIC X(9)  VALUE "EXPIRES".
           05             PIC X(13) VALUE "REFERENCE".
           05             PIC X(18) VALUE "USER".

       01  DETAIL-LINE.
           05 DTL-ACTION  PIC X(08) VALUE SPACES.
           05             PIC X(1)  VALUE SPACES.
           05 DTL-ACCT-NO PIC 9(09) VALUE ZERO.
           05             PIC X(1)  VALUE SPACES.
           05 DTL-SEQ     PIC 9(03) VALUE ZERO.
           05             PIC X(1)  VALUE SPACES.
           05 DTL-TYPE    PIC X(01) VALUE SPACES.
           05             PIC X(1)  VALUE SPACES.
           05 DTL-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.
           05             PIC X(1)  VALUE SPACES.
           05 DTL-EXPIRY  PIC X(08) VALUE SPACES.
           05             PIC X(1)  VALUE SPACES.
           05 DTL-REF-NO  PIC X(12) VALUE SPACES.
           05             PIC X(1)  VALUE SPACES.
           05 DTL-USER-ID PIC X(08) VALUE SPACES.
           05             PIC X(10) VALUE SPACES.

       01  TRAILER-1.
           05             PIC X(24) VALUE "HOLDS ON FILE READ.....".
           05 TRL-HOLD-READ     PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-2.
           05             PIC X(24) VALUE "HOLDS PLACED...........".
           05 TRL-PLC-COUNT     PIC Z,ZZZ,ZZ9.
           05             PIC X(2)  VALUE SPACES.
           05 TRL-PLC-AMOUNT    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(28) VALUE SPACES.

       01  TRAILER-3.
           05             PIC X(24) VALUE "HOLDS CHANGED..........".
           05 TRL-CHG-COUNT     PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-4.
           05             PIC X(24) VALUE "HOLDS RELEASED.........".
           05 TRL-REL-COUNT     PIC Z,ZZZ,ZZ9.
           05             PIC X(2)  VALUE SPACES.
           05 TRL-REL-AMOUNT    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(28) VALUE SPACES.

       01  TRAILER-5.
           05             PIC X(24) VALUE "HOLDS EXPIRED..........".
           05 TRL-JEXP-COUNT    PIC Z,ZZZ,ZZ9.
           05             PIC X(2)  VALUE SPACES.
           05 TRL-JEXP-AMOUNT   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(28) VALUE SPACES.

       01  TRAILER-6.
           05             PIC X(24) VALUE "EXPIRED THIS RUN.......".
           05 TRL-EXP-COUNT     PIC Z,ZZZ,ZZ9.
           05             PIC X(2)  VALUE SPACES.
           05 TRL-EXP-AMOUNT    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(28) VALUE SPACES.

       01  TRAILER-7.
           05             PIC X(24) VALUE "HOLDS OUTSTANDING......".
           05 TRL-ACTIVE-COUNT  PIC Z,ZZZ,ZZ9.
           05             PIC X(2)  VALUE SPACES.
           05 TRL-ACTIVE-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(28) VALUE SPACES.

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
           OPEN EXTEND JRNL-OUT.
           OPEN I-O HOLD-FILE.
           IF WS-HLD-STATUS NOT = "00" AND WS-HLD-STATUS NOT = "05"
               DISPLAY "HOLDEXP: CANNOT OPEN HOLDS, STATUS="
                   WS-HLD-STATUS
               GO TO FATAL-STOP
           END-IF.
           PERFORM A010-WRITE-HEADERS.

       A020-EXPIRE-HOLDS.
           MOVE LOW-VALUES TO HLD-KEY.
           START HOLD-FILE KEY IS NOT LESS THAN HLD-KEY
               INVALID KEY MOVE 'Y' TO HOLD-EOF
           END-START.
           IF HOLD-EOF NOT = 'Y'
               PERFORM READ-HOLD-NEXT
           END-IF.
           PERFORM B010-CHECK-ONE-HOLD
               UNTIL HOLD-EOF = 'Y'.
           CLOSE HOLD-FILE.
           CLOSE JRNL-OUT.

       A030-LIST-DAY.
           OPEN INPUT JRNL-IN.
           PERFORM READ-JRNL-RECORD.
           PERFORM B030-LIST-ONE-ENTRY
               UNTIL JRNL-EOF = 'Y'.
           CLOSE JRNL-IN.

       CLOSE-STOP.
           PERFORM C040-WRITE-TRAILER.
           CLOSE RPT-OUT.
           PERFORM R080-STAMP-RUN-END.
           STOP RUN.

       A010-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE SPACES TO RPT-REC-OUT.
           MOVE "DAILY HOLD AND LIEN REGISTER" TO TITLE-1.
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
      *  B010-CHECK-ONE-HOLD LOOKS AT ONE HOLD ON FILE.  AN ACTIVE   *
      *  HOLD WHOSE EXPIRY DATE IS BEFORE THE BUSINESS DATE IS       *
      *  EXPIRED; ANY OTHER ACTIVE HOLD IS COUNTED AS OUTSTANDING.   *
      *  RELEASED AND EXPIRED HOLDS STAY ON FILE UNTOUCHED           *
      ****************************************************************
       B010-CHECK-ONE-HOLD.
           ADD 1 TO WS-HOLD-READ.
           IF HLD-ACTIVE
               IF HLD-EXPIRY-DATE NOT = ZERO AND
                  HLD-EXPIRY-DATE < WS-RC-BUS-DATE
                   PERFORM B020-EXPIRE-ONE-HOLD
               ELSE
                   ADD 1 TO WS-ACTIVE-COUNT
                   ADD HLD-AMOUNT TO WS-ACTIVE-AMOUNT
               END-IF
           END-IF.
           PERFORM READ-HOLD-NEXT.

      ****************************************************************
      *  B020-EXPIRE-ONE-HOLD MARKS THE HOLD EXPIRED AS OF THE       *
      *  BUSINESS DATE AND JOURNALS THE CHANGE UNDER THIS PROGRAM'S  *
      *  NAME, THE WAY HOLDMNT JOURNALS A RELEASE                    *
      ****************************************************************
       B020-EXPIRE-ONE-HOLD.
           MOVE HLD-REC TO WS-BEFORE-IMAGE.
           MOVE 'E' TO HLD-STATUS.
           MOVE WS-RC-BUS-DATE TO HLD-STATUS-DATE.
           MOVE WS-RC-PROGRAM TO HLD-CLOSED-BY.
           REWRITE HLD-REC
               INVALID KEY
                   DISPLAY "HOLDEXP: REWRITE FAILED FOR HOLD "
                       HLD-ACCT-NO "/" HLD-SEQ " STATUS=" WS-HLD-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-EXP-COUNT
                   ADD HLD-AMOUNT TO WS-EXP-AMOUNT
                   MOVE SPACES TO HJR-REC
                   MOVE "EXP" TO HJR-ACTION
                   MOVE WS-RC-PROGRAM TO HJR-USER-ID
                   MOVE FUNCTION CURRENT-DATE(1:14) TO HJR-TIMESTAMP
                   MOVE WS-BEFORE-IMAGE TO HJR-BEFORE-IMAGE
                   MOVE HLD-REC TO HJR-AFTER-IMAGE
                   WRITE HJR-REC
           END-REWRITE.

      ****************************************************************
      *  B030-LIST-ONE-ENTRY PRINTS ONE REGISTER LINE FOR EACH HOLD  *
      *  JOURNAL RECORD STAMPED ON THE BUSINESS DATE, FROM THE HOLD  *
      *  AS IT STOOD AFTER THE CHANGE, AND ADDS IT TO THE TOTALS FOR *
      *  ITS ACTION                                                  *
      ****************************************************************
       B030-LIST-ONE-ENTRY.
           ADD 1 TO WS-JRNL-READ.
           IF JIN-TIMESTAMP(1:8) = WS-CURRENT-DATE
               PERFORM B035-PRINT-ENTRY
           END-IF.
           PERFORM READ-JRNL-RECORD.

       B035-PRINT-ENTRY.
           IF JIN-ACTION = "PLC"
               MOVE "PLACED  " TO DTL-ACTION
               ADD 1 TO WS-PLC-COUNT
               ADD JIN-AMOUNT TO WS-PLC-AMOUNT
           END-IF.
           IF JIN-ACTION = "CHG"
               MOVE "CHANGED " TO DTL-ACTION
               ADD 1 TO WS-CHG-COUNT
           END-IF.
           IF JIN-ACTION = "REL"
               MOVE "RELEASED" TO DTL-ACTION
               ADD 1 TO WS-REL-COUNT
               ADD JIN-AMOUNT TO WS-REL-AMOUNT
           END-IF.
           IF JIN-ACTION = "EXP"
               MOVE "EXPIRED " TO DTL-ACTION
               ADD 1 TO WS-JEXP-COUNT
               ADD JIN-AMOUNT TO WS-JEXP-AMOUNT
           END-IF.
           MOVE JIN-ACCT-NO TO DTL-ACCT-NO.
           MOVE JIN-SEQ TO DTL-SEQ.
           MOVE JIN-TYPE TO DTL-TYPE.
           MOVE JIN-AMOUNT TO DTL-AMOUNT.
           IF JIN-EXPIRY-DATE = ZERO
               MOVE "NONE" TO DTL-EXPIRY
           ELSE
               MOVE JIN-EXPIRY-DATE TO DTL-EXPIRY
           END-IF.
           MOVE JIN-REF-NO TO DTL-REF-NO.
           MOVE JIN-USER-ID TO DTL-USER-ID.
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

       READ-HOLD-NEXT.
           READ HOLD-FILE NEXT RECORD
               AT END MOVE 'Y' TO HOLD-EOF
           END-READ.

       READ-JRNL-RECORD.
           READ JRNL-IN
               AT END MOVE 'Y' TO JRNL-EOF
           END-READ.

      ****************************************************************
      *  C040-WRITE-TRAILER WRITES THE CONTROL TOTALS: THE DAY'S     *
      *  PLACEMENTS, CHANGES, RELEASES, AND EXPIRIES FROM THE        *
      *  JOURNAL, THE EXPIRIES MADE BY THIS RUN, AND THE HOLDS STILL *
      *  IN FORCE, SO THE REGISTER CAN BE BALANCED AGAINST THE       *
      *  HOLDMNT REGISTER AND THE HOLDS FILE                         *
      ****************************************************************
       C040-WRITE-TRAILER.
           MOVE SPACES TO RPT-REC-OUT.
           WRITE RPT-REC-OUT FROM HEADER-3.
           MOVE WS-HOLD-READ TO TRL-HOLD-READ.
           WRITE RPT-REC-OUT FROM TRAILER-1.
           MOVE WS-PLC-COUNT TO TRL-PLC-COUNT.
           MOVE WS-PLC-AMOUNT TO TRL-PLC-AMOUNT.
           WRITE RPT-REC-OUT FROM TRAILER-2.
           MOVE WS-CHG-COUNT TO TRL-CHG-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-3.
           MOVE WS-REL-COUNT TO TRL-REL-COUNT.
           MOVE WS-REL-AMOUNT TO TRL-REL-AMOUNT.
           WRITE RPT-REC-OUT FROM TRAILER-4.
           MOVE WS-JEXP-COUNT TO TRL-JEXP-COUNT.
           MOVE WS-JEXP-AMOUNT TO TRL-JEXP-AMOUNT.
           WRITE RPT-REC-OUT FROM TRAILER-5.
           MOVE WS-EXP-COUNT TO TRL-EXP-COUNT.
           MOVE WS-EXP-AMOUNT TO TRL-EXP-AMOUNT.
           WRITE RPT-REC-OUT FROM TRAILER-6.
           MOVE WS-ACTIVE-COUNT TO TRL-ACTIVE-COUNT.
           MOVE WS-ACTIVE-AMOUNT TO TRL-ACTIVE-AMOUNT.
           WRITE RPT-REC-OUT FROM TRAILER-7.

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
               DISPLAY "HOLDEXP: CANNOT OPEN RUNCTL, STATUS="
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
               DISPLAY "HOLDEXP: RERUN OVERRIDE FOR " WS-RC-BUS-DATE
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
      *  R050-CHECK-PREDECESSOR REFUSES THE RUN UNLESS TRANEDIT HAS  *
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
                       DISPLAY "HOLDEXP: RUNCTL REWRITE FAILED, "
                           "STATUS=" WS-RC-STATUS
               END-REWRITE
           ELSE
               WRITE RC-REC
                   INVALID KEY
                       DISPLAY "HOLDEXP: RUNCTL WRITE FAILED, "
                           "STATUS=" WS-RC-STATUS
               END-WRITE
           END-IF.

      ****************************************************************
      *  R070-SET-CONTROL-TOTALS CARRIES THE REGISTER TRAILER TOTALS *
      *  ONTO THE LEDGER: COUNT 1 HOLDS READ, 2 EXPIRED THIS RUN,    *
      *  3 PLACED, 4 CHANGED, 5 RELEASED, 6 STILL OUTSTANDING;       *
      *  AMOUNT 1 EXPIRED THIS RUN, 2 PLACED, 3 RELEASED,            *
      *  4 STILL OUTSTANDING                                         *
      ****************************************************************
       R070-SET-CONTROL-TOTALS.
           MOVE WS-HOLD-READ TO RC-COUNT-1.
           MOVE WS-EXP-COUNT TO RC-COUNT-2.
           MOVE WS-PLC-COUNT TO RC-COUNT-3.
           MOVE WS-CHG-COUNT TO RC-COUNT-4.
           MOVE WS-REL-COUNT TO RC-COUNT-5.
           MOVE WS-ACTIVE-COUNT TO RC-COUNT-6.
           MOVE WS-EXP-AMOUNT TO RC-AMOUNT-1.
           MOVE WS-PLC-AMOUNT TO RC-AMOUNT-2.
           MOVE WS-REL-AMOUNT TO RC-AMOUNT-3.
           MOVE WS-ACTIVE-AMOUNT TO RC-AMOUNT-4.

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
                   DISPLAY "HOLDEXP: RUNCTL RECORD MISSING AT END "
                       "OF RUN"
               NOT INVALID KEY
                   MOVE WS-RC-END-STATUS TO RC-STATUS
                   MOVE WS-RC-PERIOD TO RC-PERIOD
                   MOVE FUNCTION CURRENT-DATE(1:14) TO RC-END-STAMP
                   PERFORM R070-SET-CONTROL-TOTALS
                   REWRITE RC-REC
                       INVALID KEY
                           DISPLAY "HOLDEXP: RUNCTL REWRITE FAILED, "
                               "STATUS=" WS-RC-STATUS
                   END-REWRITE
           END-READ.
           CLOSE RC-FILE.

      ****************************************************************
      *  R090-RUN-REFUSED ENDS A RUN THE LEDGER WILL NOT ALLOW WITH  *
      *  RETURN CODE 12 SO THE STREAM STOPS FOR THE OPERATOR         *
      ****************************************************************
       R090-RUN-REFUSED.
           DISPLAY "HOLDEXP: RUN REFUSED FOR BUSINESS DATE "
               WS-RC-BUS-DATE.
           DISPLAY "HOLDEXP: " WS-RC-REFUSAL.
           DISPLAY "HOLDEXP: A RUNOVR RERUN CARD IS NEEDED TO FORCE "
               "THIS RUN".
           CLOSE RC-FILE.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

       READ-OVR-RECORD.
           READ OVR-IN
               AT END MOVE 'Y' TO OVR-EOF
           END-READ.

      ****************************************************************
      *  FATAL-STOP ABANDONS THE RUN WHEN THE HOLDS FILE CANNOT BE   *
      *  OPENED AND MARKS THE RUN FAILED ON THE RUN-CONTROL LEDGER,  *
      *  SO TRANPOST DOES NOT START AGAINST HOLDS NOBODY EXPIRED     *
      ****************************************************************
       FATAL-STOP.
           CLOSE RPT-OUT.
           CLOSE JRNL-OUT.
           MOVE 'F' TO WS-RC-END-STATUS.
           PERFORM R080-STAMP-RUN-END.
           STOP RUN.
