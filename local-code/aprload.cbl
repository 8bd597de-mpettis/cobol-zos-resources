       IDENTIFICATION DIVISION.
       PROGRAM-ID.    APRLOAD.
       AUTHOR.        STUDENT.
      *
      * MODIFICATION HISTORY:
      *   2026.10.15  SEC  NEW PROGRAM.  MAINTENANCE APPROVER FILE
      *                    LOAD.  READS THE SEQUENTIAL APPROVER LIST
      *                    (APRIN, IN THE APPRREC LAYOUT) AND BUILDS
      *                    THE INDEXED APPROVRS REFERENCE FILE KEYED
      *                    BY USER ID, REJECTING BLANK IDS, BLANK
      *                    NAMES, A LEVEL OTHER THAN 1 OR 2, AN ACTIVE
      *                    FLAG OTHER THAN A OR I, AND DUPLICATE IDS.
      *                    PRINTS A LOAD REGISTER WITH CONTROL TOTALS
      *                    SO THE OPERATIONS MANAGER'S LIST AND THE
      *                    REFERENCE FILE CAN BE PROVED AGAINST EACH
      *                    OTHER.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APR-IN ASSIGN TO APRIN.
           SELECT APR-RECS ASSIGN TO APPROVRS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APR-USER-ID
               FILE STATUS IS WS-APR-STATUS.
           SELECT RPT-OUT ASSIGN TO APRLDRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  APR-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  API-REC.
           05  API-USER-ID    PIC X(08).
           05  API-NAME       PIC X(25).
           05  API-BRANCH     PIC X(03).
           05  API-LEVEL      PIC X(01).
           05  API-ACTIVE     PIC X(01).
           05                 PIC X(42).
      *
       FD  RPT-OUT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  RPT-REC-OUT        PIC X(80).
      *
       FD  APR-RECS RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY APPRREC.
      *

       WORKING-STORAGE SECTION.

       01  PGM-VARIABLES.
           05  WS-READ-COUNT   PIC 9(07)      VALUE ZERO.
           05  WS-LOAD-COUNT   PIC 9(07)      VALUE ZERO.
           05  WS-REJECT-COUNT PIC 9(07)      VALUE ZERO.

       01  WS-APR-STATUS       PIC X(02)      VALUE "00".

       01  WS-REJECT-REASON    PIC X(30)      VALUE SPACES.

       01  WS-LINE-COUNT       PIC 9(03)      VALUE ZERO.

       01  WS-LINES-PER-PAGE   PIC 9(03)      VALUE 55.

       01  WS-PAGE-COUNT       PIC 9(03)      VALUE ZERO.

       01  FLAGS.
           05 LASTREC       PIC X VALUE SPACE.
           05 VALID-FLAG    PIC X VALUE SPACE.

       01  HEADER-1.
           05 TITLE-1       PIC X(60) VALUE SPACE.
           05               PIC X(1)  VALUE SPACES.
           05               PIC X(5)  VALUE "PAGE ".
           05 PAGE-NO-1     PIC ZZZ9.
           05               PIC X(10) VALUE SPACES.

       01  HEADER-3.
           05             PIC X(80) VALUE ALL "=".

       01  DETAIL-LINE.
           05 DTL-USER-ID PIC X(08) VALUE SPACES.
           05             PIC X(1)  VALUE SPACES.
           05 DTL-NAME    PIC X(25) VALUE SPACES.
           05             PIC X(1)  VALUE SPACES.
           05 DTL-BRANCH  PIC X(03) VALUE SPACES.
           05             PIC X(1)  VALUE SPACES.
           05 DTL-LEVEL   PIC X(01) VALUE SPACES.
           05             PIC X(1)  VALUE SPACES.
           05 DTL-ACTIVE  PIC X(01) VALUE SPACES.
           05             PIC X(1)  VALUE SPACES.
           05 DTL-DISP    PIC X(08) VALUE SPACES.
           05             PIC X(1)  VALUE SPACES.
           05 DTL-REASON  PIC X(28) VALUE SPACES.

       01  TRAILER-1.
           05             PIC X(24) VALUE "APPROVERS READ.........".
           05 TRL-READ-COUNT    PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-2.
           05             PIC X(24) VALUE "APPROVERS LOADED.......".
           05 TRL-LOAD-COUNT    PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-3.
           05             PIC X(24) VALUE "APPROVERS REJECTED.....".
           05 TRL-REJECT-COUNT  PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.
      *
       A000-START.
           OPEN OUTPUT RPT-OUT.
           OPEN OUTPUT APR-RECS.
           IF WS-APR-STATUS NOT = "00"
               DISPLAY "APRLOAD: CANNOT OPEN APPROVRS, STATUS="
                   WS-APR-STATUS
               GO TO FATAL-STOP
           END-IF.
           OPEN INPUT APR-IN.
           PERFORM A010-WRITE-HEADERS.

       A020-MAIN-LOOP.
           PERFORM READ-APR-RECORD.
           PERFORM B010-LOAD-ONE-APPROVER
               UNTIL LASTREC = 'Y'.

       CLOSE-STOP.
           PERFORM C040-WRITE-TRAILER.
           CLOSE RPT-OUT.
           CLOSE APR-IN.
           CLOSE APR-RECS.
           STOP RUN.

       A010-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE SPACES TO RPT-REC-OUT.
           MOVE "MAINTENANCE APPROVER FILE LOAD REGISTER" TO TITLE-1.
           MOVE WS-PAGE-COUNT TO PAGE-NO-1.
           WRITE RPT-REC-OUT FROM HEADER-1 AFTER ADVANCING PAGE.
           WRITE RPT-REC-OUT FROM HEADER-3.
           MOVE ZERO TO WS-LINE-COUNT.

      ****************************************************************
      *  B010-LOAD-ONE-APPROVER EDITS ONE APPROVER FROM THE LIST AND *
      *  WRITES IT TO THE REFERENCE FILE; THE INDEXED WRITE ITSELF   *
      *  CATCHES A DUPLICATE USER ID                                 *
      ****************************************************************
       B010-LOAD-ONE-APPROVER.
           ADD 1 TO WS-READ-COUNT.
           MOVE 'Y' TO VALID-FLAG.
           MOVE SPACES TO WS-REJECT-REASON.
           IF API-USER-ID = SPACES
               MOVE SPACE TO VALID-FLAG
               MOVE "BLANK USER ID" TO WS-REJECT-REASON
           ELSE
               IF API-NAME = SPACES
                   MOVE SPACE TO VALID-FLAG
                   MOVE "BLANK APPROVER NAME" TO WS-REJECT-REASON
               ELSE
                   IF API-LEVEL NOT = '1' AND API-LEVEL NOT = '2'
                       MOVE SPACE TO VALID-FLAG
                       MOVE "APPROVAL LEVEL NOT 1 OR 2"
                           TO WS-REJECT-REASON
                   ELSE
                       IF API-ACTIVE NOT = 'A' AND
                          API-ACTIVE NOT = 'I'
                           MOVE SPACE TO VALID-FLAG
                           MOVE "ACTIVE FLAG NOT A OR I"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF VALID-FLAG = 'Y'
               MOVE API-REC TO APR-REC
               WRITE APR-REC
                   INVALID KEY
                       MOVE SPACE TO VALID-FLAG
                       MOVE "DUPLICATE USER ID"
                           TO WS-REJECT-REASON
               END-WRITE
           END-IF.
           IF VALID-FLAG = 'Y'
               ADD 1 TO WS-LOAD-COUNT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF.
           PERFORM C010-PRINT-REGISTER-LINE.
           PERFORM READ-APR-RECORD.

       C010-PRINT-REGISTER-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM A010-WRITE-HEADERS
           END-IF.
           MOVE API-USER-ID TO DTL-USER-ID.
           MOVE API-NAME TO DTL-NAME.
           MOVE API-BRANCH TO DTL-BRANCH.
           MOVE API-LEVEL TO DTL-LEVEL.
           MOVE API-ACTIVE TO DTL-ACTIVE.
           IF VALID-FLAG = 'Y'
               MOVE "LOADED  " TO DTL-DISP
           ELSE
               MOVE "REJECTED" TO DTL-DISP
           END-IF.
           MOVE WS-REJECT-REASON TO DTL-REASON.
           WRITE RPT-REC-OUT FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.

       READ-APR-RECORD.
           READ APR-IN
               AT END MOVE 'Y' TO LASTREC
           END-READ.

      ****************************************************************
      *  C040-WRITE-TRAILER WRITES THE CONTROL TOTALS SO THE LOAD    *
      *  CAN BE BALANCED AGAINST THE APPROVER LIST                   *
      ****************************************************************
       C040-WRITE-TRAILER.
           MOVE SPACES TO RPT-REC-OUT.
           WRITE RPT-REC-OUT FROM HEADER-3.
           MOVE WS-READ-COUNT TO TRL-READ-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-1.
           MOVE WS-LOAD-COUNT TO TRL-LOAD-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-2.
           MOVE WS-REJECT-COUNT TO TRL-REJECT-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-3.

      ****************************************************************
      *  FATAL-STOP ABANDONS THE RUN WHEN APPROVRS CANNOT BE OPENED  *
      ****************************************************************
       FATAL-STOP.
           CLOSE RPT-OUT.
           STOP RUN.
