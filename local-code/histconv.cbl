       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HISTCONV.
       AUTHOR.        STUDENT.
      *
      * MODIFICATION HISTORY:
      *   2026.10.15  SEC  NEW PROGRAM.  ONE-TIME REORGANIZATION OF
      *                    THE CUMULATIVE HISTORY FILES FROM
      *                    SEQUENTIAL TO INDEXED.  LOADS THE OLD
      *                    TRANHIST (TRANOLD), BALHIST (BALOLD), AND
      *                    INQAUDIT (INQOLD) INTO THE NEW DATE-KEYED
      *                    FILES: TRANHIST GAINS A SEQUENCE NUMBER
      *                    WITHIN EACH POSTING DATE THAT KEEPS THE
      *                    ORIGINAL POSTING ORDER, A BALHIST SNAPSHOT
      *                    TAKEN TWICE KEEPS ONLY THE RERUN'S RECORD,
      *                    AND INQAUDIT TAKES THE TIMESTAMP-FIRST KEY
      *                    WITH A SEQUENCE FOR REPEATED LOOKUPS IN THE
      *                    SAME SECOND.  PROVES EACH FILE BY COUNT AND
      *                    AMOUNT FROM THE OLD FILE TO THE NEW FILE
      *                    READ BACK AND PRINTS A CONVERSION REGISTER.
      *                    RETURN CODE 8 WHEN A PROOF FAILS, 12 WHEN A
      *                    NEW FILE CANNOT BE OPENED.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO TRANHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-ACCT-NO WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-EFF-DATE WITH DUPLICATES
               FILE STATUS IS WS-HIS-STATUS.
           SELECT SNAP-FILE ASSIGN TO BALHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHS-KEY
               FILE STATUS IS WS-SNP-STATUS.
           SELECT AUD-FILE ASSIGN TO INQAUDIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IQA-KEY
               FILE STATUS IS WS-AUD-STATUS.
           SELECT TRAN-OLD ASSIGN TO TRANOLD.
           SELECT SNAP-OLD ASSIGN TO BALOLD.
           SELECT AUD-OLD ASSIGN TO INQOLD.
           SELECT RPT-OUT ASSIGN TO HISTCRPT.
           SELECT SORT-WORK ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE RECORD CONTAINS 100 CHARACTERS RECORDING MODE F.
           COPY TRANHIST.
      *
       FD  SNAP-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY BALHIST.
      *
       FD  AUD-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY INQAUD.
      *
       FD  TRAN-OLD RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  TRAN-OLD-REC           PIC X(80).
      *
       FD  SNAP-OLD RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  SNAP-OLD-REC           PIC X(80).
      *
       FD  AUD-OLD RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  AUD-OLD-REC            PIC X(80).
      *
       FD  RPT-OUT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  RPT-REC-OUT            PIC X(80).
      *
      ****************************************************************
      *  THE SORT RECORDS ARE THE OLD SEQUENTIAL LAYOUTS: TRANHIST   *
      *  WITHOUT HIST-SEQ, BALHIST AS IT IS NOW, AND INQAUDIT WITH   *
      *  THE OPERATOR AND ACCOUNT AHEAD OF THE TIMESTAMP             *
      ****************************************************************
       SD  SORT-WORK.
       01  SW-HIST-REC.
           05  SWH-POST-DATE  PIC 9(08).
           05  SWH-ACCT-NO    PIC 9(09).
           05  SWH-DC-CODE    PIC X(01).
           05  SWH-AMOUNT     PIC 9(09)V99.
           05  SWH-EFF-DATE   PIC X(08).
           05  SWH-NEW-BAL    PIC 9(09)V99.
           05  SWH-BRANCH     PIC X(03).
           05  SWH-SOURCE     PIC X(08).
           05  SWH-ORIG-FIELDS PIC X(17).
           05                 PIC X(04).
       01  SW-SNAP-REC.
           05  SWS-KEY.
               10  SWS-DATE   PIC 9(08).
               10  SWS-ACCT-NO PIC 9(09).
           05  SWS-BAL        PIC 9(09)V99.
           05                 PIC X(52).
       01  SW-AUD-REC.
           05  SWA-OPERATOR   PIC X(08).
           05  SWA-ACCT-NO    PIC 9(09).
           05  SWA-TIMESTAMP  PIC X(14).
           05  SWA-LOOKUP-TYPE PIC X(01).
           05  SWA-SOURCE-PGM PIC X(08).
           05                 PIC X(40).
      *

       WORKING-STORAGE SECTION.

       01  PGM-VARIABLES.
           05  WS-IN-COUNT     PIC 9(09)      VALUE ZERO.
           05  WS-REJ-COUNT    PIC 9(09)      VALUE ZERO.
           05  WS-SUP-COUNT    PIC 9(09)      VALUE ZERO.
           05  WS-LOAD-COUNT   PIC 9(09)      VALUE ZERO.
           05  WS-BACK-COUNT   PIC 9(09)      VALUE ZERO.
           05  WS-IN-AMT       PIC 9(13)V99   VALUE ZERO.
           05  WS-REJ-AMT      PIC 9(13)V99   VALUE ZERO.
           05  WS-SUP-AMT      PIC 9(13)V99   VALUE ZERO.
           05  WS-LOAD-AMT     PIC 9(13)V99   VALUE ZERO.
           05  WS-BACK-AMT     PIC 9(13)V99   VALUE ZERO.
           05  WS-OUT-COUNT    PIC 9(01)      VALUE ZERO.

       01  WS-HIS-STATUS       PIC X(02)      VALUE "00".

       01  WS-SNP-STATUS       PIC X(02)      VALUE "00".

       01  WS-AUD-STATUS       PIC X(02)      VALUE "00".

       01  WS-FILE-ID          PIC X(08)      VALUE SPACES.

       01  WS-OLD-DD           PIC X(08)      VALUE SPACES.

       01  WS-LAST-POST-DATE   PIC 9(08)      VALUE ZERO.

       01  WS-HIST-SEQ         PIC 9(07)      VALUE ZERO.

       01  WS-HOLD-SNAP        PIC X(80)      VALUE SPACES.

       01  WS-LAST-AUD-KEY     PIC X(31)      VALUE SPACES.

       01  WS-PAGE-COUNT       PIC 9(03)      VALUE ZERO.

       01  FLAGS.
           05 SORT-EOF      PIC X VALUE SPACE.
           05 HIST-EOF      PIC X VALUE SPACE.
           05 SNAP-EOF      PIC X VALUE SPACE.
           05 AUD-EOF       PIC X VALUE SPACE.
           05 SNAP-HELD     PIC X VALUE SPACE.
           05 AUD-WRITTEN   PIC X VALUE SPACE.
           05 PROOF-FLAG    PIC X VALUE SPACE.
              88 PROOF-BALANCED     VALUE 'Y'.

       01  HEADER-1.
           05 TITLE-1       PIC X(60) VALUE SPACE.
           05               PIC X(1)  VALUE SPACES.
           05               PIC X(5)  VALUE "PAGE ".
           05 PAGE-NO-1     PIC ZZZ9.
           05               PIC X(10) VALUE SPACES.

       01  HEADER-3.
           05             PIC X(80) VALUE ALL "=".

       01  SECTION-HEAD.
           05             PIC X(05) VALUE "FILE ".
           05 SEC-FILE-ID PIC X(08).
           05             PIC X(12) VALUE "   FROM OLD ".
           05 SEC-OLD-DD  PIC X(08).
           05             PIC X(47) VALUE SPACES.

       01  COLUMN-HEAD.
           05             PIC X(30) VALUE SPACES.
           05             PIC X(07) VALUE "RECORDS".
           05             PIC X(18) VALUE SPACES.
           05             PIC X(06) VALUE "AMOUNT".
           05             PIC X(19) VALUE SPACES.

       01  TOTAL-LINE.
           05 TOT-LABEL   PIC X(26) VALUE SPACES.
           05 TOT-COUNT   PIC ZZZ,ZZZ,ZZ9.
           05             PIC X(03) VALUE SPACES.
           05 TOT-AMOUNT  PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(19) VALUE SPACES.

       01  RESULT-LINE.
           05             PIC X(26) VALUE "PROOF....................".
           05 RES-TEXT    PIC X(30) VALUE SPACES.
           05             PIC X(24) VALUE SPACES.

       01  SUMMARY-LINE.
           05             PIC X(26) VALUE "FILES OUT OF BALANCE.....".
           05 SUM-OUT-COUNT PIC 9.
           05             PIC X(53) VALUE SPACES.

      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.
      *
       A000-START.
           OPEN OUTPUT RPT-OUT.
           PERFORM A010-WRITE-HEADERS.

       A020-CONVERT-FILES.
           PERFORM B100-CONVERT-TRANHIST.
           PERFORM B200-CONVERT-BALHIST.
           PERFORM B300-CONVERT-INQAUDIT.

       CLOSE-STOP.
           MOVE SPACES TO RPT-REC-OUT.
           WRITE RPT-REC-OUT FROM HEADER-3.
           MOVE WS-OUT-COUNT TO SUM-OUT-COUNT.
           WRITE RPT-REC-OUT FROM SUMMARY-LINE.
           CLOSE RPT-OUT.
           IF WS-OUT-COUNT > ZERO
               DISPLAY "HISTCONV: " WS-OUT-COUNT
                   " FILE(S) OUT OF BALANCE - SEE HISTCRPT"
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       A010-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE SPACES TO RPT-REC-OUT.
           MOVE "HISTORY FILE REORGANIZATION REGISTER" TO TITLE-1.
           MOVE WS-PAGE-COUNT TO PAGE-NO-1.
           WRITE RPT-REC-OUT FROM HEADER-1 AFTER ADVANCING PAGE.
           WRITE RPT-REC-OUT FROM HEADER-3.

      ****************************************************************
      *  B100-CONVERT-TRANHIST SORTS THE OLD TRANHIST BY POSTING     *
      *  DATE, KEEPING THE ORDER THE MOVEMENTS WERE APPENDED IN      *
      *  WITHIN EACH DATE, AND LOADS IT NUMBERING EACH DATE'S        *
      *  MOVEMENTS FROM 1.  THE AMOUNT PROVED IS HIST-AMOUNT         *
      ****************************************************************
       B100-CONVERT-TRANHIST.
           MOVE "TRANHIST" TO WS-FILE-ID.
           MOVE "TRANOLD " TO WS-OLD-DD.
           PERFORM C005-CLEAR-TOTALS.
           OPEN OUTPUT HIST-FILE.
           IF WS-HIS-STATUS NOT = "00"
               DISPLAY "HISTCONV: CANNOT OPEN TRANHIST, STATUS="
                   WS-HIS-STATUS
               GO TO FATAL-STOP
           END-IF.
           SORT SORT-WORK
               ON ASCENDING KEY SWH-POST-DATE
               WITH DUPLICATES IN ORDER
               USING TRAN-OLD
               OUTPUT PROCEDURE B110-LOAD-MOVEMENTS
                   THRU B110-LOAD-MOVEMENTS-EXIT.
           CLOSE HIST-FILE.
           OPEN INPUT HIST-FILE.
           PERFORM READ-HIST-RECORD.
           PERFORM B130-READ-BACK-MOVEMENT
               UNTIL HIST-EOF = 'Y'.
           CLOSE HIST-FILE.
           PERFORM C010-PROVE-FILE.

       B110-LOAD-MOVEMENTS.
           MOVE SPACE TO SORT-EOF.
           MOVE ZERO TO WS-LAST-POST-DATE.
           PERFORM RETURN-SORT-RECORD.
           PERFORM B120-LOAD-ONE-MOVEMENT
               UNTIL SORT-EOF = 'Y'.

       B110-LOAD-MOVEMENTS-EXIT.
           EXIT.

       B120-LOAD-ONE-MOVEMENT.
           ADD 1 TO WS-IN-COUNT.
           IF SWH-AMOUNT NUMERIC
               ADD SWH-AMOUNT TO WS-IN-AMT
           END-IF.
           IF SWH-POST-DATE NOT NUMERIC OR
              SWH-ACCT-NO NOT NUMERIC OR
              SWH-AMOUNT NOT NUMERIC
               DISPLAY "HISTCONV: TRANOLD RECORD REJECTED, "
                   "UNREADABLE DATE, ACCOUNT, OR AMOUNT: "
                   SW-HIST-REC(1:29)
               PERFORM B125-REJECT-MOVEMENT
           ELSE
               IF SWH-POST-DATE NOT = WS-LAST-POST-DATE
                   MOVE SWH-POST-DATE TO WS-LAST-POST-DATE
                   MOVE ZERO TO WS-HIST-SEQ
               END-IF
               ADD 1 TO WS-HIST-SEQ
               MOVE SPACES TO HIST-REC
               MOVE SWH-POST-DATE TO HIST-POST-DATE
               MOVE WS-HIST-SEQ TO HIST-SEQ
               MOVE SWH-ACCT-NO TO HIST-ACCT-NO
               MOVE SWH-DC-CODE TO HIST-DC-CODE
               MOVE SWH-AMOUNT TO HIST-AMOUNT
               MOVE SWH-EFF-DATE TO HIST-EFF-DATE
               MOVE SWH-NEW-BAL TO HIST-NEW-BAL
               MOVE SWH-BRANCH TO HIST-BRANCH
               MOVE SWH-SOURCE TO HIST-SOURCE
               MOVE SWH-ORIG-FIELDS TO HIST-ORIG-FIELDS
               WRITE HIST-REC
                   INVALID KEY
                       DISPLAY "HISTCONV: TRANHIST WRITE FAILED FOR "
                           HIST-KEY " STATUS=" WS-HIS-STATUS
                       PERFORM B125-REJECT-MOVEMENT
                   NOT INVALID KEY
                       ADD 1 TO WS-LOAD-COUNT
                       ADD HIST-AMOUNT TO WS-LOAD-AMT
               END-WRITE
           END-IF.
           PERFORM RETURN-SORT-RECORD.

       B125-REJECT-MOVEMENT.
           ADD 1 TO WS-REJ-COUNT.
           IF SWH-AMOUNT NUMERIC
               ADD SWH-AMOUNT TO WS-REJ-AMT
           END-IF.

       B130-READ-BACK-MOVEMENT.
           ADD 1 TO WS-BACK-COUNT.
           ADD HIST-AMOUNT TO WS-BACK-AMT.
           PERFORM READ-HIST-RECORD.

      ****************************************************************
      *  B200-CONVERT-BALHIST SORTS THE OLD SNAPSHOTS BY DATE AND    *
      *  ACCOUNT, KEEPING THE ORDER THEY WERE APPENDED IN.  WHEN A   *
      *  NIGHT'S SNAPSHOT WAS TAKEN TWICE THE RERUN'S RECORD, THE    *
      *  LAST ONE, IS KEPT AND THE EARLIER ONE COUNTED AS            *
      *  SUPERSEDED, AS BALSNAP NOW DOES ON A RERUN.  THE AMOUNT     *
      *  PROVED IS THE SNAPSHOT BALANCE                              *
      ****************************************************************
       B200-CONVERT-BALHIST.
           MOVE "BALHIST " TO WS-FILE-ID.
           MOVE "BALOLD  " TO WS-OLD-DD.
           PERFORM C005-CLEAR-TOTALS.
           OPEN OUTPUT SNAP-FILE.
           IF WS-SNP-STATUS NOT = "00"
               DISPLAY "HISTCONV: CANNOT OPEN BALHIST, STATUS="
                   WS-SNP-STATUS
               GO TO FATAL-STOP
           END-IF.
           SORT SORT-WORK
               ON ASCENDING KEY SWS-DATE
               ON ASCENDING KEY SWS-ACCT-NO
               WITH DUPLICATES IN ORDER
               USING SNAP-OLD
               OUTPUT PROCEDURE B210-LOAD-SNAPSHOTS
                   THRU B210-LOAD-SNAPSHOTS-EXIT.
           CLOSE SNAP-FILE.
           OPEN INPUT SNAP-FILE.
           PERFORM READ-SNAP-RECORD.
           PERFORM B230-READ-BACK-SNAPSHOT
               UNTIL SNAP-EOF = 'Y'.
           CLOSE SNAP-FILE.
           PERFORM C010-PROVE-FILE.

       B210-LOAD-SNAPSHOTS.
           MOVE SPACE TO SORT-EOF.
           MOVE SPACE TO SNAP-HELD.
           PERFORM RETURN-SORT-RECORD.
           PERFORM B220-TAKE-ONE-SNAPSHOT
               UNTIL SORT-EOF = 'Y'.
           IF SNAP-HELD = 'Y'
               PERFORM B225-WRITE-HELD-SNAPSHOT
           END-IF.

       B210-LOAD-SNAPSHOTS-EXIT.
           EXIT.

       B220-TAKE-ONE-SNAPSHOT.
           ADD 1 TO WS-IN-COUNT.
           IF SWS-BAL NUMERIC
               ADD SWS-BAL TO WS-IN-AMT
           END-IF.
           IF SWS-DATE NOT NUMERIC OR
              SWS-ACCT-NO NOT NUMERIC OR
              SWS-BAL NOT NUMERIC
               DISPLAY "HISTCONV: BALOLD RECORD REJECTED, "
                   "UNREADABLE DATE, ACCOUNT, OR BALANCE: "
                   SW-SNAP-REC(1:28)
               ADD 1 TO WS-REJ-COUNT
               IF SWS-BAL NUMERIC
                   ADD SWS-BAL TO WS-REJ-AMT
               END-IF
           ELSE
               IF SNAP-HELD = 'Y' AND
                  SWS-KEY = WS-HOLD-SNAP(1:17)
                   MOVE WS-HOLD-SNAP TO BHS-REC
                   ADD 1 TO WS-SUP-COUNT
                   ADD BHS-BAL TO WS-SUP-AMT
               ELSE
                   IF SNAP-HELD = 'Y'
                       PERFORM B225-WRITE-HELD-SNAPSHOT
                   END-IF
               END-IF
               MOVE SW-SNAP-REC TO WS-HOLD-SNAP
               MOVE 'Y' TO SNAP-HELD
           END-IF.
           PERFORM RETURN-SORT-RECORD.

       B225-WRITE-HELD-SNAPSHOT.
           MOVE WS-HOLD-SNAP TO BHS-REC.
           WRITE BHS-REC
               INVALID KEY
                   DISPLAY "HISTCONV: BALHIST WRITE FAILED FOR "
                       BHS-KEY " STATUS=" WS-SNP-STATUS
                   ADD 1 TO WS-REJ-COUNT
                   ADD BHS-BAL TO WS-REJ-AMT
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-COUNT
                   ADD BHS-BAL TO WS-LOAD-AMT
           END-WRITE.

       B230-READ-BACK-SNAPSHOT.
           ADD 1 TO WS-BACK-COUNT.
           ADD BHS-BAL TO WS-BACK-AMT.
           PERFORM READ-SNAP-RECORD.

      ****************************************************************
      *  B300-CONVERT-INQAUDIT SORTS THE OLD LOOKUPS INTO THE NEW    *
      *  KEY ORDER - TIMESTAMP, OPERATOR, ACCOUNT - AND LOADS THEM.  *
      *  REPEATED LOOKUPS OF ONE ACCOUNT BY ONE OPERATOR IN THE SAME *
      *  SECOND ARE NUMBERED APART IN IQA-SEQ AS THE LOGGING         *
      *  PROGRAMS NOW DO.  A LOOKUP CARRIES NO AMOUNT, SO THE PROOF  *
      *  IS BY COUNT ONLY                                            *
      ****************************************************************
       B300-CONVERT-INQAUDIT.
           MOVE "INQAUDIT" TO WS-FILE-ID.
           MOVE "INQOLD  " TO WS-OLD-DD.
           PERFORM C005-CLEAR-TOTALS.
           OPEN OUTPUT AUD-FILE.
           IF WS-AUD-STATUS NOT = "00"
               DISPLAY "HISTCONV: CANNOT OPEN INQAUDIT, STATUS="
                   WS-AUD-STATUS
               GO TO FATAL-STOP
           END-IF.
           SORT SORT-WORK
               ON ASCENDING KEY SWA-TIMESTAMP
               ON ASCENDING KEY SWA-OPERATOR
               ON ASCENDING KEY SWA-ACCT-NO
               WITH DUPLICATES IN ORDER
               USING AUD-OLD
               OUTPUT PROCEDURE B310-LOAD-LOOKUPS
                   THRU B310-LOAD-LOOKUPS-EXIT.
           CLOSE AUD-FILE.
           OPEN INPUT AUD-FILE.
           PERFORM READ-AUD-RECORD.
           PERFORM B330-READ-BACK-LOOKUP
               UNTIL AUD-EOF = 'Y'.
           CLOSE AUD-FILE.
           PERFORM C010-PROVE-FILE.

       B310-LOAD-LOOKUPS.
           MOVE SPACE TO SORT-EOF.
           MOVE SPACES TO WS-LAST-AUD-KEY.
           PERFORM RETURN-SORT-RECORD.
           PERFORM B320-LOAD-ONE-LOOKUP
               UNTIL SORT-EOF = 'Y'.

       B310-LOAD-LOOKUPS-EXIT.
           EXIT.

       B320-LOAD-ONE-LOOKUP.
           ADD 1 TO WS-IN-COUNT.
           IF SWA-ACCT-NO NOT NUMERIC OR
              SWA-TIMESTAMP NOT NUMERIC
               DISPLAY "HISTCONV: INQOLD RECORD REJECTED, "
                   "UNREADABLE ACCOUNT OR TIMESTAMP: "
                   SW-AUD-REC(1:31)
               ADD 1 TO WS-REJ-COUNT
           ELSE
               MOVE SPACES TO IQA-REC
               MOVE SWA-TIMESTAMP TO IQA-TIMESTAMP
               MOVE SWA-OPERATOR TO IQA-OPERATOR
               MOVE SWA-ACCT-NO TO IQA-ACCT-NO
               MOVE ZERO TO IQA-SEQ
               MOVE SWA-LOOKUP-TYPE TO IQA-LOOKUP-TYPE
               MOVE SWA-SOURCE-PGM TO IQA-SOURCE-PGM
               MOVE SPACE TO AUD-WRITTEN
               PERFORM B325-WRITE-LOOKUP
                   UNTIL AUD-WRITTEN NOT = SPACE
               IF AUD-WRITTEN = 'Y'
                   ADD 1 TO WS-LOAD-COUNT
               ELSE
                   DISPLAY "HISTCONV: INQAUDIT WRITE FAILED FOR "
                       IQA-KEY " STATUS=" WS-AUD-STATUS
                   ADD 1 TO WS-REJ-COUNT
               END-IF
           END-IF.
           PERFORM RETURN-SORT-RECORD.

       B325-WRITE-LOOKUP.
           WRITE IQA-REC
               INVALID KEY
                   IF WS-AUD-STATUS = "22" AND IQA-SEQ < 99
                       ADD 1 TO IQA-SEQ
                   ELSE
                       MOVE 'N' TO AUD-WRITTEN
                   END-IF
               NOT INVALID KEY
                   MOVE 'Y' TO AUD-WRITTEN
           END-WRITE.

       B330-READ-BACK-LOOKUP.
           ADD 1 TO WS-BACK-COUNT.
           PERFORM READ-AUD-RECORD.

      ****************************************************************
      *  C005-CLEAR-TOTALS CLEARS THE TOTALS CARRIED FROM THE LAST   *
      *  FILE                                                        *
      ****************************************************************
       C005-CLEAR-TOTALS.
           MOVE ZERO TO WS-IN-COUNT.
           MOVE ZERO TO WS-REJ-COUNT.
           MOVE ZERO TO WS-SUP-COUNT.
           MOVE ZERO TO WS-LOAD-COUNT.
           MOVE ZERO TO WS-BACK-COUNT.
           MOVE ZERO TO WS-IN-AMT.
           MOVE ZERO TO WS-REJ-AMT.
           MOVE ZERO TO WS-SUP-AMT.
           MOVE ZERO TO WS-LOAD-AMT.
           MOVE ZERO TO WS-BACK-AMT.

      ****************************************************************
      *  C010-PROVE-FILE BALANCES ONE FILE: OLD RECORDS READ EQUAL   *
      *  THOSE LOADED PLUS THOSE REJECTED OR SUPERSEDED, AND THE NEW *
      *  FILE READS BACK TO WHAT WAS LOADED, BY COUNT AND AMOUNT     *
      ****************************************************************
       C010-PROVE-FILE.
           MOVE 'Y' TO PROOF-FLAG.
           IF WS-IN-COUNT NOT =
                  WS-LOAD-COUNT + WS-REJ-COUNT + WS-SUP-COUNT OR
              WS-IN-AMT NOT = WS-LOAD-AMT + WS-REJ-AMT + WS-SUP-AMT OR
              WS-BACK-COUNT NOT = WS-LOAD-COUNT OR
              WS-BACK-AMT NOT = WS-LOAD-AMT
               MOVE 'N' TO PROOF-FLAG
               ADD 1 TO WS-OUT-COUNT
           END-IF.
           MOVE SPACES TO RPT-REC-OUT.
           WRITE RPT-REC-OUT.
           MOVE WS-FILE-ID TO SEC-FILE-ID.
           MOVE WS-OLD-DD TO SEC-OLD-DD.
           WRITE RPT-REC-OUT FROM SECTION-HEAD.
           WRITE RPT-REC-OUT FROM COLUMN-HEAD.
           MOVE "OLD RECORDS READ........." TO TOT-LABEL.
           MOVE WS-IN-COUNT TO TOT-COUNT.
           MOVE WS-IN-AMT TO TOT-AMOUNT.
           WRITE RPT-REC-OUT FROM TOTAL-LINE.
           MOVE "REJECTED................." TO TOT-LABEL.
           MOVE WS-REJ-COUNT TO TOT-COUNT.
           MOVE WS-REJ-AMT TO TOT-AMOUNT.
           WRITE RPT-REC-OUT FROM TOTAL-LINE.
           MOVE "SUPERSEDED BY A RERUN...." TO TOT-LABEL.
           MOVE WS-SUP-COUNT TO TOT-COUNT.
           MOVE WS-SUP-AMT TO TOT-AMOUNT.
           WRITE RPT-REC-OUT FROM TOTAL-LINE.
           MOVE "LOADED..................." TO TOT-LABEL.
           MOVE WS-LOAD-COUNT TO TOT-COUNT.
           MOVE WS-LOAD-AMT TO TOT-AMOUNT.
           WRITE RPT-REC-OUT FROM TOTAL-LINE.
           MOVE "NEW FILE READ BACK......." TO TOT-LABEL.
           MOVE WS-BACK-COUNT TO TOT-COUNT.
           MOVE WS-BACK-AMT TO TOT-AMOUNT.
           WRITE RPT-REC-OUT FROM TOTAL-LINE.
           IF PROOF-BALANCED
               MOVE "BALANCED" TO RES-TEXT
           ELSE
               MOVE "*** OUT OF BALANCE ***" TO RES-TEXT
           END-IF.
           WRITE RPT-REC-OUT FROM RESULT-LINE.

       RETURN-SORT-RECORD.
           RETURN SORT-WORK
               AT END MOVE 'Y' TO SORT-EOF
           END-RETURN.

       READ-HIST-RECORD.
           READ HIST-FILE NEXT RECORD
               AT END MOVE 'Y' TO HIST-EOF
           END-READ.

       READ-SNAP-RECORD.
           READ SNAP-FILE NEXT RECORD
               AT END MOVE 'Y' TO SNAP-EOF
           END-READ.

       READ-AUD-RECORD.
           READ AUD-FILE NEXT RECORD
               AT END MOVE 'Y' TO AUD-EOF
           END-READ.

      ****************************************************************
      *  FATAL-STOP ABANDONS THE RUN WHEN A NEW FILE CANNOT BE       *
      *  OPENED.  THE OLD FILES ARE ONLY EVER READ, SO THE           *
      *  CONVERSION CAN SIMPLY BE RUN AGAIN                          *
      ****************************************************************
       FATAL-STOP.
           CLOSE RPT-OUT.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
