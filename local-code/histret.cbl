       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HISTRET.
       AUTHOR.        STUDENT.
      *
      * MODIFICATION HISTORY:
      *   2026.10.15  SEC  NEW PROGRAM.  MONTHLY RETENTION OF THE
      *                    CUMULATIVE HISTORY FILES.  FOR EACH OF
      *                    TRANHIST, BALHIST, AND INQAUDIT, MOVES THE
      *                    RECORDS DATED BEFORE A CUTOFF (THE RUN DATE
      *                    LESS THAT FILE'S RETENTION DAYS FROM
      *                    PARMIN) TO A NEW ARCHIVE GENERATION
      *                    (TRANARC, BALARC, INQARC) IN THE SAME
      *                    LAYOUT AND DELETES THEM FROM THE LIVE FILE.
      *                    PROVES THE LIVE RECORDS BEFORE EQUAL THE
      *                    LIVE RECORDS AFTER PLUS THOSE ARCHIVED, BY
      *                    COUNT AND AMOUNT, AND THAT THE GENERATION
      *                    READS BACK TO WHAT WAS WRITTEN.  CATALOGS
      *                    EACH GENERATION ON HISTCAT AND PRINTS A
      *                    RETENTION REGISTER.  RETURN CODE 8 WHEN A
      *                    PROOF FAILS, 12 ON A BAD PARMIN OR A FILE
      *                    THAT CANNOT BE OPENED.
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
           SELECT TARC-FILE ASSIGN TO TRANARC.
           SELECT BARC-FILE ASSIGN TO BALARC.
           SELECT IARC-FILE ASSIGN TO INQARC.
           SELECT OPTIONAL HCAT-OUT ASSIGN TO HISTCAT.
           SELECT PARM-IN ASSIGN TO PARMIN.
           SELECT RPT-OUT ASSIGN TO HISTRRPT.

       DATA DIVISION.
       FILE SECTION.
      ****************************************************************
      *  PARMIN CARRIES THE RETENTION PERIOD IN DAYS FOR EACH FILE,  *
      *  ZERO-PADDED.  A BLANK OR ZERO PERIOD KEEPS THAT FILE WHOLE; *
      *  A PERIOD UNDER THE MINIMUM STOPS THE RUN, SINCE THE NIGHTLY *
      *  AND MONTH-END READERS NEED THE RECENT HISTORY ON LINE       *
      ****************************************************************
       FD  PARM-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  PARM-REC.
           05  PRM-HIST-DAYS  PIC X(05).
           05  PRM-SNAP-DAYS  PIC X(05).
           05  PRM-AUD-DAYS   PIC X(05).
           05                 PIC X(65).
      *
       FD  HIST-FILE RECORD CONTAINS 100 CHARACTERS RECORDING MODE F.
           COPY TRANHIST.
      *
       FD  SNAP-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY BALHIST.
      *
       FD  AUD-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY INQAUD.
      *
       FD  TARC-FILE RECORD CONTAINS 100 CHARACTERS RECORDING MODE F.
       01  TARC-REC.
           05  TARC-POST-DATE PIC 9(08).
           05                 PIC X(17).
           05  TARC-AMOUNT    PIC 9(09)V99.
           05                 PIC X(64).
      *
       FD  BARC-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  BARC-REC.
           05  BARC-DATE      PIC 9(08).
           05                 PIC X(09).
           05  BARC-BAL       PIC 9(09)V99.
           05                 PIC X(52).
      *
       FD  IARC-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  IARC-REC.
           05  IARC-DATE      PIC X(08).
           05                 PIC X(72).
      *
       FD  HCAT-OUT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY HISTCAT.
      *
       FD  RPT-OUT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  RPT-REC-OUT        PIC X(80).
      *

       WORKING-STORAGE SECTION.

       01  PGM-VARIABLES.
           05  WS-BEFORE-COUNT PIC 9(09)      VALUE ZERO.
           05  WS-ARCH-COUNT   PIC 9(09)      VALUE ZERO.
           05  WS-AFTER-COUNT  PIC 9(09)      VALUE ZERO.
           05  WS-BACK-COUNT   PIC 9(09)      VALUE ZERO.
           05  WS-FAIL-COUNT   PIC 9(09)      VALUE ZERO.
           05  WS-BEFORE-AMT   PIC 9(13)V99   VALUE ZERO.
           05  WS-ARCH-AMT     PIC 9(13)V99   VALUE ZERO.
           05  WS-AFTER-AMT    PIC 9(13)V99   VALUE ZERO.
           05  WS-BACK-AMT     PIC 9(13)V99   VALUE ZERO.
           05  WS-FROM-DATE    PIC 9(08)      VALUE ZERO.
           05  WS-TO-DATE      PIC 9(08)      VALUE ZERO.
           05  WS-OUT-COUNT    PIC 9(01)      VALUE ZERO.

       01  WS-HIS-STATUS       PIC X(02)      VALUE "00".

       01  WS-SNP-STATUS       PIC X(02)      VALUE "00".

       01  WS-AUD-STATUS       PIC X(02)      VALUE "00".

       01  WS-FILE-ID          PIC X(08)      VALUE SPACES.

       01  WS-HIST-DAYS        PIC 9(05)      VALUE 99999.

       01  WS-SNAP-DAYS        PIC 9(05)      VALUE 99999.

       01  WS-AUD-DAYS         PIC 9(05)      VALUE 99999.

       01  WS-MIN-RETAIN       PIC 9(05)      VALUE 90.

       01  WS-PARM-DAYS-X      PIC X(05)      VALUE SPACES.
       01  WS-PARM-DAYS-N REDEFINES WS-PARM-DAYS-X PIC 9(05).

       01  WS-EDIT-DAYS        PIC 9(05)      VALUE ZERO.

       01  WS-RETAIN-DAYS      PIC 9(05)      VALUE 99999.

       01  WS-CUTOFF-DATE      PIC 9(08)      VALUE ZERO.

       01  WS-CUTOFF-INT       PIC S9(09)     VALUE ZERO.

       01  WS-WORK-DATE        PIC 9(08)      VALUE ZERO.

       01  WS-PAGE-COUNT       PIC 9(03)      VALUE ZERO.

       01  FLAGS.
           05 HIST-EOF      PIC X VALUE SPACE.
           05 SNAP-EOF      PIC X VALUE SPACE.
           05 AUD-EOF       PIC X VALUE SPACE.
           05 TARC-EOF      PIC X VALUE SPACE.
           05 BARC-EOF      PIC X VALUE SPACE.
           05 IARC-EOF      PIC X VALUE SPACE.
           05 PARM-ERROR    PIC X VALUE SPACE.
           05 PROOF-FLAG    PIC X VALUE SPACE.
              88 PROOF-BALANCED     VALUE 'Y'.

       01 WS-CURRENT-DATE.
          05  WS-CURRENT-YEAR         PIC X(04).
          05  WS-CURRENT-MONTH        PIC X(02).
          05  WS-CURRENT-DAY          PIC X(02).

       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                               PIC 9(08).

       01  HEADER-1.
           05 TITLE-1       PIC X(60) VALUE SPACE.
           05               PIC X(1)  VALUE SPACES.
           05               PIC X(5)  VALUE "PAGE ".
           05 PAGE-NO-1     PIC ZZZ9.
           05               PIC X(10) VALUE SPACES.

       01  HEADER-2.
           05             PIC X(09) VALUE "RUN DATE ".
           05 RUN-DATE-2  PIC 9(08).
           05             PIC X(63) VALUE SPACES.

       01  HEADER-3.
           05             PIC X(80) VALUE ALL "=".

       01  SECTION-HEAD.
           05             PIC X(05) VALUE "FILE ".
           05 SEC-FILE-ID PIC X(08).
           05             PIC X(10) VALUE "   RETAIN ".
           05 SEC-RETAIN-DAYS PIC ZZZZ9.
           05             PIC X(08) VALUE " DAYS   ".
           05             PIC X(07) VALUE "CUTOFF ".
           05 SEC-CUTOFF  PIC 9(08).
           05             PIC X(29) VALUE SPACES.

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

       01  DATES-LINE.
           05             PIC X(26) VALUE "ARCHIVED BUSINESS DATES..".
           05 DTS-FROM    PIC 9(08).
           05             PIC X(04) VALUE " TO ".
           05 DTS-TO      PIC 9(08).
           05             PIC X(34) VALUE SPACES.

       01  FAIL-LINE.
           05             PIC X(26) VALUE "LIVE DELETES FAILED......".
           05 FAL-COUNT   PIC ZZZ,ZZZ,ZZ9.
           05             PIC X(43) VALUE SPACES.

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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           OPEN OUTPUT RPT-OUT.
           OPEN INPUT PARM-IN.
           PERFORM A005-READ-PARMS.
           CLOSE PARM-IN.
           IF PARM-ERROR = 'Y'
               DISPLAY "HISTRET: RETENTION DAYS ON PARMIN MUST BE "
                   "NUMERIC AND AT LEAST " WS-MIN-RETAIN
               GO TO FATAL-STOP
           END-IF.
           PERFORM A010-WRITE-HEADERS.

       A020-RETAIN-FILES.
           PERFORM B100-RETAIN-TRANHIST.
           PERFORM B200-RETAIN-BALHIST.
           PERFORM B300-RETAIN-INQAUDIT.

       CLOSE-STOP.
           MOVE SPACES TO RPT-REC-OUT.
           WRITE RPT-REC-OUT FROM HEADER-3.
           MOVE WS-OUT-COUNT TO SUM-OUT-COUNT.
           WRITE RPT-REC-OUT FROM SUMMARY-LINE.
           CLOSE RPT-OUT.
           IF WS-OUT-COUNT > ZERO
               DISPLAY "HISTRET: " WS-OUT-COUNT
                   " FILE(S) OUT OF BALANCE - SEE HISTRRPT"
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ****************************************************************
      *  A005-READ-PARMS TAKES THE TRANHIST, BALHIST, AND INQAUDIT   *
      *  RETENTION PERIODS FROM PARMIN.  A MISSING CARD KEEPS ALL    *
      *  THREE FILES WHOLE                                           *
      ****************************************************************
       A005-READ-PARMS.
           READ PARM-IN
               AT END
                   MOVE SPACES TO PARM-REC
           END-READ.
           MOVE PRM-HIST-DAYS TO WS-PARM-DAYS-X.
           PERFORM A006-EDIT-DAYS.
           MOVE WS-EDIT-DAYS TO WS-HIST-DAYS.
           MOVE PRM-SNAP-DAYS TO WS-PARM-DAYS-X.
           PERFORM A006-EDIT-DAYS.
           MOVE WS-EDIT-DAYS TO WS-SNAP-DAYS.
           MOVE PRM-AUD-DAYS TO WS-PARM-DAYS-X.
           PERFORM A006-EDIT-DAYS.
           MOVE WS-EDIT-DAYS TO WS-AUD-DAYS.

       A006-EDIT-DAYS.
           MOVE 99999 TO WS-EDIT-DAYS.
           IF WS-PARM-DAYS-X NOT = SPACES
               IF WS-PARM-DAYS-N NOT NUMERIC
                   MOVE 'Y' TO PARM-ERROR
               ELSE
                   IF WS-PARM-DAYS-N > ZERO
                       MOVE WS-PARM-DAYS-N TO WS-EDIT-DAYS
                   END-IF
               END-IF
           END-IF.
           IF WS-EDIT-DAYS < WS-MIN-RETAIN
               MOVE 'Y' TO PARM-ERROR
           END-IF.

      ****************************************************************
      *  A007-SET-CUTOFF-DATE BACKS ONE FILE'S RETENTION PERIOD OFF  *
      *  THE RUN DATE.  A RECORD IS ARCHIVED ONLY WHEN ITS BUSINESS  *
      *  DATE FALLS BEFORE THIS CUTOFF, SO THE DEFAULT PERIOD PUTS   *
      *  THE CUTOFF SO FAR BACK THAT NOTHING QUALIFIES BY ACCIDENT   *
      ****************************************************************
       A007-SET-CUTOFF-DATE.
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-N)
               - WS-RETAIN-DAYS.
           IF WS-CUTOFF-INT < 1
               MOVE 1 TO WS-CUTOFF-INT
           END-IF.
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT).

       A010-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE SPACES TO RPT-REC-OUT.
           MOVE "HISTORY FILE RETENTION REGISTER" TO TITLE-1.
           MOVE WS-PAGE-COUNT TO PAGE-NO-1.
           WRITE RPT-REC-OUT FROM HEADER-1 AFTER ADVANCING PAGE.
           MOVE WS-CURRENT-DATE-N TO RUN-DATE-2.
           WRITE RPT-REC-OUT FROM HEADER-2.
           WRITE RPT-REC-OUT FROM HEADER-3.

      ****************************************************************
      *  B100-RETAIN-TRANHIST SWEEPS TRANHIST IN POST-DATE ORDER,    *
      *  TOTALLING EVERY MOVEMENT AS THE BEFORE FIGURE AND MOVING    *
      *  THOSE POSTED BEFORE THE CUTOFF TO TRANARC, THEN RECOUNTS    *
      *  WHAT IS LEFT ON THE LIVE FILE AND READS THE NEW GENERATION  *
      *  BACK.  THE AMOUNT PROVED IS HIST-AMOUNT                     *
      ****************************************************************
       B100-RETAIN-TRANHIST.
           MOVE "TRANHIST" TO WS-FILE-ID.
           MOVE WS-HIST-DAYS TO WS-RETAIN-DAYS.
           PERFORM C005-START-FILE.
           OPEN I-O HIST-FILE.
           IF WS-HIS-STATUS NOT = "00"
               DISPLAY "HISTRET: CANNOT OPEN TRANHIST, STATUS="
                   WS-HIS-STATUS
               GO TO FATAL-STOP
           END-IF.
           OPEN OUTPUT TARC-FILE.
           PERFORM B102-START-TRANHIST.
           PERFORM B110-SWEEP-MOVEMENT
               UNTIL HIST-EOF = 'Y'.
           CLOSE TARC-FILE.
           PERFORM B102-START-TRANHIST.
           PERFORM B120-COUNT-MOVEMENT
               UNTIL HIST-EOF = 'Y'.
           CLOSE HIST-FILE.
           OPEN INPUT TARC-FILE.
           MOVE SPACE TO TARC-EOF.
           PERFORM READ-TARC-RECORD.
           PERFORM B130-READ-BACK-MOVEMENT
               UNTIL TARC-EOF = 'Y'.
           CLOSE TARC-FILE.
           PERFORM C010-PROVE-FILE.

       B102-START-TRANHIST.
           MOVE SPACE TO HIST-EOF.
           MOVE ZEROS TO HIST-KEY.
           START HIST-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY MOVE 'Y' TO HIST-EOF
           END-START.
           IF HIST-EOF NOT = 'Y'
               PERFORM READ-HIST-RECORD
           END-IF.

       B110-SWEEP-MOVEMENT.
           ADD 1 TO WS-BEFORE-COUNT.
           ADD HIST-AMOUNT TO WS-BEFORE-AMT.
           MOVE HIST-POST-DATE TO WS-WORK-DATE.
           IF WS-WORK-DATE < WS-CUTOFF-DATE
               MOVE HIST-REC TO TARC-REC
               WRITE TARC-REC
               ADD 1 TO WS-ARCH-COUNT
               ADD HIST-AMOUNT TO WS-ARCH-AMT
               PERFORM C007-NOTE-DATE-RANGE
               DELETE HIST-FILE RECORD
                   INVALID KEY
                       ADD 1 TO WS-FAIL-COUNT
                       DISPLAY "HISTRET: DELETE FAILED FOR TRANHIST "
                           HIST-KEY " STATUS=" WS-HIS-STATUS
               END-DELETE
           END-IF.
           PERFORM READ-HIST-RECORD.

       B120-COUNT-MOVEMENT.
           ADD 1 TO WS-AFTER-COUNT.
           ADD HIST-AMOUNT TO WS-AFTER-AMT.
           PERFORM READ-HIST-RECORD.

       B130-READ-BACK-MOVEMENT.
           ADD 1 TO WS-BACK-COUNT.
           ADD TARC-AMOUNT TO WS-BACK-AMT.
           PERFORM READ-TARC-RECORD.

      ****************************************************************
      *  B200-RETAIN-BALHIST DOES THE SAME FOR THE BALHIST SNAPSHOTS *
      *  BY SNAPSHOT DATE INTO BALARC.  THE AMOUNT PROVED IS THE     *
      *  SNAPSHOT BALANCE                                            *
      ****************************************************************
       B200-RETAIN-BALHIST.
           MOVE "BALHIST " TO WS-FILE-ID.
           MOVE WS-SNAP-DAYS TO WS-RETAIN-DAYS.
           PERFORM C005-START-FILE.
           OPEN I-O SNAP-FILE.
           IF WS-SNP-STATUS NOT = "00"
               DISPLAY "HISTRET: CANNOT OPEN BALHIST, STATUS="
                   WS-SNP-STATUS
               GO TO FATAL-STOP
           END-IF.
           OPEN OUTPUT BARC-FILE.
           PERFORM B202-START-BALHIST.
           PERFORM B210-SWEEP-SNAPSHOT
               UNTIL SNAP-EOF = 'Y'.
           CLOSE BARC-FILE.
           PERFORM B202-START-BALHIST.
           PERFORM B220-COUNT-SNAPSHOT
               UNTIL SNAP-EOF = 'Y'.
           CLOSE SNAP-FILE.
           OPEN INPUT BARC-FILE.
           MOVE SPACE TO BARC-EOF.
           PERFORM READ-BARC-RECORD.
           PERFORM B230-READ-BACK-SNAPSHOT
               UNTIL BARC-EOF = 'Y'.
           CLOSE BARC-FILE.
           PERFORM C010-PROVE-FILE.

       B202-START-BALHIST.
           MOVE SPACE TO SNAP-EOF.
           MOVE ZEROS TO BHS-KEY.
           START SNAP-FILE KEY IS NOT LESS THAN BHS-KEY
               INVALID KEY MOVE 'Y' TO SNAP-EOF
           END-START.
           IF SNAP-EOF NOT = 'Y'
               PERFORM READ-SNAP-RECORD
           END-IF.

       B210-SWEEP-SNAPSHOT.
           ADD 1 TO WS-BEFORE-COUNT.
           ADD BHS-BAL TO WS-BEFORE-AMT.
           MOVE BHS-DATE TO WS-WORK-DATE.
           IF WS-WORK-DATE < WS-CUTOFF-DATE
               MOVE BHS-REC TO BARC-REC
               WRITE BARC-REC
               ADD 1 TO WS-ARCH-COUNT
               ADD BHS-BAL TO WS-ARCH-AMT
               PERFORM C007-NOTE-DATE-RANGE
               DELETE SNAP-FILE RECORD
                   INVALID KEY
                       ADD 1 TO WS-FAIL-COUNT
                       DISPLAY "HISTRET: DELETE FAILED FOR BALHIST "
                           BHS-KEY " STATUS=" WS-SNP-STATUS
               END-DELETE
           END-IF.
           PERFORM READ-SNAP-RECORD.

       B220-COUNT-SNAPSHOT.
           ADD 1 TO WS-AFTER-COUNT.
           ADD BHS-BAL TO WS-AFTER-AMT.
           PERFORM READ-SNAP-RECORD.

       B230-READ-BACK-SNAPSHOT.
           ADD 1 TO WS-BACK-COUNT.
           ADD BARC-BAL TO WS-BACK-AMT.
           PERFORM READ-BARC-RECORD.

      ****************************************************************
      *  B300-RETAIN-INQAUDIT DOES THE SAME FOR THE INQUIRY AUDIT    *
      *  LOG BY THE DATE OF THE LOOKUP INTO INQARC.  A LOOKUP        *
      *  CARRIES NO AMOUNT, SO THE PROOF IS BY COUNT ONLY            *
      ****************************************************************
       B300-RETAIN-INQAUDIT.
           MOVE "INQAUDIT" TO WS-FILE-ID.
           MOVE WS-AUD-DAYS TO WS-RETAIN-DAYS.
           PERFORM C005-START-FILE.
           OPEN I-O AUD-FILE.
           IF WS-AUD-STATUS NOT = "00"
               DISPLAY "HISTRET: CANNOT OPEN INQAUDIT, STATUS="
                   WS-AUD-STATUS
               GO TO FATAL-STOP
           END-IF.
           OPEN OUTPUT IARC-FILE.
           PERFORM B302-START-INQAUDIT.
           PERFORM B310-SWEEP-LOOKUP
               UNTIL AUD-EOF = 'Y'.
           CLOSE IARC-FILE.
           PERFORM B302-START-INQAUDIT.
           PERFORM B320-COUNT-LOOKUP
               UNTIL AUD-EOF = 'Y'.
           CLOSE AUD-FILE.
           OPEN INPUT IARC-FILE.
           MOVE SPACE TO IARC-EOF.
           PERFORM READ-IARC-RECORD.
           PERFORM B330-READ-BACK-LOOKUP
               UNTIL IARC-EOF = 'Y'.
           CLOSE IARC-FILE.
           PERFORM C010-PROVE-FILE.

       B302-START-INQAUDIT.
           MOVE SPACE TO AUD-EOF.
           MOVE LOW-VALUES TO IQA-KEY.
           START AUD-FILE KEY IS NOT LESS THAN IQA-KEY
               INVALID KEY MOVE 'Y' TO AUD-EOF
           END-START.
           IF AUD-EOF NOT = 'Y'
               PERFORM READ-AUD-RECORD
           END-IF.

       B310-SWEEP-LOOKUP.
           ADD 1 TO WS-BEFORE-COUNT.
           MOVE IQA-TIMESTAMP(1:8) TO WS-WORK-DATE.
           IF WS-WORK-DATE < WS-CUTOFF-DATE
               MOVE IQA-REC TO IARC-REC
               WRITE IARC-REC
               ADD 1 TO WS-ARCH-COUNT
               PERFORM C007-NOTE-DATE-RANGE
               DELETE AUD-FILE RECORD
                   INVALID KEY
                       ADD 1 TO WS-FAIL-COUNT
                       DISPLAY "HISTRET: DELETE FAILED FOR INQAUDIT "
                           IQA-KEY " STATUS=" WS-AUD-STATUS
               END-DELETE
           END-IF.
           PERFORM READ-AUD-RECORD.

       B320-COUNT-LOOKUP.
           ADD 1 TO WS-AFTER-COUNT.
           PERFORM READ-AUD-RECORD.

       B330-READ-BACK-LOOKUP.
           ADD 1 TO WS-BACK-COUNT.
           PERFORM READ-IARC-RECORD.

      ****************************************************************
      *  C005-START-FILE SETS THE CUTOFF FOR THE FILE ABOUT TO BE    *
      *  SWEPT AND CLEARS THE TOTALS CARRIED FROM THE LAST ONE       *
      ****************************************************************
       C005-START-FILE.
           PERFORM A007-SET-CUTOFF-DATE.
           MOVE ZERO TO WS-BEFORE-COUNT.
           MOVE ZERO TO WS-ARCH-COUNT.
           MOVE ZERO TO WS-AFTER-COUNT.
           MOVE ZERO TO WS-BACK-COUNT.
           MOVE ZERO TO WS-FAIL-COUNT.
           MOVE ZERO TO WS-BEFORE-AMT.
           MOVE ZERO TO WS-ARCH-AMT.
           MOVE ZERO TO WS-AFTER-AMT.
           MOVE ZERO TO WS-BACK-AMT.
           MOVE ZERO TO WS-FROM-DATE.
           MOVE ZERO TO WS-TO-DATE.

       C007-NOTE-DATE-RANGE.
           IF WS-FROM-DATE = ZERO OR WS-WORK-DATE < WS-FROM-DATE
               MOVE WS-WORK-DATE TO WS-FROM-DATE
           END-IF.
           IF WS-WORK-DATE > WS-TO-DATE
               MOVE WS-WORK-DATE TO WS-TO-DATE
           END-IF.

      ****************************************************************
      *  C010-PROVE-FILE BALANCES ONE FILE: LIVE BEFORE EQUALS LIVE  *
      *  AFTER PLUS ARCHIVED, AND THE GENERATION READS BACK TO WHAT  *
      *  WAS WRITTEN, BY COUNT AND AMOUNT.  PRINTS THE FILE'S        *
      *  SECTION OF THE REGISTER AND CATALOGS THE GENERATION         *
      ****************************************************************
       C010-PROVE-FILE.
           MOVE 'Y' TO PROOF-FLAG.
           IF WS-BEFORE-COUNT NOT = WS-AFTER-COUNT + WS-ARCH-COUNT OR
              WS-BEFORE-AMT NOT = WS-AFTER-AMT + WS-ARCH-AMT OR
              WS-BACK-COUNT NOT = WS-ARCH-COUNT OR
              WS-BACK-AMT NOT = WS-ARCH-AMT
               MOVE 'N' TO PROOF-FLAG
               ADD 1 TO WS-OUT-COUNT
           END-IF.
           PERFORM C015-PRINT-FILE-SECTION.
           PERFORM C020-WRITE-CATALOG.

       C015-PRINT-FILE-SECTION.
           MOVE SPACES TO RPT-REC-OUT.
           WRITE RPT-REC-OUT.
           MOVE WS-FILE-ID TO SEC-FILE-ID.
           MOVE WS-RETAIN-DAYS TO SEC-RETAIN-DAYS.
           MOVE WS-CUTOFF-DATE TO SEC-CUTOFF.
           WRITE RPT-REC-OUT FROM SECTION-HEAD.
           WRITE RPT-REC-OUT FROM COLUMN-HEAD.
           MOVE "LIVE RECORDS BEFORE......" TO TOT-LABEL.
           MOVE WS-BEFORE-COUNT TO TOT-COUNT.
           MOVE WS-BEFORE-AMT TO TOT-AMOUNT.
           WRITE RPT-REC-OUT FROM TOTAL-LINE.
           MOVE "MOVED TO ARCHIVE........." TO TOT-LABEL.
           MOVE WS-ARCH-COUNT TO TOT-COUNT.
           MOVE WS-ARCH-AMT TO TOT-AMOUNT.
           WRITE RPT-REC-OUT FROM TOTAL-LINE.
           MOVE "LIVE RECORDS AFTER......." TO TOT-LABEL.
           MOVE WS-AFTER-COUNT TO TOT-COUNT.
           MOVE WS-AFTER-AMT TO TOT-AMOUNT.
           WRITE RPT-REC-OUT FROM TOTAL-LINE.
           MOVE "ARCHIVE READ BACK........" TO TOT-LABEL.
           MOVE WS-BACK-COUNT TO TOT-COUNT.
           MOVE WS-BACK-AMT TO TOT-AMOUNT.
           WRITE RPT-REC-OUT FROM TOTAL-LINE.
           IF WS-ARCH-COUNT > ZERO
               MOVE WS-FROM-DATE TO DTS-FROM
               MOVE WS-TO-DATE TO DTS-TO
               WRITE RPT-REC-OUT FROM DATES-LINE
           END-IF.
           IF WS-FAIL-COUNT > ZERO
               MOVE WS-FAIL-COUNT TO FAL-COUNT
               WRITE RPT-REC-OUT FROM FAIL-LINE
           END-IF.
           IF PROOF-BALANCED
               MOVE "BALANCED" TO RES-TEXT
           ELSE
               MOVE "*** OUT OF BALANCE ***" TO RES-TEXT
           END-IF.
           WRITE RPT-REC-OUT FROM RESULT-LINE.

      ****************************************************************
      *  C020-WRITE-CATALOG APPENDS THE GENERATION'S RECORD TO       *
      *  HISTCAT AS SOON AS THE FILE IS PROVED, SO A RUN THAT STOPS  *
      *  ON A LATER FILE STILL LEAVES THE EARLIER GENERATIONS        *
      *  CATALOGED.  A GENERATION WITH NOTHING IN IT IS CATALOGED    *
      *  WITH A ZERO COUNT                                           *
      ****************************************************************
       C020-WRITE-CATALOG.
           OPEN EXTEND HCAT-OUT.
           MOVE SPACES TO HCT-REC.
           MOVE WS-FILE-ID TO HCT-FILE-ID.
           MOVE WS-CURRENT-DATE-N TO HCT-RUN-DATE.
           MOVE WS-CUTOFF-DATE TO HCT-CUTOFF-DATE.
           MOVE WS-RETAIN-DAYS TO HCT-RETAIN-DAYS.
           MOVE WS-FROM-DATE TO HCT-FROM-DATE.
           MOVE WS-TO-DATE TO HCT-TO-DATE.
           MOVE WS-ARCH-COUNT TO HCT-COUNT.
           MOVE WS-ARCH-AMT TO HCT-AMOUNT.
           WRITE HCT-REC.
           CLOSE HCAT-OUT.

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

       READ-TARC-RECORD.
           READ TARC-FILE
               AT END MOVE 'Y' TO TARC-EOF
           END-READ.

       READ-BARC-RECORD.
           READ BARC-FILE
               AT END MOVE 'Y' TO BARC-EOF
           END-READ.

       READ-IARC-RECORD.
           READ IARC-FILE
               AT END MOVE 'Y' TO IARC-EOF
           END-READ.

      ****************************************************************
      *  FATAL-STOP ABANDONS THE RUN ON A BAD PARMIN OR A HISTORY    *
      *  FILE THAT CANNOT BE OPENED, BEFORE ANYTHING IS DELETED FROM *
      *  IT                                                          *
      ****************************************************************
       FATAL-STOP.
           CLOSE RPT-OUT.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
