      *                    FILTER TO THOSE DATES FOR THE MATCH, SO
      *                    THE NIGHTLY PIPELINE RUNS END TO END WITH
      *                    NO EXTERNAL SPLIT STEP.
      *   2026.10.15  SEC  BALHIST IS NOW INDEXED BY SNAPSHOT DATE AND
      *                    ACCOUNT.  THE SCAN PASS STEPS FROM NIGHT TO
      *                    NIGHT WITH ONE READ AND A START PER SNAPSHOT
      *                    DATE INSTEAD OF READING EVERY RECORD, AND THE
      *                    TWO MATCH READERS START AT THE LATEST AND
      *                    PRIOR DATES AND STOP AT THE END OF THEIR
      *                    NIGHT.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTCUR-IN ASSIGN TO BALHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUR-SNAP-KEY
               FILE STATUS IS WS-CUR-STATUS.
           SELECT HISTPRV-IN ASSIGN TO BALHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-SNAP-KEY
               FILE STATUS IS WS-PRV-STATUS.
           SELECT PARM-IN ASSIGN TO PARMIN.
           SELECT RPT-OUT ASSIGN TO MOVERPT.
           SELECT SORT-WORK ASSIGN TO SORTWK01.
       FILE SECTION.
       FD  HISTCUR-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  CUR-REC.
           05  CUR-SNAP-KEY.
               10  CUR-DATE       PIC 9(08).
               10  CUR-ACCT-NO    PIC 9(09).
           05  CUR-BAL        PIC 9(09)V99.
           05  CUR-STATUS     PIC X(01).
           05  CUR-BAL-OK     PIC X(01).
      *
       FD  HISTPRV-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  PRV-REC.
           05  PRV-SNAP-KEY.
               10  PRV-DATE       PIC 9(08).
               10  PRV-ACCT-NO    PIC 9(09).
           05  PRV-BAL        PIC 9(09)V99.
           05  PRV-STATUS     PIC X(01).
           05  PRV-BAL-OK     PIC X(01).

       01  WS-PRIOR-DATE       PIC 9(08)      VALUE ZERO.

       01  WS-CUR-STATUS       PIC X(02)      VALUE "00".

       01  WS-PRV-STATUS       PIC X(02)      VALUE "00".

       01  WS-TYPE-SHOWN       PIC X(01)      VALUE SPACE.

       01  WS-TYPE-PRINTED     PIC 9(05)      VALUE ZERO.
       01  FLAGS.
           05 LASTSORT      PIC X VALUE SPACE.
           05 SCAN-EOF      PIC X VALUE SPACE.

       01 WS-CURRENT-DATE.
          05  WS-CURRENT-YEAR         PIC X(04).
           END-READ.

      ****************************************************************
      *  A007-FIND-SNAPSHOT-NIGHTS STEPS THROUGH THE SNAPSHOT DATES  *
      *  ON BALHIST ONE NIGHT AT A TIME - ONE READ PER NIGHT, THEN A *
      *  START PAST THE LAST ACCOUNT OF THAT NIGHT - AND KEEPS THE   *
      *  TWO HIGHEST.  THE MATCH PASS THEN STARTS ITS TWO READERS AT *
      *  THOSE DATES.  ON A FIRST NIGHT THE PRIOR DATE STAYS ZERO    *
      *  AND EVERY ACCOUNT REPORTS AS NEW                            *
      ****************************************************************
       A007-FIND-SNAPSHOT-NIGHTS.
           OPEN INPUT HISTCUR-IN.
           IF WS-CUR-STATUS NOT = "00"
               DISPLAY "BALMOVE: CANNOT OPEN BALHIST, STATUS="
                   WS-CUR-STATUS
               CLOSE RPT-OUT
               STOP RUN
           END-IF.
           MOVE SPACE TO SCAN-EOF.
           MOVE ZERO TO CUR-DATE.
           MOVE ZERO TO CUR-ACCT-NO.
           START HISTCUR-IN KEY IS NOT LESS THAN CUR-SNAP-KEY
               INVALID KEY MOVE 'Y' TO SCAN-EOF
           END-START.
           PERFORM A008-SCAN-ONE-NIGHT
               UNTIL SCAN-EOF = 'Y'.
           CLOSE HISTCUR-IN.

       A008-SCAN-ONE-NIGHT.
           READ HISTCUR-IN NEXT RECORD
               AT END
                   MOVE 'Y' TO SCAN-EOF
               NOT AT END
                   MOVE WS-LATEST-DATE TO WS-PRIOR-DATE
                   MOVE CUR-DATE TO WS-LATEST-DATE
                   MOVE 999999999 TO CUR-ACCT-NO
                   START HISTCUR-IN KEY IS GREATER THAN CUR-SNAP-KEY
                       INVALID KEY MOVE 'Y' TO SCAN-EOF
                   END-START
           END-READ.

       A010-WRITE-HEADERS.
       B010-MATCH-SNAPSHOTS.
           OPEN INPUT HISTCUR-IN.
           OPEN INPUT HISTPRV-IN.
           MOVE WS-LATEST-DATE TO CUR-DATE.
           MOVE ZERO TO CUR-ACCT-NO.
           START HISTCUR-IN KEY IS NOT LESS THAN CUR-SNAP-KEY
               INVALID KEY MOVE WS-EOF-KEY TO WS-CUR-KEY
           END-START.
           IF WS-CUR-KEY NOT = WS-EOF-KEY
               PERFORM READ-CUR-RECORD
           END-IF.
           IF WS-PRIOR-DATE = ZERO
               MOVE WS-EOF-KEY TO WS-PRV-KEY
           ELSE
               MOVE WS-PRIOR-DATE TO PRV-DATE
               MOVE ZERO TO PRV-ACCT-NO
               START HISTPRV-IN KEY IS NOT LESS THAN PRV-SNAP-KEY
                   INVALID KEY MOVE WS-EOF-KEY TO WS-PRV-KEY
               END-START
           END-IF.
           IF WS-PRV-KEY NOT = WS-EOF-KEY
               PERFORM READ-PRV-RECORD
           END-IF.
           PERFORM B020-MATCH-ONE-PAIR
               UNTIL WS-CUR-KEY = WS-EOF-KEY AND
                     WS-PRV-KEY = WS-EOF-KEY.

      ****************************************************************
      *  READ-CUR-RECORD AND READ-PRV-RECORD EACH DELIVER THE NEXT    *
      *  SNAPSHOT RECORD OF THEIR NIGHT AND SIGNAL END OF FILE AT    *
      *  THE FIRST RECORD OF A LATER NIGHT                           *
      ****************************************************************
       READ-CUR-RECORD.
           READ HISTCUR-IN NEXT RECORD
               AT END
                   MOVE WS-EOF-KEY TO WS-CUR-KEY
               NOT AT END
                   IF CUR-DATE = WS-LATEST-DATE
                       MOVE CUR-ACCT-NO TO WS-CUR-KEY
                   ELSE
                       MOVE WS-EOF-KEY TO WS-CUR-KEY
                   END-IF
           END-READ.

       READ-PRV-RECORD.
           READ HISTPRV-IN NEXT RECORD
               AT END
                   MOVE WS-EOF-KEY TO WS-PRV-KEY
               NOT AT END
                   IF PRV-DATE = WS-PRIOR-DATE
                       MOVE PRV-ACCT-NO TO WS-PRV-KEY
                   ELSE
                       MOVE WS-EOF-KEY TO WS-PRV-KEY
                   END-IF
           END-READ.

