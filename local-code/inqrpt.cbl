      *                    THRESHOLD, BOTH FROM PARMIN (DEFAULTS 50
      *                    AND 5).  THIS IS THE TRAIL THAT DID NOT
      *                    EXIST AFTER THE MARCH BROWSING INCIDENT.
      *   2026.10.15  SEC  INQAUDIT IS NOW INDEXED BY TIMESTAMP.  THE
      *                    REPORT COVERS ONE BUSINESS DATE - FROM PARMIN
      *                    COLUMNS 11-18 AS YYYYMMDD, DEFAULTING TO THE
      *                    RUN DATE - AND STARTS THE LOG AT THAT DATE
      *                    AND STOPS AT THE NEXT INSTEAD OF READING THE
      *                    WHOLE LOG.  THE DATE PRINTS IN THE HEADING.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUD-IN ASSIGN TO INQAUDIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IQA-KEY
               FILE STATUS IS WS-AUD-STATUS.
           SELECT PARM-IN ASSIGN TO PARMIN.
           SELECT RPT-OUT ASSIGN TO INQACRPT.
           SELECT SORT-WORK ASSIGN TO SORTWK01.
       01  PARM-REC.
           05  VOL-LIMIT-IN   PIC 9(05).
           05  REP-LIMIT-IN   PIC 9(05).
           05  RPT-DATE-IN    PIC 9(08).
           05                 PIC X(62).
      *
       FD  RPT-OUT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  RPT-REC-OUT        PIC X(80).

       01  WS-SUB              PIC 9(03)      VALUE ZERO COMP.

       01  WS-RPT-DATE         PIC 9(08)      VALUE ZERO.

       01  WS-AUD-STATUS       PIC X(02)      VALUE "00".

       01  WS-LINE-COUNT       PIC 9(03)      VALUE ZERO.

       01  WS-LINES-PER-PAGE   PIC 9(03)      VALUE 55.
           05 VOL-2       PIC ZZZZ9.
           05             PIC X(19) VALUE "  REPEAT THRESHOLD ".
           05 REP-2       PIC ZZZZ9.
           05             PIC X(7)  VALUE "  DATE ".
           05 DATE-2      PIC 9(08).
           05             PIC X(19) VALUE SPACES.

       01  HEADER-3.
           05             PIC X(80) VALUE ALL "=".
           STOP RUN.

       A005-READ-PARMS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RPT-DATE.
           READ PARM-IN
               AT END
                   CONTINUE
                   IF REP-LIMIT-IN NUMERIC AND REP-LIMIT-IN > ZERO
                       MOVE REP-LIMIT-IN TO WS-REP-LIMIT
                   END-IF
                   IF RPT-DATE-IN NUMERIC AND RPT-DATE-IN > ZERO
                       MOVE RPT-DATE-IN TO WS-RPT-DATE
                   END-IF
           END-READ.

       A010-WRITE-HEADERS.
           WRITE RPT-REC-OUT FROM HEADER-1 AFTER ADVANCING PAGE.
           MOVE WS-VOL-LIMIT TO VOL-2.
           MOVE WS-REP-LIMIT TO REP-2.
           MOVE WS-RPT-DATE TO DATE-2.
           WRITE RPT-REC-OUT FROM HEADER-2.
           WRITE RPT-REC-OUT FROM HEADER-3.
           MOVE ZERO TO WS-LINE-COUNT.

      ****************************************************************
      *  B010-RELEASE-LOG STARTS THE ACCESS LOG AT THE REPORT DATE   *
      *  AND RELEASES THAT DAY'S LOOKUPS, KEYED FOR THE OPERATOR/    *
      *  ACCOUNT ROLL-UP, STOPPING AT THE FIRST LOOKUP OF A LATER    *
      *  DAY                                                         *
      ****************************************************************
       B010-RELEASE-LOG.
           OPEN INPUT AUD-IN.
           IF WS-AUD-STATUS NOT = "00"
               DISPLAY "INQRPT: CANNOT OPEN INQAUDIT, STATUS="
                   WS-AUD-STATUS
               MOVE 'Y' TO AUD-EOF
           ELSE
               MOVE LOW-VALUES TO IQA-KEY
               MOVE WS-RPT-DATE TO IQA-TIMESTAMP(1:8)
               START AUD-IN KEY IS NOT LESS THAN IQA-KEY
                   INVALID KEY MOVE 'Y' TO AUD-EOF
               END-START
           END-IF.
           IF AUD-EOF NOT = 'Y'
               PERFORM READ-AUD-RECORD
           END-IF.
           PERFORM B020-RELEASE-ONE-RECORD
               UNTIL AUD-EOF = 'Y'.
           CLOSE AUD-IN.
           EXIT.

       B020-RELEASE-ONE-RECORD.
           IF IQA-TIMESTAMP(1:8) NOT = WS-RPT-DATE
               MOVE 'Y' TO AUD-EOF
           ELSE
               ADD 1 TO WS-READ-COUNT
               MOVE IQA-OPERATOR TO SW-OPERATOR
               MOVE IQA-ACCT-NO TO SW-ACCT-NO
               MOVE IQA-TIMESTAMP TO SW-TIMESTAMP
               MOVE IQA-LOOKUP-TYPE TO SW-LOOKUP-TYPE
               RELEASE SW-RECORD
               PERFORM READ-AUD-RECORD
           END-IF.

      ****************************************************************
      *  C010-REPORT-OPERATORS TAKES THE LOG BACK IN OPERATOR AND    *
           ADD 1 TO WS-LINE-COUNT.

       READ-AUD-RECORD.
           READ AUD-IN NEXT RECORD
               AT END MOVE 'Y' TO AUD-EOF
           END-READ.

