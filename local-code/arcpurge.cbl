      *                    EVERYTHING MOVED WITH CONTROL TOTALS THAT
      *                    BALANCE AGAINST THE MASTER'S BEFORE AND
      *                    AFTER RECORD COUNTS.
      *   2026.10.15  SEC  JOURNAL EACH PURGED ACCOUNT TO AUDJRNL AS
      *                    ACTION PRG WITH THE ARCHIVED IMAGE AS THE
      *                    BEFORE-IMAGE, SO FORWARD RECOVERY OF THE
      *                    MASTER CAN REPLAY THE DELETE IN TIME ORDER.
      *   2026.10.15  SEC  THE AUDJRNL LAYOUT NOW COMES FROM THE AUDREC
      *                    COPYBOOK SHARED WITH CUSTMNT.
      *
       ENVIRONMENT DIVISION.
      *
               RECORD KEY IS ACCT-NO-IN
               FILE STATUS IS WS-CUS-STATUS.
           SELECT ARCH-OUT ASSIGN TO ARCHIVE.
           SELECT AUDIT-OUT ASSIGN TO AUDJRNL.
           SELECT PARM-IN ASSIGN TO PARMIN.
           SELECT RPT-OUT ASSIGN TO PURGERPT.

      *
       FD  ARCH-OUT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  ARCH-REC           PIC X(80).
      *
       FD  AUDIT-OUT RECORD CONTAINS 200 CHARACTERS RECORDING MODE F.
           COPY AUDREC.
      *
       FD  RPT-OUT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  RPT-REC-OUT        PIC X(80).

       01  WS-CUTOFF-INT       PIC S9(09)     VALUE ZERO.

       01  WS-TIMESTAMP        PIC X(14)      VALUE SPACES.

       01  WS-LINE-COUNT       PIC 9(03)      VALUE ZERO.

       01  WS-LINES-PER-PAGE   PIC 9(03)      VALUE 55.
       A000-START.
           OPEN OUTPUT RPT-OUT.
           OPEN OUTPUT ARCH-OUT.
           OPEN EXTEND AUDIT-OUT.
           OPEN I-O CUS-RECS.
           IF WS-CUS-STATUS NOT = "00"
               DISPLAY "ARCPURGE: CANNOT OPEN CUSTRECS, STATUS="
           PERFORM C040-WRITE-TRAILER.
           CLOSE RPT-OUT.
           CLOSE ARCH-OUT.
           CLOSE AUDIT-OUT.
           CLOSE CUS-RECS.
           STOP RUN.

      *  B010-SWEEP-RECORD DECIDES ONE MASTER RECORD: A CLOSED        *
      *  ACCOUNT WHOSE END DATE FALLS BEFORE THE CUTOFF IS COPIED TO  *
      *  THE ARCHIVE, LISTED ON THE REGISTER, AND DELETED FROM THE    *
      *  MASTER; EVERYTHING ELSE IS RETAINED UNTOUCHED.  EACH        *
      *  DELETE IS JOURNALED SO FORWARD RECOVERY CAN REPLAY IT       *
      ****************************************************************
       B010-SWEEP-RECORD.
           ADD 1 TO WS-READ-COUNT.
               INVALID KEY
                   DISPLAY "ARCPURGE: DELETE FAILED FOR ACCOUNT "
                       ACCT-NO-IN " STATUS=" WS-CUS-STATUS
               NOT INVALID KEY
                   PERFORM C020-WRITE-AUDIT-RECORD
           END-DELETE.
           ADD 1 TO WS-ARCH-COUNT.

           WRITE RPT-REC-OUT FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.

      ****************************************************************
      *  C020-WRITE-AUDIT-RECORD JOURNALS ONE PURGE TO AUDJRNL IN    *
      *  THE CUSTMNT BEFORE/AFTER FORMAT (ACTION PRG, THE ARCHIVED   *
      *  IMAGE AS THE BEFORE-IMAGE, BLANK AFTER-IMAGE) SO THE        *
      *  DELETE IS TIMESTAMPED ALONGSIDE THE MAINTENANCE AND         *
      *  RESTORES THAT SHAPE THE MASTER                              *
      ****************************************************************
       C020-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP.
           MOVE SPACES TO AUD-REC.
           MOVE "PRG" TO AUD-ACTION.
           MOVE ZERO TO AUD-PEND-ID.
           MOVE "ARCPURGE" TO AUD-USER-ID.
           MOVE WS-TIMESTAMP TO AUD-TIMESTAMP.
           MOVE ARCH-REC TO AUD-BEFORE-IMAGE.
           MOVE SPACES TO AUD-AFTER-IMAGE.
           WRITE AUD-REC.

       READ-RECORD.
           READ CUS-RECS NEXT RECORD
               AT END MOVE 'Y' TO LASTREC
       FATAL-STOP.
           CLOSE RPT-OUT.
           CLOSE ARCH-OUT.
           CLOSE AUDIT-OUT.
           STOP RUN.
