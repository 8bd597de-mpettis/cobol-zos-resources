       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTRCV.
       AUTHOR.        STUDENT.
      *
      * MODIFICATION HISTORY:
      *   2026.10.15  SEC  NEW PROGRAM.  POINT-IN-TIME FORWARD RECOVERY
      *                    OF THE CUSTRECS MASTER.  RELOADS THE MASTER
      *                    FROM A BACKUP IMAGE (CUSTBKUP) TAKEN AT THE
      *                    TIMESTAMP GIVEN ON PARMIN AND ROLLS IT
      *                    FORWARD TO A TARGET TIMESTAMP BY REPLAYING,
      *                    IN TIME ORDER, THE CUSTMNT AND ARCREST
      *                    AFTER-IMAGES AND ARCPURGE DELETES JOURNALED
      *                    ON AUDJRNL AND THE TRANPOST, INTACCR, AND
      *                    FEEASSM MOVEMENTS ON TRANHIST.  HISTORY
      *                    RECORDS CARRY ONLY A POSTING DATE, SO EACH
      *                    IS TIMED BY THE START OF THE RUN THAT WROTE
      *                    IT ON THE RUNCTL LEDGER.  EVERY REPLAYED
      *                    MOVEMENT IS CHECKED AGAINST HIST-NEW-BAL.
      *                    PRINTS A RECOVERY REGISTER OF EVERY
      *                    DISAGREEMENT, COUNTS BY SOURCE, AND A PROOF
      *                    OF THE REBUILT MASTER AGAINST THE LATEST
      *                    BALHIST SNAPSHOT IN THE RECOVERY RANGE,
      *                    TAKEN AS THE REPLAY PASSES THE SNAPSHOT.
      *                    RETURN CODE 4 WHEN THE REPLAY DISAGREED, 8
      *                    WHEN THE PROOF FAILED OR COULD NOT BE MADE.
      *   2026.10.15  SEC  TRANHIST AND BALHIST ARE NOW INDEXED BY DATE.
      *                    THE REPLAY READS TRANHIST FROM THE BACKUP
      *                    DATE AND STOPS PAST THE TARGET DATE, THE
      *                    SNAPSHOT SEARCH READS ONE RECORD PER NIGHT IN
      *                    THE RECOVERY RANGE, AND THE PROOF READS ONLY
      *                    THE CHOSEN SNAPSHOT'S NIGHT.
      *   2026.10.15  SEC  THE IMAGE BALANCE CHECK AND THE SNAPSHOT
      *                    PROOF ARE PERFORMED THROUGH THEIR EXITS, AND
      *                    TRANHIST IS CLOSED AT END OF RUN.  THE
      *                    AUDJRNL LAYOUT NOW COMES FROM THE AUDREC
      *                    COPYBOOK.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUS-RECS ASSIGN TO CUSTRECS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO-IN
               FILE STATUS IS WS-CUS-STATUS.
           SELECT OPTIONAL RC-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               ALTERNATE RECORD KEY IS RC-PERIOD-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-RC-STATUS.
           SELECT PARM-IN ASSIGN TO PARMIN.
           SELECT BKUP-IN ASSIGN TO CUSTBKUP.
           SELECT AUD-IN ASSIGN TO AUDJRNL.
           SELECT HIST-IN ASSIGN TO TRANHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-IN-KEY
               ALTERNATE RECORD KEY IS HIST-IN-ACCT-NO WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-IN-EFF-DATE WITH DUPLICATES
               FILE STATUS IS WS-HIS-STATUS.
           SELECT SNAP-IN ASSIGN TO BALHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNAP-KEY
               FILE STATUS IS WS-SNP-STATUS.
           SELECT RPT-OUT ASSIGN TO RCVRPT.
           SELECT SORT-WORK ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  CUS-RECS RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY CUSTREC.
      *
       FD  RC-FILE RECORD CONTAINS 300 CHARACTERS RECORDING MODE F.
           COPY RUNCTL.
      *
      ****************************************************************
      *  PARMIN NAMES THE POINT THE BACKUP WAS TAKEN AND THE POINT   *
      *  TO RECOVER TO, AS YYYYMMDDHHMMSS.  A BLANK TARGET REPLAYS   *
      *  EVERYTHING ON THE JOURNALS.  A BLANK SNAPSHOT DATE PROVES   *
      *  AGAINST THE LATEST BALHIST SNAPSHOT TAKEN BETWEEN THE TWO   *
      ****************************************************************
       FD  PARM-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  PARM-REC.
           05  RCV-BACKUP-STAMP   PIC X(14).
           05  RCV-TARGET-STAMP   PIC X(14).
           05  RCV-SNAP-DATE      PIC X(08).
           05                     PIC X(44).
      *
       FD  BKUP-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  BKUP-REC               PIC X(80).
      *
       FD  AUD-IN RECORD CONTAINS 200 CHARACTERS RECORDING MODE F.
       01  AUD-IN-REC             PIC X(200).
      *
       FD  HIST-IN RECORD CONTAINS 100 CHARACTERS RECORDING MODE F.
       01  HIST-IN-REC.
           05  HIST-IN-KEY.
               10  HIST-IN-POST-DATE PIC 9(08).
               10  HIST-IN-SEQ    PIC 9(07).
           05  HIST-IN-ACCT-NO    PIC 9(09).
           05                     PIC X(12).
           05  HIST-IN-EFF-DATE   PIC X(08).
           05                     PIC X(56).
      *
       FD  SNAP-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  SNAP-REC.
           05  SNAP-KEY.
               10  SNAP-DATE  PIC 9(08).
               10  SNAP-ACCT-NO PIC 9(09).
           05  SNAP-BAL       PIC 9(09)V99.
           05  SNAP-STATUS    PIC X(01).
           05  SNAP-BAL-OK    PIC X(01).
           05                 PIC X(50).
      *
       FD  RPT-OUT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  RPT-REC-OUT            PIC X(80).
      *
       SD  SORT-WORK.
       01  SW-RECORD.
           05  SW-STAMP       PIC X(14).
           05  SW-RANK        PIC 9(01).
           05  SW-SEQ         PIC 9(09).
           05  SW-SRC-IDX     PIC 9(01).
           05  SW-KIND        PIC X(01).
           05  SW-DATA        PIC X(200).
      *

       WORKING-STORAGE SECTION.

       01  PGM-VARIABLES.
           05  WS-BKUP-COUNT   PIC 9(07)      VALUE ZERO.
           05  WS-BKUP-DUP     PIC 9(07)      VALUE ZERO.
           05  WS-JRNL-READ    PIC 9(07)      VALUE ZERO.
           05  WS-TAX-SKIP     PIC 9(07)      VALUE ZERO.
           05  WS-JRNL-UNKNOWN PIC 9(07)      VALUE ZERO.
           05  WS-HIST-READ    PIC 9(07)      VALUE ZERO.
           05  WS-UNUSABLE     PIC 9(07)      VALUE ZERO.
           05  WS-NO-LEDGER    PIC 9(07)      VALUE ZERO.
           05  WS-REPLAY-COUNT PIC 9(07)      VALUE ZERO.
           05  WS-DISAGREE-COUNT PIC 9(07)    VALUE ZERO.
           05  WS-POST-SNAP-COUNT PIC 9(07)   VALUE ZERO.
           05  WS-MASTER-COUNT PIC 9(07)      VALUE ZERO.
           05  WS-BKUP-TOTAL   PIC 9(13)V99   VALUE ZERO.

       01  RECOVERY-POINTS.
           05  WS-BACKUP-STAMP PIC X(14)      VALUE SPACES.
           05  WS-TARGET-STAMP PIC X(14)      VALUE SPACES.
           05  WS-TARGET-DATE  PIC 9(08)      VALUE ZERO.
           05  WS-SNAP-DATE    PIC 9(08)      VALUE ZERO.
           05  WS-SNAP-DATE-X REDEFINES WS-SNAP-DATE PIC X(08).
           05  WS-SNAP-STAMP   PIC X(14)      VALUE SPACES.
           05  WS-PROOF-STATE  PIC X(01)      VALUE SPACE.
               88  PROOF-PENDING              VALUE 'P'.
               88  PROOF-TAKEN                VALUE 'T'.
           05  WS-NO-PROOF-REASON PIC X(40)   VALUE SPACES.

      ****************************************************************
      *  REPLAY COUNTS BY SOURCE PROGRAM.  AN EVENT IS READ, THEN    *
      *  EITHER ALREADY IN THE BACKUP, BEYOND THE TARGET, OR         *
      *  REPLAYED; A REPLAYED EVENT MAY ALSO DISAGREE                *
      ****************************************************************
       01  WS-SOURCE-NAMES.
           05                  PIC X(08)      VALUE "CUSTMNT ".
           05                  PIC X(08)      VALUE "ARCREST ".
           05                  PIC X(08)      VALUE "ARCPURGE".
           05                  PIC X(08)      VALUE "TRANPOST".
           05                  PIC X(08)      VALUE "INTACCR ".
           05                  PIC X(08)      VALUE "FEEASSM ".
           05                  PIC X(08)      VALUE "OTHER   ".
       01  WS-SOURCE-NAMES-R REDEFINES WS-SOURCE-NAMES.
           05  WS-SRC-NAME     PIC X(08)      OCCURS 7 TIMES.

       01  WS-SOURCE-TABLE.
           05  WS-SRC-ENTRY OCCURS 7 TIMES.
               10  WS-SRC-READ     PIC 9(07).
               10  WS-SRC-BEFORE   PIC 9(07).
               10  WS-SRC-AFTER    PIC 9(07).
               10  WS-SRC-REPLAYED PIC 9(07).
               10  WS-SRC-DISAGREE PIC 9(07).

       01  WS-SRC-IDX          PIC 9(01)      VALUE ZERO.

       01  WS-SUB              PIC 9(03)      VALUE ZERO COMP.

       01  EVENT-FIELDS.
           05  WS-EVENT-STAMP  PIC X(14)      VALUE SPACES.
           05  WS-EVENT-RANK   PIC 9(01)      VALUE ZERO.
           05  WS-EVENT-SEQ    PIC 9(09)      VALUE ZERO.
           05  WS-FALLBACK-STAMP.
               10  WS-FB-DATE  PIC 9(08)      VALUE ZERO.
               10  WS-FB-TIME  PIC X(06)      VALUE SPACES.
           05  WS-STEP-DATE    PIC 9(08)      VALUE ZERO.
           05  WS-STEP-PGM     PIC X(08)      VALUE SPACES.
           05  WS-STEP-STAMP   PIC X(14)      VALUE SPACES.

           COPY AUDREC REPLACING LEADING ==AUD-== BY ==WS-AUD-==.

           COPY TRANHIST.

       01  WS-IMAGE.
           05                  PIC X(52).
           05  IMG-ACCT-NO     PIC 9(09).
           05  IMG-BAL         PIC X(12).
           05                  PIC X(07).

       01  BALANCE-WORK.
           05  WS-BAL-TEXT     PIC X(12)      VALUE SPACES.
           05  WS-BAL-VALUE    PIC 9(09)V99   VALUE ZERO.
           05  WS-BAL-OK       PIC X(01)      VALUE SPACE.
           05  WS-SAVE-BAL     PIC X(12)      VALUE SPACES.
           05  WS-SAVE-VALUE   PIC 9(09)V99   VALUE ZERO.
           05  WS-RCV-BAL      PIC S9(11)V99  VALUE ZERO.

       01  WS-BAL-EDITED       PIC 9(09).99.

       01  DISAGREE-FIELDS.
           05  WS-DIS-ACCT     PIC 9(09)      VALUE ZERO.
           05  WS-DIS-ACTION   PIC X(03)      VALUE SPACES.
           05  WS-DIS-REASON   PIC X(30)      VALUE SPACES.
           05  WS-DIS-AMOUNTS  PIC X(01)      VALUE SPACE.
           05  WS-DIS-REPLAYED PIC S9(11)V99  VALUE ZERO.
           05  WS-DIS-EXPECTED PIC S9(11)V99  VALUE ZERO.

      ****************************************************************
      *  SNAPSHOT PROOF RESULTS.  UP TO 500 DIFFERENCES ARE KEPT FOR *
      *  THE REGISTER; ANY BEYOND THAT ARE COUNTED                   *
      ****************************************************************
       01  PROOF-FIELDS.
           05  WS-PRF-SNAP-COUNT PIC 9(07)    VALUE ZERO.
           05  WS-PRF-FOUND    PIC 9(07)      VALUE ZERO.
           05  WS-PRF-BAL-DIFF PIC 9(07)      VALUE ZERO.
           05  WS-PRF-STAT-DIFF PIC 9(07)     VALUE ZERO.
           05  WS-PRF-MISSING  PIC 9(07)      VALUE ZERO.
           05  WS-PRF-EXTRA    PIC 9(07)      VALUE ZERO.
           05  WS-PRF-UNLISTED PIC 9(07)      VALUE ZERO.
           05  WS-PRF-MASTER-COUNT PIC 9(07)  VALUE ZERO.
           05  WS-PRF-SNAP-TOTAL PIC 9(13)V99 VALUE ZERO.
           05  WS-PRF-MAST-TOTAL PIC 9(13)V99 VALUE ZERO.
           05  WS-PRF-STATUS   PIC X(01)      VALUE SPACE.

       01  WS-PROOF-TABLE.
           05  WS-PRF-COUNT    PIC 9(03)      VALUE ZERO COMP.
           05  WS-PRF-ENTRY OCCURS 500 TIMES.
               10  WS-PRF-ACCT     PIC 9(09).
               10  WS-PRF-REASON   PIC X(30).
               10  WS-PRF-SNAP-BAL PIC 9(09)V99.
               10  WS-PRF-MAST-BAL PIC 9(09)V99.

       01  WS-CUS-STATUS       PIC X(02)      VALUE "00".

       01  WS-RC-STATUS        PIC X(02)      VALUE "00".

       01  WS-HIS-STATUS       PIC X(02)      VALUE "00".

       01  WS-SNP-STATUS       PIC X(02)      VALUE "00".

       01  WS-LINE-COUNT       PIC 9(03)      VALUE ZERO.

       01  WS-LINES-PER-PAGE   PIC 9(03)      VALUE 55.

       01  WS-PAGE-COUNT       PIC 9(03)      VALUE ZERO.

       01  WS-RPT-LINE         PIC X(80)      VALUE SPACES.

       01  FLAGS.
           05 BKUP-EOF      PIC X VALUE SPACE.
           05 AUD-EOF       PIC X VALUE SPACE.
           05 HIST-EOF      PIC X VALUE SPACE.
           05 SNAP-EOF      PIC X VALUE SPACE.
           05 LASTSORT      PIC X VALUE SPACE.

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
           05             PIC X(13) VALUE "BACKUP AS OF ".
           05 HDR-BACKUP  PIC X(14).
           05             PIC X(10) VALUE "   TARGET ".
           05 HDR-TARGET  PIC X(15).
           05             PIC X(18) VALUE "   PROOF SNAPSHOT ".
           05 HDR-SNAP    PIC X(08).
           05             PIC X(2)  VALUE SPACES.

       01  HEADER-3.
           05             PIC X(80) VALUE ALL "=".

       01  DISAGREE-HEAD.
           05             PIC X(38) VALUE
               "ACCOUNT   SOURCE   ACT TIME          ".
           05             PIC X(42) VALUE "DISAGREEMENT".

       01  DISAGREE-LINE-1.
           05 DL1-ACCT-NO PIC 9(09).
           05             PIC X(1)  VALUE SPACES.
           05 DL1-SOURCE  PIC X(08).
           05             PIC X(1)  VALUE SPACES.
           05 DL1-ACTION  PIC X(03).
           05             PIC X(1)  VALUE SPACES.
           05 DL1-STAMP   PIC X(14).
           05             PIC X(1)  VALUE SPACES.
           05 DL1-REASON  PIC X(30).
           05             PIC X(12) VALUE SPACES.

       01  DISAGREE-LINE-2.
           05             PIC X(12) VALUE SPACES.
           05             PIC X(9)  VALUE "REPLAYED ".
           05 DL2-REPLAYED PIC ZZZ,ZZZ,ZZ9.99-.
           05             PIC X(12) VALUE "   EXPECTED ".
           05 DL2-EXPECTED PIC ZZZ,ZZZ,ZZ9.99-.
           05             PIC X(17) VALUE SPACES.

       01  SOURCE-HEAD.
           05             PIC X(8)  VALUE "SOURCE  ".
           05             PIC X(12) VALUE "        READ".
           05             PIC X(12) VALUE "   IN BACKUP".
           05             PIC X(12) VALUE "AFTER TARGET".
           05             PIC X(12) VALUE "    REPLAYED".
           05             PIC X(12) VALUE "   DISAGREED".
           05             PIC X(12) VALUE SPACES.

       01  SOURCE-LINE.
           05 SRL-NAME    PIC X(08).
           05             PIC X(3)  VALUE SPACES.
           05 SRL-READ    PIC Z,ZZZ,ZZ9.
           05             PIC X(3)  VALUE SPACES.
           05 SRL-BEFORE  PIC Z,ZZZ,ZZ9.
           05             PIC X(3)  VALUE SPACES.
           05 SRL-AFTER   PIC Z,ZZZ,ZZ9.
           05             PIC X(3)  VALUE SPACES.
           05 SRL-REPLAYED PIC Z,ZZZ,ZZ9.
           05             PIC X(3)  VALUE SPACES.
           05 SRL-DISAGREE PIC Z,ZZZ,ZZ9.
           05             PIC X(12) VALUE SPACES.

       01  PROOF-HEAD-1.
           05             PIC X(31) VALUE
               "PROOF AGAINST BALHIST SNAPSHOT ".
           05 PH1-SNAP-DATE PIC X(08).
           05             PIC X(7)  VALUE " TAKEN ".
           05 PH1-SNAP-STAMP PIC X(14).
           05             PIC X(20) VALUE SPACES.

       01  PROOF-HEAD-2.
           05             PIC X(43) VALUE
               "ACCOUNT    DIFFERENCE                      ".
           05             PIC X(37) VALUE
               " SNAPSHOT BAL      MASTER BAL".

       01  PROOF-LINE.
           05 PRL-ACCT-NO PIC 9(09).
           05             PIC X(2)  VALUE SPACES.
           05 PRL-REASON  PIC X(30).
           05             PIC X(2)  VALUE SPACES.
           05 PRL-SNAP-BAL PIC ZZZ,ZZZ,ZZ9.99.
           05             PIC X(2)  VALUE SPACES.
           05 PRL-MAST-BAL PIC ZZZ,ZZZ,ZZ9.99.
           05             PIC X(7)  VALUE SPACES.

       01  RESULT-LINE.
           05             PIC X(8)  VALUE "RESULT: ".
           05 RSL-TEXT    PIC X(72) VALUE SPACES.

       01  TRAILER-1.
           05             PIC X(24) VALUE "BACKUP RECORDS LOADED..".
           05 TRL-BKUP-COUNT    PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-2.
           05             PIC X(24) VALUE "BACKUP DUPLICATES......".
           05 TRL-BKUP-DUP      PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-3.
           05             PIC X(24) VALUE "BACKUP BALANCE LOADED..".
           05 TRL-BKUP-TOTAL    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(38) VALUE SPACES.

       01  TRAILER-4.
           05             PIC X(24) VALUE "JOURNAL ENTRIES READ...".
           05 TRL-JRNL-READ     PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-5.
           05             PIC X(24) VALUE "TAX ENTRIES SKIPPED....".
           05 TRL-TAX-SKIP      PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-6.
           05             PIC X(24) VALUE "UNKNOWN JOURNAL ACTIONS".
           05 TRL-JRNL-UNKNOWN  PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-7.
           05             PIC X(24) VALUE "HISTORY RECORDS READ...".
           05 TRL-HIST-READ     PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-8.
           05             PIC X(24) VALUE "UNUSABLE RECORDS.......".
           05 TRL-UNUSABLE      PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-9.
           05             PIC X(24) VALUE "RUNS TIMED WITHOUT LEDG".
           05 TRL-NO-LEDGER     PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-10.
           05             PIC X(24) VALUE "EVENTS REPLAYED........".
           05 TRL-REPLAY-COUNT  PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-11.
           05             PIC X(24) VALUE "REPLAY DISAGREEMENTS...".
           05 TRL-DISAGREE-COUNT PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-12.
           05             PIC X(24) VALUE "MASTER RECORDS AFTER...".
           05 TRL-MASTER-COUNT  PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-13.
           05             PIC X(24) VALUE "SNAPSHOT RECORDS.......".
           05 TRL-PRF-SNAP-COUNT PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-14.
           05             PIC X(24) VALUE "MASTER RECORDS AT PROOF".
           05 TRL-PRF-MASTER-COUNT PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-15.
           05             PIC X(24) VALUE "BALANCE DIFFERENCES....".
           05 TRL-PRF-BAL-DIFF  PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-16.
           05             PIC X(24) VALUE "STATUS DIFFERENCES.....".
           05 TRL-PRF-STAT-DIFF PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-17.
           05             PIC X(24) VALUE "SNAPSHOT, NOT ON MASTER".
           05 TRL-PRF-MISSING   PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-18.
           05             PIC X(24) VALUE "MASTER, NOT ON SNAPSHOT".
           05 TRL-PRF-EXTRA     PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-19.
           05             PIC X(24) VALUE "DIFFERENCES NOT LISTED.".
           05 TRL-PRF-UNLISTED  PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-20.
           05             PIC X(24) VALUE "SNAPSHOT BALANCE.......".
           05 TRL-PRF-SNAP-TOTAL PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(38) VALUE SPACES.

       01  TRAILER-21.
           05             PIC X(24) VALUE "REBUILT MASTER BALANCE.".
           05 TRL-PRF-MAST-TOTAL PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(38) VALUE SPACES.

       01  TRAILER-22.
           05             PIC X(24) VALUE "EVENTS AFTER SNAPSHOT..".
           05 TRL-POST-SNAP-COUNT PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.
      *
       A000-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           OPEN INPUT PARM-IN.
           PERFORM A005-LOAD-PARMS.
           CLOSE PARM-IN.
           OPEN OUTPUT RPT-OUT.
           OPEN INPUT RC-FILE.
           IF WS-RC-STATUS NOT = "00" AND WS-RC-STATUS NOT = "05"
               DISPLAY "CUSTRCV: CANNOT OPEN RUNCTL, STATUS="
                   WS-RC-STATUS
               GO TO FATAL-STOP
           END-IF.
           OPEN INPUT HIST-IN.
           IF WS-HIS-STATUS NOT = "00"
               DISPLAY "CUSTRCV: CANNOT OPEN TRANHIST, STATUS="
                   WS-HIS-STATUS
               GO TO FATAL-STOP
           END-IF.
           INITIALIZE WS-SOURCE-TABLE.
           PERFORM A015-FIND-SNAPSHOT.
           PERFORM A012-LOAD-BACKUP.
           PERFORM A010-WRITE-HEADERS.
           WRITE RPT-REC-OUT FROM DISAGREE-HEAD.
           ADD 1 TO WS-LINE-COUNT.

       A020-REPLAY-EVENTS.
           SORT SORT-WORK
               ON ASCENDING KEY SW-STAMP
               ON ASCENDING KEY SW-RANK
               ON ASCENDING KEY SW-SEQ
               INPUT PROCEDURE B005-COLLECT-EVENTS
                   THRU B005-COLLECT-EVENTS-EXIT
               OUTPUT PROCEDURE B020-REPLAY-EVENTS
                   THRU B020-REPLAY-EVENTS-EXIT.

       CLOSE-STOP.
           PERFORM C040-WRITE-TRAILER.
           PERFORM C070-WRITE-PROOF THRU C070-WRITE-PROOF-EXIT.
           CLOSE RPT-OUT.
           CLOSE RC-FILE.
           CLOSE CUS-RECS.
           CLOSE HIST-IN.
           STOP RUN.

      ****************************************************************
      *  A005-LOAD-PARMS TAKES THE BACKUP AND TARGET POINTS AND THE  *
      *  OPTIONAL SNAPSHOT DATE.  THE RUN STOPS BEFORE ANY FILE IS   *
      *  TOUCHED WITHOUT A USABLE BACKUP POINT, OR WITH A TARGET     *
      *  THAT IS NOT AFTER IT                                        *
      ****************************************************************
       A005-LOAD-PARMS.
           MOVE SPACES TO PARM-REC.
           READ PARM-IN
               AT END
                   CONTINUE
           END-READ.
           IF RCV-BACKUP-STAMP NOT NUMERIC
               DISPLAY "CUSTRCV: BACKUP TIMESTAMP MISSING FROM PARMIN"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE RCV-BACKUP-STAMP TO WS-BACKUP-STAMP.
           IF RCV-TARGET-STAMP = SPACES
               MOVE ALL "9" TO WS-TARGET-STAMP
           ELSE
               MOVE RCV-TARGET-STAMP TO WS-TARGET-STAMP
           END-IF.
           IF WS-TARGET-STAMP NOT NUMERIC OR
              WS-TARGET-STAMP NOT > WS-BACKUP-STAMP
               DISPLAY "CUSTRCV: TARGET TIMESTAMP ON PARMIN IS NOT "
                   "AFTER THE BACKUP"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-TARGET-STAMP(1:8) TO WS-TARGET-DATE.
           IF RCV-SNAP-DATE NUMERIC
               MOVE RCV-SNAP-DATE TO WS-SNAP-DATE
           END-IF.

       A010-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE SPACES TO RPT-REC-OUT.
           MOVE "CUSTRECS FORWARD RECOVERY REGISTER" TO TITLE-1.
           MOVE WS-PAGE-COUNT TO PAGE-NO-1.
           WRITE RPT-REC-OUT FROM HEADER-1 AFTER ADVANCING PAGE.
           MOVE WS-BACKUP-STAMP TO HDR-BACKUP.
           IF WS-TARGET-STAMP = ALL "9"
               MOVE "END OF JOURNALS" TO HDR-TARGET
           ELSE
               MOVE WS-TARGET-STAMP TO HDR-TARGET
           END-IF.
           IF WS-SNAP-DATE = ZERO
               MOVE "NONE" TO HDR-SNAP
           ELSE
               MOVE WS-SNAP-DATE-X TO HDR-SNAP
           END-IF.
           WRITE RPT-REC-OUT FROM HEADER-2.
           WRITE RPT-REC-OUT FROM HEADER-3.
           MOVE ZERO TO WS-LINE-COUNT.

      ****************************************************************
      *  A012-LOAD-BACKUP RECREATES THE MASTER FROM THE BACKUP IMAGE *
      *  AND REOPENS IT FOR THE REPLAY                               *
      ****************************************************************
       A012-LOAD-BACKUP.
           OPEN OUTPUT CUS-RECS.
           IF WS-CUS-STATUS NOT = "00"
               DISPLAY "CUSTRCV: CANNOT CREATE CUSTRECS, STATUS="
                   WS-CUS-STATUS
               GO TO FATAL-STOP
           END-IF.
           OPEN INPUT BKUP-IN.
           PERFORM READ-BKUP-RECORD.
           PERFORM A013-LOAD-ONE-RECORD
               UNTIL BKUP-EOF = 'Y'.
           CLOSE BKUP-IN.
           CLOSE CUS-RECS.
           OPEN I-O CUS-RECS.
           IF WS-CUS-STATUS NOT = "00"
               DISPLAY "CUSTRCV: CANNOT REOPEN CUSTRECS, STATUS="
                   WS-CUS-STATUS
               GO TO FATAL-STOP
           END-IF.

       A013-LOAD-ONE-RECORD.
           MOVE BKUP-REC TO IN-REC.
           WRITE IN-REC
               INVALID KEY
                   ADD 1 TO WS-BKUP-DUP
                   DISPLAY "CUSTRCV: DUPLICATE ACCOUNT ON BACKUP "
                       ACCT-NO-IN
               NOT INVALID KEY
                   ADD 1 TO WS-BKUP-COUNT
                   ADD 1 TO WS-MASTER-COUNT
                   MOVE BAL-IN TO WS-BAL-TEXT
                   PERFORM B060-GET-BALANCE
                   IF WS-BAL-OK = 'Y'
                       ADD WS-BAL-VALUE TO WS-BKUP-TOTAL
                   END-IF
           END-WRITE.
           PERFORM READ-BKUP-RECORD.

      ****************************************************************
      *  A015-FIND-SNAPSHOT SETTLES WHICH BALHIST SNAPSHOT PROVES THE*
      *  RECOVERY: THE ONE NAMED ON PARMIN, OR ELSE THE LATEST ONE   *
      *  TAKEN AFTER THE BACKUP AND NOT AFTER THE TARGET.  A         *
      *  SNAPSHOT IS TIMED BY THE START OF ITS BALSNAP RUN ON THE    *
      *  LEDGER.  BALHIST IS KEYED BY SNAPSHOT DATE, SO ONLY THE     *
      *  FIRST RECORD OF EACH NIGHT FROM THE BACKUP DATE TO THE      *
      *  TARGET DATE IS READ                                         *
      ****************************************************************
       A015-FIND-SNAPSHOT.
           IF WS-SNAP-DATE = ZERO
               OPEN INPUT SNAP-IN
               IF WS-SNP-STATUS NOT = "00"
                   DISPLAY "CUSTRCV: CANNOT OPEN BALHIST, STATUS="
                       WS-SNP-STATUS
                   GO TO FATAL-STOP
               END-IF
               MOVE WS-BACKUP-STAMP(1:8) TO SNAP-DATE
               MOVE ZERO TO SNAP-ACCT-NO
               START SNAP-IN KEY IS NOT LESS THAN SNAP-KEY
                   INVALID KEY MOVE 'Y' TO SNAP-EOF
               END-START
               IF SNAP-EOF NOT = 'Y'
                   PERFORM READ-SNAP-RECORD
               END-IF
               PERFORM A016-TEST-SNAPSHOT-DATE
                   UNTIL SNAP-EOF = 'Y'
               CLOSE SNAP-IN
               IF WS-SNAP-DATE = ZERO
                   MOVE "NO BALHIST SNAPSHOT IN THE RECOVERY RANGE"
                       TO WS-NO-PROOF-REASON
               ELSE
                   MOVE 'P' TO WS-PROOF-STATE
               END-IF
           ELSE
               MOVE WS-SNAP-DATE TO WS-FB-DATE
               PERFORM A017-TIME-SNAPSHOT
               MOVE WS-EVENT-STAMP TO WS-SNAP-STAMP
               IF WS-SNAP-STAMP NOT > WS-BACKUP-STAMP OR
                  WS-SNAP-STAMP > WS-TARGET-STAMP
                   MOVE "SNAPSHOT NAMED IS OUTSIDE THE RECOVERY RANGE"
                       TO WS-NO-PROOF-REASON
               ELSE
                   MOVE 'P' TO WS-PROOF-STATE
               END-IF
           END-IF.

       A016-TEST-SNAPSHOT-DATE.
           IF SNAP-DATE > WS-TARGET-DATE
               MOVE 'Y' TO SNAP-EOF
           ELSE
               MOVE SNAP-DATE TO WS-FB-DATE
               PERFORM A017-TIME-SNAPSHOT
               IF WS-EVENT-STAMP > WS-BACKUP-STAMP AND
                  WS-EVENT-STAMP NOT > WS-TARGET-STAMP
                   MOVE SNAP-DATE TO WS-SNAP-DATE
                   MOVE WS-EVENT-STAMP TO WS-SNAP-STAMP
               END-IF
               PERFORM A018-SKIP-TO-NEXT-NIGHT
           END-IF.

       A018-SKIP-TO-NEXT-NIGHT.
           MOVE 999999999 TO SNAP-ACCT-NO.
           START SNAP-IN KEY IS GREATER THAN SNAP-KEY
               INVALID KEY MOVE 'Y' TO SNAP-EOF
           END-START.
           IF SNAP-EOF NOT = 'Y'
               PERFORM READ-SNAP-RECORD
           END-IF.

       A017-TIME-SNAPSHOT.
           MOVE "235959" TO WS-FB-TIME.
           MOVE WS-FB-DATE TO RC-BUS-DATE.
           MOVE "BALSNAP " TO RC-PROGRAM.
           PERFORM B015-READ-LEDGER-STAMP.

      ****************************************************************
      *  B005-COLLECT-EVENTS RELEASES EVERY JOURNAL ENTRY AND        *
      *  HISTORY MOVEMENT THAT FALLS AFTER THE BACKUP AND NOT AFTER  *
      *  THE TARGET, KEYED BY THE TIME IT HAPPENED.  WITHIN THE SAME *
      *  SECOND THE NIGHT STREAM ORDER DECIDES: POSTING, THEN        *
      *  MAINTENANCE, THEN INTEREST, THEN FEES                       *
      ****************************************************************
       B005-COLLECT-EVENTS.
           OPEN INPUT AUD-IN.
           PERFORM READ-AUD-RECORD.
           PERFORM B007-TAKE-JOURNAL-ENTRY
               THRU B007-TAKE-JOURNAL-ENTRY-EXIT
               UNTIL AUD-EOF = 'Y'.
           CLOSE AUD-IN.
           MOVE WS-BACKUP-STAMP(1:8) TO HIST-IN-POST-DATE.
           MOVE ZERO TO HIST-IN-SEQ.
           START HIST-IN KEY IS NOT LESS THAN HIST-IN-KEY
               INVALID KEY MOVE 'Y' TO HIST-EOF
           END-START.
           IF HIST-EOF NOT = 'Y'
               PERFORM READ-HIST-RECORD
           END-IF.
           PERFORM B008-TAKE-HISTORY-ENTRY
               THRU B008-TAKE-HISTORY-ENTRY-EXIT
               UNTIL HIST-EOF = 'Y'.

       B005-COLLECT-EVENTS-EXIT.
           EXIT.

      ****************************************************************
      *  B007-TAKE-JOURNAL-ENTRY: ADD, CHG, AND CLS COME FROM        *
      *  CUSTMNT, RST FROM ARCREST, AND PRG FROM ARCPURGE.  TAX      *
      *  ENTRIES CARRY TAXINFO IMAGES, NOT THE MASTER, AND ARE       *
      *  SKIPPED                                                     *
      ****************************************************************
       B007-TAKE-JOURNAL-ENTRY.
           ADD 1 TO WS-JRNL-READ.
           MOVE AUD-IN-REC TO WS-AUD-REC.
           MOVE ZERO TO WS-SRC-IDX.
           IF WS-AUD-ACTION = "ADD" OR
              WS-AUD-ACTION = "CHG" OR
              WS-AUD-ACTION = "CLS"
               MOVE 1 TO WS-SRC-IDX
           END-IF.
           IF WS-AUD-ACTION = "RST"
               MOVE 2 TO WS-SRC-IDX
           END-IF.
           IF WS-AUD-ACTION = "PRG"
               MOVE 3 TO WS-SRC-IDX
           END-IF.
           IF WS-AUD-ACTION = "TAX"
               ADD 1 TO WS-TAX-SKIP
               GO TO B007-READ-NEXT
           END-IF.
           IF WS-SRC-IDX = ZERO
               ADD 1 TO WS-JRNL-UNKNOWN
               GO TO B007-READ-NEXT
           END-IF.
           IF WS-AUD-TIMESTAMP NOT NUMERIC
               ADD 1 TO WS-UNUSABLE
               GO TO B007-READ-NEXT
           END-IF.
           ADD 1 TO WS-SRC-READ(WS-SRC-IDX).
           MOVE WS-AUD-TIMESTAMP TO WS-EVENT-STAMP.
           MOVE 5 TO WS-EVENT-RANK.
           MOVE SPACES TO SW-RECORD.
           MOVE 'J' TO SW-KIND.
           MOVE WS-AUD-REC TO SW-DATA.
           PERFORM B009-RELEASE-EVENT.

       B007-READ-NEXT.
           PERFORM READ-AUD-RECORD.

       B007-TAKE-JOURNAL-ENTRY-EXIT.
           EXIT.

      ****************************************************************
      *  B008-TAKE-HISTORY-ENTRY TIMES ONE TRANHIST MOVEMENT BY THE  *
      *  LEDGER START OF THE RUN THAT POSTED IT.  TRANHIST IS READ   *
      *  FROM THE BACKUP DATE AND THE READ STOPS AT THE FIRST        *
      *  MOVEMENT POSTED AFTER THE TARGET DATE                       *
      ****************************************************************
       B008-TAKE-HISTORY-ENTRY.
           IF HIST-IN-POST-DATE > WS-TARGET-DATE
               MOVE 'Y' TO HIST-EOF
               GO TO B008-TAKE-HISTORY-ENTRY-EXIT
           END-IF.
           ADD 1 TO WS-HIST-READ.
           MOVE HIST-IN-REC TO HIST-REC.
           IF HIST-POST-DATE NOT NUMERIC OR
              HIST-ACCT-NO NOT NUMERIC OR
              HIST-AMOUNT NOT NUMERIC OR
              HIST-NEW-BAL NOT NUMERIC
               ADD 1 TO WS-UNUSABLE
               GO TO B008-READ-NEXT
           END-IF.
           MOVE 7 TO WS-SRC-IDX.
           MOVE 9 TO WS-EVENT-RANK.
           MOVE "235959" TO WS-FB-TIME.
           IF HIST-SOURCE = "TRANPOST"
               MOVE 4 TO WS-SRC-IDX
               MOVE 1 TO WS-EVENT-RANK
               MOVE "000000" TO WS-FB-TIME
           END-IF.
           IF HIST-SOURCE = "INTACCR "
               MOVE 5 TO WS-SRC-IDX
               MOVE 7 TO WS-EVENT-RANK
           END-IF.
           IF HIST-SOURCE = "FEEASSM "
               MOVE 6 TO WS-SRC-IDX
               MOVE 8 TO WS-EVENT-RANK
           END-IF.
           ADD 1 TO WS-SRC-READ(WS-SRC-IDX).
           PERFORM B012-FIND-STEP-STAMP.
           MOVE SPACES TO SW-RECORD.
           MOVE 'H' TO SW-KIND.
           MOVE HIST-REC TO SW-DATA.
           PERFORM B009-RELEASE-EVENT.

       B008-READ-NEXT.
           PERFORM READ-HIST-RECORD.

       B008-TAKE-HISTORY-ENTRY-EXIT.
           EXIT.

       B009-RELEASE-EVENT.
           IF WS-EVENT-STAMP NOT > WS-BACKUP-STAMP
               ADD 1 TO WS-SRC-BEFORE(WS-SRC-IDX)
           ELSE
               IF WS-EVENT-STAMP > WS-TARGET-STAMP
                   ADD 1 TO WS-SRC-AFTER(WS-SRC-IDX)
               ELSE
                   ADD 1 TO WS-EVENT-SEQ
                   MOVE WS-EVENT-STAMP TO SW-STAMP
                   MOVE WS-EVENT-RANK TO SW-RANK
                   MOVE WS-EVENT-SEQ TO SW-SEQ
                   MOVE WS-SRC-IDX TO SW-SRC-IDX
                   RELEASE SW-RECORD
               END-IF
           END-IF.

      ****************************************************************
      *  B012-FIND-STEP-STAMP LOOKS UP THE LEDGER RECORD FOR THE     *
      *  POSTING DATE AND SOURCE PROGRAM OF THE HISTORY RECORD,      *
      *  REMEMBERING THE LAST ONE SINCE HISTORY ARRIVES A RUN AT A   *
      *  TIME.  A RUN NOT ON THE LEDGER IS TAKEN AS THE START OF THE *
      *  DAY FOR POSTING AND THE END OF THE DAY FOR ANYTHING ELSE    *
      ****************************************************************
       B012-FIND-STEP-STAMP.
           IF HIST-POST-DATE = WS-STEP-DATE AND
              HIST-SOURCE = WS-STEP-PGM
               MOVE WS-STEP-STAMP TO WS-EVENT-STAMP
           ELSE
               MOVE HIST-POST-DATE TO WS-FB-DATE
               MOVE HIST-POST-DATE TO RC-BUS-DATE
               MOVE HIST-SOURCE TO RC-PROGRAM
               PERFORM B015-READ-LEDGER-STAMP
               MOVE HIST-POST-DATE TO WS-STEP-DATE
               MOVE HIST-SOURCE TO WS-STEP-PGM
               MOVE WS-EVENT-STAMP TO WS-STEP-STAMP
           END-IF.

       B015-READ-LEDGER-STAMP.
           READ RC-FILE
               INVALID KEY
                   MOVE WS-FALLBACK-STAMP TO WS-EVENT-STAMP
                   ADD 1 TO WS-NO-LEDGER
               NOT INVALID KEY
                   IF RC-START-STAMP NUMERIC
                       MOVE RC-START-STAMP TO WS-EVENT-STAMP
                   ELSE
                       MOVE WS-FALLBACK-STAMP TO WS-EVENT-STAMP
                       ADD 1 TO WS-NO-LEDGER
                   END-IF
           END-READ.

      ****************************************************************
      *  B020-REPLAY-EVENTS APPLIES THE EVENTS IN TIME ORDER.  THE   *
      *  SNAPSHOT PROOF IS TAKEN JUST BEFORE THE FIRST EVENT LATER   *
      *  THAN THE SNAPSHOT, OR AT THE END                            *
      ****************************************************************
       B020-REPLAY-EVENTS.
           PERFORM RETURN-SORT-RECORD.
           PERFORM B022-REPLAY-ONE-EVENT
               UNTIL LASTSORT = 'Y'.
           IF PROOF-PENDING
               PERFORM C060-PROVE-SNAPSHOT
           END-IF.

       B020-REPLAY-EVENTS-EXIT.
           EXIT.

       B022-REPLAY-ONE-EVENT.
           IF PROOF-PENDING AND SW-STAMP > WS-SNAP-STAMP
               PERFORM C060-PROVE-SNAPSHOT
           END-IF.
           IF PROOF-TAKEN
               ADD 1 TO WS-POST-SNAP-COUNT
           END-IF.
           MOVE SW-SRC-IDX TO WS-SRC-IDX.
           ADD 1 TO WS-REPLAY-COUNT.
           ADD 1 TO WS-SRC-REPLAYED(WS-SRC-IDX).
           IF SW-KIND = 'J'
               MOVE SW-DATA TO WS-AUD-REC
               PERFORM B030-APPLY-JOURNAL
                   THRU B030-APPLY-JOURNAL-EXIT
           ELSE
               MOVE SW-DATA TO HIST-REC
               PERFORM B040-APPLY-MOVEMENT
                   THRU B040-APPLY-MOVEMENT-EXIT
           END-IF.
           PERFORM RETURN-SORT-RECORD.

      ****************************************************************
      *  B030-APPLY-JOURNAL REAPPLIES ONE AUDJRNL ENTRY.  AN ADD OR  *
      *  RESTORE WRITES THE AFTER-IMAGE; A CHANGE OR CLOSE REPLACES  *
      *  THE RECORD WITH IT BUT KEEPS THE REPLAYED BALANCE, SINCE    *
      *  MAINTENANCE NEVER MOVES BAL-IN; A PURGE DELETES THE RECORD  *
      ****************************************************************
       B030-APPLY-JOURNAL.
           MOVE WS-AUD-ACTION TO WS-DIS-ACTION.
           IF WS-AUD-ACTION = "PRG"
               PERFORM B036-APPLY-PURGE
               GO TO B030-APPLY-JOURNAL-EXIT
           END-IF.
           MOVE WS-AUD-AFTER-IMAGE TO WS-IMAGE.
           MOVE IMG-ACCT-NO TO WS-DIS-ACCT.
           IF WS-AUD-ACTION = "ADD" OR WS-AUD-ACTION = "RST"
               MOVE WS-IMAGE TO IN-REC
               WRITE IN-REC
                   INVALID KEY
                       MOVE "ADDED ACCOUNT ALREADY ON MASTER"
                           TO WS-DIS-REASON
                       MOVE SPACE TO WS-DIS-AMOUNTS
                       PERFORM C020-REPORT-DISAGREEMENT
                       REWRITE IN-REC
                           INVALID KEY
                               DISPLAY "CUSTRCV: REWRITE FAILED FOR "
                                   ACCT-NO-IN " STATUS=" WS-CUS-STATUS
                       END-REWRITE
                   NOT INVALID KEY
                       ADD 1 TO WS-MASTER-COUNT
               END-WRITE
               GO TO B030-APPLY-JOURNAL-EXIT
           END-IF.
           MOVE IMG-ACCT-NO TO ACCT-NO-IN.
           READ CUS-RECS
               INVALID KEY
                   MOVE "CHANGED ACCOUNT NOT ON MASTER"
                       TO WS-DIS-REASON
                   MOVE SPACE TO WS-DIS-AMOUNTS
                   PERFORM C020-REPORT-DISAGREEMENT
                   MOVE WS-IMAGE TO IN-REC
                   WRITE IN-REC
                       INVALID KEY
                           DISPLAY "CUSTRCV: WRITE FAILED FOR "
                               ACCT-NO-IN " STATUS=" WS-CUS-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-MASTER-COUNT
                   END-WRITE
                   GO TO B030-APPLY-JOURNAL-EXIT
           END-READ.
           MOVE BAL-IN TO WS-SAVE-BAL.
           MOVE WS-IMAGE TO IN-REC.
           MOVE WS-SAVE-BAL TO BAL-IN.
           REWRITE IN-REC
               INVALID KEY
                   DISPLAY "CUSTRCV: REWRITE FAILED FOR "
                       ACCT-NO-IN " STATUS=" WS-CUS-STATUS
           END-REWRITE.
           PERFORM B034-CHECK-IMAGE-BALANCE THRU B034-EXIT.

       B030-APPLY-JOURNAL-EXIT.
           EXIT.

      ****************************************************************
      *  B034-CHECK-IMAGE-BALANCE COMPARES THE BALANCE THE JOURNAL   *
      *  IMAGE CARRIED WITH THE BALANCE THE REPLAY HAD REACHED.  A   *
      *  DIFFERENCE MEANS THE EVENTS WERE NOT REPLAYED IN THE ORDER  *
      *  THEY HAPPENED                                               *
      ****************************************************************
       B034-CHECK-IMAGE-BALANCE.
           MOVE WS-SAVE-BAL TO WS-BAL-TEXT.
           PERFORM B060-GET-BALANCE.
           IF WS-BAL-OK NOT = 'Y'
               GO TO B034-EXIT
           END-IF.
           MOVE WS-BAL-VALUE TO WS-SAVE-VALUE.
           MOVE IMG-BAL TO WS-BAL-TEXT.
           PERFORM B060-GET-BALANCE.
           IF WS-BAL-OK = 'Y' AND WS-BAL-VALUE NOT = WS-SAVE-VALUE
               MOVE "JOURNAL IMAGE BALANCE DIFFERS" TO WS-DIS-REASON
               MOVE 'Y' TO WS-DIS-AMOUNTS
               MOVE WS-SAVE-VALUE TO WS-DIS-REPLAYED
               MOVE WS-BAL-VALUE TO WS-DIS-EXPECTED
               PERFORM C020-REPORT-DISAGREEMENT
           END-IF.

       B034-EXIT.
           EXIT.

       B036-APPLY-PURGE.
           MOVE WS-AUD-BEFORE-IMAGE TO WS-IMAGE.
           MOVE IMG-ACCT-NO TO WS-DIS-ACCT.
           MOVE IMG-ACCT-NO TO ACCT-NO-IN.
           READ CUS-RECS
               INVALID KEY
                   MOVE "PURGED ACCOUNT NOT ON MASTER" TO WS-DIS-REASON
                   MOVE SPACE TO WS-DIS-AMOUNTS
                   PERFORM C020-REPORT-DISAGREEMENT
               NOT INVALID KEY
                   MOVE BAL-IN TO WS-SAVE-BAL
                   DELETE CUS-RECS
                       INVALID KEY
                           DISPLAY "CUSTRCV: DELETE FAILED FOR "
                               ACCT-NO-IN " STATUS=" WS-CUS-STATUS
                       NOT INVALID KEY
                           SUBTRACT 1 FROM WS-MASTER-COUNT
                           PERFORM B034-CHECK-IMAGE-BALANCE
                               THRU B034-EXIT
                   END-DELETE
           END-READ.

      ****************************************************************
      *  B040-APPLY-MOVEMENT REPLAYS ONE HISTORY MOVEMENT AGAINST    *
      *  THE BALANCE ON THE REBUILT MASTER AND CHECKS THE RESULT     *
      *  AGAINST HIST-NEW-BAL.  ON ANY DISAGREEMENT THE HISTORY      *
      *  BALANCE IS TAKEN, SO ONE BREAK IS REPORTED ONCE RATHER THAN *
      *  ON EVERY LATER MOVEMENT FOR THE ACCOUNT                     *
      ****************************************************************
       B040-APPLY-MOVEMENT.
           MOVE HIST-ACCT-NO TO WS-DIS-ACCT.
           MOVE SPACES TO WS-DIS-ACTION.
           MOVE HIST-DC-CODE TO WS-DIS-ACTION.
           MOVE HIST-ACCT-NO TO ACCT-NO-IN.
           READ CUS-RECS
               INVALID KEY
                   MOVE "ACCOUNT NOT ON MASTER" TO WS-DIS-REASON
                   MOVE SPACE TO WS-DIS-AMOUNTS
                   PERFORM C020-REPORT-DISAGREEMENT
                   GO TO B040-APPLY-MOVEMENT-EXIT
           END-READ.
           MOVE BAL-IN TO WS-BAL-TEXT.
           PERFORM B060-GET-BALANCE.
           IF WS-BAL-OK NOT = 'Y'
               MOVE "UNREADABLE BALANCE ON MASTER" TO WS-DIS-REASON
               MOVE SPACE TO WS-DIS-AMOUNTS
               PERFORM C020-REPORT-DISAGREEMENT
               MOVE HIST-NEW-BAL TO WS-RCV-BAL
               GO TO B045-STORE-BALANCE
           END-IF.
           MOVE WS-BAL-VALUE TO WS-RCV-BAL.
           IF HIST-DC-CODE = 'C' OR HIST-DC-CODE = 'I'
               ADD HIST-AMOUNT TO WS-RCV-BAL
           ELSE
               IF HIST-DC-CODE = 'D' OR HIST-DC-CODE = 'F'
                   SUBTRACT HIST-AMOUNT FROM WS-RCV-BAL
               ELSE
                   IF HIST-DC-CODE = 'R' AND
                      HIST-ORIG-DC-CODE = 'C'
                       SUBTRACT HIST-AMOUNT FROM WS-RCV-BAL
                   ELSE
                       IF HIST-DC-CODE = 'R' AND
                          HIST-ORIG-DC-CODE = 'D'
                           ADD HIST-AMOUNT TO WS-RCV-BAL
                       ELSE
                           MOVE "UNKNOWN MOVEMENT CODE"
                               TO WS-DIS-REASON
                           MOVE SPACE TO WS-DIS-AMOUNTS
                           PERFORM C020-REPORT-DISAGREEMENT
                           MOVE HIST-NEW-BAL TO WS-RCV-BAL
                           GO TO B045-STORE-BALANCE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-RCV-BAL NOT = HIST-NEW-BAL
               MOVE "BALANCE DISAGREES WITH HISTORY" TO WS-DIS-REASON
               MOVE 'Y' TO WS-DIS-AMOUNTS
               MOVE WS-RCV-BAL TO WS-DIS-REPLAYED
               MOVE HIST-NEW-BAL TO WS-DIS-EXPECTED
               PERFORM C020-REPORT-DISAGREEMENT
               MOVE HIST-NEW-BAL TO WS-RCV-BAL
           END-IF.

       B045-STORE-BALANCE.
           MOVE WS-RCV-BAL TO WS-BAL-EDITED.
           MOVE WS-BAL-EDITED TO BAL-IN.
           REWRITE IN-REC
               INVALID KEY
                   DISPLAY "CUSTRCV: REWRITE FAILED FOR "
                       ACCT-NO-IN " STATUS=" WS-CUS-STATUS
           END-REWRITE.

       B040-APPLY-MOVEMENT-EXIT.
           EXIT.

       B060-GET-BALANCE.
           IF FUNCTION TEST-NUMVAL-C(WS-BAL-TEXT) = ZERO
               COMPUTE WS-BAL-VALUE = FUNCTION NUMVAL-C(WS-BAL-TEXT)
               MOVE 'Y' TO WS-BAL-OK
           ELSE
               MOVE ZERO TO WS-BAL-VALUE
               MOVE 'N' TO WS-BAL-OK
           END-IF.

      ****************************************************************
      *  C020-REPORT-DISAGREEMENT LISTS ONE EVENT THE REPLAY COULD   *
      *  NOT APPLY CLEANLY                                           *
      ****************************************************************
       C020-REPORT-DISAGREEMENT.
           ADD 1 TO WS-DISAGREE-COUNT.
           ADD 1 TO WS-SRC-DISAGREE(WS-SRC-IDX).
           MOVE WS-DIS-ACCT TO DL1-ACCT-NO.
           MOVE WS-SRC-NAME(WS-SRC-IDX) TO DL1-SOURCE.
           MOVE WS-DIS-ACTION TO DL1-ACTION.
           MOVE SW-STAMP TO DL1-STAMP.
           MOVE WS-DIS-REASON TO DL1-REASON.
           MOVE DISAGREE-LINE-1 TO WS-RPT-LINE.
           PERFORM C050-WRITE-CURRENT-LINE.
           IF WS-DIS-AMOUNTS = 'Y'
               MOVE WS-DIS-REPLAYED TO DL2-REPLAYED
               MOVE WS-DIS-EXPECTED TO DL2-EXPECTED
               MOVE DISAGREE-LINE-2 TO WS-RPT-LINE
               PERFORM C050-WRITE-CURRENT-LINE
           END-IF.

       C050-WRITE-CURRENT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM A010-WRITE-HEADERS
           END-IF.
           WRITE RPT-REC-OUT FROM WS-RPT-LINE.
           ADD 1 TO WS-LINE-COUNT.

      ****************************************************************
      *  C060-PROVE-SNAPSHOT COMPARES EVERY ACCOUNT ON THE CHOSEN    *
      *  BALHIST SNAPSHOT WITH THE REBUILT MASTER AS IT STANDS AT    *
      *  THE SNAPSHOT POINT: PRESENCE, OPEN/CLOSED STATUS AS OF THE  *
      *  SNAPSHOT DATE, AND BALANCE.  MASTER ACCOUNTS THE SNAPSHOT   *
      *  DOES NOT HAVE ARE COUNTED FROM THE RECORD COUNTS            *
      ****************************************************************
       C060-PROVE-SNAPSHOT.
           MOVE 'T' TO WS-PROOF-STATE.
           MOVE WS-MASTER-COUNT TO WS-PRF-MASTER-COUNT.
           MOVE SPACE TO SNAP-EOF.
           OPEN INPUT SNAP-IN.
           IF WS-SNP-STATUS NOT = "00"
               DISPLAY "CUSTRCV: CANNOT OPEN BALHIST, STATUS="
                   WS-SNP-STATUS
               MOVE 'Y' TO SNAP-EOF
           END-IF.
           MOVE WS-SNAP-DATE TO SNAP-DATE.
           MOVE ZERO TO SNAP-ACCT-NO.
           IF SNAP-EOF NOT = 'Y'
               START SNAP-IN KEY IS NOT LESS THAN SNAP-KEY
                   INVALID KEY MOVE 'Y' TO SNAP-EOF
               END-START
           END-IF.
           IF SNAP-EOF NOT = 'Y'
               PERFORM READ-SNAP-RECORD
           END-IF.
           PERFORM C062-PROVE-ONE-ACCOUNT
               UNTIL SNAP-EOF = 'Y'.
           CLOSE SNAP-IN.
           IF WS-PRF-MASTER-COUNT > WS-PRF-FOUND
               COMPUTE WS-PRF-EXTRA =
                   WS-PRF-MASTER-COUNT - WS-PRF-FOUND
           END-IF.

       C062-PROVE-ONE-ACCOUNT.
           IF SNAP-DATE NOT = WS-SNAP-DATE
               MOVE 'Y' TO SNAP-EOF
           ELSE
               PERFORM C064-COMPARE-ACCOUNT
                   THRU C064-COMPARE-ACCOUNT-EXIT
               PERFORM READ-SNAP-RECORD
           END-IF.

       C064-COMPARE-ACCOUNT.
           ADD 1 TO WS-PRF-SNAP-COUNT.
           IF SNAP-BAL-OK = 'Y'
               ADD SNAP-BAL TO WS-PRF-SNAP-TOTAL
           END-IF.
           MOVE SNAP-ACCT-NO TO ACCT-NO-IN.
           READ CUS-RECS
               INVALID KEY
                   ADD 1 TO WS-PRF-MISSING
                   MOVE ZERO TO WS-BAL-VALUE
                   MOVE "ON SNAPSHOT, NOT ON MASTER" TO WS-DIS-REASON
                   PERFORM C066-NOTE-DIFFERENCE
                   GO TO C064-COMPARE-ACCOUNT-EXIT
           END-READ.
           ADD 1 TO WS-PRF-FOUND.
           IF END-DATE-IN = SPACES OR
              END-DATE-IN = ZEROS  OR
              END-DATE-IN > WS-SNAP-DATE-X
               MOVE 'O' TO WS-PRF-STATUS
           ELSE
               MOVE 'C' TO WS-PRF-STATUS
           END-IF.
           MOVE BAL-IN TO WS-BAL-TEXT.
           PERFORM B060-GET-BALANCE.
           IF WS-BAL-OK = 'Y'
               ADD WS-BAL-VALUE TO WS-PRF-MAST-TOTAL
           END-IF.
           IF WS-PRF-STATUS NOT = SNAP-STATUS
               ADD 1 TO WS-PRF-STAT-DIFF
               MOVE "OPEN/CLOSED STATUS DIFFERS" TO WS-DIS-REASON
               PERFORM C066-NOTE-DIFFERENCE
           END-IF.
           IF SNAP-BAL-OK = 'Y' AND WS-BAL-OK NOT = 'Y'
               ADD 1 TO WS-PRF-BAL-DIFF
               MOVE "MASTER BALANCE UNREADABLE" TO WS-DIS-REASON
               PERFORM C066-NOTE-DIFFERENCE
               GO TO C064-COMPARE-ACCOUNT-EXIT
           END-IF.
           IF SNAP-BAL-OK NOT = 'Y' AND WS-BAL-OK = 'Y'
               ADD 1 TO WS-PRF-BAL-DIFF
               MOVE "SNAPSHOT BALANCE UNREADABLE" TO WS-DIS-REASON
               PERFORM C066-NOTE-DIFFERENCE
               GO TO C064-COMPARE-ACCOUNT-EXIT
           END-IF.
           IF SNAP-BAL-OK = 'Y' AND WS-BAL-VALUE NOT = SNAP-BAL
               ADD 1 TO WS-PRF-BAL-DIFF
               MOVE "BALANCE DIFFERS" TO WS-DIS-REASON
               PERFORM C066-NOTE-DIFFERENCE
           END-IF.

       C064-COMPARE-ACCOUNT-EXIT.
           EXIT.

       C066-NOTE-DIFFERENCE.
           IF WS-PRF-COUNT < 500
               ADD 1 TO WS-PRF-COUNT
               MOVE SNAP-ACCT-NO TO WS-PRF-ACCT(WS-PRF-COUNT)
               MOVE WS-DIS-REASON TO WS-PRF-REASON(WS-PRF-COUNT)
               MOVE SNAP-BAL TO WS-PRF-SNAP-BAL(WS-PRF-COUNT)
               MOVE WS-BAL-VALUE TO WS-PRF-MAST-BAL(WS-PRF-COUNT)
           ELSE
               ADD 1 TO WS-PRF-UNLISTED
           END-IF.

       RETURN-SORT-RECORD.
           RETURN SORT-WORK
               AT END MOVE 'Y' TO LASTSORT
           END-RETURN.

       READ-BKUP-RECORD.
           READ BKUP-IN
               AT END MOVE 'Y' TO BKUP-EOF
           END-READ.

       READ-AUD-RECORD.
           READ AUD-IN
               AT END MOVE 'Y' TO AUD-EOF
           END-READ.

       READ-HIST-RECORD.
           READ HIST-IN NEXT RECORD
               AT END MOVE 'Y' TO HIST-EOF
           END-READ.

       READ-SNAP-RECORD.
           READ SNAP-IN NEXT RECORD
               AT END MOVE 'Y' TO SNAP-EOF
           END-READ.

      ****************************************************************
      *  C040-WRITE-TRAILER WRITES THE LOAD AND REPLAY CONTROL       *
      *  TOTALS AND THE COUNTS BY SOURCE                             *
      ****************************************************************
       C040-WRITE-TRAILER.
           MOVE SPACES TO RPT-REC-OUT.
           WRITE RPT-REC-OUT FROM HEADER-3.
           WRITE RPT-REC-OUT FROM SOURCE-HEAD.
           MOVE ZERO TO WS-SUB.
           PERFORM C045-WRITE-SOURCE-LINE
               UNTIL WS-SUB >= 7.
           WRITE RPT-REC-OUT FROM HEADER-3.
           MOVE WS-BKUP-COUNT TO TRL-BKUP-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-1.
           MOVE WS-BKUP-DUP TO TRL-BKUP-DUP.
           WRITE RPT-REC-OUT FROM TRAILER-2.
           MOVE WS-BKUP-TOTAL TO TRL-BKUP-TOTAL.
           WRITE RPT-REC-OUT FROM TRAILER-3.
           MOVE WS-JRNL-READ TO TRL-JRNL-READ.
           WRITE RPT-REC-OUT FROM TRAILER-4.
           MOVE WS-TAX-SKIP TO TRL-TAX-SKIP.
           WRITE RPT-REC-OUT FROM TRAILER-5.
           MOVE WS-JRNL-UNKNOWN TO TRL-JRNL-UNKNOWN.
           WRITE RPT-REC-OUT FROM TRAILER-6.
           MOVE WS-HIST-READ TO TRL-HIST-READ.
           WRITE RPT-REC-OUT FROM TRAILER-7.
           MOVE WS-UNUSABLE TO TRL-UNUSABLE.
           WRITE RPT-REC-OUT FROM TRAILER-8.
           MOVE WS-NO-LEDGER TO TRL-NO-LEDGER.
           WRITE RPT-REC-OUT FROM TRAILER-9.
           MOVE WS-REPLAY-COUNT TO TRL-REPLAY-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-10.
           MOVE WS-DISAGREE-COUNT TO TRL-DISAGREE-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-11.
           MOVE WS-MASTER-COUNT TO TRL-MASTER-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-12.
           IF WS-DISAGREE-COUNT NOT = ZERO
               DISPLAY "CUSTRCV: REPLAY DISAGREED " WS-DISAGREE-COUNT
                   " TIME(S) - SEE THE RECOVERY REGISTER"
               MOVE 4 TO RETURN-CODE
           END-IF.

       C045-WRITE-SOURCE-LINE.
           ADD 1 TO WS-SUB.
           MOVE WS-SRC-NAME(WS-SUB) TO SRL-NAME.
           MOVE WS-SRC-READ(WS-SUB) TO SRL-READ.
           MOVE WS-SRC-BEFORE(WS-SUB) TO SRL-BEFORE.
           MOVE WS-SRC-AFTER(WS-SUB) TO SRL-AFTER.
           MOVE WS-SRC-REPLAYED(WS-SUB) TO SRL-REPLAYED.
           MOVE WS-SRC-DISAGREE(WS-SUB) TO SRL-DISAGREE.
           WRITE RPT-REC-OUT FROM SOURCE-LINE.

      ****************************************************************
      *  C070-WRITE-PROOF ENDS THE REGISTER WITH THE SNAPSHOT PROOF: *
      *  EVERY DIFFERENCE FOUND, THE PROOF TOTALS, AND THE VERDICT   *
      *  OPERATIONS NEEDS BEFORE THE NIGHT STREAM RESUMES            *
      ****************************************************************
       C070-WRITE-PROOF.
           PERFORM A010-WRITE-HEADERS.
           IF NOT PROOF-TAKEN
               MOVE SPACES TO RSL-TEXT
               STRING "NO PROOF - " DELIMITED BY SIZE
                      WS-NO-PROOF-REASON DELIMITED BY SIZE
                   INTO RSL-TEXT
               WRITE RPT-REC-OUT FROM RESULT-LINE
               DISPLAY "CUSTRCV: " WS-NO-PROOF-REASON
               MOVE 8 TO RETURN-CODE
               GO TO C070-WRITE-PROOF-EXIT
           END-IF.
           MOVE WS-SNAP-DATE-X TO PH1-SNAP-DATE.
           MOVE WS-SNAP-STAMP TO PH1-SNAP-STAMP.
           WRITE RPT-REC-OUT FROM PROOF-HEAD-1.
           WRITE RPT-REC-OUT FROM PROOF-HEAD-2.
           ADD 2 TO WS-LINE-COUNT.
           MOVE ZERO TO WS-SUB.
           PERFORM C075-WRITE-PROOF-LINE
               UNTIL WS-SUB >= WS-PRF-COUNT.
           MOVE SPACES TO RPT-REC-OUT.
           WRITE RPT-REC-OUT FROM HEADER-3.
           MOVE WS-PRF-SNAP-COUNT TO TRL-PRF-SNAP-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-13.
           MOVE WS-PRF-MASTER-COUNT TO TRL-PRF-MASTER-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-14.
           MOVE WS-PRF-BAL-DIFF TO TRL-PRF-BAL-DIFF.
           WRITE RPT-REC-OUT FROM TRAILER-15.
           MOVE WS-PRF-STAT-DIFF TO TRL-PRF-STAT-DIFF.
           WRITE RPT-REC-OUT FROM TRAILER-16.
           MOVE WS-PRF-MISSING TO TRL-PRF-MISSING.
           WRITE RPT-REC-OUT FROM TRAILER-17.
           MOVE WS-PRF-EXTRA TO TRL-PRF-EXTRA.
           WRITE RPT-REC-OUT FROM TRAILER-18.
           MOVE WS-PRF-UNLISTED TO TRL-PRF-UNLISTED.
           WRITE RPT-REC-OUT FROM TRAILER-19.
           MOVE WS-PRF-SNAP-TOTAL TO TRL-PRF-SNAP-TOTAL.
           WRITE RPT-REC-OUT FROM TRAILER-20.
           MOVE WS-PRF-MAST-TOTAL TO TRL-PRF-MAST-TOTAL.
           WRITE RPT-REC-OUT FROM TRAILER-21.
           MOVE WS-POST-SNAP-COUNT TO TRL-POST-SNAP-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-22.
           IF WS-PRF-BAL-DIFF = ZERO AND
              WS-PRF-STAT-DIFF = ZERO AND
              WS-PRF-MISSING = ZERO AND
              WS-PRF-EXTRA = ZERO AND
              WS-PRF-SNAP-TOTAL = WS-PRF-MAST-TOTAL
               MOVE "REBUILT MASTER AGREES WITH THE SNAPSHOT"
                   TO RSL-TEXT
           ELSE
               MOVE "REBUILT MASTER DOES NOT AGREE WITH THE SNAPSHOT"
                   TO RSL-TEXT
               DISPLAY "CUSTRCV: REBUILT MASTER DOES NOT AGREE WITH "
                   "THE BALHIST SNAPSHOT"
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE RPT-REC-OUT FROM RESULT-LINE.

       C070-WRITE-PROOF-EXIT.
           EXIT.

       C075-WRITE-PROOF-LINE.
           ADD 1 TO WS-SUB.
           MOVE WS-PRF-ACCT(WS-SUB) TO PRL-ACCT-NO.
           MOVE WS-PRF-REASON(WS-SUB) TO PRL-REASON.
           MOVE WS-PRF-SNAP-BAL(WS-SUB) TO PRL-SNAP-BAL.
           MOVE WS-PRF-MAST-BAL(WS-SUB) TO PRL-MAST-BAL.
           MOVE PROOF-LINE TO WS-RPT-LINE.
           PERFORM C050-WRITE-CURRENT-LINE.

      ****************************************************************
      *  FATAL-STOP ABANDONS THE RUN WHEN THE LEDGER OR THE MASTER   *
      *  CANNOT BE OPENED                                            *
      ****************************************************************
       FATAL-STOP.
           CLOSE RPT-OUT.
           CLOSE RC-FILE.
           CLOSE CUS-RECS.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
