       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RUNRPT.
       AUTHOR.        STUDENT.
      *
      * MODIFICATION HISTORY:
      *   2026.10.15  SEC  NEW PROGRAM.  DAILY RUN-CONTROL REPORT.
      *                    READS THE RUNCTL RUN-CONTROL LEDGER FOR ONE
      *                    BUSINESS DATE (PARMIN, DEFAULT THE RUN
      *                    DATE) AND LISTS THE NIGHT'S STREAM IN RUN
      *                    ORDER - TRANEDIT, TRANPOST, CUSTMNT,
      *                    INTACCR, BALSNAP, POSRECON, GLEXTR,
      *                    STMTGEN - WITH EACH STEP'S STATUS, START
      *                    AND END TIMES, RUN NUMBER, RERUN OVERRIDE,
      *                    AND LABELED CONTROL TOTALS, THEN PROVES
      *                    THE TOTALS HANDED FROM STEP TO STEP
      *                    (RECORDS RELEASED TO RECORDS POSTED,
      *                    POSTED MONEY AND INTEREST TO THE GL
      *                    EXTRACT) SO OPERATIONS CAN SIGN OFF THE
      *                    NIGHT FROM ONE PAGE.
      *   2026.10.15  SEC  LIST THE REVERSAL COUNTS AND AMOUNTS FROM
      *                    TRANPOST, POSRECON, AND GLEXTR, AND PROVE
      *                    CREDITS AND DEBITS REVERSED BY POSTING TO
      *                    THE REVERSAL PAIRS IN THE GL EXTRACT.
      *   2026.10.15  SEC  LIST HOLDEXP, THE NIGHTLY HOLD EXPIRY STEP,
      *                    BETWEEN TRANEDIT AND TRANPOST WITH ITS HOLD
      *                    COUNTS AND AMOUNTS, AND THE DEBITS TRANPOST
      *                    REFUSED AS OVER THE AVAILABLE BALANCE.
      *   2026.10.15  SEC  LABEL THE CUSTMNT TAXINFO UPDATE COUNT.
      *   2026.10.15  SEC  LIST FEEASSM, THE MONTH-END FEE ASSESSMENT,
      *                    BETWEEN INTACCR AND BALSNAP WITH ITS FEE
      *                    COUNTS AND AMOUNTS; COUNT THE FEE HISTORY IN
      *                    THE HISTORY HAND-OFF AND PROVE FEES POSTED TO
      *                    THE FEE ENTRIES IN THE GL EXTRACT.
      *   2026.10.15  SEC  LIST SORDGEN, THE STANDING-ORDER TRANSFER
      *                    GENERATOR, BETWEEN HOLDEXP AND TRANPOST WITH
      *                    ITS INSTRUCTION AND TRANSFER COUNTS AND
      *                    AMOUNTS, AND THE TRANSFER PAIRS TRANPOST
      *                    POSTED AND REFUSED; PROVE THE LEGS GENERATED
      *                    TO THE LEGS POSTING READ FROM XFERIN.
      *   2026.10.15  SEC  LIST CTRMON, THE BSA CURRENCY AND STRUCTURING
      *                    MONITOR, AFTER TRANPOST WITH ITS CUSTOMER AND
      *                    CASE COUNTS AND AMOUNTS.
      *   2026.10.15  SEC  LIST MNTPEND, THE DAILY MAINTENANCE APPROVAL
      *                    REPORT, AFTER CUSTMNT WITH ITS APPROVAL AND
      *                    AGEING COUNTS, AND LABEL THE CUSTMNT COUNTS
      *                    OF REQUESTS QUEUED FOR APPROVAL AND APPROVED
      *                    ITEMS APPLIED AND FAILED.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RC-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               ALTERNATE RECORD KEY IS RC-PERIOD-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-RC-STATUS.
           SELECT PARM-IN ASSIGN TO PARMIN.
           SELECT RPT-OUT ASSIGN TO RUNCRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  RC-FILE RECORD CONTAINS 300 CHARACTERS RECORDING MODE F.
           COPY RUNCTL.
      *
       FD  PARM-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  PARM-REC.
           05  BUS-DATE-IN    PIC 9(08).
           05                 PIC X(72).
      *
       FD  RPT-OUT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  RPT-REC-OUT        PIC X(80).
      *

       WORKING-STORAGE SECTION.

       01  PGM-VARIABLES.
           05  WS-COMPLETE-COUNT PIC 9(07)    VALUE ZERO.
           05  WS-FAILED-COUNT PIC 9(07)      VALUE ZERO.
           05  WS-OPEN-COUNT   PIC 9(07)      VALUE ZERO.
           05  WS-NOTRUN-COUNT PIC 9(07)      VALUE ZERO.
           05  WS-AGREE-COUNT  PIC 9(07)      VALUE ZERO.
           05  WS-DIFFER-COUNT PIC 9(07)      VALUE ZERO.

       01  WS-RC-STATUS        PIC X(02)      VALUE "00".

       01  WS-BUS-DATE         PIC 9(08)      VALUE ZERO.

       01  WS-STEP-PGM         PIC X(08)      VALUE SPACES.

       01  WS-RPT-LINE         PIC X(80)      VALUE SPACES.

      ****************************************************************
      *  TOTALS SAVED FROM THE STEP RECORDS AS THEY ARE LISTED, FOR  *
      *  THE HAND-OFF PROOFS AT THE END.  A STATUS OF SPACE MEANS    *
      *  THE STEP IS NOT ON THE LEDGER FOR THE BUSINESS DATE         *
      ****************************************************************
       01  HANDOFF-TOTALS.
           05  WS-EDIT-STATUS  PIC X(01)      VALUE SPACE.
           05  WS-EDIT-RELEASED PIC 9(07)     VALUE ZERO.
           05  WS-SORD-STATUS  PIC X(01)      VALUE SPACE.
           05  WS-SORD-LEGS    PIC 9(07)      VALUE ZERO.
           05  WS-POST-STATUS  PIC X(01)      VALUE SPACE.
           05  WS-POST-READ    PIC 9(07)      VALUE ZERO.
           05  WS-POST-RECYCLED PIC 9(07)     VALUE ZERO.
           05  WS-POST-XFER-READ PIC 9(07)    VALUE ZERO.
           05  WS-POST-HIST    PIC 9(07)      VALUE ZERO.
           05  WS-POST-CREDITS PIC 9(13)V99   VALUE ZERO.
           05  WS-POST-DEBITS  PIC 9(13)V99   VALUE ZERO.
           05  WS-POST-REV-CR  PIC 9(13)V99   VALUE ZERO.
           05  WS-POST-REV-DR  PIC 9(13)V99   VALUE ZERO.
           05  WS-ACCR-STATUS  PIC X(01)      VALUE SPACE.
           05  WS-ACCR-HIST    PIC 9(07)      VALUE ZERO.
           05  WS-ACCR-TOTAL   PIC 9(13)V99   VALUE ZERO.
           05  WS-FEE-STATUS   PIC X(01)      VALUE SPACE.
           05  WS-FEE-HIST     PIC 9(07)      VALUE ZERO.
           05  WS-FEE-POSTED   PIC 9(13)V99   VALUE ZERO.
           05  WS-RECON-STATUS PIC X(01)      VALUE SPACE.
           05  WS-RECON-BREAKS PIC 9(07)      VALUE ZERO.
           05  WS-GL-STATUS    PIC X(01)      VALUE SPACE.
           05  WS-GL-PERIOD    PIC X(16)      VALUE SPACES.
           05  WS-GL-SELECTED  PIC 9(07)      VALUE ZERO.
           05  WS-GL-CREDITS   PIC 9(13)V99   VALUE ZERO.
           05  WS-GL-DEBITS    PIC 9(13)V99   VALUE ZERO.
           05  WS-GL-ACCRUAL   PIC 9(13)V99   VALUE ZERO.
           05  WS-GL-DR-TOTAL  PIC 9(13)V99   VALUE ZERO.
           05  WS-GL-CR-TOTAL  PIC 9(13)V99   VALUE ZERO.
           05  WS-GL-REV-CR    PIC 9(13)V99   VALUE ZERO.
           05  WS-GL-REV-DR    PIC 9(13)V99   VALUE ZERO.
           05  WS-GL-FEES      PIC 9(13)V99   VALUE ZERO.

       01  WS-HND-FROM         PIC 9(13)V99   VALUE ZERO.

       01  WS-HND-TO           PIC 9(13)V99   VALUE ZERO.

       01  WS-HND-READY        PIC X(01)      VALUE SPACE.

       01  WS-TIME-EDIT.
           05  WS-TE-HH        PIC X(02).
           05                  PIC X(01)      VALUE ":".
           05  WS-TE-MM        PIC X(02).
           05                  PIC X(01)      VALUE ":".
           05  WS-TE-SS        PIC X(02).

       01  WS-LINE-COUNT       PIC 9(03)      VALUE ZERO.

       01  WS-LINES-PER-PAGE   PIC 9(03)      VALUE 55.

       01  WS-PAGE-COUNT       PIC 9(03)      VALUE ZERO.

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
           05             PIC X(14) VALUE "BUSINESS DATE ".
           05 BUS-DATE-2  PIC 9(08).
           05             PIC X(58) VALUE SPACES.

       01  HEADER-3.
           05             PIC X(80) VALUE ALL "=".

       01  STEP-LINE.
           05 STP-PROGRAM PIC X(08) VALUE SPACES.
           05             PIC X(2)  VALUE SPACES.
           05 STP-STATUS  PIC X(10) VALUE SPACES.
           05             PIC X(6)  VALUE "START ".
           05 STP-START   PIC X(08) VALUE SPACES.
           05             PIC X(6)  VALUE "  END ".
           05 STP-END     PIC X(08) VALUE SPACES.
           05             PIC X(7)  VALUE "  RUNS ".
           05 STP-RUNS    PIC ZZ9.
           05             PIC X(7)  VALUE "  OVRD ".
           05 STP-OVERRIDE PIC X(08) VALUE SPACES.
           05             PIC X(7)  VALUE SPACES.

       01  NOT-RUN-LINE.
           05 NRN-PROGRAM PIC X(08) VALUE SPACES.
           05             PIC X(2)  VALUE SPACES.
           05             PIC X(10) VALUE "NOT RUN".
           05             PIC X(60) VALUE SPACES.

       01  PERIOD-LINE.
           05             PIC X(10) VALUE SPACES.
           05             PIC X(30) VALUE
                                "PERIOD COVERED................".
           05 PER-PERIOD  PIC X(16) VALUE SPACES.
           05             PIC X(24) VALUE SPACES.

       01  COUNT-LINE.
           05             PIC X(10) VALUE SPACES.
           05 CNT-LABEL   PIC X(30) VALUE SPACES.
           05 CNT-VALUE   PIC Z,ZZZ,ZZ9.
           05             PIC X(31) VALUE SPACES.

       01  AMOUNT-LINE.
           05             PIC X(10) VALUE SPACES.
           05 AMT-LABEL   PIC X(30) VALUE SPACES.
           05 AMT-VALUE   PIC ZZZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(21) VALUE SPACES.

       01  HANDOFF-HEAD.
           05             PIC X(30) VALUE "STEP-TO-STEP HAND-OFF".
           05             PIC X(19) VALUE "       SENDING STEP".
           05             PIC X(3)  VALUE SPACES.
           05             PIC X(19) VALUE "     RECEIVING STEP".
           05             PIC X(9)  VALUE SPACES.

       01  HANDOFF-LINE.
           05 HND-LABEL   PIC X(30) VALUE SPACES.
           05 HND-FROM    PIC ZZZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(3)  VALUE " / ".
           05 HND-TO      PIC ZZZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(2)  VALUE SPACES.
           05 HND-RESULT  PIC X(07) VALUE SPACES.

       01  TRAILER-1.
           05             PIC X(24) VALUE "STEPS COMPLETE.........".
           05 TRL-COMPLETE-COUNT PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-2.
           05             PIC X(24) VALUE "STEPS FAILED...........".
           05 TRL-FAILED-COUNT  PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-3.
           05             PIC X(24) VALUE "STEPS STARTED, NOT DONE".
           05 TRL-OPEN-COUNT    PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-4.
           05             PIC X(24) VALUE "STEPS NOT RUN..........".
           05 TRL-NOTRUN-COUNT  PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-5.
           05             PIC X(24) VALUE "HAND-OFFS IN AGREEMENT.".
           05 TRL-AGREE-COUNT   PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-6.
           05             PIC X(24) VALUE "HAND-OFFS THAT DIFFER..".
           05 TRL-DIFFER-COUNT  PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.
      *
       A000-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           OPEN INPUT PARM-IN.
           PERFORM A005-READ-PARMS.
           CLOSE PARM-IN.
           OPEN OUTPUT RPT-OUT.
           OPEN INPUT RC-FILE.
           IF WS-RC-STATUS NOT = "00"
               DISPLAY "RUNRPT: CANNOT OPEN RUNCTL, STATUS="
                   WS-RC-STATUS
               GO TO FATAL-STOP
           END-IF.
           PERFORM A010-WRITE-HEADERS.

       A020-REPORT-STREAM.
           MOVE "TRANEDIT" TO WS-STEP-PGM.
           PERFORM B010-REPORT-ONE-STEP.
           MOVE "HOLDEXP " TO WS-STEP-PGM.
           PERFORM B010-REPORT-ONE-STEP.
           MOVE "SORDGEN " TO WS-STEP-PGM.
           PERFORM B010-REPORT-ONE-STEP.
           MOVE "TRANPOST" TO WS-STEP-PGM.
           PERFORM B010-REPORT-ONE-STEP.
           MOVE "CTRMON  " TO WS-STEP-PGM.
           PERFORM B010-REPORT-ONE-STEP.
           MOVE "CUSTMNT " TO WS-STEP-PGM.
           PERFORM B010-REPORT-ONE-STEP.
           MOVE "MNTPEND " TO WS-STEP-PGM.
           PERFORM B010-REPORT-ONE-STEP.
           MOVE "INTACCR " TO WS-STEP-PGM.
           PERFORM B010-REPORT-ONE-STEP.
           MOVE "FEEASSM " TO WS-STEP-PGM.
           PERFORM B010-REPORT-ONE-STEP.
           MOVE "BALSNAP " TO WS-STEP-PGM.
           PERFORM B010-REPORT-ONE-STEP.
           MOVE "POSRECON" TO WS-STEP-PGM.
           PERFORM B010-REPORT-ONE-STEP.
           MOVE "GLEXTR  " TO WS-STEP-PGM.
           PERFORM B010-REPORT-ONE-STEP.
           MOVE "STMTGEN " TO WS-STEP-PGM.
           PERFORM B010-REPORT-ONE-STEP.

       A030-PROVE-HANDOFFS.
           PERFORM C010-PROVE-HANDOFFS.

       CLOSE-STOP.
           PERFORM C040-WRITE-TRAILER.
           CLOSE RC-FILE.
           CLOSE RPT-OUT.
           STOP RUN.

      ****************************************************************
      *  A005-READ-PARMS TAKES THE BUSINESS DATE (YYYYMMDD) FROM     *
      *  PARMIN; A MISSING, ZERO, OR NON-NUMERIC PARM REPORTS THE    *
      *  RUN DATE SO THE MORNING SIGN-OFF JOB NEEDS NO PARM CARD     *
      ****************************************************************
       A005-READ-PARMS.
           MOVE WS-CURRENT-DATE TO WS-BUS-DATE.
           READ PARM-IN
               AT END
                   CONTINUE
               NOT AT END
                   IF BUS-DATE-IN NUMERIC AND BUS-DATE-IN > ZERO
                       MOVE BUS-DATE-IN TO WS-BUS-DATE
                   END-IF
           END-READ.

       A010-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE SPACES TO RPT-REC-OUT.
           MOVE "NIGHTLY RUN-CONTROL REPORT" TO TITLE-1.
           MOVE WS-PAGE-COUNT TO PAGE-NO-1.
           WRITE RPT-REC-OUT FROM HEADER-1 AFTER ADVANCING PAGE.
           MOVE WS-BUS-DATE TO BUS-DATE-2.
           WRITE RPT-REC-OUT FROM HEADER-2.
           WRITE RPT-REC-OUT FROM HEADER-3.
           MOVE ZERO TO WS-LINE-COUNT.

      ****************************************************************
      *  B010-REPORT-ONE-STEP LOOKS UP THE LEDGER RECORD FOR THE STEP*
      *  IN WS-STEP-PGM ON THE BUSINESS DATE AND LISTS IT, OR SAYS   *
      *  THE STEP DID NOT RUN                                        *
      ****************************************************************
       B010-REPORT-ONE-STEP.
           MOVE WS-BUS-DATE TO RC-BUS-DATE.
           MOVE WS-STEP-PGM TO RC-PROGRAM.
           READ RC-FILE
               INVALID KEY
                   ADD 1 TO WS-NOTRUN-COUNT
                   MOVE WS-STEP-PGM TO NRN-PROGRAM
                   MOVE NOT-RUN-LINE TO WS-RPT-LINE
                   PERFORM C020-WRITE-CURRENT-LINE
               NOT INVALID KEY
                   PERFORM B020-PRINT-STEP
           END-READ.

      ****************************************************************
      *  B020-PRINT-STEP PRINTS THE STEP LINE - STATUS, START AND END*
      *  TIMES, RUN NUMBER, OVERRIDING OPERATOR - AND THE PERIOD THE *
      *  RUN COVERED WHEN THAT IS NOT THE BUSINESS DATE, THEN HANDS  *
      *  OFF TO THE STEP'S OWN PARAGRAPH TO LABEL ITS TOTALS         *
      ****************************************************************
       B020-PRINT-STEP.
           MOVE RC-PROGRAM TO STP-PROGRAM.
           IF RC-COMPLETE
               MOVE "COMPLETE" TO STP-STATUS
               ADD 1 TO WS-COMPLETE-COUNT
           ELSE
               IF RC-FAILED
                   MOVE "FAILED" TO STP-STATUS
                   ADD 1 TO WS-FAILED-COUNT
               ELSE
                   MOVE "NOT ENDED" TO STP-STATUS
                   ADD 1 TO WS-OPEN-COUNT
               END-IF
           END-IF.
           MOVE RC-START-STAMP(9:2) TO WS-TE-HH.
           MOVE RC-START-STAMP(11:2) TO WS-TE-MM.
           MOVE RC-START-STAMP(13:2) TO WS-TE-SS.
           MOVE WS-TIME-EDIT TO STP-START.
           IF RC-END-STAMP = SPACES
               MOVE SPACES TO STP-END
           ELSE
               MOVE RC-END-STAMP(9:2) TO WS-TE-HH
               MOVE RC-END-STAMP(11:2) TO WS-TE-MM
               MOVE RC-END-STAMP(13:2) TO WS-TE-SS
               MOVE WS-TIME-EDIT TO STP-END
           END-IF.
           MOVE RC-RUN-COUNT TO STP-RUNS.
           MOVE RC-OVERRIDE-USER TO STP-OVERRIDE.
           MOVE STEP-LINE TO WS-RPT-LINE.
           PERFORM C020-WRITE-CURRENT-LINE.
           IF RC-PERIOD NOT = SPACES AND
              RC-PERIOD(1:8) NOT = RC-BUS-DATE
               MOVE RC-PERIOD TO PER-PERIOD
               MOVE PERIOD-LINE TO WS-RPT-LINE
               PERFORM C020-WRITE-CURRENT-LINE
           END-IF.
           IF RC-PROGRAM = "TRANEDIT"
               PERFORM B110-TRANEDIT-TOTALS
           END-IF.
           IF RC-PROGRAM = "HOLDEXP "
               PERFORM B115-HOLDEXP-TOTALS
           END-IF.
           IF RC-PROGRAM = "SORDGEN "
               PERFORM B117-SORDGEN-TOTALS
           END-IF.
           IF RC-PROGRAM = "TRANPOST"
               PERFORM B120-TRANPOST-TOTALS
           END-IF.
           IF RC-PROGRAM = "CTRMON  "
               PERFORM B125-CTRMON-TOTALS
           END-IF.
           IF RC-PROGRAM = "CUSTMNT "
               PERFORM B130-CUSTMNT-TOTALS
           END-IF.
           IF RC-PROGRAM = "MNTPEND "
               PERFORM B135-MNTPEND-TOTALS
           END-IF.
           IF RC-PROGRAM = "INTACCR "
               PERFORM B140-INTACCR-TOTALS
           END-IF.
           IF RC-PROGRAM = "FEEASSM "
               PERFORM B145-FEEASSM-TOTALS
           END-IF.
           IF RC-PROGRAM = "BALSNAP "
               PERFORM B150-BALSNAP-TOTALS
           END-IF.
           IF RC-PROGRAM = "POSRECON"
               PERFORM B160-POSRECON-TOTALS
           END-IF.
           IF RC-PROGRAM = "GLEXTR  "
               PERFORM B170-GLEXTR-TOTALS
           END-IF.
           IF RC-PROGRAM = "STMTGEN "
               PERFORM B180-STMTGEN-TOTALS
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM C020-WRITE-CURRENT-LINE.

       B110-TRANEDIT-TOTALS.
           MOVE RC-STATUS TO WS-EDIT-STATUS.
           MOVE RC-COUNT-4 TO WS-EDIT-RELEASED.
           MOVE "RECORDS READ.................." TO CNT-LABEL.
           MOVE RC-COUNT-1 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "DETAIL RECORDS................" TO CNT-LABEL.
           MOVE RC-COUNT-2 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "RECORDS IN ERROR.............." TO CNT-LABEL.
           MOVE RC-COUNT-3 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "RECORDS RELEASED TO POSTING..." TO CNT-LABEL.
           MOVE RC-COUNT-4 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "AMOUNT HASH..................." TO AMT-LABEL.
           MOVE RC-AMOUNT-1 TO AMT-VALUE.
           PERFORM C024-WRITE-AMOUNT-LINE.

       B115-HOLDEXP-TOTALS.
           MOVE "HOLDS READ..................." TO CNT-LABEL.
           MOVE RC-COUNT-1 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "HOLDS EXPIRED................" TO CNT-LABEL.
           MOVE RC-COUNT-2 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "HOLDS PLACED................." TO CNT-LABEL.
           MOVE RC-COUNT-3 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "HOLDS CHANGED................" TO CNT-LABEL.
           MOVE RC-COUNT-4 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "HOLDS RELEASED..............." TO CNT-LABEL.
           MOVE RC-COUNT-5 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "HOLDS OUTSTANDING............" TO CNT-LABEL.
           MOVE RC-COUNT-6 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "AMOUNT EXPIRED..............." TO AMT-LABEL.
           MOVE RC-AMOUNT-1 TO AMT-VALUE.
           PERFORM C024-WRITE-AMOUNT-LINE.
           MOVE "AMOUNT PLACED................" TO AMT-LABEL.
           MOVE RC-AMOUNT-2 TO AMT-VALUE.
           PERFORM C024-WRITE-AMOUNT-LINE.
           MOVE "AMOUNT RELEASED.............." TO AMT-LABEL.
           MOVE RC-AMOUNT-3 TO AMT-VALUE.
           PERFORM C024-WRITE-AMOUNT-LINE.
           MOVE "AMOUNT HELD OUTSTANDING......" TO AMT-LABEL.
           MOVE RC-AMOUNT-4 TO AMT-VALUE.
           PERFORM C024-WRITE-AMOUNT-LINE.

       B117-SORDGEN-TOTALS.
           MOVE RC-STATUS TO WS-SORD-STATUS.
           MOVE RC-COUNT-5 TO WS-SORD-LEGS.
           MOVE "INSTRUCTIONS READ............" TO CNT-LABEL.
           MOVE RC-COUNT-1 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "INSTRUCTIONS ACTIVE.........." TO CNT-LABEL.
           MOVE RC-COUNT-2 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "INSTRUCTIONS DUE............." TO CNT-LABEL.
           MOVE RC-COUNT-3 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "TRANSFERS GENERATED.........." TO CNT-LABEL.
           MOVE RC-COUNT-4 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "LEGS WRITTEN TO XFERIN......." TO CNT-LABEL.
           MOVE RC-COUNT-5 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "INSTRUCTIONS RETIRED........." TO CNT-LABEL.
           MOVE RC-COUNT-6 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "INSTRUCTIONS SUSPENDED......." TO CNT-LABEL.
           MOVE RC-COUNT-7 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "BAD DUE DATES SKIPPED........" TO CNT-LABEL.
           MOVE RC-COUNT-8 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "DEBITS GENERATED............." TO AMT-LABEL.
           MOVE RC-AMOUNT-1 TO AMT-VALUE.
           PERFORM C024-WRITE-AMOUNT-LINE.
           MOVE "CREDITS GENERATED............" TO AMT-LABEL.
           MOVE RC-AMOUNT-2 TO AMT-VALUE.
           PERFORM C024-WRITE-AMOUNT-LINE.

       B120-TRANPOST-TOTALS.
           MOVE RC-STATUS TO WS-POST-STATUS.
           MOVE RC-COUNT-1 TO WS-POST-READ.
           MOVE RC-COUNT-4 TO WS-POST-RECYCLED.
           MOVE RC-COUNT-12 TO WS-POST-XFER-READ.
           MOVE RC-COUNT-5 TO WS-POST-HIST.
           MOVE RC-AMOUNT-1 TO WS-POST-CREDITS.
           MOVE RC-AMOUNT-2 TO WS-POST-DEBITS.
           MOVE RC-AMOUNT-3 TO WS-POST-REV-CR.
           MOVE RC-AMOUNT-4 TO WS-POST-REV-DR.
           MOVE "TRANSACTIONS READ............" TO CNT-LABEL.
           MOVE RC-COUNT-1 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "TRANSACTIONS POSTED.........." TO CNT-LABEL.
           MOVE RC-COUNT-2 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "TRANSACTIONS REJECTED........" TO CNT-LABEL.
           MOVE RC-COUNT-3 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "SUSPENSE ITEMS RECYCLED......" TO CNT-LABEL.
           MOVE RC-COUNT-4 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "HISTORY RECORDS WRITTEN......" TO CNT-LABEL.
           MOVE RC-COUNT-5 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "ACCOUNTS UPDATED............." TO CNT-LABEL.
           MOVE RC-COUNT-6 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "REVERSALS POSTED............." TO CNT-LABEL.
           MOVE RC-COUNT-7 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "REVERSALS REJECTED..........." TO CNT-LABEL.
           MOVE RC-COUNT-8 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "DEBITS OVER AVAILABLE........" TO CNT-LABEL.
           MOVE RC-COUNT-9 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "TRANSFER LEGS FROM XFERIN...." TO CNT-LABEL.
           MOVE RC-COUNT-12 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "TRANSFER PAIRS POSTED........" TO CNT-LABEL.
           MOVE RC-COUNT-10 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "TRANSFER PAIRS REFUSED......." TO CNT-LABEL.
           MOVE RC-COUNT-11 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "TOTAL CREDITS POSTED........." TO AMT-LABEL.
           MOVE RC-AMOUNT-1 TO AMT-VALUE.
           PERFORM C024-WRITE-AMOUNT-LINE.
           MOVE "TOTAL DEBITS POSTED.........." TO AMT-LABEL.
           MOVE RC-AMOUNT-2 TO AMT-VALUE.
           PERFORM C024-WRITE-AMOUNT-LINE.
           MOVE "CREDITS REVERSED............." TO AMT-LABEL.
           MOVE RC-AMOUNT-3 TO AMT-VALUE.
           PERFORM C024-WRITE-AMOUNT-LINE.
           MOVE "DEBITS REVERSED.............." TO AMT-LABEL.
           MOVE RC-AMOUNT-4 TO AMT-VALUE.
           PERFORM C024-WRITE-AMOUNT-LINE.
           MOVE "TRANSFER AMOUNT POSTED......." TO AMT-LABEL.
           MOVE RC-AMOUNT-5 TO AMT-VALUE.
           PERFORM C024-WRITE-AMOUNT-LINE.
           MOVE "TRANSFER AMOUNT REFUSED......" TO AMT-LABEL.
           MOVE RC-AMOUNT-6 TO AMT-VALUE.
           PERFORM C024-WRITE-AMOUNT-LINE.

       B125-CTRMON-TOTALS.
           MOVE "HISTORY RECORDS READ........." TO CNT-LABEL.
           MOVE RC-COUNT-1 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "MOVEMENTS IN WINDOW.........." TO CNT-LABEL.
           MOVE RC-COUNT-2 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "CUSTOMERS EXAMINED..........." TO CNT-LABEL.
           MOVE RC-COUNT-3 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "CTR CASES RAISED............." TO CNT-LABEL.
           MOVE RC-COUNT-4 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "STRUCTURING CASES RAISED....." TO CNT-LABEL.
           MOVE RC-COUNT-5 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "ALERTS NOT RE-RAISED........." TO CNT-LABEL.
           MOVE RC-COUNT-6 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "NEW CASES...................." TO CNT-LABEL.
           MOVE RC-COUNT-7 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "REPEAT CASES................." TO CNT-LABEL.
           MOVE RC-COUNT-8 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "CREDITS POSTED TODAY........." TO AMT-LABEL.
           MOVE RC-AMOUNT-1 TO AMT-VALUE.
           PERFORM C024-WRITE-AMOUNT-LINE.
           MOVE "DEBITS POSTED TODAY.........." TO AMT-LABEL.
           MOVE RC-AMOUNT-2 TO AMT-VALUE.
           PERFORM C024-WRITE-AMOUNT-LINE.
           MOVE "AMOUNT IN CASES RAISED......." TO AMT-LABEL.
           MOVE RC-AMOUNT-3 TO AMT-VALUE.
           PERFORM C024-WRITE-AMOUNT-LINE.

       B130-CUSTMNT-TOTALS.
           MOVE "REQUESTS READ................" TO CNT-LABEL.
           MOVE RC-COUNT-1 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "REQUESTS APPLIED............." TO CNT-LABEL.
           MOVE RC-COUNT-2 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "REQUESTS REJECTED............" TO CNT-LABEL.
           MOVE RC-COUNT-3 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "ACCOUNTS ADDED..............." TO CNT-LABEL.
           MOVE RC-COUNT-4 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "ACCOUNTS CHANGED............." TO CNT-LABEL.
           MOVE RC-COUNT-5 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "ACCOUNTS CLOSED.............." TO CNT-LABEL.
           MOVE RC-COUNT-6 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "TAX ID/ADDRESS UPDATES......." TO CNT-LABEL.
           MOVE RC-COUNT-7 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "QUEUED FOR APPROVAL.........." TO CNT-LABEL.
           MOVE RC-COUNT-8 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "APPROVED ITEMS APPLIED......." TO CNT-LABEL.
           MOVE RC-COUNT-9 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "APPROVED ITEMS FAILED........" TO CNT-LABEL.
           MOVE RC-COUNT-10 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.

       B135-MNTPEND-TOTALS.
           MOVE "PENDING ITEMS READ..........." TO CNT-LABEL.
           MOVE RC-COUNT-1 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "ITEMS APPROVED..............." TO CNT-LABEL.
           MOVE RC-COUNT-2 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "ITEMS DECLINED..............." TO CNT-LABEL.
           MOVE RC-COUNT-3 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "ITEMS APPLIED................" TO CNT-LABEL.
           MOVE RC-COUNT-4 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "ITEMS FAILED ON APPLY........" TO CNT-LABEL.
           MOVE RC-COUNT-5 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "ITEMS STILL PENDING.........." TO CNT-LABEL.
           MOVE RC-COUNT-6 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "PENDING OVER 7 DAYS.........." TO CNT-LABEL.
           MOVE RC-COUNT-7 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "PENDING NEEDING LEVEL 2......" TO CNT-LABEL.
           MOVE RC-COUNT-8 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.

       B140-INTACCR-TOTALS.
           MOVE RC-STATUS TO WS-ACCR-STATUS.
           MOVE RC-COUNT-6 TO WS-ACCR-HIST.
           MOVE RC-AMOUNT-1 TO WS-ACCR-TOTAL.
           MOVE "ACCOUNTS READ................" TO CNT-LABEL.
           MOVE RC-COUNT-1 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "ACCOUNTS ACCRUED............." TO CNT-LABEL.
           MOVE RC-COUNT-2 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "CLOSED ACCOUNTS SKIPPED......" TO CNT-LABEL.
           MOVE RC-COUNT-3 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "UNREADABLE BALANCES.........." TO CNT-LABEL.
           MOVE RC-COUNT-4 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "BALANCE OVERFLOWS............" TO CNT-LABEL.
           MOVE RC-COUNT-5 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "HISTORY RECORDS WRITTEN......" TO CNT-LABEL.
           MOVE RC-COUNT-6 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "TOTAL INTEREST ACCRUED......." TO AMT-LABEL.
           MOVE RC-AMOUNT-1 TO AMT-VALUE.
           PERFORM C024-WRITE-AMOUNT-LINE.
           MOVE "BALANCES BEFORE ACCRUAL......" TO AMT-LABEL.
           MOVE RC-AMOUNT-2 TO AMT-VALUE.
           PERFORM C024-WRITE-AMOUNT-LINE.
           MOVE "BALANCES AFTER ACCRUAL......." TO AMT-LABEL.
           MOVE RC-AMOUNT-3 TO AMT-VALUE.
           PERFORM C024-WRITE-AMOUNT-LINE.

       B145-FEEASSM-TOTALS.
           MOVE RC-STATUS TO WS-FEE-STATUS.
           MOVE RC-COUNT-8 TO WS-FEE-HIST.
           MOVE RC-AMOUNT-3 TO WS-FEE-POSTED.
           MOVE "ACCOUNTS READ................" TO CNT-LABEL.
           MOVE RC-COUNT-1 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "ACCOUNTS CHARGED............." TO CNT-LABEL.
           MOVE RC-COUNT-2 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "CLOSED ACCOUNTS SKIPPED......" TO CNT-LABEL.
           MOVE RC-COUNT-3 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "UNREADABLE BALANCES.........." TO CNT-LABEL.
           MOVE RC-COUNT-4 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "FEES ASSESSED................" TO CNT-LABEL.
           MOVE RC-COUNT-5 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "FEES WAIVED.................." TO CNT-LABEL.
           MOVE RC-COUNT-6 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "FEES POSTED.................." TO CNT-LABEL.
           MOVE RC-COUNT-7 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "HISTORY RECORDS WRITTEN......" TO CNT-LABEL.
           MOVE RC-COUNT-8 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "SHORTFALLS WAIVED............" TO CNT-LABEL.
           MOVE RC-COUNT-9 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "TOTAL FEES ASSESSED.........." TO AMT-LABEL.
           MOVE RC-AMOUNT-1 TO AMT-VALUE.
           PERFORM C024-WRITE-AMOUNT-LINE.
           MOVE "TOTAL FEES WAIVED............" TO AMT-LABEL.
           MOVE RC-AMOUNT-2 TO AMT-VALUE.
           PERFORM C024-WRITE-AMOUNT-LINE.
           MOVE "TOTAL FEES POSTED............" TO AMT-LABEL.
           MOVE RC-AMOUNT-3 TO AMT-VALUE.
           PERFORM C024-WRITE-AMOUNT-LINE.
           MOVE "SHORTFALLS WAIVED............" TO AMT-LABEL.
           MOVE RC-AMOUNT-4 TO AMT-VALUE.
           PERFORM C024-WRITE-AMOUNT-LINE.
           MOVE "BALANCES BEFORE FEES........." TO AMT-LABEL.
           MOVE RC-AMOUNT-5 TO AMT-VALUE.
           PERFORM C024-WRITE-AMOUNT-LINE.
           MOVE "BALANCES AFTER FEES.........." TO AMT-LABEL.
           MOVE RC-AMOUNT-6 TO AMT-VALUE.
           PERFORM C024-WRITE-AMOUNT-LINE.

       B150-BALSNAP-TOTALS.
           MOVE "MASTER RECORDS READ.........." TO CNT-LABEL.
           MOVE RC-COUNT-1 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "SNAPSHOTS WRITTEN............" TO CNT-LABEL.
           MOVE RC-COUNT-2 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "UNREADABLE BALANCES.........." TO CNT-LABEL.
           MOVE RC-COUNT-3 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "TOTAL BALANCE SNAPPED........" TO AMT-LABEL.
           MOVE RC-AMOUNT-1 TO AMT-VALUE.
           PERFORM C024-WRITE-AMOUNT-LINE.

       B160-POSRECON-TOTALS.
           MOVE RC-STATUS TO WS-RECON-STATUS.
           MOVE RC-COUNT-5 TO WS-RECON-BREAKS.
           MOVE "SNAPSHOT RECORDS READ........" TO CNT-LABEL.
           MOVE RC-COUNT-1 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "HISTORY RECORDS READ........." TO CNT-LABEL.
           MOVE RC-COUNT-2 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "ACCOUNTS COMPARED............" TO CNT-LABEL.
           MOVE RC-COUNT-3 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "ACCOUNTS PROVED.............." TO CNT-LABEL.
           MOVE RC-COUNT-4 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "ACCOUNTS IN BREAK............" TO CNT-LABEL.
           MOVE RC-COUNT-5 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "UNREADABLE ACCOUNTS.........." TO CNT-LABEL.
           MOVE RC-COUNT-6 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "REVERSALS IN ACTIVITY........" TO CNT-LABEL.
           MOVE RC-COUNT-7 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "FEES IN ACTIVITY............." TO CNT-LABEL.
           MOVE RC-COUNT-8 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "TOTAL OUT OF BALANCE........." TO AMT-LABEL.
           MOVE RC-AMOUNT-1 TO AMT-VALUE.
           PERFORM C024-WRITE-AMOUNT-LINE.

       B170-GLEXTR-TOTALS.
           MOVE RC-STATUS TO WS-GL-STATUS.
           MOVE RC-PERIOD TO WS-GL-PERIOD.
           MOVE RC-COUNT-2 TO WS-GL-SELECTED.
           MOVE RC-AMOUNT-1 TO WS-GL-CREDITS.
           MOVE RC-AMOUNT-2 TO WS-GL-DEBITS.
           MOVE RC-AMOUNT-3 TO WS-GL-ACCRUAL.
           MOVE RC-AMOUNT-4 TO WS-GL-DR-TOTAL.
           MOVE RC-AMOUNT-5 TO WS-GL-CR-TOTAL.
           MOVE RC-AMOUNT-6 TO WS-GL-REV-CR.
           MOVE RC-AMOUNT-7 TO WS-GL-REV-DR.
           MOVE RC-AMOUNT-8 TO WS-GL-FEES.
           MOVE "HISTORY RECORDS READ........." TO CNT-LABEL.
           MOVE RC-COUNT-1 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "SELECTED FOR EXTRACT DATE...." TO CNT-LABEL.
           MOVE RC-COUNT-2 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "GL ENTRIES WRITTEN..........." TO CNT-LABEL.
           MOVE RC-COUNT-3 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "BRANCHES....................." TO CNT-LABEL.
           MOVE RC-COUNT-4 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "CREDITS EXTRACTED............" TO AMT-LABEL.
           MOVE RC-AMOUNT-1 TO AMT-VALUE.
           PERFORM C024-WRITE-AMOUNT-LINE.
           MOVE "DEBITS EXTRACTED............." TO AMT-LABEL.
           MOVE RC-AMOUNT-2 TO AMT-VALUE.
           PERFORM C024-WRITE-AMOUNT-LINE.
           MOVE "INTEREST EXTRACTED..........." TO AMT-LABEL.
           MOVE RC-AMOUNT-3 TO AMT-VALUE.
           PERFORM C024-WRITE-AMOUNT-LINE.
           MOVE "GL DEBITS...................." TO AMT-LABEL.
           MOVE RC-AMOUNT-4 TO AMT-VALUE.
           PERFORM C024-WRITE-AMOUNT-LINE.
           MOVE "GL CREDITS..................." TO AMT-LABEL.
           MOVE RC-AMOUNT-5 TO AMT-VALUE.
           PERFORM C024-WRITE-AMOUNT-LINE.
           MOVE "CREDITS REVERSED EXTRACTED..." TO AMT-LABEL.
           MOVE RC-AMOUNT-6 TO AMT-VALUE.
           PERFORM C024-WRITE-AMOUNT-LINE.
           MOVE "DEBITS REVERSED EXTRACTED...." TO AMT-LABEL.
           MOVE RC-AMOUNT-7 TO AMT-VALUE.
           PERFORM C024-WRITE-AMOUNT-LINE.
           MOVE "FEES EXTRACTED..............." TO AMT-LABEL.
           MOVE RC-AMOUNT-8 TO AMT-VALUE.
           PERFORM C024-WRITE-AMOUNT-LINE.

       B180-STMTGEN-TOTALS.
           MOVE "HISTORY RECORDS READ........." TO CNT-LABEL.
           MOVE RC-COUNT-1 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "SELECTED FOR THE MONTH......." TO CNT-LABEL.
           MOVE RC-COUNT-2 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "STATEMENTS PRINTED..........." TO CNT-LABEL.
           MOVE RC-COUNT-3 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "CLOSED ACCOUNTS.............." TO CNT-LABEL.
           MOVE RC-COUNT-4 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.
           MOVE "ACCOUNTS NOT ON FILE........." TO CNT-LABEL.
           MOVE RC-COUNT-5 TO CNT-VALUE.
           PERFORM C022-WRITE-COUNT-LINE.

      ****************************************************************
      *  C010-PROVE-HANDOFFS COMPARES WHAT EACH STEP HANDED ON WITH  *
      *  WHAT THE NEXT STEP TOOK IN.  A HAND-OFF IS ONLY PROVED WHEN *
      *  BOTH SIDES COMPLETED; THE GL HAND-OFFS ALSO NEED THE EXTRACT*
      *  TO HAVE COVERED THE BUSINESS DATE.  A NIGHT WITHOUT AN      *
      *  INTEREST RUN OR A FEE RUN HANDS ZERO INTEREST OR FEES TO    *
      *  THE EXTRACT.  TRANSFER LEGS REACH POSTING THROUGH XFERIN,   *
      *  NOT THE EDIT, SO THEY ARE PROVED SEPARATELY                 *
      ****************************************************************
       C010-PROVE-HANDOFFS.
           MOVE HANDOFF-HEAD TO WS-RPT-LINE.
           PERFORM C020-WRITE-CURRENT-LINE.
           MOVE HEADER-3 TO WS-RPT-LINE.
           PERFORM C020-WRITE-CURRENT-LINE.
           MOVE SPACE TO WS-HND-READY.
           IF WS-EDIT-STATUS = 'C' AND WS-POST-STATUS = 'C'
               MOVE 'Y' TO WS-HND-READY
           END-IF.
           MOVE "RELEASED > POSTING INPUT....." TO HND-LABEL.
           MOVE WS-EDIT-RELEASED TO WS-HND-FROM.
           COMPUTE WS-HND-TO = WS-POST-READ - WS-POST-RECYCLED.
           PERFORM C015-WRITE-HANDOFF.
           MOVE SPACE TO WS-HND-READY.
           IF WS-SORD-STATUS = 'C' AND WS-POST-STATUS = 'C'
               MOVE 'Y' TO WS-HND-READY
           END-IF.
           MOVE "XFER LEGS GENERATED > POSTING" TO HND-LABEL.
           MOVE WS-SORD-LEGS TO WS-HND-FROM.
           MOVE WS-POST-XFER-READ TO WS-HND-TO.
           PERFORM C015-WRITE-HANDOFF.
           MOVE SPACE TO WS-HND-READY.
           IF WS-POST-STATUS = 'C' AND WS-GL-STATUS = 'C' AND
              WS-GL-PERIOD(1:8) = WS-BUS-DATE AND
              (WS-ACCR-STATUS = 'C' OR WS-ACCR-STATUS = SPACE) AND
              (WS-FEE-STATUS = 'C' OR WS-FEE-STATUS = SPACE)
               MOVE 'Y' TO WS-HND-READY
           END-IF.
           MOVE "HISTORY WRITTEN > GL SELECTED" TO HND-LABEL.
           COMPUTE WS-HND-FROM = WS-POST-HIST + WS-ACCR-HIST +
                                 WS-FEE-HIST.
           MOVE WS-GL-SELECTED TO WS-HND-TO.
           PERFORM C015-WRITE-HANDOFF.
           MOVE "CREDITS POSTED > GL EXTRACT.." TO HND-LABEL.
           MOVE WS-POST-CREDITS TO WS-HND-FROM.
           MOVE WS-GL-CREDITS TO WS-HND-TO.
           PERFORM C015-WRITE-HANDOFF.
           MOVE "DEBITS POSTED > GL EXTRACT..." TO HND-LABEL.
           MOVE WS-POST-DEBITS TO WS-HND-FROM.
           MOVE WS-GL-DEBITS TO WS-HND-TO.
           PERFORM C015-WRITE-HANDOFF.
           MOVE "CR REVERSED > GL EXTRACT....." TO HND-LABEL.
           MOVE WS-POST-REV-CR TO WS-HND-FROM.
           MOVE WS-GL-REV-CR TO WS-HND-TO.
           PERFORM C015-WRITE-HANDOFF.
           MOVE "DR REVERSED > GL EXTRACT....." TO HND-LABEL.
           MOVE WS-POST-REV-DR TO WS-HND-FROM.
           MOVE WS-GL-REV-DR TO WS-HND-TO.
           PERFORM C015-WRITE-HANDOFF.
           MOVE "INTEREST ACCRUED > GL EXTRACT" TO HND-LABEL.
           MOVE WS-ACCR-TOTAL TO WS-HND-FROM.
           MOVE WS-GL-ACCRUAL TO WS-HND-TO.
           PERFORM C015-WRITE-HANDOFF.
           MOVE "FEES POSTED > GL EXTRACT....." TO HND-LABEL.
           MOVE WS-FEE-POSTED TO WS-HND-FROM.
           MOVE WS-GL-FEES TO WS-HND-TO.
           PERFORM C015-WRITE-HANDOFF.
           MOVE SPACE TO WS-HND-READY.
           IF WS-GL-STATUS = 'C'
               MOVE 'Y' TO WS-HND-READY
           END-IF.
           MOVE "GL DEBITS = GL CREDITS......." TO HND-LABEL.
           MOVE WS-GL-DR-TOTAL TO WS-HND-FROM.
           MOVE WS-GL-CR-TOTAL TO WS-HND-TO.
           PERFORM C015-WRITE-HANDOFF.
           MOVE SPACE TO WS-HND-READY.
           IF WS-RECON-STATUS = 'C'
               MOVE 'Y' TO WS-HND-READY
           END-IF.
           MOVE "POSITION BREAKS (NONE DUE)..." TO HND-LABEL.
           MOVE ZERO TO WS-HND-FROM.
           MOVE WS-RECON-BREAKS TO WS-HND-TO.
           PERFORM C015-WRITE-HANDOFF.

       C015-WRITE-HANDOFF.
           MOVE WS-HND-FROM TO HND-FROM.
           MOVE WS-HND-TO TO HND-TO.
           IF WS-HND-READY NOT = 'Y'
               MOVE "N/A" TO HND-RESULT
           ELSE
               IF WS-HND-FROM = WS-HND-TO
                   MOVE "AGREE" TO HND-RESULT
                   ADD 1 TO WS-AGREE-COUNT
               ELSE
                   MOVE "DIFFER" TO HND-RESULT
                   ADD 1 TO WS-DIFFER-COUNT
               END-IF
           END-IF.
           MOVE HANDOFF-LINE TO WS-RPT-LINE.
           PERFORM C020-WRITE-CURRENT-LINE.

      ****************************************************************
      *  C020-WRITE-CURRENT-LINE WRITES THE LINE STAGED IN           *
      *  WS-RPT-LINE, BREAKING TO A NEW PAGE FIRST WHEN THE CURRENT  *
      *  ONE IS FULL                                                 *
      ****************************************************************
       C020-WRITE-CURRENT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM A010-WRITE-HEADERS
           END-IF.
           WRITE RPT-REC-OUT FROM WS-RPT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       C022-WRITE-COUNT-LINE.
           MOVE COUNT-LINE TO WS-RPT-LINE.
           PERFORM C020-WRITE-CURRENT-LINE.

       C024-WRITE-AMOUNT-LINE.
           MOVE AMOUNT-LINE TO WS-RPT-LINE.
           PERFORM C020-WRITE-CURRENT-LINE.

      ****************************************************************
      *  C040-WRITE-TRAILER WRITES THE STEP AND HAND-OFF COUNTS SO   *
      *  THE SHIFT SUPERVISOR CAN SEE AT A GLANCE WHETHER THE NIGHT  *
      *  IS CLEAN                                                    *
      ****************************************************************
       C040-WRITE-TRAILER.
           MOVE SPACES TO RPT-REC-OUT.
           WRITE RPT-REC-OUT FROM HEADER-3.
           MOVE WS-COMPLETE-COUNT TO TRL-COMPLETE-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-1.
           MOVE WS-FAILED-COUNT TO TRL-FAILED-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-2.
           MOVE WS-OPEN-COUNT TO TRL-OPEN-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-3.
           MOVE WS-NOTRUN-COUNT TO TRL-NOTRUN-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-4.
           MOVE WS-AGREE-COUNT TO TRL-AGREE-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-5.
           MOVE WS-DIFFER-COUNT TO TRL-DIFFER-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-6.

      ****************************************************************
      *  FATAL-STOP ABANDONS THE REPORT WHEN THE LEDGER CANNOT BE    *
      *  OPENED                                                      *
      ****************************************************************
       FATAL-STOP.
           CLOSE RPT-OUT.
           STOP RUN.
