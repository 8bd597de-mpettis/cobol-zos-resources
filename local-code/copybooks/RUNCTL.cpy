      ****************************************************************
      *  RUNCTL.CPY                                                  *
      *  NIGHTLY RUN-CONTROL LEDGER RECORD LAYOUT FOR THE INDEXED    *
      *  RUNCTL FILE, KEYED BY BUSINESS DATE AND PROGRAM NAME.  EACH *
      *  STEP OF THE NIGHTLY STREAM (TRANEDIT, HOLDEXP, SORDGEN,     *
      *  TRANPOST, CTRMON, CUSTMNT, MNTPEND, INTACCR, FEEASSM,       *
      *  BALSNAP, POSRECON, GLEXTR, STMTGEN)                         *
      *  WRITES ITS RECORD 'S' (STARTED) BEFORE IT TOUCHES ANY FILE  *
      *  AND STAMPS IT 'C' (COMPLETE) OR 'F' (FAILED) AT THE END     *
      *  WITH ITS TRAILER CONTROL TOTALS, SO THE NEXT STEP CAN TELL  *
      *  WHETHER ITS PREDECESSOR FINISHED AND THE RUN-CONTROL REPORT *
      *  CAN SHOW THE TOTALS HANDED FROM STEP TO STEP.  RC-PERIOD IS *
      *  WHAT THE RUN COVERED WHEN THAT IS NOT SIMPLY THE BUSINESS   *
      *  DATE - THE SOURCE ID AND CREATION DATE OF THE TRANRAW FILE  *
      *  FOR TRANEDIT, THE YYYYMM MONTH FOR INTACCR, FEEASSM, AND    *
      *  STMTGEN, THE EXTRACT DATE FOR GLEXTR.  RC-PERIOD-KEY        *
      *  REPEATS THE PROGRAM NAME IN FRONT OF THE PERIOD AND IS AN   *
      *  ALTERNATE KEY (WITH DUPLICATES) SO A STEP CAN FIND EVERY    *
      *  RUN THAT COVERED A GIVEN PERIOD.  THE MEANING OF RC-COUNT-N *
      *  AND RC-AMOUNT-N DEPENDS ON THE PROGRAM; THE RUN-CONTROL     *
      *  REPORT LABELS THEM.                                         *
      ****************************************************************
       01  RC-REC.
           05  RC-KEY.
               10  RC-BUS-DATE     PIC 9(08).
               10  RC-PROGRAM      PIC X(08).
           05  RC-STATUS           PIC X(01).
               88  RC-STARTED          VALUE 'S'.
               88  RC-COMPLETE         VALUE 'C'.
               88  RC-FAILED           VALUE 'F'.
           05  RC-PERIOD-KEY.
               10  RC-PERIOD-PGM   PIC X(08).
               10  RC-PERIOD       PIC X(16).
           05  RC-START-STAMP      PIC X(14).
           05  RC-END-STAMP        PIC X(14).
           05  RC-RUN-COUNT        PIC 9(03).
           05  RC-OVERRIDE-USER    PIC X(08).
           05  RC-TOTALS.
               10  RC-COUNT-1      PIC 9(07).
               10  RC-COUNT-2      PIC 9(07).
               10  RC-COUNT-3      PIC 9(07).
               10  RC-COUNT-4      PIC 9(07).
               10  RC-COUNT-5      PIC 9(07).
               10  RC-COUNT-6      PIC 9(07).
               10  RC-AMOUNT-1     PIC 9(13)V99.
               10  RC-AMOUNT-2     PIC 9(13)V99.
               10  RC-AMOUNT-3     PIC 9(13)V99.
               10  RC-AMOUNT-4     PIC 9(13)V99.
               10  RC-AMOUNT-5     PIC 9(13)V99.
               10  RC-COUNT-7      PIC 9(07).
               10  RC-COUNT-8      PIC 9(07).
               10  RC-COUNT-9      PIC 9(07).
               10  RC-COUNT-10     PIC 9(07).
               10  RC-AMOUNT-6     PIC 9(13)V99.
               10  RC-AMOUNT-7     PIC 9(13)V99.
               10  RC-AMOUNT-8     PIC 9(13)V99.
               10  RC-AMOUNT-9     PIC 9(13)V99.
               10  RC-COUNT-11     PIC 9(07).
               10  RC-COUNT-12     PIC 9(07).
           05                      PIC X(01).
