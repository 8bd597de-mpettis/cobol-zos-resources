      ****************************************************************
      *  HISTCAT.CPY                                                 *
      *  HISTORY ARCHIVE CATALOG RECORD LAYOUT.  THE MONTHLY         *
      *  RETENTION RUN (HISTRET) APPENDS ONE RECORD TO HISTCAT FOR   *
      *  EACH ARCHIVE GENERATION IT CUTS - TRANARC, BALARC OR INQARC *
      *  - GIVING THE RUN DATE, THE CUTOFF DATE, THE OLDEST AND      *
      *  NEWEST BUSINESS DATES MOVED, AND THE RECORD COUNT AND       *
      *  AMOUNT TOTAL PROVED INTO THE GENERATION.  THE HISTORY       *
      *  RESEARCH INQUIRY (HISTINQ) READS IT TO DECIDE WHETHER A     *
      *  DATE RANGE REACHES BACK INTO THE ARCHIVE.                   *
      ****************************************************************
       01  HCT-REC.
           05  HCT-FILE-ID         PIC X(08).
               88  HCT-TRANHIST        VALUE "TRANHIST".
               88  HCT-BALHIST         VALUE "BALHIST ".
               88  HCT-INQAUDIT        VALUE "INQAUDIT".
           05  HCT-RUN-DATE        PIC 9(08).
           05  HCT-CUTOFF-DATE     PIC 9(08).
           05  HCT-RETAIN-DAYS     PIC 9(05).
           05  HCT-FROM-DATE       PIC 9(08).
           05  HCT-TO-DATE         PIC 9(08).
           05  HCT-COUNT           PIC 9(09).
           05  HCT-AMOUNT          PIC S9(13)V99.
           05                      PIC X(11).
