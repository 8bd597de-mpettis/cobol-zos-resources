      ****************************************************************
      *  RUNOVR.CPY                                                  *
      *  OPERATOR RERUN OVERRIDE CARD, READ FROM THE OPTIONAL RUNOVR *
      *  FILE BY EVERY STEP OF THE NIGHTLY STREAM.  A CARD NAMING    *
      *  THE PROGRAM AND THE BUSINESS DATE, WITH ROV-CODE "RERUN"    *
      *  AND THE OPERATOR'S USER ID, LETS THAT STEP START EVEN       *
      *  THOUGH THE RUN-CONTROL LEDGER SAYS IT ALREADY COMPLETED OR  *
      *  ITS PREDECESSOR DID NOT.  THE USER ID IS CARRIED ONTO THE   *
      *  LEDGER RECORD FOR THE RUN.  A CARD FOR ANY OTHER PROGRAM OR *
      *  DATE IS IGNORED, SO A STALE CARD CANNOT FORCE A LATER RUN.  *
      ****************************************************************
       01  ROV-REC.
           05  ROV-PROGRAM         PIC X(08).
           05  ROV-BUS-DATE        PIC X(08).
           05  ROV-CODE            PIC X(05).
               88  ROV-RERUN           VALUE "RERUN".
           05  ROV-USER            PIC X(08).
           05  ROV-REASON          PIC X(30).
           05                      PIC X(21).
