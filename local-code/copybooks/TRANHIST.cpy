      *  STATEMENT RUN AND THE DAILY BALANCING EXTRACTS).  ONE       *
      *  RECORD PER MONEY MOVEMENT APPLIED TO BAL-IN, WITH THE       *
      *  RESULTING BALANCE AND THE BRANCH THE ACCOUNT CARRIED WHEN   *
      *  IT POSTED.  HIST-DC-CODE IS C (CREDIT), D (DEBIT),          *
      *  I (INTEREST ACCRUED), F (FEE ASSESSED BY FEEASSM, WHICH     *
      *  REDUCES THE BALANCE LIKE A DEBIT), OR R (REVERSAL OF AN     *
      *  EARLIER CREDIT OR DEBIT).  A REVERSAL CARRIES THE POSTING   *
      *  DATE, CODE, AND EFFECTIVE DATE OF THE MOVEMENT IT BACKS OUT *
      *  IN THE HIST-ORIG FIELDS; IT MOVES THE BALANCE THE OPPOSITE  *
      *  WAY TO HIST-ORIG-DC-CODE.  A FEE CARRIES ITS FEE TYPE AND   *
      *  DESCRIPTION IN THE SAME AREA (HIST-FEE-FIELDS).  EACH LEG OF*
      *  A STANDING-ORDER TRANSFER POSTED BY TRANPOST CARRIES THE    *
      *  INSTRUCTION NUMBER AND THE ACCOUNT ON THE OTHER SIDE OF THE *
      *  TRANSFER THERE (HIST-XFER-FIELDS).  THE AREA IS BLANK ON    *
      *  EVERY OTHER RECORD.                                         *
      *  TRANHIST IS AN INDEXED FILE KEYED BY HIST-KEY - THE POSTING *
      *  DATE FOLLOWED BY HIST-SEQ, A SEQUENCE NUMBER THE WRITING    *
      *  PROGRAM CARRIES ON FROM THE HIGHEST ONE ALREADY ON FILE FOR *
      *  THAT DATE - SO A READER CAN START AT A BUSINESS DATE AND    *
      *  STOP PAST THE LAST DATE IT WANTS, AND SEES THE MOVEMENTS IN *
      *  THE ORDER THEY WERE POSTED.  HIST-ACCT-NO IS AN ALTERNATE   *
      *  KEY WITH DUPLICATES FOR READING ONE ACCOUNT'S MOVEMENTS,    *
      *  AND HIST-EFF-DATE ANOTHER FOR READING A RANGE OF EFFECTIVE  *
      *  DATES.                                                      *
      *  HISTRET MOVES MOVEMENTS OLDER THAN THE RETENTION PERIOD TO  *
      *  THE TRANARC ARCHIVE GENERATIONS IN THIS SAME LAYOUT.        *
      ****************************************************************
       01  HIST-REC.
           05  HIST-KEY.
               10  HIST-POST-DATE  PIC 9(08).
               10  HIST-SEQ        PIC 9(07).
           05  HIST-ACCT-NO    PIC 9(09).
           05  HIST-DC-CODE    PIC X(01).
           05  HIST-AMOUNT     PIC 9(09)V99.
           05  HIST-NEW-BAL    PIC 9(09)V99.
           05  HIST-BRANCH     PIC X(03).
           05  HIST-SOURCE     PIC X(08).
           05  HIST-ORIG-FIELDS.
               10  HIST-ORIG-POST-DATE PIC X(08).
               10  HIST-ORIG-DC-CODE   PIC X(01).
               10  HIST-ORIG-EFF-DATE  PIC X(08).
           05  HIST-FEE-FIELDS REDEFINES HIST-ORIG-FIELDS.
               10  HIST-FEE-TYPE       PIC X(02).
               10  HIST-FEE-DESC       PIC X(15).
           05  HIST-XFER-FIELDS REDEFINES HIST-ORIG-FIELDS.
               10  HIST-XFER-INSTR-NO  PIC 9(07).
               10  HIST-XFER-CONTRA    PIC 9(09).
               10                      PIC X(01).
           05                  PIC X(17).
