      ****************************************************************
      *  INQAUD.CPY                                                  *
      *  INQUIRY AUDIT RECORD LAYOUT, SHARED BY THE PROGRAMS THAT    *
      *  LOG ACCOUNT LOOKUPS TO THE INQAUDIT FILE (BALINQ FOR        *
      *  TERMINAL OPERATORS, BALBATCH FOR REQUESTING SYSTEMS,        *
      *  HISTINQ FOR HISTORY RESEARCH) AND THE DAILY ACCESS REPORT   *
      *  THAT READS IT BACK.  ONE RECORD PER SUCCESSFUL LOOKUP.      *
      *  IQA-LOOKUP-TYPE IS A (DIRECT ACCOUNT READ), N (PICKED FROM  *
      *  A NAME-SEARCH PAGE), B (BATCH REQUEST FILE), OR H (HISTORY  *
      *  RESEARCH REQUEST).  INQAUDIT IS AN INDEXED FILE KEYED       *
      *  BY IQA-KEY, WHICH LEADS WITH THE TIMESTAMP SO THE REPORT    *
      *  CAN START AT A BUSINESS DATE.  IQA-SEQ KEEPS TWO LOOKUPS OF *
      *  THE SAME ACCOUNT BY THE SAME OPERATOR IN THE SAME SECOND    *
      *  APART - THE LOGGING PROGRAM BUMPS IT AND WRITES AGAIN WHEN  *
      *  THE KEY IS ALREADY ON FILE.  HISTRET MOVES LOOKUPS OLDER    *
      *  THAN THE RETENTION PERIOD TO THE INQARC ARCHIVE.            *
      ****************************************************************
       01  IQA-REC.
           05  IQA-KEY.
               10  IQA-TIMESTAMP   PIC X(14).
               10  IQA-OPERATOR    PIC X(08).
               10  IQA-ACCT-NO     PIC 9(09).
               10  IQA-SEQ         PIC 9(02).
           05  IQA-LOOKUP-TYPE PIC X(01).
           05  IQA-SOURCE-PGM  PIC X(08).
           05                  PIC X(38).
