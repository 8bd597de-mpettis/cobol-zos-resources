      ****************************************************************
      *  HOLDJRN.CPY                                                 *
      *  HOLD AUDIT JOURNAL RECORD, IN THE SAME BEFORE/AFTER FORMAT  *
      *  AS THE CUSTMNT AUDJRNL RECORD.  HOLDMNT APPENDS ONE RECORD  *
      *  FOR EVERY HOLD PLACED (PLC, BLANK BEFORE-IMAGE), CHANGED    *
      *  (CHG), OR RELEASED (REL); HOLDEXP APPENDS ONE FOR EVERY     *
      *  HOLD IT EXPIRES (EXP) AND READS THE DAY'S RECORDS BACK FOR  *
      *  THE DAILY HOLD REGISTER.  THE IMAGES ARE HOLDREC RECORDS.   *
      ****************************************************************
       01  HJR-REC.
           05  HJR-ACTION          PIC X(03).
               88  HJR-PLACED          VALUE "PLC".
               88  HJR-CHANGED         VALUE "CHG".
               88  HJR-RELEASED        VALUE "REL".
               88  HJR-EXPIRED         VALUE "EXP".
           05  HJR-USER-ID         PIC X(08).
           05  HJR-TIMESTAMP       PIC X(14).
           05  HJR-BEFORE-IMAGE    PIC X(80).
           05  HJR-AFTER-IMAGE     PIC X(80).
           05                      PIC X(15).
