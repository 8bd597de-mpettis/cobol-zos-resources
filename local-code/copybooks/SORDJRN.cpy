      ****************************************************************
      *  SORDJRN.CPY                                                 *
      *  STANDING-ORDER AUDIT JOURNAL RECORD, IN THE SAME            *
      *  BEFORE/AFTER FORMAT AS THE HOLDJRNL AND AUDJRNL RECORDS.    *
      *  SORDMNT APPENDS ONE RECORD FOR EVERY INSTRUCTION ADDED      *
      *  (ADD, BLANK BEFORE-IMAGE), CHANGED (CHG), SUSPENDED (SUS),  *
      *  RESUMED (RES), OR CANCELLED (CAN); SORDGEN APPENDS ONE FOR  *
      *  EVERY INSTRUCTION IT RETIRES PAST ITS END DATE (EXP).  THE  *
      *  IMAGES ARE STANDORD RECORDS.                                *
      ****************************************************************
       01  SOJ-REC.
           05  SOJ-ACTION          PIC X(03).
               88  SOJ-ADDED           VALUE "ADD".
               88  SOJ-CHANGED         VALUE "CHG".
               88  SOJ-SUSPENDED       VALUE "SUS".
               88  SOJ-RESUMED         VALUE "RES".
               88  SOJ-CANCELLED       VALUE "CAN".
               88  SOJ-EXPIRED         VALUE "EXP".
           05  SOJ-USER-ID         PIC X(08).
           05  SOJ-TIMESTAMP       PIC X(14).
           05  SOJ-BEFORE-IMAGE    PIC X(150).
           05  SOJ-AFTER-IMAGE     PIC X(150).
           05                      PIC X(25).
