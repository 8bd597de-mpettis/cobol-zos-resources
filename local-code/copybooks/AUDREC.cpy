      ****************************************************************
      *  AUDREC.CPY                                                  *
      *  CUSTOMER MAINTENANCE AUDIT JOURNAL (AUDJRNL) RECORD.        *
      *  CUSTMNT APPENDS ONE RECORD FOR EVERY ADD, CHG, CLS, AND TAX *
      *  CHANGE IT APPLIES, ARCREST ONE FOR EVERY ACCOUNT RESTORED   *
      *  (RST), AND ARCPURGE ONE FOR EVERY ACCOUNT PURGED (PRG).     *
      *  THE IMAGES ARE CUSTREC RECORDS (TAXREC RECORDS FOR TAX).    *
      *  AUD-USER-ID IS THE MAKER; AUD-CHECKER-ID AND AUD-PEND-ID    *
      *  NAME THE APPROVING SUPERVISOR AND THE PENDCHG ITEM APPLIED, *
      *  AND ARE SPACES AND ZERO ON RECORDS NOT APPLIED FROM         *
      *  PENDCHG.  CUSTRCV REPLAYS THE JOURNAL FOR FORWARD RECOVERY. *
      ****************************************************************
       01  AUD-REC.
           05  AUD-ACTION          PIC X(03).
           05  AUD-USER-ID         PIC X(08).
           05  AUD-TIMESTAMP       PIC X(14).
           05  AUD-BEFORE-IMAGE    PIC X(80).
           05  AUD-AFTER-IMAGE     PIC X(80).
           05  AUD-CHECKER-ID      PIC X(08).
           05  AUD-PEND-ID         PIC 9(07).
