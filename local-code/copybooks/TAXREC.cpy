      ****************************************************************
      *  TAXREC.CPY                                                  *
      *  TAXPAYER ID AND MAILING ADDRESS RECORD LAYOUT FOR THE       *
      *  INDEXED TAXINFO FILE, KEYED BY ACCOUNT NUMBER.  THE CUSTREC *
      *  LAYOUT HAS NO FREE BYTES LEFT, SO, LIKE THE ACTIVITY FILE,  *
      *  THE TAX REPORTING FIELDS LIVE ON THIS SIDE FILE.  CUSTMNT   *
      *  MAINTAINS IT WITH TAX REQUESTS AND JOURNALS EVERY CHANGE TO *
      *  AUDJRNL; THE YEAR-END 1099-INT RUN READS IT BACK.  THE      *
      *  RECORD IS KEPT WHEN THE ACCOUNT CLOSES OR IS PURGED SO THE  *
      *  YEAR'S INTEREST CAN STILL BE REPORTED.  A BLANK TIN OR      *
      *  ADDRESS MEANS NOT YET SUPPLIED.  TAX-TIN-TYPE IS S (SOCIAL  *
      *  SECURITY NUMBER) OR E (EMPLOYER ID); TAX-BACKUP-WH IS Y     *
      *  WHEN THE ACCOUNT IS SUBJECT TO BACKUP WITHHOLDING.          *
      ****************************************************************
       01  TAX-REC.
           05  TAX-ACCT-NO     PIC 9(09).
           05  TAX-TIN         PIC X(09).
           05  TAX-TIN-TYPE    PIC X(01).
               88  TAX-TIN-SSN     VALUE 'S'.
               88  TAX-TIN-EIN     VALUE 'E'.
               88  TAX-TIN-TYPE-VALID VALUE 'S' 'E'.
           05  TAX-BACKUP-WH   PIC X(01).
               88  TAX-BACKUP-YES  VALUE 'Y'.
               88  TAX-BACKUP-VALID VALUE 'Y' 'N'.
           05  TAX-ADDR-LINE   PIC X(30).
           05  TAX-CITY        PIC X(18).
           05  TAX-STATE       PIC X(02).
           05  TAX-ZIP         PIC X(09).
           05                  PIC X(01).
