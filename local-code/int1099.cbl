       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INT1099.
       AUTHOR.        STUDENT.
      *
      * MODIFICATION HISTORY:
      *   2026.10.15  SEC  NEW PROGRAM.  YEAR-END 1099-INT REPORTING.
      *                    TOTALS THE I-CODED INTEREST MOVEMENTS ON
      *                    TRANHIST PER ACCOUNT FOR THE TAX YEAR ON
      *                    PARMIN, OPEN, CLOSED, AND PURGED ACCOUNTS
      *                    ALIKE.  EVERY ACCOUNT PAID $10.00 OR MORE
      *                    IS REPORTABLE: ITS TIN AND ADDRESS COME
      *                    FROM THE TAXINFO SIDE FILE CUSTMNT KEEPS,
      *                    ITS NAME FROM CUSTRECS OR, ONCE PURGED,
      *                    FROM THE ARCHIVE FILE.  WRITES THE IRS
      *                    ELECTRONIC FILING FILE (T, A, B, C, AND F
      *                    RECORDS), ONE PRINTED RECIPIENT COPY PER
      *                    PAYEE, AND A REPORT LISTING EVERY
      *                    REPORTABLE ACCOUNT HELD BACK FOR A
      *                    MISSING OR INVALID TIN OR ADDRESS, WITH
      *                    CONTROL TOTALS AND A MONTH-BY-MONTH
      *                    TIE-OUT OF THE INTEREST TO THE TWELVE
      *                    INTACCR REGISTER GRAND TOTALS ON RUNCTL.
      *   2026.10.15  SEC  TRANHIST IS NOW INDEXED BY POST DATE.  THE
      *                    INTEREST SELECTION STARTS AT 1 JANUARY OF THE
      *                    TAX YEAR AND STOPS PAST 31 DECEMBER INSTEAD
      *                    OF READING ALL OF HISTORY, AND READS THE
      *                    TRANARC ARCHIVE GENERATIONS AS WELL WHEN THE
      *                    HISTCAT CATALOG SHOWS PART OF THE TAX YEAR
      *                    HAS BEEN ARCHIVED BY HISTRET.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUS-RECS ASSIGN TO CUSTRECS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NO-IN
               FILE STATUS IS WS-CUS-STATUS.
           SELECT OPTIONAL TAX-FILE ASSIGN TO TAXINFO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TAX-ACCT-NO
               FILE STATUS IS WS-TAX-STATUS.
           SELECT OPTIONAL RC-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               ALTERNATE RECORD KEY IS RC-PERIOD-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-RC-STATUS.
           SELECT HIST-IN ASSIGN TO TRANHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-ACCT-NO WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-EFF-DATE WITH DUPLICATES
               FILE STATUS IS WS-HIS-STATUS.
           SELECT OPTIONAL TARC-IN ASSIGN TO TRANARC.
           SELECT OPTIONAL HCAT-IN ASSIGN TO HISTCAT.
           SELECT OPTIONAL ARCH-IN ASSIGN TO ARCHIVE.
           SELECT PARM-IN ASSIGN TO PARMIN.
           SELECT IRS-WORK ASSIGN TO IRSWORK.
           SELECT IRS-OUT ASSIGN TO IRS1099.
           SELECT RCP-OUT ASSIGN TO RCPCOPY.
           SELECT RPT-OUT ASSIGN TO TAXRPT.
           SELECT SORT-WORK ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  PARM-REC.
           05  PRM-CARD-TYPE      PIC X(01).
               88  PRM-PAYER-CARD      VALUE "1".
               88  PRM-ADDRESS-CARD    VALUE "2".
           05  PRM-CARD-DATA      PIC X(79).
           05  PRM-PAYER-DATA REDEFINES PRM-CARD-DATA.
               10  PRM-TAX-YEAR   PIC X(04).
               10  PRM-PAYER-TIN  PIC X(09).
               10  PRM-TCC        PIC X(05).
               10  PRM-TEST-IND   PIC X(01).
               10  PRM-PAYER-NAME PIC X(40).
               10                 PIC X(20).
           05  PRM-ADDRESS-DATA REDEFINES PRM-CARD-DATA.
               10  PRM-PAYER-ADDR PIC X(40).
               10  PRM-PAYER-CITY PIC X(25).
               10  PRM-PAYER-STATE PIC X(02).
               10  PRM-PAYER-ZIP  PIC X(09).
               10                 PIC X(03).
      *
       FD  HIST-IN RECORD CONTAINS 100 CHARACTERS RECORDING MODE F.
           COPY TRANHIST.
      *
       FD  TARC-IN RECORD CONTAINS 100 CHARACTERS RECORDING MODE F.
       01  TARC-REC               PIC X(100).
      *
       FD  HCAT-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY HISTCAT.
      *
       FD  ARCH-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  ARC-REC.
           05  ARC-FIRST-NAME PIC X(11).
           05  ARC-LAST-NAME  PIC X(22).
           05  ARC-START-DATE PIC X(08).
           05  ARC-BRANCH     PIC X(03).
           05  ARC-END-DATE   PIC X(08).
           05  ARC-ACCT-NO    PIC 9(09).
           05  ARC-BAL        PIC X(12).
           05  ARC-OFFICER    PIC X(07).
      *
       FD  CUS-RECS RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY CUSTREC.
      *
       FD  TAX-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY TAXREC.
      *
       FD  RC-FILE RECORD CONTAINS 300 CHARACTERS RECORDING MODE F.
           COPY RUNCTL.
      *
       FD  IRS-WORK RECORD CONTAINS 750 CHARACTERS RECORDING MODE F.
       01  IRS-WORK-REC           PIC X(750).
      *
       FD  IRS-OUT RECORD CONTAINS 750 CHARACTERS RECORDING MODE F.
       01  IRS-REC-OUT            PIC X(750).
      *
       FD  RCP-OUT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  RCP-REC-OUT            PIC X(80).
      *
       FD  RPT-OUT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  RPT-REC-OUT            PIC X(80).
      *
       SD  SORT-WORK.
       01  SW-RECORD.
           05  SW-ACCT-NO     PIC 9(09).
           05  SW-AMOUNT      PIC 9(09)V99.
           05  SW-POST-DATE   PIC 9(08).
      *

       WORKING-STORAGE SECTION.

       01  PGM-VARIABLES.
           05  WS-HIST-READ-COUNT PIC 9(07)   VALUE ZERO.
           05  WS-INT-COUNT    PIC 9(07)      VALUE ZERO.
           05  WS-ACCT-COUNT   PIC 9(07)      VALUE ZERO.
           05  WS-BELOW-COUNT  PIC 9(07)      VALUE ZERO.
           05  WS-REPORT-COUNT PIC 9(07)      VALUE ZERO.
           05  WS-FILED-COUNT  PIC 9(07)      VALUE ZERO.
           05  WS-EXCEPT-COUNT PIC 9(07)      VALUE ZERO.
           05  WS-OPEN-COUNT   PIC 9(07)      VALUE ZERO.
           05  WS-CLOSED-COUNT PIC 9(07)      VALUE ZERO.
           05  WS-PURGED-COUNT PIC 9(07)      VALUE ZERO.
           05  WS-BACKUP-COUNT PIC 9(07)      VALUE ZERO.
           05  WS-DIFFER-COUNT PIC 9(07)      VALUE ZERO.
           05  WS-TOTAL-INT    PIC 9(13)V99   VALUE ZERO.
           05  WS-ACCT-TOTAL-INT PIC 9(13)V99 VALUE ZERO.
           05  WS-BELOW-AMT    PIC 9(13)V99   VALUE ZERO.
           05  WS-REPORT-AMT   PIC 9(13)V99   VALUE ZERO.
           05  WS-FILED-AMT    PIC 9(13)V99   VALUE ZERO.
           05  WS-EXCEPT-AMT   PIC 9(13)V99   VALUE ZERO.
           05  WS-ACCR-TOTAL   PIC 9(13)V99   VALUE ZERO.

       01  WS-CUS-STATUS       PIC X(02)      VALUE "00".

       01  WS-TAX-STATUS       PIC X(02)      VALUE "00".

       01  WS-HIS-STATUS       PIC X(02)      VALUE "00".

       01  WS-RC-STATUS        PIC X(02)      VALUE "00".

       01  WS-THRESHOLD        PIC 9(03)V99   VALUE 10.00.

       01  WS-TAX-YEAR         PIC 9(04)      VALUE ZERO.

       01  WS-YEAR-START       PIC 9(08)      VALUE ZERO.

       01  WS-YEAR-END         PIC 9(08)      VALUE ZERO.

       01  WS-CURR-ACCT        PIC 9(09)      VALUE ZERO.

       01  WS-ACCT-INT         PIC 9(11)V99   VALUE ZERO.

       01  WS-IRS-SEQ          PIC 9(08)      VALUE ZERO.

       01  WS-WORK-DATE        PIC 9(08)      VALUE ZERO.
       01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
           05  WS-WORK-YEAR    PIC 9(04).
           05  WS-WORK-MONTH   PIC 9(02).
           05  WS-WORK-DAY     PIC 9(02).

       01  WS-MONTH-TABLE.
           05  WS-MONTH-ENTRY OCCURS 12 TIMES.
               10  WS-MN-HIST  PIC 9(13)V99.
               10  WS-MN-ACCR  PIC 9(13)V99.
               10  WS-MN-RUNS  PIC 9(03).

       01  WS-MONTH-SUB        PIC 9(02)      VALUE ZERO COMP.

       01  WS-RC-SCAN-KEY.
           05  WS-RC-SCAN-PGM      PIC X(08)  VALUE "INTACCR".
           05  WS-RC-SCAN-PERIOD.
               10  WS-RC-SCAN-YEAR  PIC 9(04) VALUE ZERO.
               10  WS-RC-SCAN-MONTH PIC 9(02) VALUE ZERO.
               10                   PIC X(10) VALUE SPACES.

       01  PAYER-FIELDS.
           05  WS-PAYER-TIN    PIC X(09)      VALUE SPACES.
           05  WS-PAYER-TCC    PIC X(05)      VALUE SPACES.
           05  WS-PAYER-TEST   PIC X(01)      VALUE SPACE.
           05  WS-PAYER-NAME   PIC X(40)      VALUE SPACES.
           05  WS-PAYER-ADDR   PIC X(40)      VALUE SPACES.
           05  WS-PAYER-CITY   PIC X(25)      VALUE SPACES.
           05  WS-PAYER-STATE  PIC X(02)      VALUE SPACES.
           05  WS-PAYER-ZIP    PIC X(09)      VALUE SPACES.

       01  PAYEE-FIELDS.
           05  WS-PAYEE-FIRST  PIC X(11)      VALUE SPACES.
           05  WS-PAYEE-LAST   PIC X(22)      VALUE SPACES.
           05  WS-PAYEE-NAME   PIC X(40)      VALUE SPACES.
           05  WS-PAYEE-STATE  PIC X(06)      VALUE SPACES.
           05  WS-EXC-REASON   PIC X(17)      VALUE SPACES.

       01  WS-CITY-LINE        PIC X(50)      VALUE SPACES.

       01  WS-MASKED-TIN       PIC X(11)      VALUE SPACES.

       01  WS-LINE-COUNT       PIC 9(03)      VALUE ZERO.

       01  WS-LINES-PER-PAGE   PIC 9(03)      VALUE 55.

       01  WS-PAGE-COUNT       PIC 9(03)      VALUE ZERO.

       01  FLAGS.
           05 PARM-EOF      PIC X VALUE SPACE.
           05 HIST-EOF      PIC X VALUE SPACE.
           05 TARC-EOF      PIC X VALUE SPACE.
           05 HCAT-EOF      PIC X VALUE SPACE.
           05 TARC-NEEDED   PIC X VALUE SPACE.
           05 LASTSORT      PIC X VALUE SPACE.
           05 FIRST-ACCT    PIC X VALUE SPACE.
           05 ARCH-EOF      PIC X VALUE SPACE.
           05 FOUND-FLAG    PIC X VALUE SPACE.
           05 WORK-EOF      PIC X VALUE SPACE.
           05 RC-EOF        PIC X VALUE SPACE.

       01 WS-CURRENT-DATE.
          05  WS-CURRENT-YEAR         PIC X(04).
          05  WS-CURRENT-MONTH        PIC X(02).
          05  WS-CURRENT-DAY          PIC X(02).

      ****************************************************************
      *  IRS ELECTRONIC FILING RECORDS, 750 BYTES EACH, LAID OUT     *
      *  PER THE PUBLICATION 1220 POSITIONS FOR FORM 1099-INT.  THE  *
      *  PAYER FILES ITS OWN RETURNS, SO THE TRANSMITTER ON THE T    *
      *  RECORD IS THE PAYER.  AMOUNTS ARE RIGHT-JUSTIFIED CENTS     *
      ****************************************************************
       01  IRS-T-REC.
           05  IRT-TYPE       PIC X(01)  VALUE "T".
           05  IRT-YEAR       PIC 9(04)  VALUE ZERO.
           05  IRT-PRIOR-YEAR PIC X(01)  VALUE SPACE.
           05  IRT-TIN        PIC X(09)  VALUE SPACES.
           05  IRT-TCC        PIC X(05)  VALUE SPACES.
           05                 PIC X(07)  VALUE SPACES.
           05  IRT-TEST-IND   PIC X(01)  VALUE SPACE.
           05  IRT-FOREIGN    PIC X(01)  VALUE SPACE.
           05  IRT-NAME       PIC X(40)  VALUE SPACES.
           05  IRT-NAME-2     PIC X(40)  VALUE SPACES.
           05  IRT-COMPANY    PIC X(40)  VALUE SPACES.
           05  IRT-COMPANY-2  PIC X(40)  VALUE SPACES.
           05  IRT-ADDR       PIC X(40)  VALUE SPACES.
           05  IRT-CITY       PIC X(40)  VALUE SPACES.
           05  IRT-STATE      PIC X(02)  VALUE SPACES.
           05  IRT-ZIP        PIC X(09)  VALUE SPACES.
           05                 PIC X(15)  VALUE SPACES.
           05  IRT-PAYEES     PIC 9(08)  VALUE ZERO.
           05                 PIC X(196) VALUE SPACES.
           05  IRT-SEQ        PIC 9(08)  VALUE ZERO.
           05                 PIC X(243) VALUE SPACES.

       01  IRS-A-REC.
           05  IRA-TYPE       PIC X(01)  VALUE "A".
           05  IRA-YEAR       PIC 9(04)  VALUE ZERO.
           05  IRA-COMBINED   PIC X(01)  VALUE SPACE.
           05                 PIC X(05)  VALUE SPACES.
           05  IRA-TIN        PIC X(09)  VALUE SPACES.
           05  IRA-NAME-CTL   PIC X(04)  VALUE SPACES.
           05  IRA-LAST-FILING PIC X(01) VALUE SPACE.
           05  IRA-RETURN-TYPE PIC X(02) VALUE "6 ".
           05  IRA-AMT-CODES  PIC X(18)  VALUE "14".
           05                 PIC X(06)  VALUE SPACES.
           05  IRA-FOREIGN    PIC X(01)  VALUE SPACE.
           05  IRA-NAME       PIC X(40)  VALUE SPACES.
           05  IRA-NAME-2     PIC X(40)  VALUE SPACES.
           05  IRA-AGENT      PIC X(01)  VALUE "0".
           05  IRA-ADDR       PIC X(40)  VALUE SPACES.
           05  IRA-CITY       PIC X(40)  VALUE SPACES.
           05  IRA-STATE      PIC X(02)  VALUE SPACES.
           05  IRA-ZIP        PIC X(09)  VALUE SPACES.
           05  IRA-PHONE      PIC X(15)  VALUE SPACES.
           05                 PIC X(260) VALUE SPACES.
           05  IRA-SEQ        PIC 9(08)  VALUE ZERO.
           05                 PIC X(243) VALUE SPACES.

       01  IRS-B-REC.
           05  IRB-TYPE       PIC X(01)  VALUE "B".
           05  IRB-YEAR       PIC 9(04)  VALUE ZERO.
           05  IRB-CORRECTED  PIC X(01)  VALUE SPACE.
           05  IRB-NAME-CTL   PIC X(04)  VALUE SPACES.
           05  IRB-TIN-TYPE   PIC X(01)  VALUE SPACE.
           05  IRB-TIN        PIC X(09)  VALUE SPACES.
           05  IRB-ACCOUNT    PIC X(20)  VALUE SPACES.
           05  IRB-OFFICE     PIC X(04)  VALUE SPACES.
           05                 PIC X(10)  VALUE SPACES.
           05  IRB-AMOUNT-1   PIC 9(10)V99 VALUE ZERO.
           05  IRB-AMOUNT-2   PIC 9(10)V99 VALUE ZERO.
           05  IRB-AMOUNT-3   PIC 9(10)V99 VALUE ZERO.
           05  IRB-AMOUNT-4   PIC 9(10)V99 VALUE ZERO.
           05  IRB-AMOUNT-REST PIC X(168) VALUE ALL "0".
           05                 PIC X(16)  VALUE SPACES.
           05  IRB-FOREIGN    PIC X(01)  VALUE SPACE.
           05  IRB-NAME       PIC X(40)  VALUE SPACES.
           05  IRB-NAME-2     PIC X(40)  VALUE SPACES.
           05  IRB-ADDR       PIC X(40)  VALUE SPACES.
           05                 PIC X(40)  VALUE SPACES.
           05  IRB-CITY       PIC X(40)  VALUE SPACES.
           05  IRB-STATE      PIC X(02)  VALUE SPACES.
           05  IRB-ZIP        PIC X(09)  VALUE SPACES.
           05                 PIC X(01)  VALUE SPACE.
           05  IRB-SEQ        PIC 9(08)  VALUE ZERO.
           05                 PIC X(243) VALUE SPACES.

       01  IRS-C-REC.
           05  IRC-TYPE       PIC X(01)  VALUE "C".
           05  IRC-PAYEES     PIC 9(08)  VALUE ZERO.
           05                 PIC X(06)  VALUE SPACES.
           05  IRC-TOTAL-1    PIC 9(16)V99 VALUE ZERO.
           05  IRC-TOTAL-2-3  PIC X(36)  VALUE ALL "0".
           05  IRC-TOTAL-4    PIC 9(16)V99 VALUE ZERO.
           05  IRC-TOTAL-REST PIC X(252) VALUE ALL "0".
           05                 PIC X(160) VALUE SPACES.
           05  IRC-SEQ        PIC 9(08)  VALUE ZERO.
           05                 PIC X(243) VALUE SPACES.

       01  IRS-F-REC.
           05  IRF-TYPE       PIC X(01)  VALUE "F".
           05  IRF-A-COUNT    PIC 9(08)  VALUE ZERO.
           05                 PIC X(21)  VALUE ALL "0".
           05                 PIC X(19)  VALUE SPACES.
           05  IRF-PAYEES     PIC 9(08)  VALUE ZERO.
           05                 PIC X(442) VALUE SPACES.
           05  IRF-SEQ        PIC 9(08)  VALUE ZERO.
           05                 PIC X(243) VALUE SPACES.

      ****************************************************************
      *  RECIPIENT COPY LINES.  ONE COPY B PER PAYEE, ONE PER PAGE   *
      ****************************************************************
       01  RCP-HEADER-1.
           05             PIC X(34) VALUE
                              "FORM 1099-INT     INTEREST INCOME".
           05             PIC X(26) VALUE SPACES.
           05             PIC X(09) VALUE "TAX YEAR ".
           05 RCH-YEAR    PIC 9(04).
           05             PIC X(07) VALUE SPACES.

       01  RCP-HEADER-2.
           05             PIC X(40) VALUE
                              "COPY B - FOR RECIPIENT".
           05             PIC X(40) VALUE
                              "THIS IS IMPORTANT TAX INFORMATION".

       01  RCP-TEXT-LINE.
           05 RCT-LABEL   PIC X(30) VALUE SPACES.
           05 RCT-TEXT    PIC X(50) VALUE SPACES.

       01  RCP-AMOUNT-LINE.
           05 RCA-LABEL   PIC X(40) VALUE SPACES.
           05 RCA-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.
           05             PIC X(26) VALUE SPACES.

       01  RCP-BACKUP-LINE.
           05             PIC X(46) VALUE
                  "THIS ACCOUNT IS SUBJECT TO BACKUP WITHHOLDING.".
           05             PIC X(34) VALUE SPACES.

      ****************************************************************
      *  TAXRPT EXCEPTION, TIE-OUT, AND CONTROL-TOTAL LINES          *
      ****************************************************************
       01  HEADER-1.
           05 TITLE-1       PIC X(60) VALUE SPACE.
           05               PIC X(1)  VALUE SPACES.
           05               PIC X(5)  VALUE "PAGE ".
           05 PAGE-NO-1     PIC ZZZ9.
           05               PIC X(10) VALUE SPACES.

       01  HEADER-2.
           05               PIC X(09) VALUE "TAX YEAR ".
           05 HDR-TAX-YEAR  PIC 9(04).
           05               PIC X(12) VALUE "   RUN DATE ".
           05 HDR-RUN-DATE  PIC X(08).
           05               PIC X(47) VALUE SPACES.

       01  HEADER-3.
           05             PIC X(80) VALUE ALL "=".

       01  EXCEPT-HEADING.
           05             PIC X(10) VALUE "ACCOUNT".
           05             PIC X(31) VALUE "NAME".
           05             PIC X(07) VALUE "STATUS".
           05             PIC X(15) VALUE "      INTEREST".
           05             PIC X(17) VALUE "REASON".

       01  EXCEPT-LINE.
           05 EXC-ACCT-NO PIC 9(09) VALUE ZERO.
           05             PIC X(1)  VALUE SPACES.
           05 EXC-NAME    PIC X(30) VALUE SPACES.
           05             PIC X(1)  VALUE SPACES.
           05 EXC-STATE   PIC X(06) VALUE SPACES.
           05             PIC X(1)  VALUE SPACES.
           05 EXC-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.
           05             PIC X(1)  VALUE SPACES.
           05 EXC-REASON  PIC X(17) VALUE SPACES.

       01  TIE-HEADING.
           05             PIC X(08) VALUE "PERIOD".
           05             PIC X(19) VALUE "TRANHIST INTEREST".
           05             PIC X(19) VALUE " INTACCR REGISTER".
           05             PIC X(04) VALUE "RUNS".
           05             PIC X(30) VALUE "RESULT".

       01  TIE-LINE.
           05 TIE-PERIOD  PIC X(06) VALUE SPACES.
           05             PIC X(2)  VALUE SPACES.
           05 TIE-HIST    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(2)  VALUE SPACES.
           05 TIE-ACCR    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(2)  VALUE SPACES.
           05 TIE-RUNS    PIC ZZ9.
           05             PIC X(2)  VALUE SPACES.
           05 TIE-RESULT  PIC X(07) VALUE SPACES.
           05             PIC X(22) VALUE SPACES.

       01  TRAILER-1.
           05             PIC X(24) VALUE "HISTORY RECORDS READ...".
           05 TRL-HIST-READ-COUNT PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-2.
           05             PIC X(24) VALUE "INTEREST MOVEMENTS.....".
           05 TRL-INT-COUNT     PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-3.
           05             PIC X(24) VALUE "ACCOUNTS PAID INTEREST.".
           05 TRL-ACCT-COUNT    PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-4.
           05             PIC X(24) VALUE "BELOW $10.00 THRESHOLD.".
           05 TRL-BELOW-COUNT   PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-5.
           05             PIC X(24) VALUE "REPORTABLE ACCOUNTS....".
           05 TRL-REPORT-COUNT  PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-6.
           05             PIC X(24) VALUE "  OPEN.................".
           05 TRL-OPEN-COUNT    PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-7.
           05             PIC X(24) VALUE "  CLOSED...............".
           05 TRL-CLOSED-COUNT  PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-8.
           05             PIC X(24) VALUE "  PURGED...............".
           05 TRL-PURGED-COUNT  PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-9.
           05             PIC X(24) VALUE "PAYEES FILED...........".
           05 TRL-FILED-COUNT   PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-10.
           05             PIC X(24) VALUE "  BACKUP WITHHOLDING...".
           05 TRL-BACKUP-COUNT  PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-11.
           05             PIC X(24) VALUE "EXCEPTIONS HELD BACK...".
           05 TRL-EXCEPT-COUNT  PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-12.
           05             PIC X(24) VALUE "TOTAL INTEREST PAID....".
           05 TRL-TOTAL-INT     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(38) VALUE SPACES.

       01  TRAILER-13.
           05             PIC X(24) VALUE "  BELOW THRESHOLD......".
           05 TRL-BELOW-AMT     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(38) VALUE SPACES.

       01  TRAILER-14.
           05             PIC X(24) VALUE "  FILED................".
           05 TRL-FILED-AMT     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(38) VALUE SPACES.

       01  TRAILER-15.
           05             PIC X(24) VALUE "  EXCEPTIONS...........".
           05 TRL-EXCEPT-AMT    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05             PIC X(38) VALUE SPACES.

       01  TRAILER-16.
           05             PIC X(24) VALUE "MONTHS NOT IN AGREEMENT".
           05 TRL-DIFFER-COUNT  PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  PROOF-LINE.
           05             PIC X(24) VALUE "ACCOUNT PROOF..........".
           05 PRF-RESULT  PIC X(56) VALUE SPACES.

      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.
      *
       A000-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           OPEN INPUT PARM-IN.
           PERFORM A005-LOAD-PARMS.
           CLOSE PARM-IN.
           OPEN OUTPUT RPT-OUT.
           OPEN OUTPUT RCP-OUT.
           OPEN OUTPUT IRS-WORK.
           OPEN INPUT CUS-RECS.
           IF WS-CUS-STATUS NOT = "00"
               DISPLAY "INT1099: CANNOT OPEN CUSTRECS, STATUS="
                   WS-CUS-STATUS
               GO TO FATAL-STOP
           END-IF.
           OPEN INPUT TAX-FILE.
           IF WS-TAX-STATUS NOT = "00" AND WS-TAX-STATUS NOT = "05"
               DISPLAY "INT1099: CANNOT OPEN TAXINFO, STATUS="
                   WS-TAX-STATUS
               GO TO FATAL-STOP
           END-IF.
           OPEN INPUT RC-FILE.
           IF WS-RC-STATUS NOT = "00" AND WS-RC-STATUS NOT = "05"
               DISPLAY "INT1099: CANNOT OPEN RUNCTL, STATUS="
                   WS-RC-STATUS
               GO TO FATAL-STOP
           END-IF.
           OPEN INPUT HIST-IN.
           IF WS-HIS-STATUS NOT = "00"
               DISPLAY "INT1099: CANNOT OPEN TRANHIST, STATUS="
                   WS-HIS-STATUS
               GO TO FATAL-STOP
           END-IF.
           INITIALIZE WS-MONTH-TABLE.
           PERFORM A010-WRITE-HEADERS.
           WRITE RPT-REC-OUT FROM EXCEPT-HEADING.
           ADD 1 TO WS-LINE-COUNT.

       A020-TOTAL-BY-ACCOUNT.
           SORT SORT-WORK
               ON ASCENDING KEY SW-ACCT-NO
               ON ASCENDING KEY SW-POST-DATE
               INPUT PROCEDURE B005-SELECT-INTEREST
                   THRU B005-SELECT-INTEREST-EXIT
               OUTPUT PROCEDURE B010-TOTAL-ACCOUNTS
                   THRU B010-TOTAL-ACCOUNTS-EXIT.
           CLOSE IRS-WORK.

       A030-BUILD-IRS-FILE.
           PERFORM C070-WRITE-IRS-FILE.

       CLOSE-STOP.
           PERFORM C060-WRITE-TIE-OUT.
           PERFORM C080-WRITE-TRAILER.
           CLOSE RPT-OUT.
           CLOSE RCP-OUT.
           CLOSE CUS-RECS.
           CLOSE TAX-FILE.
           CLOSE RC-FILE.
           STOP RUN.

      ****************************************************************
      *  A005-LOAD-PARMS READS THE PAYER CARDS FROM PARMIN.  CARD 1  *
      *  CARRIES THE TAX YEAR, PAYER TIN, TRANSMITTER CONTROL CODE,  *
      *  TEST-FILE INDICATOR, AND PAYER NAME; CARD 2 THE PAYER       *
      *  ADDRESS.  A BLANK TAX YEAR MEANS LAST CALENDAR YEAR.  THE   *
      *  RUN STOPS WITHOUT A PAYER TIN, NAME, AND CONTROL CODE,      *
      *  SINCE THE FILING FILE IS WORTHLESS WITHOUT THEM             *
      ****************************************************************
       A005-LOAD-PARMS.
           PERFORM READ-PARM-RECORD.
           PERFORM A006-TAKE-ONE-PARM
               UNTIL PARM-EOF = 'Y'.
           IF WS-TAX-YEAR = ZERO
               MOVE WS-CURRENT-YEAR TO WS-TAX-YEAR
               SUBTRACT 1 FROM WS-TAX-YEAR
           END-IF.
           IF WS-PAYER-TIN NOT NUMERIC OR
              WS-PAYER-TCC = SPACES OR
              WS-PAYER-NAME = SPACES
               DISPLAY "INT1099: PAYER TIN, TCC, OR NAME MISSING "
                   "FROM PARMIN"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       A006-TAKE-ONE-PARM.
           IF PRM-PAYER-CARD
               IF PRM-TAX-YEAR NUMERIC
                   MOVE PRM-TAX-YEAR TO WS-TAX-YEAR
               END-IF
               MOVE PRM-PAYER-TIN TO WS-PAYER-TIN
               MOVE PRM-TCC TO WS-PAYER-TCC
               MOVE PRM-TEST-IND TO WS-PAYER-TEST
               MOVE PRM-PAYER-NAME TO WS-PAYER-NAME
           END-IF.
           IF PRM-ADDRESS-CARD
               MOVE PRM-PAYER-ADDR TO WS-PAYER-ADDR
               MOVE PRM-PAYER-CITY TO WS-PAYER-CITY
               MOVE PRM-PAYER-STATE TO WS-PAYER-STATE
               MOVE PRM-PAYER-ZIP TO WS-PAYER-ZIP
           END-IF.
           PERFORM READ-PARM-RECORD.

       A010-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE SPACES TO RPT-REC-OUT.
           MOVE "1099-INT YEAR-END INTEREST REPORTING" TO TITLE-1.
           MOVE WS-PAGE-COUNT TO PAGE-NO-1.
           WRITE RPT-REC-OUT FROM HEADER-1 AFTER ADVANCING PAGE.
           MOVE WS-TAX-YEAR TO HDR-TAX-YEAR.
           MOVE WS-CURRENT-DATE TO HDR-RUN-DATE.
           WRITE RPT-REC-OUT FROM HEADER-2.
           WRITE RPT-REC-OUT FROM HEADER-3.
           MOVE ZERO TO WS-LINE-COUNT.

      ****************************************************************
      *  B005-SELECT-INTEREST RELEASES EVERY I-CODED MOVEMENT POSTED *
      *  IN THE TAX YEAR, ADDING IT TO THE MONTH OF ITS POST DATE    *
      *  FOR THE TIE-OUT TO THE INTACCR REGISTERS.  TRANHIST IS      *
      *  KEYED BY POST DATE, SO THE READ STARTS AT 1 JANUARY AND     *
      *  STOPS AT THE FIRST MOVEMENT PAST 31 DECEMBER.  HISTORY IS   *
      *  NOT DELETED WHEN AN ACCOUNT CLOSES OR IS PURGED, BUT        *
      *  HISTRET MOVES MOVEMENTS PAST THE RETENTION PERIOD TO THE    *
      *  TRANARC ARCHIVE GENERATIONS; WHEN THE HISTCAT CATALOG SHOWS *
      *  ANY OF THE TAX YEAR WAS ARCHIVED, TRANARC IS READ FIRST, SO *
      *  EVERY ACCOUNT PAID INTEREST IN THE YEAR IS STILL SEEN       *
      ****************************************************************
       B005-SELECT-INTEREST.
           COMPUTE WS-YEAR-START = WS-TAX-YEAR * 10000 + 101.
           COMPUTE WS-YEAR-END = WS-TAX-YEAR * 10000 + 1231.
           PERFORM B004-CHECK-CATALOG.
           IF TARC-NEEDED = 'Y'
               PERFORM B006-SELECT-ARCHIVED
           END-IF.
           MOVE WS-YEAR-START TO HIST-POST-DATE.
           MOVE ZERO TO HIST-SEQ.
           START HIST-IN KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY MOVE 'Y' TO HIST-EOF
           END-START.
           IF HIST-EOF NOT = 'Y'
               PERFORM READ-HIST-RECORD
           END-IF.
           PERFORM B007-SELECT-ONE-MOVEMENT
               UNTIL HIST-EOF = 'Y'.
           CLOSE HIST-IN.

       B005-SELECT-INTEREST-EXIT.
           EXIT.

      ****************************************************************
      *  B004-CHECK-CATALOG READS THE HISTCAT CATALOG HISTRET KEEPS  *
      *  AND MARKS TRANARC TO BE READ WHEN ANY TRANHIST GENERATION   *
      *  HOLDS MOVEMENTS FROM THE TAX YEAR                           *
      ****************************************************************
       B004-CHECK-CATALOG.
           MOVE 'N' TO TARC-NEEDED.
           OPEN INPUT HCAT-IN.
           PERFORM READ-HCAT-RECORD.
           PERFORM B003-CHECK-ONE-GENERATION
               UNTIL HCAT-EOF = 'Y'.
           CLOSE HCAT-IN.

       B003-CHECK-ONE-GENERATION.
           IF HCT-TRANHIST AND HCT-COUNT > ZERO AND
              HCT-FROM-DATE NOT > WS-YEAR-END AND
              HCT-TO-DATE NOT < WS-YEAR-START
               MOVE 'Y' TO TARC-NEEDED
           END-IF.
           PERFORM READ-HCAT-RECORD.

      ****************************************************************
      *  B006-SELECT-ARCHIVED READS THE CONCATENATED TRANARC         *
      *  GENERATIONS, WHICH CARRY THE TRANHIST LAYOUT, AND TAKES     *
      *  THE MOVEMENTS POSTED IN THE TAX YEAR THROUGH B008 EXACTLY   *
      *  AS THE LIVE ONES                                            *
      ****************************************************************
       B006-SELECT-ARCHIVED.
           OPEN INPUT TARC-IN.
           PERFORM READ-TARC-RECORD.
           PERFORM B009-SELECT-ONE-ARCHIVED
               UNTIL TARC-EOF = 'Y'.
           CLOSE TARC-IN.

       B009-SELECT-ONE-ARCHIVED.
           MOVE TARC-REC TO HIST-REC.
           IF HIST-POST-DATE NOT < WS-YEAR-START AND
              HIST-POST-DATE NOT > WS-YEAR-END
               ADD 1 TO WS-HIST-READ-COUNT
               PERFORM B008-TAKE-INTEREST
           END-IF.
           PERFORM READ-TARC-RECORD.

       B007-SELECT-ONE-MOVEMENT.
           IF HIST-POST-DATE > WS-YEAR-END
               MOVE 'Y' TO HIST-EOF
           ELSE
               ADD 1 TO WS-HIST-READ-COUNT
               PERFORM B008-TAKE-INTEREST
               PERFORM READ-HIST-RECORD
           END-IF.

       B008-TAKE-INTEREST.
           MOVE HIST-POST-DATE TO WS-WORK-DATE.
           IF HIST-DC-CODE = 'I' AND
              WS-WORK-YEAR = WS-TAX-YEAR AND
              WS-WORK-MONTH > ZERO AND WS-WORK-MONTH < 13
               ADD 1 TO WS-INT-COUNT
               ADD HIST-AMOUNT TO WS-TOTAL-INT
               ADD HIST-AMOUNT TO WS-MN-HIST(WS-WORK-MONTH)
               MOVE HIST-ACCT-NO TO SW-ACCT-NO
               MOVE HIST-AMOUNT TO SW-AMOUNT
               MOVE HIST-POST-DATE TO SW-POST-DATE
               RELEASE SW-RECORD
           END-IF.

      ****************************************************************
      *  B010-TOTAL-ACCOUNTS RETURNS THE MOVEMENTS IN ACCOUNT ORDER  *
      *  AND FINISHES EACH ACCOUNT ON THE CHANGE OF ACCOUNT NUMBER   *
      ****************************************************************
       B010-TOTAL-ACCOUNTS.
           MOVE SPACE TO FIRST-ACCT.
           PERFORM RETURN-SORT-RECORD.
           PERFORM B015-TAKE-ONE-MOVEMENT
               UNTIL LASTSORT = 'Y'.
           IF FIRST-ACCT = 'Y'
               PERFORM B020-FINISH-ACCOUNT
                   THRU B020-FINISH-ACCOUNT-EXIT
           END-IF.

       B010-TOTAL-ACCOUNTS-EXIT.
           EXIT.

       B015-TAKE-ONE-MOVEMENT.
           IF FIRST-ACCT = 'Y' AND SW-ACCT-NO NOT = WS-CURR-ACCT
               PERFORM B020-FINISH-ACCOUNT
                   THRU B020-FINISH-ACCOUNT-EXIT
           END-IF.
           IF FIRST-ACCT NOT = 'Y' OR SW-ACCT-NO NOT = WS-CURR-ACCT
               MOVE 'Y' TO FIRST-ACCT
               MOVE SW-ACCT-NO TO WS-CURR-ACCT
               MOVE ZERO TO WS-ACCT-INT
           END-IF.
           ADD SW-AMOUNT TO WS-ACCT-INT.
           PERFORM RETURN-SORT-RECORD.

      ****************************************************************
      *  B020-FINISH-ACCOUNT DECIDES ONE ACCOUNT'S YEAR: UNDER THE   *
      *  $10.00 THRESHOLD IT IS ONLY COUNTED; OTHERWISE IT IS        *
      *  REPORTABLE, AND IS FILED WITH A RECIPIENT COPY WHEN ITS     *
      *  NAME, TIN, AND ADDRESS ARE ALL ON FILE, OR LISTED AS AN     *
      *  EXCEPTION AND HELD BACK FROM THE FILING WHEN THEY ARE NOT   *
      ****************************************************************
       B020-FINISH-ACCOUNT.
           ADD 1 TO WS-ACCT-COUNT.
           ADD WS-ACCT-INT TO WS-ACCT-TOTAL-INT.
           IF WS-ACCT-INT < WS-THRESHOLD
               ADD 1 TO WS-BELOW-COUNT
               ADD WS-ACCT-INT TO WS-BELOW-AMT
               GO TO B020-FINISH-ACCOUNT-EXIT
           END-IF.
           ADD 1 TO WS-REPORT-COUNT.
           ADD WS-ACCT-INT TO WS-REPORT-AMT.
           PERFORM B030-FIND-PAYEE.
           PERFORM B040-CHECK-TAX-INFO
               THRU B040-CHECK-TAX-INFO-EXIT.
           IF WS-EXC-REASON NOT = SPACES
               ADD 1 TO WS-EXCEPT-COUNT
               ADD WS-ACCT-INT TO WS-EXCEPT-AMT
               PERFORM C010-PRINT-EXCEPTION
               GO TO B020-FINISH-ACCOUNT-EXIT
           END-IF.
           ADD 1 TO WS-FILED-COUNT.
           ADD WS-ACCT-INT TO WS-FILED-AMT.
           IF TAX-BACKUP-YES
               ADD 1 TO WS-BACKUP-COUNT
           END-IF.
           PERFORM B060-WRITE-B-RECORD.
           PERFORM C050-PRINT-RECIPIENT-COPY.

       B020-FINISH-ACCOUNT-EXIT.
           EXIT.

      ****************************************************************
      *  B030-FIND-PAYEE TAKES THE NAME FROM THE MASTER, WHERE BOTH  *
      *  OPEN AND CLOSED ACCOUNTS STILL SIT, AND FOR AN ACCOUNT NO   *
      *  LONGER ON THE MASTER FROM THE ARCHIVE ARCPURGE WROTE        *
      ****************************************************************
       B030-FIND-PAYEE.
           MOVE SPACES TO PAYEE-FIELDS.
           MOVE WS-CURR-ACCT TO ACCT-NO-IN.
           READ CUS-RECS
               INVALID KEY
                   PERFORM B035-FIND-ON-ARCHIVE
               NOT INVALID KEY
                   MOVE FIRST-NAME-IN TO WS-PAYEE-FIRST
                   MOVE LAST-NAME-IN TO WS-PAYEE-LAST
                   IF END-DATE-IN = SPACES OR
                      END-DATE-IN = ZEROS  OR
                      END-DATE-IN > WS-CURRENT-DATE
                       MOVE "OPEN" TO WS-PAYEE-STATE
                       ADD 1 TO WS-OPEN-COUNT
                   ELSE
                       MOVE "CLOSED" TO WS-PAYEE-STATE
                       ADD 1 TO WS-CLOSED-COUNT
                   END-IF
           END-READ.
           IF WS-PAYEE-LAST NOT = SPACES
               STRING WS-PAYEE-FIRST DELIMITED BY "  "
                      " "            DELIMITED BY SIZE
                      WS-PAYEE-LAST  DELIMITED BY "  "
                   INTO WS-PAYEE-NAME
           END-IF.

      ****************************************************************
      *  B035-FIND-ON-ARCHIVE SCANS THE ARCHIVE FRONT TO BACK FOR    *
      *  THE ACCOUNT, AS ARCREST DOES; THE LAST IMAGE WINS           *
      ****************************************************************
       B035-FIND-ON-ARCHIVE.
           MOVE SPACE TO FOUND-FLAG.
           MOVE SPACE TO ARCH-EOF.
           OPEN INPUT ARCH-IN.
           PERFORM READ-ARCH-RECORD.
           PERFORM B037-MATCH-ONE-RECORD
               UNTIL ARCH-EOF = 'Y'.
           CLOSE ARCH-IN.
           IF FOUND-FLAG = 'Y'
               MOVE "PURGED" TO WS-PAYEE-STATE
               ADD 1 TO WS-PURGED-COUNT
           ELSE
               MOVE "NONE" TO WS-PAYEE-STATE
           END-IF.

       B037-MATCH-ONE-RECORD.
           IF ARC-ACCT-NO = WS-CURR-ACCT
               MOVE 'Y' TO FOUND-FLAG
               MOVE ARC-FIRST-NAME TO WS-PAYEE-FIRST
               MOVE ARC-LAST-NAME TO WS-PAYEE-LAST
           END-IF.
           PERFORM READ-ARCH-RECORD.

      ****************************************************************
      *  B040-CHECK-TAX-INFO HOLDS THE ACCOUNT BACK FROM THE FILING  *
      *  UNLESS IT HAS A NAME AND A TAXINFO RECORD WITH A NUMERIC,   *
      *  NON-ZERO TIN OF A KNOWN TYPE AND A COMPLETE ADDRESS, THE    *
      *  SAME TESTS CUSTMNT APPLIES WHEN THE RECORD IS MAINTAINED    *
      ****************************************************************
       B040-CHECK-TAX-INFO.
           IF WS-PAYEE-LAST = SPACES
               MOVE "NAME NOT ON FILE" TO WS-EXC-REASON
               GO TO B040-CHECK-TAX-INFO-EXIT
           END-IF.
           MOVE WS-CURR-ACCT TO TAX-ACCT-NO.
           READ TAX-FILE
               INVALID KEY
                   MOVE "NO TAXINFO RECORD" TO WS-EXC-REASON
           END-READ.
           IF WS-EXC-REASON NOT = SPACES
               GO TO B040-CHECK-TAX-INFO-EXIT
           END-IF.
           IF TAX-TIN = SPACES
               MOVE "MISSING TIN" TO WS-EXC-REASON
               GO TO B040-CHECK-TAX-INFO-EXIT
           END-IF.
           IF TAX-TIN NOT NUMERIC OR
              TAX-TIN = ZEROS OR
              NOT TAX-TIN-TYPE-VALID
               MOVE "INVALID TIN" TO WS-EXC-REASON
               GO TO B040-CHECK-TAX-INFO-EXIT
           END-IF.
           IF TAX-ADDR-LINE = SPACES OR
              TAX-CITY = SPACES OR
              TAX-STATE = SPACES OR
              TAX-ZIP(1:5) NOT NUMERIC
               MOVE "MISSING ADDRESS" TO WS-EXC-REASON
           END-IF.

       B040-CHECK-TAX-INFO-EXIT.
           EXIT.

      ****************************************************************
      *  B060-WRITE-B-RECORD WRITES THE PAYEE RECORD TO THE WORK     *
      *  FILE.  THE FILING FILE ITSELF IS BUILT AFTER THE SORT, WHEN *
      *  THE PAYEE COUNT THE T RECORD CARRIES IS KNOWN.  THE NAME    *
      *  CONTROL IS THE FIRST FOUR LETTERS OF THE LAST NAME          *
      ****************************************************************
       B060-WRITE-B-RECORD.
           MOVE WS-TAX-YEAR TO IRB-YEAR.
           MOVE WS-PAYEE-LAST(1:4) TO IRB-NAME-CTL.
           IF TAX-TIN-EIN
               MOVE "1" TO IRB-TIN-TYPE
           ELSE
               MOVE "2" TO IRB-TIN-TYPE
           END-IF.
           MOVE TAX-TIN TO IRB-TIN.
           MOVE WS-CURR-ACCT TO IRB-ACCOUNT.
           MOVE WS-ACCT-INT TO IRB-AMOUNT-1.
           MOVE ZERO TO IRB-AMOUNT-4.
           MOVE WS-PAYEE-NAME TO IRB-NAME.
           MOVE TAX-ADDR-LINE TO IRB-ADDR.
           MOVE TAX-CITY TO IRB-CITY.
           MOVE TAX-STATE TO IRB-STATE.
           MOVE TAX-ZIP TO IRB-ZIP.
           MOVE ZERO TO IRB-SEQ.
           WRITE IRS-WORK-REC FROM IRS-B-REC.

       RETURN-SORT-RECORD.
           RETURN SORT-WORK
               AT END MOVE 'Y' TO LASTSORT
           END-RETURN.

       READ-PARM-RECORD.
           READ PARM-IN
               AT END MOVE 'Y' TO PARM-EOF
           END-READ.

       READ-HIST-RECORD.
           READ HIST-IN NEXT RECORD
               AT END MOVE 'Y' TO HIST-EOF
           END-READ.

       READ-TARC-RECORD.
           READ TARC-IN
               AT END MOVE 'Y' TO TARC-EOF
           END-READ.

       READ-HCAT-RECORD.
           READ HCAT-IN
               AT END MOVE 'Y' TO HCAT-EOF
           END-READ.

       READ-ARCH-RECORD.
           READ ARCH-IN
               AT END MOVE 'Y' TO ARCH-EOF
           END-READ.

       READ-WORK-RECORD.
           READ IRS-WORK INTO IRS-B-REC
               AT END MOVE 'Y' TO WORK-EOF
           END-READ.

       READ-RC-NEXT.
           READ RC-FILE NEXT RECORD
               AT END MOVE 'Y' TO RC-EOF
           END-READ.

       C010-PRINT-EXCEPTION.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM A010-WRITE-HEADERS
               WRITE RPT-REC-OUT FROM EXCEPT-HEADING
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           MOVE WS-CURR-ACCT TO EXC-ACCT-NO.
           MOVE WS-PAYEE-NAME TO EXC-NAME.
           MOVE WS-PAYEE-STATE TO EXC-STATE.
           MOVE WS-ACCT-INT TO EXC-AMOUNT.
           MOVE WS-EXC-REASON TO EXC-REASON.
           WRITE RPT-REC-OUT FROM EXCEPT-LINE.
           ADD 1 TO WS-LINE-COUNT.

      ****************************************************************
      *  C050-PRINT-RECIPIENT-COPY PRINTS COPY B FOR ONE PAYEE ON A  *
      *  PAGE OF ITS OWN.  THE RECIPIENT'S TIN IS MASKED TO ITS LAST *
      *  FOUR DIGITS.  NOTHING IS WITHHELD AT ACCRUAL, SO BOX 4 IS   *
      *  ALWAYS ZERO; A PAYEE FLAGGED FOR BACKUP WITHHOLDING GETS    *
      *  THE NOTICE LINE                                             *
      ****************************************************************
       C050-PRINT-RECIPIENT-COPY.
           MOVE WS-TAX-YEAR TO RCH-YEAR.
           WRITE RCP-REC-OUT FROM RCP-HEADER-1 AFTER ADVANCING PAGE.
           WRITE RCP-REC-OUT FROM RCP-HEADER-2.
           MOVE ALL "-" TO RCP-REC-OUT.
           WRITE RCP-REC-OUT.
           MOVE "PAYER'S NAME AND ADDRESS" TO RCT-LABEL.
           MOVE WS-PAYER-NAME TO RCT-TEXT.
           WRITE RCP-REC-OUT FROM RCP-TEXT-LINE.
           MOVE SPACES TO RCT-LABEL.
           MOVE WS-PAYER-ADDR TO RCT-TEXT.
           WRITE RCP-REC-OUT FROM RCP-TEXT-LINE.
           MOVE SPACES TO WS-CITY-LINE.
           STRING WS-PAYER-CITY  DELIMITED BY "  "
                  ", "           DELIMITED BY SIZE
                  WS-PAYER-STATE DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  WS-PAYER-ZIP   DELIMITED BY SPACE
               INTO WS-CITY-LINE.
           MOVE WS-CITY-LINE TO RCT-TEXT.
           WRITE RCP-REC-OUT FROM RCP-TEXT-LINE.
           MOVE "PAYER'S TIN" TO RCT-LABEL.
           MOVE SPACES TO RCT-TEXT.
           STRING WS-PAYER-TIN(1:2) "-" WS-PAYER-TIN(3:7)
                      DELIMITED BY SIZE
               INTO RCT-TEXT.
           MOVE SPACES TO RCP-REC-OUT.
           WRITE RCP-REC-OUT.
           WRITE RCP-REC-OUT FROM RCP-TEXT-LINE.
           MOVE "RECIPIENT'S TIN" TO RCT-LABEL.
           IF TAX-TIN-EIN
               STRING "**-***" TAX-TIN(6:4) DELIMITED BY SIZE
                   INTO WS-MASKED-TIN
           ELSE
               STRING "***-**-" TAX-TIN(6:4) DELIMITED BY SIZE
                   INTO WS-MASKED-TIN
           END-IF.
           MOVE WS-MASKED-TIN TO RCT-TEXT.
           WRITE RCP-REC-OUT FROM RCP-TEXT-LINE.
           MOVE SPACES TO RCP-REC-OUT.
           WRITE RCP-REC-OUT.
           MOVE "RECIPIENT'S NAME AND ADDRESS" TO RCT-LABEL.
           MOVE WS-PAYEE-NAME TO RCT-TEXT.
           WRITE RCP-REC-OUT FROM RCP-TEXT-LINE.
           MOVE SPACES TO RCT-LABEL.
           MOVE TAX-ADDR-LINE TO RCT-TEXT.
           WRITE RCP-REC-OUT FROM RCP-TEXT-LINE.
           MOVE SPACES TO WS-CITY-LINE.
           STRING TAX-CITY  DELIMITED BY "  "
                  ", "      DELIMITED BY SIZE
                  TAX-STATE DELIMITED BY SIZE
                  "  "      DELIMITED BY SIZE
                  TAX-ZIP   DELIMITED BY SPACE
               INTO WS-CITY-LINE.
           MOVE WS-CITY-LINE TO RCT-TEXT.
           WRITE RCP-REC-OUT FROM RCP-TEXT-LINE.
           MOVE "ACCOUNT NUMBER" TO RCT-LABEL.
           MOVE WS-CURR-ACCT TO RCT-TEXT.
           WRITE RCP-REC-OUT FROM RCP-TEXT-LINE.
           MOVE SPACES TO RCP-REC-OUT.
           WRITE RCP-REC-OUT.
           MOVE "BOX 1  INTEREST INCOME" TO RCA-LABEL.
           MOVE WS-ACCT-INT TO RCA-AMOUNT.
           WRITE RCP-REC-OUT FROM RCP-AMOUNT-LINE.
           MOVE "BOX 4  FEDERAL INCOME TAX WITHHELD" TO RCA-LABEL.
           MOVE ZERO TO RCA-AMOUNT.
           WRITE RCP-REC-OUT FROM RCP-AMOUNT-LINE.
           IF TAX-BACKUP-YES
               MOVE SPACES TO RCP-REC-OUT
               WRITE RCP-REC-OUT
               WRITE RCP-REC-OUT FROM RCP-BACKUP-LINE
           END-IF.

      ****************************************************************
      *  C060-WRITE-TIE-OUT COMPARES EACH MONTH'S TRANHIST INTEREST  *
      *  TO THE GRAND TOTAL OF THE INTACCR REGISTER FOR THAT MONTH,  *
      *  TAKEN FROM THE COMPLETED RUNCTL LEDGER RECORDS FOR THE      *
      *  PERIOD.  A MONTH WITH NO COMPLETED ACCRUAL RUN IS NOT RUN   *
      ****************************************************************
       C060-WRITE-TIE-OUT.
           PERFORM A010-WRITE-HEADERS.
           MOVE "INTEREST TIE-OUT TO THE INTACCR REGISTERS"
               TO RPT-REC-OUT.
           WRITE RPT-REC-OUT.
           WRITE RPT-REC-OUT FROM TIE-HEADING.
           MOVE WS-TAX-YEAR TO WS-RC-SCAN-YEAR.
           MOVE ZERO TO WS-MONTH-SUB.
           PERFORM C065-TIE-ONE-MONTH
               UNTIL WS-MONTH-SUB >= 12.
           MOVE "TOTAL" TO TIE-PERIOD.
           MOVE WS-TOTAL-INT TO TIE-HIST.
           MOVE WS-ACCR-TOTAL TO TIE-ACCR.
           MOVE ZERO TO TIE-RUNS.
           IF WS-TOTAL-INT = WS-ACCR-TOTAL
               MOVE "AGREE" TO TIE-RESULT
           ELSE
               MOVE "DIFFER" TO TIE-RESULT
           END-IF.
           WRITE RPT-REC-OUT FROM HEADER-3.
           WRITE RPT-REC-OUT FROM TIE-LINE.

       C065-TIE-ONE-MONTH.
           ADD 1 TO WS-MONTH-SUB.
           MOVE WS-MONTH-SUB TO WS-RC-SCAN-MONTH.
           PERFORM C067-FIND-REGISTER-TOTALS.
           MOVE WS-RC-SCAN-PERIOD(1:6) TO TIE-PERIOD.
           MOVE WS-MN-HIST(WS-MONTH-SUB) TO TIE-HIST.
           MOVE WS-MN-ACCR(WS-MONTH-SUB) TO TIE-ACCR.
           MOVE WS-MN-RUNS(WS-MONTH-SUB) TO TIE-RUNS.
           ADD WS-MN-ACCR(WS-MONTH-SUB) TO WS-ACCR-TOTAL.
           IF WS-MN-RUNS(WS-MONTH-SUB) = ZERO
               MOVE "NOT RUN" TO TIE-RESULT
               IF WS-MN-HIST(WS-MONTH-SUB) NOT = ZERO
                   ADD 1 TO WS-DIFFER-COUNT
               END-IF
           ELSE
               IF WS-MN-HIST(WS-MONTH-SUB) =
                  WS-MN-ACCR(WS-MONTH-SUB)
                   MOVE "AGREE" TO TIE-RESULT
               ELSE
                   MOVE "DIFFER" TO TIE-RESULT
                   ADD 1 TO WS-DIFFER-COUNT
               END-IF
           END-IF.
           WRITE RPT-REC-OUT FROM TIE-LINE.

      ****************************************************************
      *  C067-FIND-REGISTER-TOTALS BROWSES THE LEDGER BY PERIOD KEY  *
      *  FOR EVERY COMPLETED INTACCR RUN OF THE MONTH AND ADDS UP    *
      *  THEIR REGISTER GRAND TOTALS, SO A MONTH ACCRUED TWICE UNDER *
      *  AN OVERRIDE STILL TIES TO THE HISTORY BOTH RUNS WROTE       *
      ****************************************************************
       C067-FIND-REGISTER-TOTALS.
           MOVE SPACE TO RC-EOF.
           MOVE WS-RC-SCAN-KEY TO RC-PERIOD-KEY.
           START RC-FILE KEY IS EQUAL TO RC-PERIOD-KEY
               INVALID KEY MOVE 'Y' TO RC-EOF
           END-START.
           IF RC-EOF NOT = 'Y'
               PERFORM READ-RC-NEXT
           END-IF.
           PERFORM C069-ADD-ONE-RUN
               UNTIL RC-EOF = 'Y'.

       C069-ADD-ONE-RUN.
           IF RC-PERIOD-KEY NOT = WS-RC-SCAN-KEY
               MOVE 'Y' TO RC-EOF
           ELSE
               IF RC-COMPLETE
                   ADD RC-AMOUNT-1 TO WS-MN-ACCR(WS-MONTH-SUB)
                   ADD 1 TO WS-MN-RUNS(WS-MONTH-SUB)
               END-IF
               PERFORM READ-RC-NEXT
           END-IF.

      ****************************************************************
      *  C070-WRITE-IRS-FILE BUILDS THE FILING FILE: THE T AND A     *
      *  RECORDS, EVERY B RECORD FROM THE WORK FILE, THEN THE C      *
      *  CONTROL TOTALS AND THE F END-OF-TRANSMISSION RECORD, EACH   *
      *  NUMBERED IN SEQUENCE FROM 1                                 *
      ****************************************************************
       C070-WRITE-IRS-FILE.
           OPEN OUTPUT IRS-OUT.
           MOVE WS-TAX-YEAR TO IRT-YEAR.
           MOVE WS-PAYER-TIN TO IRT-TIN.
           MOVE WS-PAYER-TCC TO IRT-TCC.
           MOVE WS-PAYER-TEST TO IRT-TEST-IND.
           MOVE WS-PAYER-NAME TO IRT-NAME.
           MOVE WS-PAYER-NAME TO IRT-COMPANY.
           MOVE WS-PAYER-ADDR TO IRT-ADDR.
           MOVE WS-PAYER-CITY TO IRT-CITY.
           MOVE WS-PAYER-STATE TO IRT-STATE.
           MOVE WS-PAYER-ZIP TO IRT-ZIP.
           MOVE WS-FILED-COUNT TO IRT-PAYEES.
           ADD 1 TO WS-IRS-SEQ.
           MOVE WS-IRS-SEQ TO IRT-SEQ.
           WRITE IRS-REC-OUT FROM IRS-T-REC.
           MOVE WS-TAX-YEAR TO IRA-YEAR.
           MOVE WS-PAYER-TIN TO IRA-TIN.
           MOVE WS-PAYER-NAME TO IRA-NAME.
           MOVE WS-PAYER-ADDR TO IRA-ADDR.
           MOVE WS-PAYER-CITY TO IRA-CITY.
           MOVE WS-PAYER-STATE TO IRA-STATE.
           MOVE WS-PAYER-ZIP TO IRA-ZIP.
           ADD 1 TO WS-IRS-SEQ.
           MOVE WS-IRS-SEQ TO IRA-SEQ.
           WRITE IRS-REC-OUT FROM IRS-A-REC.
           OPEN INPUT IRS-WORK.
           PERFORM READ-WORK-RECORD.
           PERFORM C075-COPY-ONE-PAYEE
               UNTIL WORK-EOF = 'Y'.
           CLOSE IRS-WORK.
           MOVE WS-FILED-COUNT TO IRC-PAYEES.
           MOVE WS-FILED-AMT TO IRC-TOTAL-1.
           MOVE ZERO TO IRC-TOTAL-4.
           ADD 1 TO WS-IRS-SEQ.
           MOVE WS-IRS-SEQ TO IRC-SEQ.
           WRITE IRS-REC-OUT FROM IRS-C-REC.
           MOVE 1 TO IRF-A-COUNT.
           MOVE WS-FILED-COUNT TO IRF-PAYEES.
           ADD 1 TO WS-IRS-SEQ.
           MOVE WS-IRS-SEQ TO IRF-SEQ.
           WRITE IRS-REC-OUT FROM IRS-F-REC.
           CLOSE IRS-OUT.

       C075-COPY-ONE-PAYEE.
           ADD 1 TO WS-IRS-SEQ.
           MOVE WS-IRS-SEQ TO IRB-SEQ.
           WRITE IRS-REC-OUT FROM IRS-B-REC.
           PERFORM READ-WORK-RECORD.

      ****************************************************************
      *  C080-WRITE-TRAILER WRITES THE CONTROL TOTALS AND PROVES     *
      *  THEM: THE ACCOUNT TOTALS ADD BACK TO THE INTEREST SELECTED, *
      *  AND BELOW-THRESHOLD PLUS FILED PLUS EXCEPTIONS EQUALS THE   *
      *  TOTAL INTEREST PAID, SO NO ACCOUNT DROPS OUT UNSEEN         *
      ****************************************************************
       C080-WRITE-TRAILER.
           MOVE SPACES TO RPT-REC-OUT.
           WRITE RPT-REC-OUT FROM HEADER-3.
           MOVE WS-HIST-READ-COUNT TO TRL-HIST-READ-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-1.
           MOVE WS-INT-COUNT TO TRL-INT-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-2.
           MOVE WS-ACCT-COUNT TO TRL-ACCT-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-3.
           MOVE WS-BELOW-COUNT TO TRL-BELOW-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-4.
           MOVE WS-REPORT-COUNT TO TRL-REPORT-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-5.
           MOVE WS-OPEN-COUNT TO TRL-OPEN-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-6.
           MOVE WS-CLOSED-COUNT TO TRL-CLOSED-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-7.
           MOVE WS-PURGED-COUNT TO TRL-PURGED-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-8.
           MOVE WS-FILED-COUNT TO TRL-FILED-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-9.
           MOVE WS-BACKUP-COUNT TO TRL-BACKUP-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-10.
           MOVE WS-EXCEPT-COUNT TO TRL-EXCEPT-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-11.
           MOVE WS-TOTAL-INT TO TRL-TOTAL-INT.
           WRITE RPT-REC-OUT FROM TRAILER-12.
           MOVE WS-BELOW-AMT TO TRL-BELOW-AMT.
           WRITE RPT-REC-OUT FROM TRAILER-13.
           MOVE WS-FILED-AMT TO TRL-FILED-AMT.
           WRITE RPT-REC-OUT FROM TRAILER-14.
           MOVE WS-EXCEPT-AMT TO TRL-EXCEPT-AMT.
           WRITE RPT-REC-OUT FROM TRAILER-15.
           MOVE WS-DIFFER-COUNT TO TRL-DIFFER-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-16.
           IF WS-ACCT-TOTAL-INT = WS-TOTAL-INT AND
              WS-BELOW-AMT + WS-FILED-AMT + WS-EXCEPT-AMT =
                  WS-TOTAL-INT AND
              WS-BELOW-COUNT + WS-FILED-COUNT + WS-EXCEPT-COUNT =
                  WS-ACCT-COUNT
               MOVE "IN BALANCE" TO PRF-RESULT
           ELSE
               MOVE "OUT OF BALANCE - DO NOT TRANSMIT THE FILING FILE"
                   TO PRF-RESULT
               DISPLAY "INT1099: ACCOUNT TOTALS OUT OF BALANCE"
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE RPT-REC-OUT FROM PROOF-LINE.
           IF WS-DIFFER-COUNT NOT = ZERO
               DISPLAY "INT1099: INTEREST DOES NOT TIE TO THE INTACCR "
                   "REGISTERS FOR " WS-DIFFER-COUNT " MONTH(S)"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       FATAL-STOP.
           CLOSE RPT-OUT.
           CLOSE RCP-OUT.
           CLOSE IRS-WORK.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
