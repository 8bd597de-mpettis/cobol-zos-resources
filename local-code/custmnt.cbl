      *                    THE CODE MUST BE ON FILE AND ACTIVE, SO
      *                    THE MASTER CAN NO LONGER DRIFT AWAY FROM
      *                    THE OFFICER LIST.
      *   2026.10.15  SEC  CHECK THE RUNCTL RUN-CONTROL LEDGER BEFORE
      *                    TOUCHING ANY FILE.  THE RUN IS REFUSED WITH
      *                    RETURN CODE 12 UNLESS TRANPOST COMPLETED FOR
      *                    THE BUSINESS DATE AND THIS PROGRAM HAS NOT,
      *                    OR A RUNOVR RERUN CARD IS SUPPLIED.  THE
      *                    LEDGER RECORD IS STAMPED STARTED, THEN
      *                    COMPLETE (OR FAILED) WITH THE REGISTER
      *                    TRAILER TOTALS.
      *   2026.10.15  SEC  NEW TAX REQUEST MAINTAINS THE INDEXED TAXINFO
      *                    SIDE FILE KEYED BY ACCOUNT - TAXPAYER ID, ID
      *                    TYPE, BACKUP-WITHHOLDING FLAG, AND MAILING
      *                    ADDRESS FOR THE YEAR-END 1099-INT RUN.  THE
      *                    FIELDS RIDE IN THE CUSTOMER-IMAGE AREA OF
      *                    THE MNTIN RECORD AROUND THE ACCOUNT NUMBER;
      *                    A FIRST TAX REQUEST ADDS THE RECORD, A
      *                    LATER ONE OVERLAYS ITS NON-BLANK FIELDS.
      *                    EVERY APPLIED CHANGE IS JOURNALED TO
      *                    AUDJRNL AS ACTION TAX WITH TAXREC BEFORE
      *                    AND AFTER IMAGES.
      *   2026.10.15  SEC  ADD, CHANGE, AND CLOSE REQUESTS ARE NO LONGER
      *                    APPLIED STRAIGHT FROM MNTIN.  THEY, AND
      *                    RECYCLED SUSPENSE ITEMS, ARE QUEUED ON THE
      *                    INDEXED PENDCHG FILE WITH THE REQUESTING USER
      *                    AS MAKER AND THE APPROVAL LEVEL THEY NEED,
      *                    FOR A SUPERVISOR TO DECIDE ON MNTAPRV.  AFTER
      *                    THE RECYCLE SWEEP THE RUN APPLIES THE ITEMS
      *                    SUPERVISORS HAVE APPROVED, RECHECKING MAKER
      *                    AGAINST CHECKER AND THE SECOND-LEVEL RULES
      *                    AGAINST TONIGHT'S MASTER, AND STAMPS EACH
      *                    ITEM APPLIED OR FAILED.  AUDJRNL NOW CARRIES
      *                    THE CHECKER ID AND PENDING-CHANGE ID BESIDE
      *                    THE MAKER.  TAX REQUESTS ARE STILL APPLIED
      *                    DIRECTLY.
      *   2026.10.15  SEC  THE APPROVAL-LEVEL CHECK AND THE
      *                    APPROVED-ITEM LOOP ARE PERFORMED THROUGH
      *                    THEIR EXITS, SO AN ADD NO LONGER FALLS INTO
      *                    THE FOLLOWING PARAGRAPHS.  THE AUDJRNL LAYOUT
      *                    NOW COMES FROM THE AUDREC COPYBOOK.
      *
       ENVIRONMENT DIVISION.
      *
               ACCESS MODE IS RANDOM
               RECORD KEY IS OFF-CODE
               FILE STATUS IS WS-OFF-STATUS.
           SELECT OPTIONAL TAX-FILE ASSIGN TO TAXINFO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TAX-ACCT-NO
               FILE STATUS IS WS-TAX-STATUS.
           SELECT OPTIONAL PEND-FILE ASSIGN TO PENDCHG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-ID
               ALTERNATE RECORD KEY IS PND-ACCT-NO
                   WITH DUPLICATES
               FILE STATUS IS WS-PND-STATUS.
           SELECT OPTIONAL RC-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               ALTERNATE RECORD KEY IS RC-PERIOD-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-RC-STATUS.
           SELECT OPTIONAL OVR-IN ASSIGN TO RUNOVR.

       DATA DIVISION.
       FILE SECTION.
               88  MNT-ACTION-ADD     VALUE "ADD".
               88  MNT-ACTION-CHANGE  VALUE "CHG".
               88  MNT-ACTION-CLOSE   VALUE "CLS".
               88  MNT-ACTION-TAX     VALUE "TAX".
           05  MNT-CUST-IMAGE.
               10  MNT-FIRST-NAME PIC X(11).
               10  MNT-LAST-NAME  PIC X(22).
               10  MNT-ACCT-NO    PIC 9(09).
               10  MNT-BAL        PIC X(12).
               10  MNT-OFFICER-CODE PIC X(07).
           05  MNT-TAX-IMAGE REDEFINES MNT-CUST-IMAGE.
               10  MNT-TAX-ADDR-LINE PIC X(30).
               10  MNT-TAX-CITY    PIC X(18).
               10  MNT-TAX-STATE   PIC X(02).
               10  MNT-TAX-TIN-TYPE PIC X(01).
               10  MNT-TAX-BACKUP-WH PIC X(01).
               10                  PIC X(09).
               10  MNT-TAX-TIN     PIC X(09).
               10  MNT-TAX-ZIP     PIC X(09).
               10                  PIC X(01).
           05  MNT-USER-ID        PIC X(08).
           05                     PIC X(09).
      *
       FD  AUDIT-OUT RECORD CONTAINS 200 CHARACTERS RECORDING MODE F.
           COPY AUDREC.
      *
       FD  RPT-OUT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  RPT-REC-OUT            PIC X(80).
       FD  OFF-RECS RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY OFFREC.
      *
       FD  TAX-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY TAXREC.
      *
       FD  PEND-FILE RECORD CONTAINS 320 CHARACTERS RECORDING MODE F.
           COPY PENDCHG.
      *
       FD  RC-FILE RECORD CONTAINS 300 CHARACTERS RECORDING MODE F.
           COPY RUNCTL.
      *
       FD  OVR-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY RUNOVR.
      *

       WORKING-STORAGE SECTION.

           05  WS-CLS-COUNT    PIC 9(07)      VALUE ZERO.
           05  WS-SUSP-COUNT   PIC 9(07)      VALUE ZERO.
           05  WS-RECYCLE-COUNT PIC 9(07)     VALUE ZERO.
           05  WS-TAX-COUNT    PIC 9(07)      VALUE ZERO.
           05  WS-QUEUE-COUNT  PIC 9(07)      VALUE ZERO.
           05  WS-APRV-APPLY-COUNT PIC 9(07)  VALUE ZERO.
           05  WS-APRV-FAIL-COUNT PIC 9(07)   VALUE ZERO.

       01  WS-CUS-STATUS       PIC X(02)      VALUE "00".


       01  WS-OFF-STATUS       PIC X(02)      VALUE "00".

       01  WS-TAX-STATUS       PIC X(02)      VALUE "00".

       01  WS-TAX-ON-FILE      PIC X          VALUE SPACE.

       01  WS-PND-STATUS       PIC X(02)      VALUE "00".

       01  WS-NEXT-PND-ID      PIC 9(07)      VALUE ZERO.

       01  WS-PND-WRITTEN      PIC X          VALUE SPACE.

       01  WS-PND-TRIES        PIC 9(03)      VALUE ZERO.

       01  WS-ON-MASTER        PIC X          VALUE SPACE.

       01  WS-PEND-LEVEL       PIC X(01)      VALUE SPACE.

       01  WS-PEND-LEVEL-REASON PIC X(20)     VALUE SPACES.

       01  WS-BAL-VALUE        PIC 9(09)V99   VALUE ZERO.

       01  WS-CHECKER-ID       PIC X(08)      VALUE SPACES.

       01  WS-APPLY-PND-ID     PIC 9(07)      VALUE ZERO.

       01  WS-NEXT-SUS-ID      PIC 9(07)      VALUE ZERO.

       01  WS-REJECT-REASON    PIC X(30)      VALUE SPACES.

       01  WS-TIMESTAMP        PIC X(14)      VALUE SPACES.

       01  WS-RC-STATUS        PIC X(02)      VALUE "00".

       01  RUN-CONTROL-FIELDS.
           05  WS-RC-PROGRAM   PIC X(08)      VALUE "CUSTMNT".
           05  WS-RC-PRED      PIC X(08)      VALUE "TRANPOST".
           05  WS-RC-BUS-DATE  PIC 9(08)      VALUE ZERO.
           05  WS-RC-PERIOD    PIC X(16)      VALUE SPACES.
           05  WS-RC-RUN-COUNT PIC 9(03)      VALUE ZERO.
           05  WS-RC-OVERRIDE  PIC X(01)      VALUE SPACE.
           05  WS-RC-OVR-USER  PIC X(08)      VALUE SPACES.
           05  WS-RC-ON-FILE   PIC X(01)      VALUE SPACE.
           05  WS-RC-END-STATUS PIC X(01)     VALUE 'C'.
           05  WS-RC-REFUSAL   PIC X(60)      VALUE SPACES.

       01  FLAGS.
           05 LASTREC       PIC X VALUE SPACE.
           05 VALID-FLAG    PIC X VALUE SPACE.
           05 SUSP-EOF      PIC X VALUE SPACE.
           05 OVR-EOF       PIC X VALUE SPACE.
           05 PEND-EOF      PIC X VALUE SPACE.
           05 PEND-APPLY    PIC X VALUE SPACE.

       01 WS-CURRENT-DATE.
          05  WS-CURRENT-YEAR         PIC X(04).
           05 TRL-RECYCLE-COUNT PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-9.
           05             PIC X(24) VALUE "TAX INFO APPLIED.......".
           05 TRL-TAX-COUNT     PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-10.
           05             PIC X(24) VALUE "QUEUED FOR APPROVAL....".
           05 TRL-QUEUE-COUNT   PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-11.
           05             PIC X(24) VALUE "APPROVED ITEMS APPLIED.".
           05 TRL-APRV-APPLY-COUNT PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

       01  TRAILER-12.
           05             PIC X(24) VALUE "APPROVED ITEMS FAILED..".
           05 TRL-APRV-FAIL-COUNT PIC Z,ZZZ,ZZ9.
           05             PIC X(47) VALUE SPACES.

      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.
      *
       A000-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE TO WS-RC-BUS-DATE.
           MOVE WS-CURRENT-DATE TO WS-RC-PERIOD.
           PERFORM R010-CHECK-RUN-CONTROL
               THRU R010-CHECK-RUN-CONTROL-EXIT.
           OPEN OUTPUT RPT-OUT.
           OPEN OUTPUT AUDIT-OUT.
           OPEN INPUT MNT-IN.
                   WS-OFF-STATUS
               GO TO FATAL-STOP
           END-IF.
           OPEN I-O TAX-FILE.
           IF WS-TAX-STATUS NOT = "00" AND WS-TAX-STATUS NOT = "05"
               DISPLAY "CUSTMNT: CANNOT OPEN TAXINFO, STATUS="
                   WS-TAX-STATUS
               GO TO FATAL-STOP
           END-IF.
           OPEN I-O PEND-FILE.
           IF WS-PND-STATUS NOT = "00" AND WS-PND-STATUS NOT = "05"
               DISPLAY "CUSTMNT: CANNOT OPEN PENDCHG, STATUS="
                   WS-PND-STATUS
               GO TO FATAL-STOP
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP.
           PERFORM A008-SCAN-SUSPENSE.
           PERFORM A006-SCAN-PENDING.
           PERFORM A010-WRITE-HEADERS.

       A020-MAIN-LOOP.
           PERFORM A027-TAKE-SUSPENSE-ITEM
               UNTIL SUSP-EOF = 'Y'.

       A030-APPLY-APPROVED.
           MOVE SPACE TO PEND-EOF.
           MOVE ZERO TO PND-ID.
           START PEND-FILE KEY IS NOT LESS THAN PND-ID
               INVALID KEY MOVE 'Y' TO PEND-EOF
           END-START.
           IF PEND-EOF NOT = 'Y'
               PERFORM READ-PEND-RECORD
           END-IF.
           PERFORM A032-TAKE-APPROVED-ITEM THRU A032-NEXT-ITEM
               UNTIL PEND-EOF = 'Y'.

       CLOSE-STOP.
           PERFORM C040-WRITE-TRAILER.
           CLOSE RPT-OUT.
           CLOSE MNT-IN.
           CLOSE SUSP-FILE.
           CLOSE OFF-RECS.
           CLOSE TAX-FILE.
           CLOSE PEND-FILE.
           CLOSE CUS-RECS.
           PERFORM R080-STAMP-RUN-END.
           STOP RUN.

      ****************************************************************
           END-IF.
           PERFORM READ-SUSP-RECORD.

      ****************************************************************
      *  A006-SCAN-PENDING LEARNS THE HIGHEST PENDING-CHANGE ID      *
      *  ALREADY ON FILE SO NEWLY QUEUED REQUESTS ARE KEYED BEHIND IT*
      ****************************************************************
       A006-SCAN-PENDING.
           MOVE ZERO TO PND-ID.
           START PEND-FILE KEY IS NOT LESS THAN PND-ID
               INVALID KEY MOVE 'Y' TO PEND-EOF
           END-START.
           IF PEND-EOF NOT = 'Y'
               PERFORM READ-PEND-RECORD
           END-IF.
           PERFORM A007-NOTE-PENDING-ID
               UNTIL PEND-EOF = 'Y'.
           MOVE SPACE TO PEND-EOF.

       A007-NOTE-PENDING-ID.
           IF PND-ID > WS-NEXT-PND-ID
               MOVE PND-ID TO WS-NEXT-PND-ID
           END-IF.
           PERFORM READ-PEND-RECORD.

      ****************************************************************
      *  A027-TAKE-SUSPENSE-ITEM RETRIES ONE RECYCLE-MARKED           *
      *  MAINTENANCE REQUEST THE CLERK CORRECTED, STAMPING IT DONE    *
           END-IF.
           PERFORM READ-SUSP-RECORD.

      ****************************************************************
      *  A032-TAKE-APPROVED-ITEM APPLIES ONE PENDING CHANGE A        *
      *  SUPERVISOR HAS APPROVED.  THE MAKER AND CHECKER MUST STILL  *
      *  DIFFER, AND THE SECOND-LEVEL RULES ARE APPLIED AGAIN TO THE *
      *  MASTER AS IT STANDS TONIGHT, SO A CLOSE APPROVED AT LEVEL 1 *
      *  ON AN ACCOUNT THAT HAS SINCE PICKED UP A BALANCE IS REFUSED.*
      *  THE ITEM IS STAMPED APPLIED, OR FAILED WITH THE REASON; A   *
      *  FAILED ITEM STAYS ON PENDCHG FOR THE DAILY REPORT RATHER    *
      *  THAN GOING TO SUSPENSE, SINCE A CORRECTION NEEDS A NEW      *
      *  APPROVAL                                                    *
      ****************************************************************
       A032-TAKE-APPROVED-ITEM.
           IF NOT PND-APPROVED
               GO TO A032-NEXT-ITEM
           END-IF.
           MOVE SPACES TO MNT-REC.
           MOVE PND-ACTION TO MNT-ACTION.
           MOVE PND-REQUEST-IMAGE TO MNT-CUST-IMAGE.
           MOVE PND-MAKER-ID TO MNT-USER-ID.
           MOVE PND-CHECKER-ID TO WS-CHECKER-ID.
           MOVE PND-ID TO WS-APPLY-PND-ID.
           MOVE 'Y' TO PEND-APPLY.
           MOVE 'Y' TO VALID-FLAG.
           MOVE SPACES TO WS-REJECT-REASON.
           IF PND-CHECKER-ID = SPACES OR
              PND-CHECKER-ID = PND-MAKER-ID
               MOVE SPACE TO VALID-FLAG
               MOVE "MAKER AND CHECKER NOT DISTINCT"
                   TO WS-REJECT-REASON
           ELSE
               PERFORM B085-READ-MASTER-FOR-LEVEL
               PERFORM B090-SET-APPROVAL-LEVEL
                   THRU B090-SET-APPROVAL-LEVEL-EXIT
               IF WS-PEND-LEVEL = '2' AND PND-CHECKER-LEVEL NOT = '2'
                   MOVE SPACE TO VALID-FLAG
                   MOVE "NEEDS HIGHER-LEVEL APPROVAL"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF VALID-FLAG = 'Y'
               PERFORM B015-APPLY-ONE-REQUEST
           ELSE
               PERFORM C010-PRINT-REGISTER-LINE
           END-IF.
           IF VALID-FLAG = 'Y'
               ADD 1 TO WS-APRV-APPLY-COUNT
               MOVE 'X' TO PND-STATUS
               MOVE "APPLIED" TO PND-APPLY-REASON
           ELSE
               ADD 1 TO WS-APRV-FAIL-COUNT
               MOVE 'F' TO PND-STATUS
               MOVE WS-REJECT-REASON TO PND-APPLY-REASON
           END-IF.
           MOVE WS-CURRENT-DATE TO PND-APPLY-DATE.
           REWRITE PND-REC
               INVALID KEY
                   DISPLAY "CUSTMNT: PENDCHG REWRITE FAILED FOR ITEM "
                       PND-ID " STATUS=" WS-PND-STATUS
           END-REWRITE.
           MOVE SPACE TO PEND-APPLY.

       A032-NEXT-ITEM.
           PERFORM READ-PEND-RECORD.

       A010-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE SPACES TO RPT-REC-OUT.

      ****************************************************************
      *  B015-APPLY-ONE-REQUEST DISPATCHES THE MAINTENANCE REQUEST    *
      *  STAGED IN MNT-REC.  AN ADD, CHANGE, OR CLOSE FROM MNTIN OR  *
      *  THE RECYCLE SWEEP IS QUEUED FOR SUPERVISOR APPROVAL; ONE    *
      *  TAKEN FROM AN APPROVED PENDING ITEM GOES TO THE ADD, CHANGE,*
      *  OR CLOSE HANDLER, AS DOES EVERY TAX REQUEST.  THEN PRINTS   *
      *  ONE REGISTER LINE SHOWING WHETHER IT WAS APPLIED, QUEUED,   *
      *  OR REJECTED                                                 *
      ****************************************************************
       B015-APPLY-ONE-REQUEST.
           MOVE 'Y' TO VALID-FLAG.
           MOVE SPACES TO WS-REJECT-REASON.
           IF PEND-APPLY NOT = 'Y' AND
              (MNT-ACTION-ADD OR MNT-ACTION-CHANGE OR
               MNT-ACTION-CLOSE)
               PERFORM B080-QUEUE-FOR-APPROVAL
                   THRU B080-QUEUE-FOR-APPROVAL-EXIT
           ELSE
               PERFORM B016-APPLY-DIRECT
           END-IF.
           PERFORM C010-PRINT-REGISTER-LINE.
           IF VALID-FLAG = SPACE AND PEND-APPLY NOT = 'Y'
               PERFORM C030-WRITE-SUSPENSE
           END-IF.

       B016-APPLY-DIRECT.
           IF MNT-ACTION-ADD
               PERFORM B020-APPLY-ADD THRU B020-APPLY-ADD-EXIT
           ELSE
                       PERFORM B040-APPLY-CLOSE
                           THRU B040-APPLY-CLOSE-EXIT
                   ELSE
                       IF MNT-ACTION-TAX
                           PERFORM B045-APPLY-TAX-INFO
                               THRU B045-APPLY-TAX-INFO-EXIT
                       ELSE
                           MOVE SPACE TO VALID-FLAG
                           MOVE "UNKNOWN ACTION CODE"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ****************************************************************
      *  B020-APPLY-ADD VALIDATES A NEW CUSTOMER IMAGE AND WRITES IT  *
       B040-APPLY-CLOSE-EXIT.
           EXIT.

      ****************************************************************
      *  B045-APPLY-TAX-INFO ADDS OR CHANGES THE ACCOUNT'S TAXINFO   *
      *  RECORD.  THE ACCOUNT MUST BE ON THE MASTER.  A FIRST REQUEST*
      *  STARTS FROM A BLANK RECORD WITH BACKUP WITHHOLDING OFF; A   *
      *  LATER ONE OVERLAYS ONLY THE FIELDS IT CARRIES.  THE RESULT  *
      *  IS REVALIDATED BEFORE IT IS WRITTEN.  THE AUDIT BEFORE-IMAGE*
      *  OF A FIRST REQUEST IS SPACES                                *
      ****************************************************************
       B045-APPLY-TAX-INFO.
           IF MNT-ACCT-NO NOT NUMERIC OR MNT-ACCT-NO = ZERO
               MOVE SPACE TO VALID-FLAG
               MOVE "INVALID ACCOUNT NUMBER" TO WS-REJECT-REASON
               GO TO B045-APPLY-TAX-INFO-EXIT
           END-IF.
           MOVE MNT-ACCT-NO TO ACCT-NO-IN.
           READ CUS-RECS
               INVALID KEY
                   MOVE SPACE TO VALID-FLAG
                   MOVE "ACCOUNT NOT ON FILE" TO WS-REJECT-REASON
           END-READ.
           IF VALID-FLAG NOT = 'Y'
               GO TO B045-APPLY-TAX-INFO-EXIT
           END-IF.
           MOVE 'Y' TO WS-TAX-ON-FILE.
           MOVE MNT-ACCT-NO TO TAX-ACCT-NO.
           READ TAX-FILE
               INVALID KEY
                   MOVE SPACE TO WS-TAX-ON-FILE
           END-READ.
           IF WS-TAX-ON-FILE = 'Y'
               MOVE TAX-REC TO WS-BEFORE-IMAGE
           ELSE
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE SPACES TO TAX-REC
               MOVE MNT-ACCT-NO TO TAX-ACCT-NO
               MOVE 'N' TO TAX-BACKUP-WH
           END-IF.
           IF MNT-TAX-TIN NOT = SPACES
               MOVE MNT-TAX-TIN TO TAX-TIN
           END-IF.
           IF MNT-TAX-TIN-TYPE NOT = SPACES
               MOVE MNT-TAX-TIN-TYPE TO TAX-TIN-TYPE
           END-IF.
           IF MNT-TAX-BACKUP-WH NOT = SPACES
               MOVE MNT-TAX-BACKUP-WH TO TAX-BACKUP-WH
           END-IF.
           IF MNT-TAX-ADDR-LINE NOT = SPACES
               MOVE MNT-TAX-ADDR-LINE TO TAX-ADDR-LINE
           END-IF.
           IF MNT-TAX-CITY NOT = SPACES
               MOVE MNT-TAX-CITY TO TAX-CITY
           END-IF.
           IF MNT-TAX-STATE NOT = SPACES
               MOVE MNT-TAX-STATE TO TAX-STATE
           END-IF.
           IF MNT-TAX-ZIP NOT = SPACES
               MOVE MNT-TAX-ZIP TO TAX-ZIP
           END-IF.
           PERFORM B047-VALIDATE-TAX-INFO
               THRU B047-VALIDATE-TAX-INFO-EXIT.
           IF VALID-FLAG NOT = 'Y'
               GO TO B045-APPLY-TAX-INFO-EXIT
           END-IF.
           IF WS-TAX-ON-FILE = 'Y'
               REWRITE TAX-REC
                   INVALID KEY
                       MOVE SPACE TO VALID-FLAG
                       MOVE "TAXINFO REWRITE FAILED" TO WS-REJECT-REASON
               END-REWRITE
           ELSE
               WRITE TAX-REC
                   INVALID KEY
                       MOVE SPACE TO VALID-FLAG
                       MOVE "TAXINFO WRITE FAILED" TO WS-REJECT-REASON
               END-WRITE
           END-IF.
           IF VALID-FLAG = 'Y'
               ADD 1 TO WS-TAX-COUNT
               PERFORM C020-WRITE-AUDIT-RECORD
           END-IF.

       B045-APPLY-TAX-INFO-EXIT.
           EXIT.

      ****************************************************************
      *  B047-VALIDATE-TAX-INFO CHECKS THE TAXINFO RECORD AS IT WILL *
      *  BE WRITTEN.  THE TIN AND ADDRESS MAY STILL BE BLANK - THE   *
      *  YEAR-END RUN LISTS THOSE AS EXCEPTIONS - BUT WHAT IS THERE  *
      *  MUST BE USABLE: A NINE-DIGIT NON-ZERO TIN WITH A TYPE OF S  *
      *  OR E, A Y/N BACKUP FLAG, AND AN ADDRESS THAT IS EITHER      *
      *  COMPLETE WITH A NUMERIC ZIP OR NOT GIVEN AT ALL             *
      ****************************************************************
       B047-VALIDATE-TAX-INFO.
           IF TAX-TIN NOT = SPACES
               IF TAX-TIN NOT NUMERIC OR TAX-TIN = ZEROS
                   MOVE SPACE TO VALID-FLAG
                   MOVE "INVALID TAXPAYER ID" TO WS-REJECT-REASON
                   GO TO B047-VALIDATE-TAX-INFO-EXIT
               END-IF
               IF NOT TAX-TIN-TYPE-VALID
                   MOVE SPACE TO VALID-FLAG
                   MOVE "INVALID TAXPAYER ID TYPE" TO WS-REJECT-REASON
                   GO TO B047-VALIDATE-TAX-INFO-EXIT
               END-IF
           END-IF.
           IF NOT TAX-BACKUP-VALID
               MOVE SPACE TO VALID-FLAG
               MOVE "INVALID BACKUP WITHHOLD FLAG" TO WS-REJECT-REASON
               GO TO B047-VALIDATE-TAX-INFO-EXIT
           END-IF.
           IF TAX-ADDR-LINE = SPACES AND TAX-CITY = SPACES AND
              TAX-STATE = SPACES AND TAX-ZIP = SPACES
               GO TO B047-VALIDATE-TAX-INFO-EXIT
           END-IF.
           IF TAX-ADDR-LINE = SPACES OR TAX-CITY = SPACES OR
              TAX-STATE = SPACES
               MOVE SPACE TO VALID-FLAG
               MOVE "INCOMPLETE MAILING ADDRESS" TO WS-REJECT-REASON
               GO TO B047-VALIDATE-TAX-INFO-EXIT
           END-IF.
           IF TAX-ZIP(1:5) NOT NUMERIC OR
              (TAX-ZIP(6:4) NOT = SPACES AND
               TAX-ZIP(6:4) NOT NUMERIC)
               MOVE SPACE TO VALID-FLAG
               MOVE "INVALID ZIP CODE" TO WS-REJECT-REASON
               GO TO B047-VALIDATE-TAX-INFO-EXIT
           END-IF.

       B047-VALIDATE-TAX-INFO-EXIT.
           EXIT.

      ****************************************************************
      *  B050-VALIDATE-IMAGE CHECKS THE FULL TRANSACTION IMAGE THE    *
      *  WAY AN ADD NEEDS IT: NON-BLANK NAMES, A NON-ZERO NUMERIC     *
       B070-VALIDATE-DATE-EXIT.
           EXIT.

      ****************************************************************
      *  B080-QUEUE-FOR-APPROVAL PUTS AN ADD, CHANGE, OR CLOSE ON THE*
      *  PENDING-CHANGE FILE FOR A SUPERVISOR TO DECIDE, WITH THE    *
      *  REQUESTING USER AS MAKER, THE MASTER AS IT STANDS NOW AS THE*
      *  BEFORE IMAGE, AND THE APPROVAL LEVEL IT NEEDS.  A REQUEST   *
      *  WITH NO USER ID, ONE THAT CANNOT APPLY (AN ADD FOR AN       *
      *  ACCOUNT ON FILE, A CHANGE OR CLOSE FOR ONE THAT IS NOT), OR *
      *  ONE FOR AN ACCOUNT THAT ALREADY HAS AN OPEN ITEM IS         *
      *  REJECTED TO SUSPENSE INSTEAD                                *
      ****************************************************************
       B080-QUEUE-FOR-APPROVAL.
           IF MNT-USER-ID = SPACES
               MOVE SPACE TO VALID-FLAG
               MOVE "NO USER ID - CANNOT QUEUE" TO WS-REJECT-REASON
               GO TO B080-QUEUE-FOR-APPROVAL-EXIT
           END-IF.
           IF MNT-ACCT-NO NOT NUMERIC OR MNT-ACCT-NO = ZERO
               MOVE SPACE TO VALID-FLAG
               MOVE "INVALID ACCOUNT NUMBER" TO WS-REJECT-REASON
               GO TO B080-QUEUE-FOR-APPROVAL-EXIT
           END-IF.
           PERFORM B085-READ-MASTER-FOR-LEVEL.
           IF MNT-ACTION-ADD AND WS-ON-MASTER = 'Y'
               MOVE SPACE TO VALID-FLAG
               MOVE "DUPLICATE ACCOUNT ON ADD" TO WS-REJECT-REASON
               GO TO B080-QUEUE-FOR-APPROVAL-EXIT
           END-IF.
           IF NOT MNT-ACTION-ADD AND WS-ON-MASTER NOT = 'Y'
               MOVE SPACE TO VALID-FLAG
               MOVE "ACCOUNT NOT ON FILE" TO WS-REJECT-REASON
               GO TO B080-QUEUE-FOR-APPROVAL-EXIT
           END-IF.
           PERFORM B095-CHECK-OPEN-ITEM.
           IF VALID-FLAG NOT = 'Y'
               GO TO B080-QUEUE-FOR-APPROVAL-EXIT
           END-IF.
           PERFORM B090-SET-APPROVAL-LEVEL
               THRU B090-SET-APPROVAL-LEVEL-EXIT.
           MOVE SPACES TO PND-REC.
           MOVE 'P' TO PND-STATUS.
           MOVE MNT-ACCT-NO TO PND-ACCT-NO.
           MOVE MNT-ACTION TO PND-ACTION.
           MOVE WS-PEND-LEVEL TO PND-LEVEL.
           MOVE WS-PEND-LEVEL-REASON TO PND-LEVEL-REASON.
           MOVE MNT-USER-ID TO PND-MAKER-ID.
           MOVE WS-CURRENT-DATE TO PND-ENTRY-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO PND-ENTRY-TIME.
           MOVE ZERO TO PND-DECIDE-DATE.
           MOVE ZERO TO PND-DECIDE-TIME.
           MOVE ZERO TO PND-APPLY-DATE.
           IF WS-ON-MASTER = 'Y'
               MOVE IN-REC TO PND-BEFORE-IMAGE
           END-IF.
           MOVE MNT-CUST-IMAGE TO PND-REQUEST-IMAGE.
           MOVE SPACE TO WS-PND-WRITTEN.
           MOVE ZERO TO WS-PND-TRIES.
           PERFORM B097-TRY-WRITE-PENDING
               UNTIL WS-PND-WRITTEN NOT = SPACE.
           IF WS-PND-WRITTEN NOT = 'Y'
               MOVE SPACE TO VALID-FLAG
               MOVE "PENDCHG WRITE FAILED" TO WS-REJECT-REASON
               GO TO B080-QUEUE-FOR-APPROVAL-EXIT
           END-IF.
           MOVE 'Q' TO VALID-FLAG.
           STRING "PENDING ITEM " PND-ID " LEVEL " PND-LEVEL
                   DELIMITED BY SIZE
               INTO WS-REJECT-REASON.

       B080-QUEUE-FOR-APPROVAL-EXIT.
           EXIT.

      ****************************************************************
      *  B085-READ-MASTER-FOR-LEVEL READS THE ACCOUNT'S MASTER RECORD*
      *  INTO IN-REC, NOTING WHETHER IT IS ON FILE                   *
      ****************************************************************
       B085-READ-MASTER-FOR-LEVEL.
           MOVE 'Y' TO WS-ON-MASTER.
           MOVE MNT-ACCT-NO TO ACCT-NO-IN.
           READ CUS-RECS
               INVALID KEY
                   MOVE SPACE TO WS-ON-MASTER
           END-READ.

      ****************************************************************
      *  B090-SET-APPROVAL-LEVEL DECIDES WHETHER THE REQUEST NEEDS A *
      *  SECOND-LEVEL APPROVER: A CLOSE, OR A CHANGE SETTING AN END  *
      *  DATE, ON AN ACCOUNT WHOSE BAL-IN IS NOT ZERO (OR CANNOT BE  *
      *  READ), OR A CHANGE TO A DIFFERENT OFFICER CODE.  THE SAME   *
      *  RULES ARE APPLIED BY THE ENTRY AND APPROVAL SCREENS         *
      ****************************************************************
       B090-SET-APPROVAL-LEVEL.
           MOVE '1' TO WS-PEND-LEVEL.
           MOVE SPACES TO WS-PEND-LEVEL-REASON.
           IF WS-ON-MASTER NOT = 'Y'
               GO TO B090-SET-APPROVAL-LEVEL-EXIT
           END-IF.
           IF MNT-ACTION-CLOSE OR
              (MNT-ACTION-CHANGE AND
               MNT-END-DATE NOT = SPACES AND
               MNT-END-DATE NOT = ZEROS)
               MOVE 1 TO WS-BAL-VALUE
               IF FUNCTION TEST-NUMVAL-C(BAL-IN) = ZERO
                   COMPUTE WS-BAL-VALUE = FUNCTION NUMVAL-C(BAL-IN)
               END-IF
               IF WS-BAL-VALUE NOT = ZERO
                   MOVE '2' TO WS-PEND-LEVEL
                   MOVE "CLOSE WITH BALANCE" TO WS-PEND-LEVEL-REASON
               END-IF
           END-IF.
           IF MNT-ACTION-CHANGE AND
              MNT-OFFICER-CODE NOT = SPACES AND
              MNT-OFFICER-CODE NOT = OFFICER-CODE-IN
               IF WS-PEND-LEVEL = '2'
                   MOVE "BALANCE AND OFFICER" TO WS-PEND-LEVEL-REASON
               ELSE
                   MOVE '2' TO WS-PEND-LEVEL
                   MOVE "OFFICER CHANGE" TO WS-PEND-LEVEL-REASON
               END-IF
           END-IF.

       B090-SET-APPROVAL-LEVEL-EXIT.
           EXIT.

      ****************************************************************
      *  B095-CHECK-OPEN-ITEM REFUSES A SECOND OPEN ITEM FOR THE SAME*
      *  ACCOUNT - PENDING OR APPROVED AND NOT YET APPLIED - SO TWO  *
      *  MAKERS CANNOT QUEUE CHANGES THAT OVERWRITE EACH OTHER       *
      ****************************************************************
       B095-CHECK-OPEN-ITEM.
           MOVE SPACE TO PEND-EOF.
           MOVE MNT-ACCT-NO TO PND-ACCT-NO.
           START PEND-FILE KEY IS EQUAL TO PND-ACCT-NO
               INVALID KEY MOVE 'Y' TO PEND-EOF
           END-START.
           IF PEND-EOF NOT = 'Y'
               PERFORM READ-PEND-RECORD
           END-IF.
           PERFORM B096-TEST-OPEN-ITEM
               UNTIL PEND-EOF = 'Y'.
           MOVE SPACE TO PEND-EOF.

       B096-TEST-OPEN-ITEM.
           IF PND-ACCT-NO NOT = MNT-ACCT-NO
               MOVE 'Y' TO PEND-EOF
           ELSE
               IF PND-OPEN
                   MOVE SPACE TO VALID-FLAG
                   MOVE "ACCOUNT HAS AN OPEN PENDING ITEM"
                       TO WS-REJECT-REASON
                   MOVE 'Y' TO PEND-EOF
               ELSE
                   PERFORM READ-PEND-RECORD
               END-IF
           END-IF.

      ****************************************************************
      *  B097-TRY-WRITE-PENDING WRITES THE ITEM UNDER THE NEXT FREE  *
      *  ID, STEPPING PAST ANY ID THE ENTRY SCREEN TOOK WHILE THIS   *
      *  RUN WAS GOING                                               *
      ****************************************************************
       B097-TRY-WRITE-PENDING.
           ADD 1 TO WS-NEXT-PND-ID.
           ADD 1 TO WS-PND-TRIES.
           MOVE WS-NEXT-PND-ID TO PND-ID.
           WRITE PND-REC
               INVALID KEY
                   IF WS-PND-STATUS = "22" AND WS-PND-TRIES < 100
                       CONTINUE
                   ELSE
                       DISPLAY "CUSTMNT: PENDCHG WRITE FAILED FOR "
                           "ACCOUNT " PND-ACCT-NO " STATUS="
                           WS-PND-STATUS
                       MOVE 'N' TO WS-PND-WRITTEN
                   END-IF
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PND-WRITTEN
           END-WRITE.

      ****************************************************************
      *  C010-PRINT-REGISTER-LINE PRINTS ONE LINE PER TRANSACTION ON  *
      *  THE MAINTENANCE REGISTER, APPLIED OR REJECTED WITH REASON    *
               ADD 1 TO WS-APPLY-COUNT
               MOVE "APPLIED " TO DTL-DISP
           ELSE
               IF VALID-FLAG = 'Q'
                   ADD 1 TO WS-QUEUE-COUNT
                   MOVE "QUEUED  " TO DTL-DISP
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED" TO DTL-DISP
               END-IF
           END-IF.
           MOVE MNT-ACTION TO DTL-ACTION.
           IF MNT-ACCT-NO NUMERIC
           ELSE
               MOVE ZERO TO DTL-ACCT-NO
           END-IF.
           IF MNT-ACTION-TAX
               MOVE "TAX ID AND ADDRESS" TO DTL-LAST-NAME
           ELSE
               MOVE MNT-LAST-NAME TO DTL-LAST-NAME
           END-IF.
           MOVE WS-REJECT-REASON TO DTL-REASON.
           IF VALID-FLAG = 'Y' AND PEND-APPLY = 'Y'
               MOVE SPACES TO DTL-REASON
               STRING "ITEM " WS-APPLY-PND-ID " CHECKER "
                      WS-CHECKER-ID DELIMITED BY SIZE
                   INTO DTL-REASON
           END-IF.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM A010-WRITE-HEADERS
           END-IF.
      ****************************************************************
      *  C020-WRITE-AUDIT-RECORD JOURNALS ONE APPLIED CHANGE WITH THE *
      *  BEFORE-IMAGE, THE AFTER-IMAGE AS REWRITTEN, AND WHO/WHEN SO  *
      *  AUDIT CAN RECONSTRUCT HOW ANY RECORD CAME TO LOOK AS IT     *
      *  DOES.  A TAX REQUEST'S IMAGES ARE TAXREC RECORDS, NOT       *
      *  CUSTREC.  AN APPROVED PENDING ITEM CARRIES ITS MAKER AS THE *
      *  USER, AND ITS CHECKER AND PENDING-CHANGE ID BESIDE IT       *
      ****************************************************************
       C020-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP.
           MOVE MNT-USER-ID TO AUD-USER-ID.
           MOVE WS-TIMESTAMP TO AUD-TIMESTAMP.
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE.
           MOVE ZERO TO AUD-PEND-ID.
           IF PEND-APPLY = 'Y'
               MOVE WS-CHECKER-ID TO AUD-CHECKER-ID
               MOVE WS-APPLY-PND-ID TO AUD-PEND-ID
           END-IF.
           IF MNT-ACTION-TAX
               MOVE TAX-REC TO AUD-AFTER-IMAGE
           ELSE
               MOVE IN-REC TO AUD-AFTER-IMAGE
           END-IF.
           WRITE AUD-REC.

      ****************************************************************
               AT END MOVE 'Y' TO SUSP-EOF
           END-READ.

       READ-PEND-RECORD.
           READ PEND-FILE NEXT RECORD
               AT END MOVE 'Y' TO PEND-EOF
           END-READ.

      ****************************************************************
      *  C040-WRITE-TRAILER WRITES THE CONTROL TOTALS SO THE REGISTER *
      *  CAN BE BALANCED AGAINST THE TRANSACTION FILE AND THE JOURNAL *
           WRITE RPT-REC-OUT FROM TRAILER-7.
           MOVE WS-RECYCLE-COUNT TO TRL-RECYCLE-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-8.
           MOVE WS-TAX-COUNT TO TRL-TAX-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-9.
           MOVE WS-QUEUE-COUNT TO TRL-QUEUE-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-10.
           MOVE WS-APRV-APPLY-COUNT TO TRL-APRV-APPLY-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-11.
           MOVE WS-APRV-FAIL-COUNT TO TRL-APRV-FAIL-COUNT.
           WRITE RPT-REC-OUT FROM TRAILER-12.

      ****************************************************************
      *  R010-CHECK-RUN-CONTROL OPENS THE RUN-CONTROL LEDGER BEFORE  *
      *  ANY OTHER FILE IS TOUCHED AND DECIDES WHETHER THIS RUN MAY  *
      *  START FOR THE BUSINESS DATE: THE PREDECESSOR STEP MUST      *
      *  HAVE COMPLETED, AND THIS PROGRAM MUST NOT ALREADY HAVE      *
      *  COMPLETED OR BE LEFT PART-WAY THROUGH.  AN OPERATOR RERUN   *
      *  OVERRIDE CARD FOR THIS PROGRAM AND DATE WAIVES THE CHECKS.  *
      *  A RUN ALLOWED TO START IS STAMPED 'S' ON THE LEDGER; A      *
      *  REFUSED ONE ENDS WITH RETURN CODE 12 AND NO FILE TOUCHED    *
      ****************************************************************
       R010-CHECK-RUN-CONTROL.
           OPEN I-O RC-FILE.
           IF WS-RC-STATUS NOT = "00" AND WS-RC-STATUS NOT = "05"
               DISPLAY "CUSTMNT: CANNOT OPEN RUNCTL, STATUS="
                   WS-RC-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM R020-READ-OVERRIDE.
           IF WS-RC-OVERRIDE = 'Y'
               PERFORM R060-STAMP-RUN-START
               GO TO R010-CHECK-RUN-CONTROL-EXIT
           END-IF.
           PERFORM R030-CHECK-OWN-RUN.
           IF WS-RC-REFUSAL NOT = SPACES
               GO TO R090-RUN-REFUSED
           END-IF.
           PERFORM R050-CHECK-PREDECESSOR.
           IF WS-RC-REFUSAL NOT = SPACES
               GO TO R090-RUN-REFUSED
           END-IF.
           PERFORM R060-STAMP-RUN-START.

       R010-CHECK-RUN-CONTROL-EXIT.
           EXIT.

      ****************************************************************
      *  R020-READ-OVERRIDE LOOKS FOR A RERUN CARD NAMING THIS       *
      *  PROGRAM AND THE BUSINESS DATE ON THE OPTIONAL RUNOVR FILE   *
      ****************************************************************
       R020-READ-OVERRIDE.
           OPEN INPUT OVR-IN.
           PERFORM READ-OVR-RECORD.
           PERFORM R025-TEST-OVERRIDE
               UNTIL OVR-EOF = 'Y'.
           CLOSE OVR-IN.

       R025-TEST-OVERRIDE.
           IF ROV-PROGRAM = WS-RC-PROGRAM AND
              ROV-BUS-DATE = WS-RC-BUS-DATE AND
              ROV-RERUN AND
              ROV-USER NOT = SPACES
               MOVE 'Y' TO WS-RC-OVERRIDE
               MOVE ROV-USER TO WS-RC-OVR-USER
               DISPLAY "CUSTMNT: RERUN OVERRIDE FOR " WS-RC-BUS-DATE
                   " BY " ROV-USER " - " ROV-REASON
           END-IF.
           PERFORM READ-OVR-RECORD.

      ****************************************************************
      *  R030-CHECK-OWN-RUN REFUSES A SECOND RUN FOR THE SAME        *
      *  BUSINESS DATE, WHETHER THE FIRST ONE COMPLETED OR STARTED   *
      *  AND NEVER FINISHED.  A RUN THAT ENDED 'F' MAY BE RERUN      *
      ****************************************************************
       R030-CHECK-OWN-RUN.
           MOVE WS-RC-BUS-DATE TO RC-BUS-DATE.
           MOVE WS-RC-PROGRAM TO RC-PROGRAM.
           READ RC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RC-COMPLETE
                       MOVE "ALREADY COMPLETED FOR THIS BUSINESS DATE"
                           TO WS-RC-REFUSAL
                   END-IF
                   IF RC-STARTED
                       MOVE "EARLIER RUN FOR THIS DATE NEVER FINISHED"
                           TO WS-RC-REFUSAL
                   END-IF
           END-READ.

      ****************************************************************
      *  R050-CHECK-PREDECESSOR REFUSES THE RUN UNLESS TRANPOST HAS  *
      *  COMPLETED FOR THE SAME BUSINESS DATE                        *
      ****************************************************************
       R050-CHECK-PREDECESSOR.
           PERFORM R055-CHECK-STEP-COMPLETE.

      ****************************************************************
      *  R055-CHECK-STEP-COMPLETE REFUSES THE RUN UNLESS THE STEP    *
      *  NAMED IN WS-RC-PRED HAS A COMPLETED LEDGER RECORD FOR THE   *
      *  BUSINESS DATE                                               *
      ****************************************************************
       R055-CHECK-STEP-COMPLETE.
           MOVE WS-RC-BUS-DATE TO RC-BUS-DATE.
           MOVE WS-RC-PRED TO RC-PROGRAM.
           READ RC-FILE
               INVALID KEY
                   MOVE SPACE TO RC-STATUS
           END-READ.
           IF NOT RC-COMPLETE
               STRING WS-RC-PRED DELIMITED BY SPACE
                      " HAS NOT COMPLETED FOR THIS BUSINESS DATE"
                          DELIMITED BY SIZE
                   INTO WS-RC-REFUSAL
           END-IF.

      ****************************************************************
      *  R060-STAMP-RUN-START WRITES (OR, FOR A RERUN, REWRITES) THE *
      *  LEDGER RECORD FOR THIS PROGRAM AND BUSINESS DATE AS STARTED *
      *  WITH THE START TIME, THE RUN NUMBER, AND THE OVERRIDING     *
      *  OPERATOR, IF ANY, AND CLEARS THE TOTALS OF ANY EARLIER RUN  *
      ****************************************************************
       R060-STAMP-RUN-START.
           MOVE ZERO TO WS-RC-RUN-COUNT.
           MOVE SPACE TO WS-RC-ON-FILE.
           MOVE WS-RC-BUS-DATE TO RC-BUS-DATE.
           MOVE WS-RC-PROGRAM TO RC-PROGRAM.
           READ RC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RC-ON-FILE
                   MOVE RC-RUN-COUNT TO WS-RC-RUN-COUNT
           END-READ.
           ADD 1 TO WS-RC-RUN-COUNT.
           MOVE SPACES TO RC-REC.
           MOVE WS-RC-BUS-DATE TO RC-BUS-DATE.
           MOVE WS-RC-PROGRAM TO RC-PROGRAM.
           MOVE 'S' TO RC-STATUS.
           MOVE WS-RC-PROGRAM TO RC-PERIOD-PGM.
           MOVE WS-RC-PERIOD TO RC-PERIOD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-START-STAMP.
           MOVE WS-RC-RUN-COUNT TO RC-RUN-COUNT.
           MOVE WS-RC-OVR-USER TO RC-OVERRIDE-USER.
           MOVE ZEROS TO RC-TOTALS.
           IF WS-RC-ON-FILE = 'Y'
               REWRITE RC-REC
                   INVALID KEY
                       DISPLAY "CUSTMNT: RUNCTL REWRITE FAILED, "
                           "STATUS=" WS-RC-STATUS
               END-REWRITE
           ELSE
               WRITE RC-REC
                   INVALID KEY
                       DISPLAY "CUSTMNT: RUNCTL WRITE FAILED, "
                           "STATUS=" WS-RC-STATUS
               END-WRITE
           END-IF.

      ****************************************************************
      *  R070-SET-CONTROL-TOTALS CARRIES THE REGISTER TRAILER TOTALS *
      *  ONTO THE LEDGER: COUNT 1 REQUESTS READ, 2 APPLIED,          *
      *  3 REJECTED, 4 ADDS, 5 CHANGES, 6 CLOSES, 7 TAXINFO UPDATES, *
      *  8 QUEUED FOR APPROVAL, 9 APPROVED ITEMS APPLIED, 10         *
      *  APPROVED ITEMS FAILED                                       *
      ****************************************************************
       R070-SET-CONTROL-TOTALS.
           MOVE WS-READ-COUNT TO RC-COUNT-1.
           MOVE WS-APPLY-COUNT TO RC-COUNT-2.
           MOVE WS-REJECT-COUNT TO RC-COUNT-3.
           MOVE WS-ADD-COUNT TO RC-COUNT-4.
           MOVE WS-CHG-COUNT TO RC-COUNT-5.
           MOVE WS-CLS-COUNT TO RC-COUNT-6.
           MOVE WS-TAX-COUNT TO RC-COUNT-7.
           MOVE WS-QUEUE-COUNT TO RC-COUNT-8.
           MOVE WS-APRV-APPLY-COUNT TO RC-COUNT-9.
           MOVE WS-APRV-FAIL-COUNT TO RC-COUNT-10.

      ****************************************************************
      *  R080-STAMP-RUN-END MARKS THIS RUN'S LEDGER RECORD WITH THE  *
      *  END STATUS IN WS-RC-END-STATUS ('C' OR 'F'), THE END TIME,  *
      *  THE PERIOD COVERED, AND THE TRAILER CONTROL TOTALS, THEN    *
      *  CLOSES THE LEDGER                                           *
      ****************************************************************
       R080-STAMP-RUN-END.
           MOVE WS-RC-BUS-DATE TO RC-BUS-DATE.
           MOVE WS-RC-PROGRAM TO RC-PROGRAM.
           READ RC-FILE
               INVALID KEY
                   DISPLAY "CUSTMNT: RUNCTL RECORD MISSING AT END "
                       "OF RUN"
               NOT INVALID KEY
                   MOVE WS-RC-END-STATUS TO RC-STATUS
                   MOVE WS-RC-PERIOD TO RC-PERIOD
                   MOVE FUNCTION CURRENT-DATE(1:14) TO RC-END-STAMP
                   PERFORM R070-SET-CONTROL-TOTALS
                   REWRITE RC-REC
                       INVALID KEY
                           DISPLAY "CUSTMNT: RUNCTL REWRITE FAILED, "
                               "STATUS=" WS-RC-STATUS
                   END-REWRITE
           END-READ.
           CLOSE RC-FILE.

      ****************************************************************
      *  R090-RUN-REFUSED ENDS A RUN THE LEDGER WILL NOT ALLOW WITH  *
      *  RETURN CODE 12 SO THE STREAM STOPS FOR THE OPERATOR         *
      ****************************************************************
       R090-RUN-REFUSED.
           DISPLAY "CUSTMNT: RUN REFUSED FOR BUSINESS DATE "
               WS-RC-BUS-DATE.
           DISPLAY "CUSTMNT: " WS-RC-REFUSAL.
           DISPLAY "CUSTMNT: A RUNOVR RERUN CARD IS NEEDED TO FORCE "
               "THIS RUN".
           CLOSE RC-FILE.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

       READ-OVR-RECORD.
           READ OVR-IN
               AT END MOVE 'Y' TO OVR-EOF
           END-READ.

      ****************************************************************
      *  FATAL-STOP ABANDONS THE RUN WHEN CUSTRECS CANNOT BE OPENED   *
           CLOSE RPT-OUT.
           CLOSE AUDIT-OUT.
           CLOSE MNT-IN.
           MOVE 'F' TO WS-RC-END-STATUS.
           PERFORM R080-STAMP-RUN-END.
           STOP RUN.
