      *                    A HAND-EDIT THE AUDIT TRAIL NEVER SEES.
      *                    PRINTS A RESTORE REGISTER WITH CONTROL
      *                    TOTALS.
      *   2026.10.15  SEC  THE AUDJRNL LAYOUT NOW COMES FROM THE AUDREC
      *                    COPYBOOK SHARED WITH CUSTMNT.
      *
       ENVIRONMENT DIVISION.
      *
           05  ARC-OFFICER    PIC X(07).
      *
       FD  AUDIT-OUT RECORD CONTAINS 200 CHARACTERS RECORDING MODE F.
           COPY AUDREC.
      *
       FD  RPT-OUT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  RPT-REC-OUT            PIC X(80).
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP.
           MOVE SPACES TO AUD-REC.
           MOVE "RST" TO AUD-ACTION.
           MOVE ZERO TO AUD-PEND-ID.
           MOVE REQ-USER-ID TO AUD-USER-ID.
           MOVE WS-TIMESTAMP TO AUD-TIMESTAMP.
           MOVE SPACES TO AUD-BEFORE-IMAGE.
