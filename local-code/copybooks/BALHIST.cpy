      ****************************************************************
      *  BALHIST.CPY                                                 *
      *  DAILY BALANCE SNAPSHOT RECORD LAYOUT FOR THE INDEXED        *
      *  BALHIST FILE, KEYED BY SNAPSHOT DATE AND ACCOUNT NUMBER SO  *
      *  A READER CAN GO STRAIGHT TO ONE DAY'S SNAPSHOT.  BALSNAP    *
      *  WRITES ONE RECORD PER ACCOUNT EACH BUSINESS DAY; THE        *
      *  RETENTION RUN (HISTRET) MOVES SNAPSHOTS OLDER THAN THE      *
      *  RETENTION PERIOD TO THE BALARC ARCHIVE IN THIS SAME LAYOUT, *
      *  AND THE ONE-TIME REORGANIZATION (HISTCONV) LOADS THE OLD    *
      *  SEQUENTIAL FILE INTO IT.                                    *
      ****************************************************************
       01  BHS-REC.
           05  BHS-KEY.
               10  BHS-DATE        PIC 9(08).
               10  BHS-ACCT-NO     PIC 9(09).
           05  BHS-BAL             PIC 9(09)V99.
           05  BHS-STATUS          PIC X(01).
           05  BHS-BAL-OK          PIC X(01).
           05                      PIC X(50).
