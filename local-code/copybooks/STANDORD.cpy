      ****************************************************************
      *  STANDORD.CPY                                                *
      *  STANDING-ORDER INSTRUCTION RECORD LAYOUT FOR THE INDEXED    *
      *  STANDORD FILE, KEYED BY THE SEQUENTIALLY ASSIGNED           *
      *  INSTRUCTION NUMBER.  ONE RECORD PER STANDING TRANSFER FROM  *
      *  ONE ACCOUNT TO ANOTHER.  SORDMNT ADDS, CHANGES, SUSPENDS,   *
      *  RESUMES, AND CANCELS INSTRUCTIONS; SORDGEN GENERATES THE    *
      *  TRANSFERS FALLING DUE, ADVANCES SO-NEXT-DUE BY THE          *
      *  FREQUENCY, AND RETIRES ('E') AN INSTRUCTION ONCE ITS NEXT   *
      *  DUE DATE PASSES ITS END DATE.  SO-END-DATE OF ZERO MEANS    *
      *  OPEN-ENDED.  SO-DAY IS THE DAY OF THE MONTH THE FIRST       *
      *  TRANSFER FELL ON, SO A MONTHLY, QUARTERLY, OR ANNUAL ORDER  *
      *  DUE ON THE 31ST FALLS ON THE LAST DAY OF A SHORTER MONTH    *
      *  AND GOES BACK TO THE 31ST AFTER IT.  FREQUENCY IS W         *
      *  (WEEKLY), B (EVERY TWO WEEKS), M (MONTHLY), Q (QUARTERLY),  *
      *  OR A (ANNUALLY).                                            *
      ****************************************************************
       01  SO-REC.
           05  SO-INSTR-NO         PIC 9(07).
           05  SO-FROM-ACCT        PIC 9(09).
           05  SO-TO-ACCT          PIC 9(09).
           05  SO-AMOUNT           PIC 9(09)V99.
           05  SO-FREQUENCY        PIC X(01).
               88  SO-WEEKLY           VALUE 'W'.
               88  SO-BIWEEKLY         VALUE 'B'.
               88  SO-MONTHLY          VALUE 'M'.
               88  SO-QUARTERLY        VALUE 'Q'.
               88  SO-ANNUAL           VALUE 'A'.
           05  SO-DAY              PIC 9(02).
           05  SO-START-DATE       PIC 9(08).
           05  SO-NEXT-DUE         PIC 9(08).
           05  SO-END-DATE         PIC 9(08).
           05  SO-STATUS           PIC X(01).
               88  SO-ACTIVE           VALUE 'A'.
               88  SO-SUSPENDED        VALUE 'S'.
               88  SO-EXPIRED          VALUE 'E'.
               88  SO-CANCELLED        VALUE 'C'.
           05  SO-REF-NO           PIC X(12).
           05  SO-CREATED-BY       PIC X(08).
           05  SO-CREATED-DATE     PIC 9(08).
           05  SO-CHANGED-BY       PIC X(08).
           05  SO-CHANGED-DATE     PIC 9(08).
           05  SO-LAST-GEN-DATE    PIC 9(08).
           05  SO-GEN-COUNT        PIC 9(05).
           05                      PIC X(29).
