      ****************************************************************
      *  CTRALRT.CPY                                                 *
      *  BSA ALERT HISTORY RECORD LAYOUT FOR THE INDEXED CTRALRT     *
      *  FILE, KEYED BY CUSTOMER LAST AND FIRST NAME (THE SAME       *
      *  GROUPING HOUSEHLD USES) AND ALERT TYPE (C OR S, AS ON       *
      *  CTRCASE).  CTRMON KEEPS ONE RECORD PER CUSTOMER AND TYPE    *
      *  EVER ALERTED.  ALH-LAST-ACTIVITY IS THE LATEST POST DATE    *
      *  AMONG THE MOVEMENTS BEHIND THE LAST CASE RAISED; A PATTERN  *
      *  WITH NOTHING POSTED AFTER IT IS NOT RAISED AGAIN BUT        *
      *  COUNTED IN ALH-SUPPRESS-COUNT.                              *
      ****************************************************************
       01  ALH-REC.
           05  ALH-KEY.
               10  ALH-LAST-NAME       PIC X(22).
               10  ALH-FIRST-NAME      PIC X(11).
               10  ALH-ALERT-TYPE      PIC X(01).
           05  ALH-FIRST-RAISED    PIC 9(08).
           05  ALH-LAST-RAISED     PIC 9(08).
           05  ALH-LAST-ACTIVITY   PIC 9(08).
           05  ALH-RAISE-COUNT     PIC 9(05).
           05  ALH-SUPPRESS-COUNT  PIC 9(05).
           05  ALH-LAST-CASE-NO    PIC 9(12).
           05  ALH-LAST-AMOUNT     PIC 9(11)V99.
           05                      PIC X(07).
