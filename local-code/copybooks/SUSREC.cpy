      *  SEQUENTIALLY ASSIGNED SUS-ID.  SUS-DATA CARRIES THE         *
      *  ORIGINAL TRANSACTION IMAGE AS THE SOURCE PROGRAM SAW IT:    *
      *  A TRANIN IMAGE WHEN SUS-SOURCE-PGM IS TRANPOST, A FULL      *
      *  MNTIN IMAGE WHEN IT IS CUSTMNT.  A STANDING-ORDER TRANSFER  *
      *  LEG KEEPS ITS INSTRUCTION NUMBER, DUE DATE, AND OTHER       *
      *  ACCOUNT IN THE TRANIN IMAGE SO IT RECYCLES WITH ITS PARTNER *
      *  LEG RATHER THAN ALONE.  AN ITEM IS BORN 'S'                 *
      *  (SUSPENDED), GOES 'R' WHEN THE CLERK MARKS IT FOR RECYCLE,  *
      *  AND IS STAMPED 'D' WITH THE RECYCLE DATE WHEN THE SOURCE    *
      *  PROGRAM PICKS IT BACK UP.                                   *
