      *****************************************************
      *  CYDREC.CPY                                       *
      *  Current cycle business date - the single record   *
      *  on CYCDATE, written by ORDGATE when the scheduler *
      *  opens the night's cycle.  Every step reads it to  *
      *  stamp its CYCFILE ledger row; a missing CYCDATE   *
      *  means the step stamps its own run date.           *
      *****************************************************
       01  CYD-RECORD.
           05  CYD-BUSINESS-DATE       PIC X(10).
           05  FILLER                  PIC X(1).
           05  CYD-OPENED-DATE         PIC X(10).
           05  FILLER                  PIC X(1).
           05  CYD-OPENED-TIME         PIC X(8).
