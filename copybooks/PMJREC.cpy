      *****************************************************
      *  PMJREC.CPY                                       *
      *  Pool maintenance journal - one permanent row per  *
      *  change ORDPMNT actually applied to CTLFILE, with  *
      *  the whole control record before and after the     *
      *  change and both people who put it there.  The     *
      *  file is only ever extended, never rewritten; the  *
      *  ORDPMJR program reports it by pool and date.      *
      *  The images are CTLREC-shaped - this layout must   *
      *  track CTLREC.  Rows journaled before the day-basis *
      *  flag was added carry 51-byte images (the after     *
      *  image then starts one byte earlier); ORDPMJR tells *
      *  the two apart.                                    *
      *****************************************************
       01  PMJ-RECORD.
           05  PMJ-CHANGE-ID           PIC X(15).
           05  FILLER                  PIC X(1).
           05  PMJ-POOL-ID             PIC X(10).
           05  FILLER                  PIC X(1).
           05  PMJ-ACTION              PIC X(8).
           05  FILLER                  PIC X(1).
           05  PMJ-APPLIED-DATE        PIC X(10).
           05  FILLER                  PIC X(1).
           05  PMJ-APPLIED-TIME        PIC X(8).
           05  FILLER                  PIC X(1).
           05  PMJ-REQUESTER-ID        PIC X(8).
           05  FILLER                  PIC X(1).
           05  PMJ-APPROVER-ID         PIC X(8).
           05  FILLER                  PIC X(1).
           05  PMJ-STAGED-DATE         PIC X(10).
           05  FILLER                  PIC X(1).
           05  PMJ-BEFORE-IMAGE        PIC X(52).
           05  FILLER                  PIC X(1).
           05  PMJ-AFTER-IMAGE         PIC X(52).
