      *****************************************************
      *  PNDREC.CPY                                       *
      *  Pending pool-maintenance change - one per staged  *
      *  PMTFILE action, keyed by PND-CHANGE-ID on the     *
      *  indexed PNDFILE.  ORDPMNT stages the change here  *
      *  and only a different requester id may release it *
      *  in a later run.  PND-CHANGE-ID is the staging     *
      *  run's YYMMDDHHMMSS stamp plus a 3-digit sequence  *
      *  within that run.                                  *
      *  PND-STATUS: "P" = pending, "A" = approved and     *
      *  applied, "D" = declined, "X" = approved but       *
      *  refused on release because the pool had moved    *
      *  on since it was staged (the edit is re-run).      *
      *****************************************************
       01  PND-RECORD.
           05  PND-CHANGE-ID           PIC X(15).
           05  PND-STATUS              PIC X(1).
           05  PND-ACTION              PIC X(8).
           05  PND-POOL-ID             PIC X(10).
           05  PND-NEW-VALUE           PIC X(9).
           05  PND-OLD-VALUE           PIC 9(5).
           05  PND-REQUESTER-ID        PIC X(8).
           05  PND-STAGED-DATE         PIC X(10).
           05  PND-APPROVER-ID         PIC X(8).
           05  PND-DECIDED-DATE        PIC X(10).
