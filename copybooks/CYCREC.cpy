      *****************************************************
      *  CYCREC.CPY                                       *
      *  Nightly cycle ledger - one row per step that ran  *
      *  to its end and per swap the ORDGATE step gate     *
      *  released, appended to the shared CYCFILE.         *
      *  CYC-ENTRY-TYPE: "S" = step completion posted by   *
      *  the step itself, "W" = swap of the NEW file named *
      *  in CYC-STEP-NAME released by ORDGATE (the step    *
      *  that produced it in CYC-PRODUCER), "O" = cycle    *
      *  opened for CYC-BUSINESS-DATE, "R" = step and      *
      *  "X" = swap the gate refused to let go ahead.      *
      *  CYC-BALANCED: "Y" when the step's own control-    *
      *  count proof came out OK, "N" when it did not -    *
      *  a NEW file from an unbalanced step is never       *
      *  swapped in.                                       *
      *  The business date comes from CYCDATE (CYDREC) so  *
      *  a step that runs past midnight still posts to the *
      *  cycle it belongs to.                              *
      *****************************************************
       01  CYC-RECORD.
           05  CYC-BUSINESS-DATE       PIC X(10).
           05  FILLER                  PIC X(1).
           05  CYC-ENTRY-TYPE          PIC X(1).
           05  FILLER                  PIC X(1).
           05  CYC-STEP-NAME           PIC X(8).
           05  FILLER                  PIC X(1).
           05  CYC-PRODUCER            PIC X(8).
           05  FILLER                  PIC X(1).
           05  CYC-RUN-DATE            PIC X(10).
           05  FILLER                  PIC X(1).
           05  CYC-RUN-TIME            PIC X(8).
           05  FILLER                  PIC X(1).
           05  CYC-ROWS-IN             PIC 9(7).
           05  FILLER                  PIC X(1).
           05  CYC-ROWS-OUT            PIC 9(7).
           05  FILLER                  PIC X(1).
           05  CYC-RETURN-CODE         PIC 9(3).
           05  FILLER                  PIC X(1).
           05  CYC-BALANCED            PIC X(1).
