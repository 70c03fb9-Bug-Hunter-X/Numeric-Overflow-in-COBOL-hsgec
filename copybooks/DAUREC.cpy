      *****************************************************
      *  DAUREC.CPY                                       *
      *  Department authorization - one row per requesting *
      *  department and pool it may draw numbers from,     *
      *  keyed by DAU-KEY (department + pool) on the       *
      *  indexed DAUFILE.  DAU-MAX-PER-REQUEST caps the    *
      *  quantity one TRNFILE row may ask for and          *
      *  DAU-DAILY-QUOTA caps the numbers the department   *
      *  may take from the pool in one day, across every   *
      *  ORDNUM run that day (usage is kept on DUSFILE).   *
      *  Zero in either limit means no limit of that kind. *
      *  A department/pool pair with no row here may not   *
      *  draw from the pool at all.  Maintained only       *
      *  through ORDDAMNT, never by hand-editing.          *
      *****************************************************
       01  DAU-RECORD.
           05  DAU-KEY.
               10  DAU-DEPT-ID         PIC X(8).
               10  DAU-POOL-ID         PIC X(10).
           05  FILLER                  PIC X(1).
           05  DAU-MAX-PER-REQUEST     PIC 9(5).
           05  FILLER                  PIC X(1).
           05  DAU-DAILY-QUOTA         PIC 9(7).
           05  FILLER                  PIC X(1).
           05  DAU-ADDED-DATE          PIC X(10).
           05  FILLER                  PIC X(1).
           05  DAU-CHANGED-DATE        PIC X(10).
           05  FILLER                  PIC X(1).
           05  DAU-CHANGED-BY          PIC X(8).
