      *  Consulted before issuing so a rerun of the same   *
      *  TRNFILE after an abend returns the originally     *
      *  issued number instead of minting a second one.    *
      *  REG-DEPT-ID is the department that asked for the  *
      *  numbers (spaces on rows registered before         *
      *  departments existed).  A registry from before the *
      *  field existed must be converted once with         *
      *  ORDREGCV (57 to 65 bytes) or it will not open.    *
      *****************************************************
       01  REG-RECORD.
           05  REG-REQUEST-ID          PIC X(10).
           05  REG-QUANTITY            PIC 9(5).
           05  REG-RUN-ID              PIC X(8).
           05  REG-RUN-DATE            PIC X(10).
           05  REG-DEPT-ID             PIC X(8).
