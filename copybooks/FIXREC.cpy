      *  request).  Raw X fields so a bad value is caught  *
      *  by the edit instead of truncating into a numeric  *
      *  field.  Read by the ORDREJFX repair program.      *
      *  A blank FIX-DEPT-ID keeps the department the      *
      *  reject row carried.                               *
      *****************************************************
       01  FIX-RECORD.
           05  FIX-REQUEST-ID          PIC X(10).
           05  FIX-QUANTITY            PIC X(5).
           05  FILLER                  PIC X(1).
           05  FIX-EXPIRY-DATE         PIC X(10).
           05  FILLER                  PIC X(1).
           05  FIX-DEPT-ID             PIC X(8).
