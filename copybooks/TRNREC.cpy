      *  TRN-REQUEST-ID into a real issue.                  *
      *  TRN-EXPIRY-DATE (MM/DD/YYYY) is when an            *
      *  unconfirmed hold lapses - blank takes the shop     *
      *  default of 30 calendar days, or 22 business days   *
      *  for a CTL-DAY-BASIS B pool - and is ignored on     *
      *  every other type.  Rows written before the field   *
      *  existed read as spaces and behave as before.       *
      *  TRN-DEPT-ID names the requesting department.  The  *
      *  edit pass proves it against the department         *
      *  authorization file (DAUFILE) - pool, per-request   *
      *  limit and daily quota - and rejects a row without  *
      *  one, so only an authorized department can draw     *
      *  numbers from a pool.                               *
      *****************************************************
       01  TRN-RECORD.
           05  TRN-REQUEST-ID          PIC X(10).
           05  TRN-VOID-NUMBER         PIC 9(7).
           05  TRN-QUANTITY            PIC 9(5).
           05  TRN-EXPIRY-DATE         PIC X(10).
           05  TRN-DEPT-ID             PIC X(8).
