      *****************************************************
      *  CALREC.CPY                                       *
      *  Shop business-day calendar - one row per date     *
      *  that is NOT what its weekday says, keyed by       *
      *  CAL-DATE (YYYYMMDD) on the indexed CALFILE.       *
      *  Monday to Friday are business days and Saturday   *
      *  and Sunday are not, unless a row here says        *
      *  otherwise:                                        *
      *    "H" - shop holiday: a weekday the shop is shut  *
      *    "W" - worked weekend: a Saturday or Sunday the  *
      *          shop is open (quarter-end, make-up days)  *
      *  Pools flagged CTL-DAY-BASIS "B" count hold expiry, *
      *  hold lapse, aging and forecast velocity in these  *
      *  business days.  Maintained only through ORDCALMT, *
      *  never by hand-editing.                            *
      *****************************************************
       01  CAL-RECORD.
           05  CAL-DATE                PIC X(8).
           05  FILLER                  PIC X(1).
           05  CAL-DAY-TYPE            PIC X(1).
           05  FILLER                  PIC X(1).
           05  CAL-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(1).
           05  CAL-ADDED-DATE          PIC X(10).
           05  FILLER                  PIC X(1).
           05  CAL-CHANGED-DATE        PIC X(10).
           05  FILLER                  PIC X(1).
           05  CAL-CHANGED-BY          PIC X(8).
