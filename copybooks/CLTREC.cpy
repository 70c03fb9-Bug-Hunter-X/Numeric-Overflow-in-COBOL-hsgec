      *****************************************************
      *  CLTREC.CPY                                       *
      *  Shop calendar maintenance transaction - one keyed *
      *  request per record for the ORDCALMT program.      *
      *  Actions:                                          *
      *    ADD      - put CLT-DATE on the calendar as      *
      *               CLT-DAY-TYPE (H holiday on a         *
      *               weekday, W worked weekend day)       *
      *    CHANGE   - replace the type and/or description  *
      *               of a date already on the calendar    *
      *    DELETE   - take the date off the calendar, so   *
      *               it follows its weekday again         *
      *    LIST     - print the calendar rows from         *
      *               CLT-DATE through CLT-THRU-DATE       *
      *               (blank = first / last row) and, for  *
      *               a closed range, its business-day     *
      *               count                                *
      *  Dates are MM/DD/YYYY.  On CHANGE a blank type or  *
      *  description leaves that field as it was.          *
      *  CLT-REQUESTER-ID names who keyed the change and   *
      *  is kept on the calendar row.                      *
      *****************************************************
       01  CLT-RECORD.
           05  CLT-ACTION              PIC X(8).
           05  FILLER                  PIC X(1).
           05  CLT-DATE                PIC X(10).
           05  FILLER                  PIC X(1).
           05  CLT-THRU-DATE           PIC X(10).
           05  FILLER                  PIC X(1).
           05  CLT-DAY-TYPE            PIC X(1).
           05  FILLER                  PIC X(1).
           05  CLT-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(1).
           05  CLT-REQUESTER-ID        PIC X(8).
