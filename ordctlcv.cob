      *****************************************************
      *  PROGRAM-ID: ORDCTLCV                              *
      *  One-time CTLFILE layout conversion.  The control   *
      *  record grew from 51 to 52 bytes when the day-basis *
      *  flag (business or calendar days) was added, and an *
      *  indexed file will not open against the longer FD   *
      *  (status 39).  This utility reads the control file  *
      *  in its OLD layout and writes CTLNEW in the new     *
      *  one, defaulting the added field to C (calendar     *
      *  days) so every pool keeps counting exactly as it   *
      *  did until ORDPMNT moves it to business days.  The  *
      *  earlier 44-to-51 byte conversion this utility did  *
      *  (status, retention, rollover policy and year) is   *
      *  long past; a file that old must first be rebuilt.  *
      *  The scheduler swaps CTLNEW in as CTLFILE after a   *
      *  clean end; run once at cutover and never again -   *
      *  a second run against an already-converted file     *
      *  fails its open, which is the guard against         *
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-CTL-FILE.
      *    The control record as it stood BEFORE the day-basis flag
      *    existed - this layout must never track CTLREC.
       01  OCT-RECORD.
           05  OCT-POOL-ID             PIC X(10).
           05  OCT-START-VALUE         PIC 9(5).
           05  OCT-EXT-MODE            PIC X(1).
           05  OCT-CURRENT-EXT         PIC 9(7).
           05  OCT-FIRST-ISSUE-DONE    PIC X(1).
           05  OCT-POOL-STATUS         PIC X(1).
           05  OCT-RETENTION-DAYS      PIC 9(3).
           05  OCT-ROLLOVER-POLICY     PIC X(1).
           05  OCT-LAST-ROLLOVER-YY    PIC 9(2).

       FD  NEW-CTL-FILE.
           COPY CTLREC.
           MOVE OCT-EXT-MODE TO CTL-EXT-MODE
           MOVE OCT-CURRENT-EXT TO CTL-CURRENT-EXT
           MOVE OCT-FIRST-ISSUE-DONE TO CTL-FIRST-ISSUE-DONE
           MOVE OCT-POOL-STATUS TO CTL-POOL-STATUS
           MOVE OCT-RETENTION-DAYS TO CTL-RETENTION-DAYS
           MOVE OCT-ROLLOVER-POLICY TO CTL-ROLLOVER-POLICY
           MOVE OCT-LAST-ROLLOVER-YY TO CTL-LAST-ROLLOVER-YY
           MOVE "C" TO CTL-DAY-BASIS
           WRITE CTL-RECORD
               INVALID KEY
                   DISPLAY "CONVERT ERROR: duplicate pool "
