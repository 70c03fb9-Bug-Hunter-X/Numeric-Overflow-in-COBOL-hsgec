      *    CHGINCR  - change CTL-INCREMENT                 *
      *    CHGRETN  - change CTL-RETENTION-DAYS            *
      *    CHGROLL  - set CTL-ROLLOVER-POLICY (N, E or B)  *
      *    CHGDAYS  - set CTL-DAY-BASIS (C or B)           *
      *    SUSPEND  - stop ORDNUM issuing from the pool    *
      *    RESUME   - re-open a suspended pool             *
      *    RETIRE   - close the pool for good              *
      *    LIST     - print every pool with usage          *
      *    LISTPND  - print every change awaiting approval *
      *    APPROVE  - release the pending change named in  *
      *               PMT-CHANGE-ID to the control file    *
      *    DECLINE  - withdraw that pending change unused  *
      *  PMT-NEW-VALUE carries the replacement value for   *
      *  the CHG* actions and is ignored otherwise.        *
      *  Every CHG*/SUSPEND/RESUME/RETIRE is only staged   *
      *  on PNDFILE under PMT-REQUESTER-ID; a different    *
      *  PMT-REQUESTER-ID must APPROVE it in a later run   *
      *  before CTL-RECORD changes (two-person rule).      *
      *****************************************************
       01  PMT-RECORD.
           05  PMT-ACTION              PIC X(8).
           05  PMT-POOL-ID             PIC X(10).
           05  FILLER                  PIC X(1).
           05  PMT-NEW-VALUE           PIC X(9).
           05  FILLER                  PIC X(1).
           05  PMT-REQUESTER-ID        PIC X(8).
           05  FILLER                  PIC X(1).
           05  PMT-CHANGE-ID           PIC X(15).
