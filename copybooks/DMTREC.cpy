      *****************************************************
      *  DMTREC.CPY                                       *
      *  Department authorization maintenance transaction  *
      *  - one keyed request per record for the ORDDAMNT   *
      *  program.  Actions:                                *
      *    ADD      - authorize DMT-DEPT-ID to draw from   *
      *               DMT-POOL-ID (pool must be on the     *
      *               control file) with the limits given  *
      *    CHANGE   - replace the limits on an existing    *
      *               authorization                        *
      *    DELETE   - withdraw the authorization           *
      *    LIST     - print every authorization with the   *
      *               day's usage against it               *
      *  DMT-MAX-PER-REQUEST and DMT-DAILY-QUOTA are raw   *
      *  zero-padded digits so a bad value is refused      *
      *  instead of truncating.  Zero means no limit; on   *
      *  ADD a blank limit is zero too, on CHANGE it       *
      *  leaves that limit as it was.                      *
      *  DMT-REQUESTER-ID names who keyed the change and   *
      *  is kept on the authorization row.                 *
      *****************************************************
       01  DMT-RECORD.
           05  DMT-ACTION              PIC X(8).
           05  FILLER                  PIC X(1).
           05  DMT-DEPT-ID             PIC X(8).
           05  FILLER                  PIC X(1).
           05  DMT-POOL-ID             PIC X(10).
           05  FILLER                  PIC X(1).
           05  DMT-MAX-PER-REQUEST     PIC X(5).
           05  FILLER                  PIC X(1).
           05  DMT-DAILY-QUOTA         PIC X(7).
           05  FILLER                  PIC X(1).
           05  DMT-REQUESTER-ID        PIC X(8).
