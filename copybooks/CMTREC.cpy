      *****************************************************
      *  CMTREC.CPY                                       *
      *  Consumer maintenance transaction - one keyed      *
      *  request per record for the ORDCSMNT program.      *
      *  Actions:                                          *
      *    ADD      - register CMT-CONSUMER-ID with        *
      *               CMT-CONSUMER-NAME, active, and       *
      *               CMT-POOL-ID as its first pool if     *
      *               one is given                         *
      *    RENAME   - replace the consumer name            *
      *    ADDPOOL  - authorize the consumer for           *
      *               CMT-POOL-ID (pool must be on the     *
      *               control file)                        *
      *    DELPOOL  - withdraw that authorization          *
      *    SUSPEND  - reject the consumer's consumptions   *
      *    RESUME   - accept them again                    *
      *    LIST     - print every consumer with its pools  *
      *  CMT-REQUESTER-ID names who keyed the change and   *
      *  is printed beside it on the report.               *
      *****************************************************
       01  CMT-RECORD.
           05  CMT-ACTION              PIC X(8).
           05  FILLER                  PIC X(1).
           05  CMT-CONSUMER-ID         PIC X(10).
           05  FILLER                  PIC X(1).
           05  CMT-POOL-ID             PIC X(10).
           05  FILLER                  PIC X(1).
           05  CMT-CONSUMER-NAME       PIC X(30).
           05  FILLER                  PIC X(1).
           05  CMT-REQUESTER-ID        PIC X(8).
