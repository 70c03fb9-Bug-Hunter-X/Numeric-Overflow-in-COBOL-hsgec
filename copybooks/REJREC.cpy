      *    XD - hold expiry date not MM/DD/YYYY            *
      *    NH - confirm names a hold that does not exist   *
      *    HL - confirm names a hold that already lapsed   *
      *    DP - requesting department missing              *
      *    DA - department not authorized for the pool     *
      *    DQ - quantity over the department's per-request *
      *         limit                                      *
      *    DX - quantity would take the department past    *
      *         its daily quota for the pool               *
      *****************************************************
       01  REJ-RECORD.
           05  REJ-REQUEST-ID          PIC X(10).
           05  REJ-RUN-ID              PIC X(8).
           05  FILLER                  PIC X(1).
           05  REJ-RUN-DATE            PIC X(10).
           05  FILLER                  PIC X(1).
           05  REJ-DEPT-ID             PIC X(8).
