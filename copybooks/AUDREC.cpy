      *  rows that issue nothing - carry a space, and      *
      *  every reader treats a non-numeric digit as "no    *
      *  check digit on this row".                         *
      *  AUD-DEPT-ID is the requesting department off the  *
      *  TRNFILE row; rows ORDNUM wrote before departments *
      *  existed - and the bookkeeping rows no department  *
      *  asked for (lock takeover, lapse, year-end) - carry*
      *  spaces.                                           *
      *  AUD-CHAIN-SEQ, AUD-PREV-HASH and AUD-ROW-HASH     *
      *  chain every row to the one written before it:     *
      *  the writer takes the next sequence and the last   *
      *  row hash off the chain head (CHNFILE) and hashes  *
      *  columns 1-92 plus the sequence, seeded with the   *
      *  previous hash.  ORDAPRG carries the row whole, so *
      *  the chain survives the archive in sequence order, *
      *  whatever order the rows sit in; ORDAUDCK walks    *
      *  it.  Rows written before the chain carry spaces.  *
      *****************************************************
       01  AUD-RECORD.
           05  AUD-ISSUED-NUMBER       PIC 9(7).
           05  AUD-QUANTITY            PIC 9(5).
           05  FILLER                  PIC X(1).
           05  AUD-CHECK-DIGIT         PIC X(1).
           05  FILLER                  PIC X(1).
           05  AUD-DEPT-ID             PIC X(8).
           05  FILLER                  PIC X(1).
           05  AUD-CHAIN-SEQ           PIC 9(9).
           05  FILLER                  PIC X(1).
           05  AUD-PREV-HASH           PIC X(18).
           05  FILLER                  PIC X(1).
           05  AUD-ROW-HASH            PIC X(18).
