      *****************************************************
      *  CHNREC.CPY                                       *
      *  Audit chain head - one row per hash-chained trail,*
      *  keyed by CHN-CHAIN-ID on the indexed CHNFILE (the *
      *  audit trail's row is "AUDFILE").  Every program   *
      *  that writes an audit row takes CHN-LAST-SEQ + 1   *
      *  and CHN-LAST-HASH as the row's sequence and       *
      *  previous hash, then rewrites this row with the    *
      *  new row's values straight after the write, so the *
      *  head always names the newest row on the trail.    *
      *  The first chained row follows a genesis hash of   *
      *  all zeros.  ORDAUDCK checks the trail's newest    *
      *  row against this head to catch rows cut off the   *
      *  end of the trail.                                 *
      *****************************************************
       01  CHN-RECORD.
           05  CHN-CHAIN-ID            PIC X(8).
           05  FILLER                  PIC X(1).
           05  CHN-LAST-SEQ            PIC 9(9).
           05  FILLER                  PIC X(1).
           05  CHN-LAST-HASH           PIC X(18).
           05  FILLER                  PIC X(1).
           05  CHN-START-DATE          PIC X(10).
           05  FILLER                  PIC X(1).
           05  CHN-LAST-DATE           PIC X(10).
           05  FILLER                  PIC X(1).
           05  CHN-LAST-TIME           PIC X(8).
           05  FILLER                  PIC X(1).
           05  CHN-LAST-RUN-ID         PIC X(8).
