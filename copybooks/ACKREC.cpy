      *  carrying the transmission id off the cut file's   *
      *  header and how many detail rows arrived.  Read    *
      *  by the ORDXACK matcher against the transmission   *
      *  log.  ACK-SUBSCRIBER-ID names the subscriber      *
      *  sending it; an acknowledgment only settles a      *
      *  transmission cut for that same subscriber.        *
      *  Spaces (order-entry's original layout) match any. *
      *****************************************************
       01  ACK-RECORD.
           05  ACK-TRANS-ID            PIC X(15).
           05  FILLER                  PIC X(1).
           05  ACK-RECEIVED-COUNT      PIC 9(7).
           05  FILLER                  PIC X(1).
           05  ACK-SUBSCRIBER-ID       PIC X(8).
