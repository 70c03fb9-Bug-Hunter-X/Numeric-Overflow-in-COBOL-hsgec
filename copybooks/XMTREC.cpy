      *  order-entry yet), "A" acknowledged in full, "S"   *
      *  acknowledged short - the received count did not   *
      *  equal the rows cut.                               *
      *  XMT-SUBSCRIBER-ID names the subscriber the cut   *
      *  was for (SUBFILE); rows logged before the cut was *
      *  routed by subscriber carry spaces - they went to  *
      *  order-entry.                                      *
      *****************************************************
       01  XMT-RECORD.
           05  XMT-TRANS-ID            PIC X(15).
           05  XMT-ACK-STATUS          PIC X(1).
           05  FILLER                  PIC X(1).
           05  XMT-ACK-COUNT           PIC 9(7).
           05  FILLER                  PIC X(1).
           05  XMT-SUBSCRIBER-ID       PIC X(8).
