      *****************************************************
      *  SBRREC.CPY                                       *
      *  Interface subscriber routing - one row per pool   *
      *  a downstream subscriber receives, on SUBFILE.     *
      *  A pool may be routed to several subscribers; each *
      *  subscriber is cut its own transmission file, the  *
      *  one assigned as XMTFILE1-XMTFILE6 by SBR-SLOT.    *
      *  Every row for the same subscriber must carry the  *
      *  same slot, and no two subscribers may share one.  *
      *  ORDXCUT stops the cut if the extract holds a      *
      *  number from a pool routed to nobody.              *
      *****************************************************
       01  SBR-RECORD.
           05  SBR-SUBSCRIBER-ID       PIC X(8).
           05  FILLER                  PIC X(1).
           05  SBR-POOL-ID             PIC X(10).
           05  FILLER                  PIC X(1).
           05  SBR-SLOT                PIC 9(2).
