      *****************************************************
      *  CSMREC.CPY                                       *
      *  Consumer master - one per downstream system that  *
      *  may consume issued numbers.  Keyed by             *
      *  CSM-CONSUMER-ID on the indexed consumer master    *
      *  (CSMFILE).  CSM-STATUS: "A" = active, "S" =       *
      *  suspended - a suspended consumer's CONFILE rows   *
      *  are rejected by ORDCONED until it is resumed.     *
      *  CSM-POOL-ID lists the pools the consumer may      *
      *  consume from; the first CSM-POOL-COUNT entries    *
      *  are used and the rest are spaces.  Maintained     *
      *  only through ORDCSMNT, never by hand-editing.     *
      *****************************************************
       01  CSM-RECORD.
           05  CSM-CONSUMER-ID         PIC X(10).
           05  FILLER                  PIC X(1).
           05  CSM-CONSUMER-NAME       PIC X(30).
           05  FILLER                  PIC X(1).
           05  CSM-STATUS              PIC X(1).
           05  FILLER                  PIC X(1).
           05  CSM-POOL-COUNT          PIC 9(2).
           05  FILLER                  PIC X(1).
           05  CSM-POOL-ID             PIC X(10)  OCCURS 20 TIMES.
           05  FILLER                  PIC X(1).
           05  CSM-ADDED-DATE          PIC X(10).
           05  FILLER                  PIC X(1).
           05  CSM-CHANGED-DATE        PIC X(10).
