      *****************************************************
      *  EXQREC.CPY                                       *
      *  Exception work queue item - one row per exception *
      *  the desk has to work, keyed by EXQ-KEY (source +  *
      *  the source's own key for it) on the indexed       *
      *  EXQFILE.  ORDEXQ feeds it nightly from the five   *
      *  exception outputs:                                *
      *    RCN - ORDRECON zero/multi/unknown/void-cons     *
      *          (pool + number)                           *
      *    ESC - ORDAGING over-90 escalation               *
      *          (pool + number)                           *
      *    CRJ - ORDCONED consumption reject               *
      *          (pool + number + consumer + reason)       *
      *    REJ - ORDNUM TRNFILE reject                     *
      *          (request + pool + type + reason)          *
      *    XMT - ORDXACK short or overdue transmission     *
      *          (transmission id + subscriber)            *
      *  EXQ-STATUS:  O open, A assigned to EXQ-OWNER,     *
      *  R resolved by the desk, C auto-cleared - the      *
      *  item dropped out of its source.  Only RCN, ESC    *
      *  and XMT items auto-clear: CRJ and REJ are one-    *
      *  night event files, so their items stay open       *
      *  until ORDEXQMT resolves them.  A cleared item     *
      *  that comes back reopens; a resolved one stays     *
      *  resolved however long its source still shows it.  *
      *  Dates are MM/DD/YYYY.  EXQ-SEEN-COUNT is the      *
      *  number of nights the item has been seen.          *
      *  Assignments, resolutions and notes go through     *
      *  ORDEXQMT, never by hand-editing.                  *
      *****************************************************
       01  EXQ-RECORD.
           05  EXQ-KEY.
               10  EXQ-SOURCE          PIC X(3).
               10  EXQ-ITEM-KEY        PIC X(30).
           05  FILLER                  PIC X(1).
           05  EXQ-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(1).
           05  EXQ-FIRST-SEEN          PIC X(10).
           05  FILLER                  PIC X(1).
           05  EXQ-LAST-SEEN           PIC X(10).
           05  FILLER                  PIC X(1).
           05  EXQ-SEEN-COUNT          PIC 9(5).
           05  FILLER                  PIC X(1).
           05  EXQ-OWNER               PIC X(8).
           05  FILLER                  PIC X(1).
           05  EXQ-STATUS              PIC X(1).
           05  FILLER                  PIC X(1).
           05  EXQ-STATUS-DATE         PIC X(10).
           05  FILLER                  PIC X(1).
           05  EXQ-CHANGED-BY          PIC X(8).
           05  FILLER                  PIC X(1).
           05  EXQ-NOTE                PIC X(40).
