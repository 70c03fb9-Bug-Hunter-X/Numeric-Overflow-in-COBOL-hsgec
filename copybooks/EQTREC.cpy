      *****************************************************
      *  EQTREC.CPY                                       *
      *  Exception queue maintenance transaction - one     *
      *  keyed request per record for the ORDEXQMT         *
      *  program.  EQT-SOURCE and EQT-ITEM-KEY are keyed   *
      *  exactly as the work-queue report prints them.     *
      *  Actions:                                          *
      *    ASSIGN   - give an open or assigned item to     *
      *               EQT-OWNER                            *
      *    RESOLVE  - close an open or assigned item; a    *
      *               note saying what was done is required*
      *    NOTE     - replace the note on any item         *
      *    LIST     - print every item still open or       *
      *               assigned                             *
      *  A non-blank EQT-NOTE on ASSIGN replaces the note. *
      *  EQT-REQUESTER-ID names who keyed the change and   *
      *  is kept on the item.                              *
      *****************************************************
       01  EQT-RECORD.
           05  EQT-ACTION              PIC X(8).
           05  FILLER                  PIC X(1).
           05  EQT-SOURCE              PIC X(3).
           05  FILLER                  PIC X(1).
           05  EQT-ITEM-KEY            PIC X(30).
           05  FILLER                  PIC X(1).
           05  EQT-OWNER               PIC X(8).
           05  FILLER                  PIC X(1).
           05  EQT-REQUESTER-ID        PIC X(8).
           05  FILLER                  PIC X(1).
           05  EQT-NOTE                PIC X(40).
