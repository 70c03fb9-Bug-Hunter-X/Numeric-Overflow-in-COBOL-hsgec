      *****************************************************
      *  PROGRAM-ID: ORDREGCV                              *
      *  One-time REGFILE layout conversion.  The registry  *
      *  record grew from 57 to 65 bytes when the           *
      *  requesting department was added, and an indexed    *
      *  file will not open against the longer FD (status   *
      *  39) - ORDNUM, ORDINQ and ORDREGHK all stop on it.  *
      *  This utility reads the registry in its OLD layout  *
      *  and writes REGNEW in the new one with the          *
      *  department left blank, which every reader already  *
      *  takes as a request registered before departments   *
      *  existed.                                           *
      *  The scheduler swaps REGNEW in as REGFILE after a   *
      *  clean end; run once at cutover and never again -   *
      *  a second run against an already-converted file     *
      *  fails its open, which is the guard against         *
      *  converting twice.                                  *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDREGCV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-REG-FILE ASSIGN TO "REGFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORG-REQUEST-ID
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-REG-FILE ASSIGN TO "REGNEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-REQUEST-ID
               FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-REG-FILE.
      *    The registry record as it stood BEFORE the department
      *    existed - this layout must never track REGREC.
       01  ORG-RECORD.
           05  ORG-REQUEST-ID          PIC X(10).
           05  ORG-POOL-ID             PIC X(10).
           05  ORG-ISSUED-NUMBER       PIC 9(7).
           05  ORG-LAST-NUMBER         PIC 9(7).
           05  ORG-QUANTITY            PIC 9(5).
           05  ORG-RUN-ID              PIC X(8).
           05  ORG-RUN-DATE            PIC X(10).

       FD  NEW-REG-FILE.
           COPY REGREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-SWITCHES.
           05  WS-OLD-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-NEW-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-OLD-EOF              PIC X(1)   VALUE "N".

       01  WS-CONVERT-COUNTS.
           05  WS-ROWS-READ            PIC 9(7)   VALUE 0.
           05  WS-ROWS-WRITTEN         PIC 9(7)   VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONVERT-ALL-ROWS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT OLD-REG-FILE
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "FATAL: REGFILE open failed - status "
                   WS-OLD-STATUS
                   " (already converted, or not the old layout)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-REG-FILE
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY "FATAL: REGNEW open failed - status "
                   WS-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-CONVERT-ALL-ROWS.
           MOVE LOW-VALUES TO ORG-REQUEST-ID
           START OLD-REG-FILE KEY NOT < ORG-REQUEST-ID
               INVALID KEY
                   MOVE "Y" TO WS-OLD-EOF
               NOT INVALID KEY
                   CONTINUE
           END-START
           PERFORM 2100-CONVERT-NEXT-ROW UNTIL WS-OLD-EOF = "Y".

       2100-CONVERT-NEXT-ROW.
           READ OLD-REG-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-OLD-EOF
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   PERFORM 2200-WRITE-NEW-RECORD
           END-READ.

       2200-WRITE-NEW-RECORD.
           MOVE ORG-REQUEST-ID TO REG-REQUEST-ID
           MOVE ORG-POOL-ID TO REG-POOL-ID
           MOVE ORG-ISSUED-NUMBER TO REG-ISSUED-NUMBER
           MOVE ORG-LAST-NUMBER TO REG-LAST-NUMBER
           MOVE ORG-QUANTITY TO REG-QUANTITY
           MOVE ORG-RUN-ID TO REG-RUN-ID
           MOVE ORG-RUN-DATE TO REG-RUN-DATE
           MOVE SPACES TO REG-DEPT-ID
           WRITE REG-RECORD
               INVALID KEY
                   DISPLAY "CONVERT ERROR: duplicate request "
                       ORG-REQUEST-ID " on REGNEW"
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-ROWS-WRITTEN
           END-WRITE.

       9000-TERMINATE.
           CLOSE OLD-REG-FILE
           CLOSE NEW-REG-FILE
           DISPLAY "REGFILE CONVERSION: " WS-ROWS-READ
               " requests read, " WS-ROWS-WRITTEN " requests written"
           IF WS-ROWS-READ NOT = WS-ROWS-WRITTEN
               DISPLAY "CONVERSION INCOMPLETE - do not swap REGNEW"
               MOVE 8 TO RETURN-CODE
           END-IF.
