
       FD  ARC-FILE.
       01  ARC-RECORD.
           05  ARC-AUDIT-ROW           PIC X(140).
           05  FILLER                  PIC X(1).
           05  ARC-ARCHIVE-DATE        PIC X(10).

           05  WS-ROW-DATE             PIC X(10)  VALUE SPACES.
           05  WS-ROW-TIME             PIC X(8)   VALUE SPACES.
           05  WS-ROW-RUN-ID           PIC X(8)   VALUE SPACES.
           05  WS-ROW-DEPT-ID          PIC X(8)   VALUE SPACES.
           05  WS-ROW-ARC-DATE         PIC X(10)  VALUE SPACES.
           05  WS-ROW-IN-BLOCK         PIC X(1)   VALUE "N".
           05  WS-ROW-MATCHED          PIC X(1)   VALUE "N".
           05  WA-QUANTITY             PIC X(5).
           05  FILLER                  PIC X(1).
           05  WA-CHECK-DIGIT          PIC X(1).
           05  FILLER                  PIC X(1).
           05  WA-DEPT-ID              PIC X(8).

      *    The archived consumption image, likewise tracking CONREC.
       01  WS-ARC-CON-ROW.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "REQUEST".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "DEPT".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "ISSUED".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "TIME".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  DA-REQUEST-ID           PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  DA-DEPT-ID              PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  DA-DATE                 PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  DA-TIME                 PIC X(8)   VALUE SPACES.
           05  R-RUN-ID                PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE " on ".
           05  R-RUN-DATE              PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE " dept ".
           05  R-DEPT-ID               PIC X(8)   VALUE SPACES.

       01  WS-RPT-FOOTER-1.
           05  FILLER                  PIC X(1)   VALUE SPACE.
                   MOVE AUD-RUN-DATE TO WS-ROW-DATE
                   MOVE AUD-RUN-TIME TO WS-ROW-TIME
                   MOVE AUD-RUN-ID TO WS-ROW-RUN-ID
                   MOVE AUD-DEPT-ID TO WS-ROW-DEPT-ID
                   PERFORM 2100-TEST-AUDIT-ROW
           END-READ.

               NOT AT END
                   MOVE ARC-AUDIT-ROW TO WS-ARC-AUD-ROW
                   MOVE "ARCH" TO WS-ROW-SIDE
      *            Each time the audit image grew, the archive
      *            date moved right.  Rows archived before the
      *            hash chain carry it straight after the 92-byte
      *            image, department and all.  Rows from before
      *            the check digit or the department id carry it
      *            earlier still - when neither column reads as a
      *            date, show it blank rather than garbled, and the
      *            department column (the old archive date on
      *            those) blank too.
                   EVALUATE TRUE
                       WHEN ARC-ARCHIVE-DATE(3:1) = "/"
                           MOVE ARC-ARCHIVE-DATE TO WS-ROW-ARC-DATE
                           MOVE WA-DEPT-ID TO WS-ROW-DEPT-ID
                       WHEN ARC-RECORD(96:1) = "/"
                           MOVE ARC-RECORD(94:10) TO WS-ROW-ARC-DATE
                           MOVE WA-DEPT-ID TO WS-ROW-DEPT-ID
                       WHEN OTHER
                           MOVE SPACES TO WS-ROW-ARC-DATE
                           MOVE SPACES TO WS-ROW-DEPT-ID
                   END-EVALUATE
                   MOVE WA-POOL-ID TO WS-ROW-POOL-ID
                   MOVE WA-ISSUED-NUMBER TO WS-ROW-NUMBER
                   MOVE WA-LAST-NUMBER TO WS-ROW-LAST
           MOVE WS-ROW-DATE TO DA-DATE
           MOVE WS-ROW-TIME TO DA-TIME
           MOVE WS-ROW-RUN-ID TO DA-RUN-ID
           MOVE WS-ROW-DEPT-ID TO DA-DEPT-ID
           MOVE WS-ROW-ARC-DATE TO DA-ARC-DATE
           IF WS-ROW-IN-BLOCK = "Y"
               MOVE "IN-BLOCK" TO DA-NOTE
           MOVE REG-QUANTITY TO R-QUANTITY
           MOVE REG-RUN-ID TO R-RUN-ID
           MOVE REG-RUN-DATE TO R-RUN-DATE
           MOVE REG-DEPT-ID TO R-DEPT-ID
           WRITE RPT-LINE FROM WS-RPT-REG-LINE
               AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-COUNT.
