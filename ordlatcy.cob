      *****************************************************
      *  PROGRAM-ID: ORDLATCY                              *
      *  Issue-to-consumption latency.  ORDAGING only looks *
      *  at numbers still outstanding; once a number is     *
      *  consumed nobody measured how long it took, and     *
      *  order-entry's agreement is that an issued ticket   *
      *  is keyed within 2 business days.  This report      *
      *  match-merges the whole audit trail (AUDFILE plus   *
      *  the rows ORDAPRG moved to ARCFILE) against every   *
      *  consumption (CONFILE plus ARCCON) by pool and      *
      *  number, placing the members of a block inside its  *
      *  first/last range the way ORDRECON does, and counts *
      *  the days from AUD-RUN-DATE to the number's first   *
      *  CON-CONSUMED-DATE.                                 *
      *  Each pool is measured against its own service      *
      *  level from SLAFILE (SLAREC), in business days off  *
      *  the CALFILE shop calendar or in calendar days.     *
      *  Printed: the distribution, average and worst case  *
      *  per pool and per consumer, then a month-by-month   *
      *  trend of the breach rate.  Every number consumed   *
      *  late is written to SLBFILE for the order-entry     *
      *  manager.                                           *
      *  PARM: POOL,FROM,TO - POOL blank or * for every     *
      *  pool, FROM/TO as MM/DD/YYYY on the consumed date;  *
      *  a blank FROM starts at the first consumption, a    *
      *  blank TO ends at today.                            *
      *  Numbers never consumed, consumptions of numbers    *
      *  never issued and voided numbers are ORDAGING's and *
      *  ORDRECON's business - they are not measured here.  *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDLATCY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUD-FILE ASSIGN TO "AUDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT ARC-FILE ASSIGN TO "ARCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

           SELECT CON-FILE ASSIGN TO "CONFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CON-STATUS.

           SELECT ARC-CON-FILE ASSIGN TO "ARCCON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-CON-STATUS.

           SELECT SLA-FILE ASSIGN TO "SLAFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLA-STATUS.

           SELECT CTL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-POOL-ID
               FILE STATUS IS WS-CTL-STATUS.

           SELECT CAL-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT SRT-AUD-FILE ASSIGN TO "LATWRKA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRT-AUD-STATUS.

           SELECT SRT-CON-FILE ASSIGN TO "LATWRKC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRT-CON-STATUS.

           SELECT SORTWK-AUD ASSIGN TO "SORTWKN".

           SELECT SORTWK-CON ASSIGN TO "SORTWKP".

           SELECT SLB-FILE ASSIGN TO "SLBFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLB-STATUS.

           SELECT RPT-FILE ASSIGN TO "LTRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUD-FILE.
           COPY AUDREC.

       FD  ARC-FILE.
       01  ARC-RECORD.
           05  ARC-AUDIT-ROW           PIC X(140).
           05  FILLER                  PIC X(1).
           05  ARC-ARCHIVE-DATE        PIC X(10).

       FD  CON-FILE.
           COPY CONREC.

       FD  ARC-CON-FILE.
       01  ARC-CON-RECORD.
           05  ARCC-CON-ROW            PIC X(42).
           05  FILLER                  PIC X(1).
           05  ARCC-ARCHIVE-DATE       PIC X(10).

       FD  SLA-FILE.
           COPY SLAREC.

       FD  CTL-FILE.
           COPY CTLREC.

       FD  CAL-FILE.
           COPY CALREC.

      *    Issue rows per pool and number - MM/DD/YYYY does not
      *    sort, so the run date travels as YYYYMMDD as well, and
      *    a number's rows come out oldest first.
       SD  SORTWK-AUD.
       01  SA-RECORD.
           05  SA-POOL-ID              PIC X(10).
           05  SA-ISSUED-NUMBER        PIC 9(7).
           05  SA-DATE-KEY             PIC 9(8).
           05  SA-RUN-TIME             PIC X(8).
           05  SA-RUN-DATE             PIC X(10).
           05  SA-STATUS               PIC X(8).
           05  SA-REQUEST-ID           PIC X(10).
           05  SA-LAST-NUMBER          PIC 9(7).
           05  SA-QUANTITY             PIC 9(5).

      *    Consumptions per pool and number, earliest first - an
      *    unreadable consumed date carries all nines and sorts
      *    behind every real one.
       SD  SORTWK-CON.
       01  SC-RECORD.
           05  SC-POOL-ID              PIC X(10).
           05  SC-ISSUED-NUMBER        PIC 9(7).
           05  SC-DATE-KEY             PIC 9(8).
           05  SC-CONSUMED-DATE        PIC X(10).
           05  SC-CONSUMER-ID          PIC X(10).

       FD  SRT-AUD-FILE.
       01  GA-RECORD.
           05  GA-POOL-ID              PIC X(10).
           05  GA-ISSUED-NUMBER        PIC 9(7).
           05  GA-DATE-KEY             PIC 9(8).
           05  GA-RUN-TIME             PIC X(8).
           05  GA-RUN-DATE             PIC X(10).
           05  GA-STATUS               PIC X(8).
           05  GA-REQUEST-ID           PIC X(10).
           05  GA-LAST-NUMBER          PIC 9(7).
           05  GA-QUANTITY             PIC 9(5).

       FD  SRT-CON-FILE.
       01  GC-RECORD.
           05  GC-POOL-ID              PIC X(10).
           05  GC-ISSUED-NUMBER        PIC 9(7).
           05  GC-DATE-KEY             PIC 9(8).
           05  GC-CONSUMED-DATE        PIC X(10).
           05  GC-CONSUMER-ID          PIC X(10).

       FD  SLB-FILE.
           COPY SLBREC.

       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-SWITCHES.
           05  WS-AUD-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-ARC-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-CON-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-ARC-CON-STATUS       PIC X(2)   VALUE SPACES.
           05  WS-SLA-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-CTL-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-CAL-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-SRT-AUD-STATUS       PIC X(2)   VALUE SPACES.
           05  WS-SRT-CON-STATUS       PIC X(2)   VALUE SPACES.
           05  WS-SLB-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-RPT-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-AUD-EOF              PIC X(1)   VALUE "N".
           05  WS-ARC-EOF              PIC X(1)   VALUE "N".
           05  WS-CON-EOF              PIC X(1)   VALUE "N".
           05  WS-ARC-CON-EOF          PIC X(1)   VALUE "N".
           05  WS-SLA-EOF              PIC X(1)   VALUE "N".
           05  WS-CAL-EOF              PIC X(1)   VALUE "N".
           05  WS-ARC-AVAILABLE        PIC X(1)   VALUE "N".
           05  WS-ARC-CON-AVAILABLE    PIC X(1)   VALUE "N".
           05  WS-CTL-OPEN             PIC X(1)   VALUE "N".
           05  WS-FILES-OK             PIC X(1)   VALUE "Y".

       01  WS-PARM-FIELDS.
           05  WS-PARM                 PIC X(80)  VALUE SPACES.
           05  WS-SEL-POOL-ID          PIC X(10)  VALUE SPACES.
           05  WS-SEL-FROM-DATE        PIC X(10)  VALUE SPACES.
           05  WS-SEL-TO-DATE          PIC X(10)  VALUE SPACES.
           05  WS-SEL-FROM-YYYYMMDD    PIC 9(8)   VALUE 0.
           05  WS-SEL-TO-YYYYMMDD      PIC 9(8)   VALUE 99999999.

      *    Date shape test and MM/DD/YYYY to YYYYMMDD turn-around,
      *    shared by the PARM edit and every trail and consumption
      *    row.
       01  WS-DATE-WORK.
           05  WS-DATE-IN              PIC X(10)  VALUE SPACES.
           05  WS-DATE-YYYYMMDD        PIC 9(8)   VALUE 0.
           05  WS-DATE-OK              PIC X(1)   VALUE "N".
           05  WS-DATE-DAY-INT         PIC 9(7)   VALUE 0.

      *    Either file's trail row, parsed through one layout - the
      *    archive stores the audit image whole, and everything
      *    this report needs sits in the first 83 bytes every
      *    layout the trail has ever had shares.
       01  WS-ARC-AUD-ROW.
           05  WA-ISSUED-NUMBER        PIC X(7).
           05  WA-ISSUED-NUM  REDEFINES WA-ISSUED-NUMBER
                                       PIC 9(7).
           05  FILLER                  PIC X(1).
           05  WA-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(1).
           05  WA-RUN-TIME             PIC X(8).
           05  FILLER                  PIC X(1).
           05  WA-RUN-ID               PIC X(8).
           05  FILLER                  PIC X(1).
           05  WA-POOL-ID              PIC X(10).
           05  FILLER                  PIC X(1).
           05  WA-STATUS               PIC X(8).
           05  FILLER                  PIC X(1).
           05  WA-REQUEST-ID           PIC X(10).
           05  FILLER                  PIC X(1).
           05  WA-LAST-NUMBER          PIC X(7).
           05  WA-LAST-NUM  REDEFINES WA-LAST-NUMBER
                                       PIC 9(7).
           05  FILLER                  PIC X(1).
           05  WA-QUANTITY             PIC X(5).
           05  WA-QUANTITY-NUM  REDEFINES WA-QUANTITY
                                       PIC 9(5).
           05  FILLER                  PIC X(1).
           05  WA-CHECK-DIGIT          PIC X(1).

      *    Either file's consumption row - ARCCON keeps the CONREC
      *    image whole.
       01  WS-ARC-CON-ROW.
           05  WC-ISSUED-NUMBER        PIC X(7).
           05  WC-ISSUED-NUM  REDEFINES WC-ISSUED-NUMBER
                                       PIC 9(7).
           05  FILLER                  PIC X(1).
           05  WC-CONSUMER-ID          PIC X(10).
           05  FILLER                  PIC X(1).
           05  WC-CONSUMED-DATE        PIC X(10).
           05  FILLER                  PIC X(1).
           05  WC-POOL-ID              PIC X(10).
           05  FILLER                  PIC X(1).
           05  WC-CHECK-DIGIT          PIC X(1).

      *    Match key is (pool id, issued number), as in ORDRECON.
       01  WS-GA-SORTKEY.
           05  WS-GA-SK-POOL-ID        PIC X(10)  VALUE SPACES.
           05  WS-GA-SK-NUMBER         PIC 9(7)   VALUE 0.

       01  WS-GC-SORTKEY.
           05  WS-GC-SK-POOL-ID        PIC X(10)  VALUE SPACES.
           05  WS-GC-SK-NUMBER         PIC 9(7)   VALUE 0.

       01  WS-CURRENT-SORTKEY.
           05  WS-CURRENT-POOL-ID      PIC X(10)  VALUE SPACES.
           05  WS-CURRENT-NUMBER       PIC 9(7)   VALUE 0.

       01  WS-MERGE-FIELDS.
           05  WS-AUD-COUNT            PIC 9(3)   VALUE 0.
           05  WS-CON-COUNT            PIC 9(3)   VALUE 0.
           05  WS-GROUP-VOIDED         PIC X(1)   VALUE "N".
           05  WS-ISSUE-FOUND          PIC X(1)   VALUE "N".
           05  WS-PREV-POOL-ID         PIC X(10)  VALUE SPACES.

      *    The issue the number in hand is measured from - its own
      *    audit row, or the block row that covers it.
       01  WS-ISSUE-FIELDS.
           05  WS-ISS-DATE-KEY         PIC 9(8)   VALUE 0.
           05  WS-ISS-RUN-DATE         PIC X(10)  VALUE SPACES.
           05  WS-ISS-REQUEST-ID       PIC X(10)  VALUE SPACES.

      *    Its first consumption.
       01  WS-CONSUMPTION-FIELDS.
           05  WS-CON-DATE-KEY         PIC 9(8)   VALUE 0.
           05  WS-CON-CONSUMED-DATE    PIC X(10)  VALUE SPACES.
           05  WS-CON-CONSUMER-ID      PIC X(10)  VALUE SPACES.

      *    Most recent block-allocation audit row seen on the merge.
      *    The files are sorted by (pool, number) and a block's
      *    members all sort between its first number and the next
      *    number the pool ever issued, so one remembered range is
      *    enough to date a consumption of a block member - the
      *    same reasoning ORDRECON matches blocks by.
       01  WS-BLOCK-FIELDS.
           05  WS-BLK-POOL-ID          PIC X(10)  VALUE SPACES.
           05  WS-BLK-FIRST            PIC 9(7)   VALUE 0.
           05  WS-BLK-LAST             PIC 9(7)   VALUE 0.
           05  WS-BLK-DATE-KEY         PIC 9(8)   VALUE 0.
           05  WS-BLK-RUN-DATE         PIC X(10)  VALUE SPACES.
           05  WS-BLK-REQUEST-ID       PIC X(10)  VALUE SPACES.

      *    Service levels off SLAFILE.  A pool with no row is held
      *    to the order-entry agreement, the shop's one written
      *    service level.
       01  WS-SHOP-SLA-DAYS            PIC 9(3)   VALUE 002.
       01  WS-SHOP-SLA-BASIS           PIC X(1)   VALUE "B".
       01  WS-SLA-TABLE.
           05  WS-SLA-MAX              PIC 9(3)   VALUE 200  COMP.
           05  WS-SLA-USED             PIC 9(3)   VALUE 0    COMP.
           05  WS-SLA-OVERFLOW         PIC X(1)   VALUE "N".
           05  WS-SLA-ENTRY            OCCURS 200 TIMES.
               10  WS-SE-POOL-ID       PIC X(10).
               10  WS-SE-DAYS          PIC 9(3).
               10  WS-SE-DAY-BASIS     PIC X(1).

       01  WS-SLA-IX                   PIC 9(3)   VALUE 0    COMP.

      *    The pool being measured.
       01  WS-POOL-SLA-FIELDS.
           05  WS-SLA-DAYS             PIC 9(3)   VALUE 0.
           05  WS-DAY-BASIS            PIC X(1)   VALUE "C".

      *    The shop calendar (CALREC), loaded whole - only the
      *    holidays that fall on a weekday and the worked days that
      *    fall on a weekend, the only rows that change anything.
      *    Five hundred is decades of holidays; rows past that are
      *    dropped with a warning.
       01  WS-CALENDAR-TABLE.
           05  WS-CAL-MAX              PIC 9(3)   VALUE 500  COMP.
           05  WS-CAL-USED             PIC 9(3)   VALUE 0    COMP.
           05  WS-CAL-OVERFLOW         PIC X(1)   VALUE "N".
           05  WS-CAL-ENTRY            OCCURS 500 TIMES.
               10  WS-CE-DAY-INT       PIC 9(8).
               10  WS-CE-DAY-TYPE      PIC X(1).

       01  WS-CAL-IX                   PIC 9(3)   VALUE 0    COMP.

      *    Business days after WS-BD-FROM-INT up to and including
      *    WS-BD-TO-INT.  The weekday is MOD 7 of the day number -
      *    day 1 (01/01/1601) was a Monday, so 6 is Saturday and 0
      *    Sunday.
       01  WS-BUSINESS-DAY-FIELDS.
           05  WS-BD-FROM-INT          PIC 9(8)   VALUE 0.
           05  WS-BD-TO-INT            PIC 9(8)   VALUE 0.
           05  WS-BD-DAY-INT           PIC 9(8)   VALUE 0.
           05  WS-BD-COUNT             PIC S9(7)  VALUE 0.
           05  WS-BD-FULL-WEEKS        PIC 9(7)   VALUE 0.
           05  WS-BD-WEEKDAY           PIC 9(1)   VALUE 0.
           05  WS-BD-ROW-YYYYMMDD      PIC 9(8)   VALUE 0.

      *    One measured number.  The buckets are 0, 1, 2, 3-5,
      *    6-10, 11-30 and over 30 days, in the pool's basis.
       01  WS-MEASURE-FIELDS.
           05  WS-ISS-DAY-INT          PIC 9(8)   VALUE 0.
           05  WS-CON-DAY-INT          PIC 9(8)   VALUE 0.
           05  WS-ELAPSED              PIC 9(5)   VALUE 0.
           05  WS-BUCKET-IX            PIC 9(1)   VALUE 0.
           05  WS-BREACH               PIC X(1)   VALUE "N".
           05  WS-MONTH-KEY            PIC 9(6)   VALUE 0.

      *    Every figure the report prints for a pool, a consumer, a
      *    month or the whole run has this one shape; an entry is
      *    moved here, accumulated or printed, and moved back.
       01  WS-AC-STATS.
           05  WS-AC-COUNT             PIC 9(7).
           05  WS-AC-BUCKET            PIC 9(7)   OCCURS 7 TIMES.
           05  WS-AC-TOTAL-DAYS        PIC 9(9).
           05  WS-AC-WORST             PIC 9(5).
           05  WS-AC-BREACHES          PIC 9(7).

       01  WS-AC-IX                    PIC 9(1)   VALUE 0.

       01  WS-POOL-STATS.
           05  FILLER                  PIC X(77).

       01  WS-GRAND-STATS.
           05  FILLER                  PIC X(77).

      *    Consumers arrive in pool order, not consumer order, so
      *    they are gathered here and printed in id order at the
      *    end.  Measurements past the table still count for their
      *    pool, their month and the run; the report says so.
       01  WS-CONSUMER-TABLE.
           05  WS-CN-MAX               PIC 9(3)   VALUE 500  COMP.
           05  WS-CN-USED              PIC 9(3)   VALUE 0    COMP.
           05  WS-CN-OVERFLOW          PIC X(1)   VALUE "N".
           05  WS-CN-ENTRY             OCCURS 500 TIMES.
               10  WS-CN-CONSUMER-ID   PIC X(10).
               10  WS-CN-STATS         PIC X(77).

       01  WS-CN-IX                    PIC 9(3)   VALUE 0    COMP.
       01  WS-CN-FOUND-IX              PIC 9(3)   VALUE 0    COMP.

      *    Months of the consumed date, YYYYMM.  Ten years of
      *    months is far wider than any range anyone will ask for.
       01  WS-MONTH-TABLE.
           05  WS-MO-MAX               PIC 9(3)   VALUE 120  COMP.
           05  WS-MO-USED              PIC 9(3)   VALUE 0    COMP.
           05  WS-MO-OVERFLOW          PIC X(1)   VALUE "N".
           05  WS-MO-ENTRY             OCCURS 120 TIMES.
               10  WS-MO-MONTH-KEY     PIC 9(6).
               10  WS-MO-STATS         PIC X(77).

       01  WS-MO-IX                    PIC 9(3)   VALUE 0    COMP.
       01  WS-MO-FOUND-IX              PIC 9(3)   VALUE 0    COMP.

      *    Next-in-order selection for the consumer and month
      *    sections.
       01  WS-PRINT-ORDER-FIELDS.
           05  WS-LAST-PRINTED-ID      PIC X(10)  VALUE LOW-VALUES.
           05  WS-NEXT-ID              PIC X(10)  VALUE HIGH-VALUES.
           05  WS-LAST-PRINTED-MONTH   PIC 9(6)   VALUE 0.
           05  WS-NEXT-MONTH           PIC 9(6)   VALUE 999999.
           05  WS-PRINT-IX             PIC 9(3)   VALUE 0    COMP.
           05  WS-PRINT-COUNT          PIC 9(3)   VALUE 0    COMP.

       01  WS-LINE-FIGURES.
           05  WS-AVERAGE              PIC 9(5)V9 VALUE 0.
           05  WS-BREACH-PCT           PIC 9(3)V9 VALUE 0.
           05  WS-PREV-BREACH-PCT      PIC 9(3)V9 VALUE 0.
           05  WS-PREV-MONTH-SET       PIC X(1)   VALUE "N".

       01  WS-CONTROL-COUNTS.
           05  WS-NO-ISSUE-COUNT       PIC 9(7)   VALUE 0.
           05  WS-BAD-DATE-COUNT       PIC 9(7)   VALUE 0.
           05  WS-VOIDED-COUNT         PIC 9(7)   VALUE 0.
           05  WS-BREACHES-WRITTEN     PIC 9(7)   VALUE 0.

       01  WS-REPORT-FIELDS.
           05  WS-PAGE-COUNT           PIC 9(3)   VALUE 0.
           05  WS-LINE-COUNT           PIC 9(3)   VALUE 0.
           05  WS-LINES-PER-PAGE       PIC 9(3)   VALUE 055.
           05  WS-REPORT-SECTION       PIC X(1)   VALUE "P".

       01  WS-DATE-FIELDS.
           05  WS-CURRENT-DATE-YYMMDD  PIC 9(6).
           05  WS-CURRENT-DATE-R  REDEFINES WS-CURRENT-DATE-YYMMDD.
               10  WS-CURRENT-YY       PIC 9(2).
               10  WS-CURRENT-MM       PIC 9(2).
               10  WS-CURRENT-DD       PIC 9(2).
           05  WS-RUN-DATE             PIC X(10)  VALUE SPACES.

       01  WS-RPT-HEADING-1.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(32)  VALUE
               "ISSUE-TO-CONSUMPTION LATENCY".
           05  FILLER                  PIC X(10)  VALUE "RUN DATE: ".
           05  H1-RUN-DATE             PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE "PAGE: ".
           05  H1-PAGE                 PIC ZZ9    VALUE ZERO.

       01  WS-RPT-HEADING-RANGE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(14)  VALUE
               "CONSUMED FROM ".
           05  HR-FROM-DATE            PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE " THRU ".
           05  HR-TO-DATE              PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE "POOL: ".
           05  HR-POOL-ID              PIC X(10)  VALUE SPACES.

       01  WS-RPT-HEADING-2.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  H2-KEY                  PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  H2-BASIS                PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  H2-SLA                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(7)   VALUE "  COUNT".
           05  FILLER                  PIC X(8)   VALUE "       0".
           05  FILLER                  PIC X(8)   VALUE "       1".
           05  FILLER                  PIC X(8)   VALUE "       2".
           05  FILLER                  PIC X(8)   VALUE "     3-5".
           05  FILLER                  PIC X(8)   VALUE "    6-10".
           05  FILLER                  PIC X(8)   VALUE "   11-30".
           05  FILLER                  PIC X(8)   VALUE "    >30 ".
           05  FILLER                  PIC X(8)   VALUE "     AVG".
           05  FILLER                  PIC X(7)   VALUE "  WORST".
           05  FILLER                  PIC X(8)   VALUE "    LATE".
           05  FILLER                  PIC X(7)   VALUE "  LATE%".

       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  D-KEY                   PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  D-BASIS                 PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  D-SLA                   PIC ZZ9    VALUE ZERO.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  D-COUNT                 PIC ZZZZZZ9 VALUE ZERO.
           05  D-BUCKET-GROUP.
               10  D-BUCKET-ENTRY      OCCURS 7 TIMES.
                   15  FILLER          PIC X(2).
                   15  D-BUCKET        PIC ZZZZZ9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  D-AVERAGE               PIC ZZZ9.9 VALUE ZERO.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  D-WORST                 PIC ZZZZ9  VALUE ZERO.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  D-BREACHES              PIC ZZZZZ9 VALUE ZERO.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  D-BREACH-PCT            PIC ZZ9.9  VALUE ZERO.

       01  WS-RPT-COUNT-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  C-LABEL                 PIC X(36)  VALUE SPACES.
           05  C-COUNT                 PIC Z,ZZZ,ZZ9 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SORT-INPUT-FILES
           IF WS-FILES-OK = "Y"
               PERFORM 3000-MATCH-MERGE
           END-IF
           PERFORM 6000-REPORT-CONSUMERS
           PERFORM 7000-REPORT-TREND
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE-YYMMDD FROM DATE
           MOVE WS-CURRENT-MM TO WS-RUN-DATE(1:2)
           MOVE "/" TO WS-RUN-DATE(3:1)
           MOVE WS-CURRENT-DD TO WS-RUN-DATE(4:2)
           MOVE "/" TO WS-RUN-DATE(6:1)
           MOVE "20" TO WS-RUN-DATE(7:2)
           MOVE WS-CURRENT-YY TO WS-RUN-DATE(9:2)
           ACCEPT WS-PARM FROM COMMAND-LINE
           UNSTRING WS-PARM DELIMITED BY ","
               INTO WS-SEL-POOL-ID WS-SEL-FROM-DATE WS-SEL-TO-DATE
           END-UNSTRING
           IF WS-SEL-POOL-ID = "*"
               MOVE SPACES TO WS-SEL-POOL-ID
           END-IF
      *    A bad date on the PARM would quietly measure nothing (or
      *    everything) - fatal, the same rule ORDPMJR applies.
           IF WS-SEL-FROM-DATE NOT = SPACES
               MOVE WS-SEL-FROM-DATE TO WS-DATE-IN
               PERFORM 2500-CONVERT-DATE
               IF WS-DATE-OK = "N"
                   DISPLAY "PARM ERROR: from date " WS-SEL-FROM-DATE
                       " is not MM/DD/YYYY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-DATE-YYYYMMDD TO WS-SEL-FROM-YYYYMMDD
           END-IF
           IF WS-SEL-TO-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-SEL-TO-DATE
           END-IF
           MOVE WS-SEL-TO-DATE TO WS-DATE-IN
           PERFORM 2500-CONVERT-DATE
           IF WS-DATE-OK = "N"
               DISPLAY "PARM ERROR: to date " WS-SEL-TO-DATE
                   " is not MM/DD/YYYY"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DATE-YYYYMMDD TO WS-SEL-TO-YYYYMMDD
           OPEN OUTPUT RPT-FILE
           OPEN OUTPUT SLB-FILE
           IF WS-SLB-STATUS NOT = "00"
               DISPLAY "FATAL: SLBFILE open failed - status "
                   WS-SLB-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    The control file only says how a pool with no day basis
      *    of its own on SLAFILE counts days - without it those
      *    pools are measured in calendar days, and the run says so.
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS = "00"
               MOVE "Y" TO WS-CTL-OPEN
           ELSE
               DISPLAY "CTLFILE not available - status "
                   WS-CTL-STATUS " (pools with no SLA basis "
                   "measured in calendar days)"
           END-IF
           PERFORM 1100-LOAD-SLA-TABLE
           PERFORM 1200-LOAD-SHOP-CALENDAR
           INITIALIZE WS-AC-STATS
           MOVE WS-AC-STATS TO WS-POOL-STATS
           MOVE WS-AC-STATS TO WS-GRAND-STATS.

       1100-LOAD-SLA-TABLE.
      *    No SLAFILE holds every pool to the shop service level -
      *    reported, not fatal.  A row that cannot be read as a
      *    service level is named on the console and skipped, so
      *    its pool falls back to the shop level rather than to a
      *    garbage one.
           OPEN INPUT SLA-FILE
           IF WS-SLA-STATUS NOT = "00"
               DISPLAY "SLAFILE not available - status "
                   WS-SLA-STATUS " (every pool held to "
                   WS-SHOP-SLA-DAYS " business days)"
           ELSE
               PERFORM 1150-LOAD-SLA-ROW UNTIL WS-SLA-EOF = "Y"
               CLOSE SLA-FILE
               IF WS-SLA-OVERFLOW = "Y"
                   DISPLAY "SLA WARNING: more than " WS-SLA-MAX
                       " SLAFILE rows - the rest were ignored"
               END-IF
           END-IF.

       1150-LOAD-SLA-ROW.
           READ SLA-FILE
               AT END
                   MOVE "Y" TO WS-SLA-EOF
               NOT AT END
                   IF SLA-POOL-ID NOT = SPACES
                           AND SLA-DAYS IS NUMERIC
                           AND (SLA-DAY-BASIS = "B"
                           OR SLA-DAY-BASIS = "C"
                           OR SLA-DAY-BASIS = SPACE)
                       IF WS-SLA-USED < WS-SLA-MAX
                           ADD 1 TO WS-SLA-USED
                           MOVE SLA-POOL-ID
                               TO WS-SE-POOL-ID(WS-SLA-USED)
                           MOVE SLA-DAYS TO WS-SE-DAYS(WS-SLA-USED)
                           MOVE SLA-DAY-BASIS
                               TO WS-SE-DAY-BASIS(WS-SLA-USED)
                       ELSE
                           MOVE "Y" TO WS-SLA-OVERFLOW
                       END-IF
                   ELSE
                       DISPLAY "SLAFILE row ignored - " SLA-RECORD
                   END-IF
           END-READ.

       1200-LOAD-SHOP-CALENDAR.
      *    Without CALFILE business days still skip weekends - they
      *    just run straight through the holidays.
           OPEN INPUT CAL-FILE
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "CALFILE not available - status "
                   WS-CAL-STATUS " (business days skip weekends only)"
           ELSE
               PERFORM 1250-LOAD-CALENDAR-ROW UNTIL WS-CAL-EOF = "Y"
               CLOSE CAL-FILE
               IF WS-CAL-OVERFLOW = "Y"
                   DISPLAY "CALENDAR WARNING: more than " WS-CAL-MAX
                       " calendar rows - the rest were ignored"
               END-IF
           END-IF.

       1250-LOAD-CALENDAR-ROW.
           READ CAL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CAL-EOF
               NOT AT END
                   IF CAL-DATE IS NUMERIC
                       MOVE CAL-DATE TO WS-BD-ROW-YYYYMMDD
                       COMPUTE WS-BD-DAY-INT = FUNCTION
                           INTEGER-OF-DATE(WS-BD-ROW-YYYYMMDD)
                       COMPUTE WS-BD-WEEKDAY =
                           FUNCTION MOD(WS-BD-DAY-INT, 7)
                       IF (CAL-DAY-TYPE = "H"
                               AND WS-BD-WEEKDAY > 0
                               AND WS-BD-WEEKDAY < 6)
                               OR (CAL-DAY-TYPE = "W"
                               AND (WS-BD-WEEKDAY = 0
                               OR WS-BD-WEEKDAY = 6))
                           IF WS-CAL-USED < WS-CAL-MAX
                               ADD 1 TO WS-CAL-USED
                               MOVE WS-BD-DAY-INT
                                   TO WS-CE-DAY-INT(WS-CAL-USED)
                               MOVE CAL-DAY-TYPE
                                   TO WS-CE-DAY-TYPE(WS-CAL-USED)
                           ELSE
                               MOVE "Y" TO WS-CAL-OVERFLOW
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       2000-SORT-INPUT-FILES.
      *    The operational files must be there - a first-ever run
      *    with no CONFILE yet is reported and skipped, the way
      *    ORDRECON skips it.  The archives are optional: no
      *    ARCFILE or ARCCON only means ORDAPRG has not moved
      *    anything out yet.
           OPEN INPUT AUD-FILE
           IF WS-AUD-STATUS NOT = "00"
               DISPLAY "AUDFILE not available for latency - "
                       "status " WS-AUD-STATUS
               MOVE "N" TO WS-FILES-OK
           ELSE
               CLOSE AUD-FILE
           END-IF
           OPEN INPUT CON-FILE
           IF WS-CON-STATUS NOT = "00"
               DISPLAY "CONFILE not available for latency - "
                       "status " WS-CON-STATUS
               MOVE "N" TO WS-FILES-OK
           ELSE
               CLOSE CON-FILE
           END-IF
           OPEN INPUT ARC-FILE
           IF WS-ARC-STATUS = "00"
               MOVE "Y" TO WS-ARC-AVAILABLE
               CLOSE ARC-FILE
           ELSE
               DISPLAY "ARCFILE not available for latency - "
                   "status " WS-ARC-STATUS " (no archive yet)"
           END-IF
           OPEN INPUT ARC-CON-FILE
           IF WS-ARC-CON-STATUS = "00"
               MOVE "Y" TO WS-ARC-CON-AVAILABLE
               CLOSE ARC-CON-FILE
           ELSE
               DISPLAY "ARCCON not available for latency - "
                   "status " WS-ARC-CON-STATUS " (no archive yet)"
           END-IF
           IF WS-FILES-OK = "Y"
               SORT SORTWK-AUD ON ASCENDING KEY SA-POOL-ID
                                                SA-ISSUED-NUMBER
                                                SA-DATE-KEY
                                                SA-RUN-TIME
                   INPUT PROCEDURE IS 2100-RELEASE-AUD-ROWS
                   GIVING SRT-AUD-FILE
               SORT SORTWK-CON ON ASCENDING KEY SC-POOL-ID
                                                SC-ISSUED-NUMBER
                                                SC-DATE-KEY
                   INPUT PROCEDURE IS 2300-RELEASE-CON-ROWS
                   GIVING SRT-CON-FILE
           END-IF.

       2100-RELEASE-AUD-ROWS.
           IF WS-ARC-AVAILABLE = "Y"
               OPEN INPUT ARC-FILE
               PERFORM 2140-RELEASE-ARC-LOOP UNTIL WS-ARC-EOF = "Y"
               CLOSE ARC-FILE
           END-IF
           OPEN INPUT AUD-FILE
           PERFORM 2120-RELEASE-AUD-LOOP UNTIL WS-AUD-EOF = "Y"
           CLOSE AUD-FILE.

       2120-RELEASE-AUD-LOOP.
           READ AUD-FILE
               AT END
                   MOVE "Y" TO WS-AUD-EOF
               NOT AT END
                   MOVE AUD-RECORD TO WS-ARC-AUD-ROW
                   PERFORM 2160-RELEASE-AUD-ROW
           END-READ.

       2140-RELEASE-ARC-LOOP.
           READ ARC-FILE
               AT END
                   MOVE "Y" TO WS-ARC-EOF
               NOT AT END
                   MOVE ARC-AUDIT-ROW TO WS-ARC-AUD-ROW
                   PERFORM 2160-RELEASE-AUD-ROW
           END-READ.

       2160-RELEASE-AUD-ROW.
      *    Only the rows that put a number in downstream's hands -
      *    the same rows ORDRECON reconciles.  FAILED and REFUSED
      *    issued nothing, the ROLL-PRE/ROLL-NEW pair and LOCKTAKE
      *    are bookkeeping, a HELD range is not downstream's until
      *    its CONFIRM row (which carries the range and its date),
      *    and LAPSED retires one.  VOIDED rows travel so the merge
      *    can leave a voided number out of the measurement.
           IF WA-STATUS NOT = "FAILED"
                   AND WA-STATUS NOT = "REFUSED"
                   AND WA-STATUS NOT = "ROLL-PRE"
                   AND WA-STATUS NOT = "ROLL-NEW"
                   AND WA-STATUS NOT = "LOCKTAKE"
                   AND WA-STATUS NOT = "HELD"
                   AND WA-STATUS NOT = "LAPSED"
                   AND WA-POOL-ID NOT = SPACES
                   AND WA-ISSUED-NUMBER IS NUMERIC
                   AND (WS-SEL-POOL-ID = SPACES
                   OR WS-SEL-POOL-ID = WA-POOL-ID)
               MOVE WA-POOL-ID TO SA-POOL-ID
               MOVE WA-ISSUED-NUM TO SA-ISSUED-NUMBER
               MOVE WA-RUN-DATE TO WS-DATE-IN
               PERFORM 2500-CONVERT-DATE
               MOVE WS-DATE-YYYYMMDD TO SA-DATE-KEY
               MOVE WA-RUN-TIME TO SA-RUN-TIME
               MOVE WA-RUN-DATE TO SA-RUN-DATE
               MOVE WA-STATUS TO SA-STATUS
               MOVE WA-REQUEST-ID TO SA-REQUEST-ID
               IF WA-LAST-NUMBER IS NUMERIC
                   MOVE WA-LAST-NUM TO SA-LAST-NUMBER
               ELSE
                   MOVE WA-ISSUED-NUM TO SA-LAST-NUMBER
               END-IF
               IF WA-QUANTITY IS NUMERIC
                   MOVE WA-QUANTITY-NUM TO SA-QUANTITY
               ELSE
                   MOVE 0 TO SA-QUANTITY
               END-IF
               RELEASE SA-RECORD
           END-IF.

       2300-RELEASE-CON-ROWS.
           IF WS-ARC-CON-AVAILABLE = "Y"
               OPEN INPUT ARC-CON-FILE
               PERFORM 2340-RELEASE-ARC-CON-LOOP
                   UNTIL WS-ARC-CON-EOF = "Y"
               CLOSE ARC-CON-FILE
           END-IF
           OPEN INPUT CON-FILE
           PERFORM 2320-RELEASE-CON-LOOP UNTIL WS-CON-EOF = "Y"
           CLOSE CON-FILE.

       2320-RELEASE-CON-LOOP.
           READ CON-FILE
               AT END
                   MOVE "Y" TO WS-CON-EOF
               NOT AT END
                   MOVE CON-RECORD TO WS-ARC-CON-ROW
                   PERFORM 2360-RELEASE-CON-ROW
           END-READ.

       2340-RELEASE-ARC-CON-LOOP.
           READ ARC-CON-FILE
               AT END
                   MOVE "Y" TO WS-ARC-CON-EOF
               NOT AT END
                   MOVE ARCC-CON-ROW TO WS-ARC-CON-ROW
                   PERFORM 2360-RELEASE-CON-ROW
           END-READ.

       2360-RELEASE-CON-ROW.
           IF WC-ISSUED-NUMBER IS NUMERIC
                   AND (WS-SEL-POOL-ID = SPACES
                   OR WS-SEL-POOL-ID = WC-POOL-ID)
               MOVE WC-POOL-ID TO SC-POOL-ID
               MOVE WC-ISSUED-NUM TO SC-ISSUED-NUMBER
               MOVE WC-CONSUMED-DATE TO WS-DATE-IN
               PERFORM 2500-CONVERT-DATE
               IF WS-DATE-OK = "Y"
                   MOVE WS-DATE-YYYYMMDD TO SC-DATE-KEY
               ELSE
                   MOVE 99999999 TO SC-DATE-KEY
               END-IF
               MOVE WC-CONSUMED-DATE TO SC-CONSUMED-DATE
               MOVE WC-CONSUMER-ID TO SC-CONSUMER-ID
               RELEASE SC-RECORD
           END-IF.

       2500-CONVERT-DATE.
      *    MM/DD/YYYY, and really on the calendar - the same two
      *    layers ORDCALMT applies; a numeric but impossible date
      *    would otherwise reach INTEGER-OF-DATE in the latency
      *    arithmetic and measure nonsense.
           MOVE "N" TO WS-DATE-OK
           MOVE 0 TO WS-DATE-YYYYMMDD
           MOVE 0 TO WS-DATE-DAY-INT
           IF WS-DATE-IN(1:2) IS NUMERIC
                   AND WS-DATE-IN(3:1) = "/"
                   AND WS-DATE-IN(4:2) IS NUMERIC
                   AND WS-DATE-IN(6:1) = "/"
                   AND WS-DATE-IN(7:4) IS NUMERIC
               IF WS-DATE-IN(1:2) >= "01"
                       AND WS-DATE-IN(1:2) <= "12"
                       AND WS-DATE-IN(4:2) >= "01"
                       AND WS-DATE-IN(4:2) <= "31"
                   MOVE WS-DATE-IN(7:4) TO WS-DATE-YYYYMMDD(1:4)
                   MOVE WS-DATE-IN(1:2) TO WS-DATE-YYYYMMDD(5:2)
                   MOVE WS-DATE-IN(4:2) TO WS-DATE-YYYYMMDD(7:2)
                   COMPUTE WS-DATE-DAY-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
                   IF WS-DATE-DAY-INT > 0
                       MOVE "Y" TO WS-DATE-OK
                   ELSE
                       MOVE 0 TO WS-DATE-YYYYMMDD
                   END-IF
               END-IF
           END-IF.

       3000-MATCH-MERGE.
           MOVE "P" TO WS-REPORT-SECTION
           OPEN INPUT SRT-AUD-FILE
           OPEN INPUT SRT-CON-FILE
           IF WS-SRT-AUD-STATUS NOT = "00"
                   OR WS-SRT-CON-STATUS NOT = "00"
               DISPLAY "Sorted work file not available - status "
                       WS-SRT-AUD-STATUS " / " WS-SRT-CON-STATUS
           ELSE
               MOVE "N" TO WS-AUD-EOF
               MOVE "N" TO WS-CON-EOF
               PERFORM 3100-READ-AUD
               PERFORM 3200-READ-CON
               PERFORM 3300-PROCESS-KEY
                   UNTIL WS-AUD-EOF = "Y" AND WS-CON-EOF = "Y"
               PERFORM 3600-POOL-BREAK
               PERFORM 3700-WRITE-GRAND-LINE
           END-IF
           CLOSE SRT-AUD-FILE
           CLOSE SRT-CON-FILE.

       3100-READ-AUD.
           READ SRT-AUD-FILE
               AT END
                   MOVE "Y" TO WS-AUD-EOF
                   MOVE HIGH-VALUES TO WS-GA-SORTKEY
               NOT AT END
                   MOVE GA-POOL-ID TO WS-GA-SK-POOL-ID
                   MOVE GA-ISSUED-NUMBER TO WS-GA-SK-NUMBER
           END-READ.

       3200-READ-CON.
           READ SRT-CON-FILE
               AT END
                   MOVE "Y" TO WS-CON-EOF
                   MOVE HIGH-VALUES TO WS-GC-SORTKEY
               NOT AT END
                   MOVE GC-POOL-ID TO WS-GC-SK-POOL-ID
                   MOVE GC-ISSUED-NUMBER TO WS-GC-SK-NUMBER
           END-READ.

       3300-PROCESS-KEY.
      *    A number's earliest issue row dates it, and its earliest
      *    consumption ends it - a second consumption is a
      *    MULTI-MATCH for ORDRECON, not a second measurement.
           IF WS-GA-SORTKEY <= WS-GC-SORTKEY
               MOVE WS-GA-SORTKEY TO WS-CURRENT-SORTKEY
           ELSE
               MOVE WS-GC-SORTKEY TO WS-CURRENT-SORTKEY
           END-IF
           MOVE 0 TO WS-AUD-COUNT
           MOVE 0 TO WS-CON-COUNT
           MOVE "N" TO WS-GROUP-VOIDED
           MOVE "N" TO WS-ISSUE-FOUND
           PERFORM UNTIL WS-AUD-EOF = "Y"
                   OR WS-GA-SORTKEY NOT = WS-CURRENT-SORTKEY
               ADD 1 TO WS-AUD-COUNT
               IF GA-STATUS = "VOIDED"
                   MOVE "Y" TO WS-GROUP-VOIDED
               ELSE
                   IF WS-ISSUE-FOUND = "N"
                       MOVE "Y" TO WS-ISSUE-FOUND
                       MOVE GA-DATE-KEY TO WS-ISS-DATE-KEY
                       MOVE GA-RUN-DATE TO WS-ISS-RUN-DATE
                       MOVE GA-REQUEST-ID TO WS-ISS-REQUEST-ID
                   END-IF
                   IF GA-QUANTITY > 1
                       MOVE GA-POOL-ID TO WS-BLK-POOL-ID
                       MOVE GA-ISSUED-NUMBER TO WS-BLK-FIRST
                       MOVE GA-LAST-NUMBER TO WS-BLK-LAST
                       MOVE GA-DATE-KEY TO WS-BLK-DATE-KEY
                       MOVE GA-RUN-DATE TO WS-BLK-RUN-DATE
                       MOVE GA-REQUEST-ID TO WS-BLK-REQUEST-ID
                   END-IF
               END-IF
               PERFORM 3100-READ-AUD
           END-PERFORM
           PERFORM UNTIL WS-CON-EOF = "Y"
                   OR WS-GC-SORTKEY NOT = WS-CURRENT-SORTKEY
               ADD 1 TO WS-CON-COUNT
               IF WS-CON-COUNT = 1
                   MOVE GC-DATE-KEY TO WS-CON-DATE-KEY
                   MOVE GC-CONSUMED-DATE TO WS-CON-CONSUMED-DATE
                   MOVE GC-CONSUMER-ID TO WS-CON-CONSUMER-ID
               END-IF
               PERFORM 3200-READ-CON
           END-PERFORM
           IF WS-CON-COUNT > 0
               PERFORM 3400-SELECT-NUMBER
           END-IF.

       3400-SELECT-NUMBER.
      *    A number with no issue row of its own is a block member
      *    when it sits inside the last block range of its pool.
      *    A consumed date that cannot be read cannot be placed in
      *    the range either - it is counted whatever the range.
           EVALUATE TRUE
               WHEN WS-CON-DATE-KEY = 99999999
                   ADD 1 TO WS-BAD-DATE-COUNT
               WHEN WS-CON-DATE-KEY < WS-SEL-FROM-YYYYMMDD
                       OR WS-CON-DATE-KEY > WS-SEL-TO-YYYYMMDD
                   CONTINUE
               WHEN WS-GROUP-VOIDED = "Y"
                   ADD 1 TO WS-VOIDED-COUNT
               WHEN WS-ISSUE-FOUND = "Y"
                   PERFORM 3450-MEASURE-NUMBER
               WHEN WS-CURRENT-POOL-ID = WS-BLK-POOL-ID
                       AND WS-CURRENT-NUMBER >= WS-BLK-FIRST
                       AND WS-CURRENT-NUMBER <= WS-BLK-LAST
                   MOVE WS-BLK-DATE-KEY TO WS-ISS-DATE-KEY
                   MOVE WS-BLK-RUN-DATE TO WS-ISS-RUN-DATE
                   MOVE WS-BLK-REQUEST-ID TO WS-ISS-REQUEST-ID
                   PERFORM 3450-MEASURE-NUMBER
               WHEN OTHER
                   ADD 1 TO WS-NO-ISSUE-COUNT
           END-EVALUATE.

       3450-MEASURE-NUMBER.
           IF WS-CURRENT-POOL-ID NOT = WS-PREV-POOL-ID
               PERFORM 3600-POOL-BREAK
               MOVE WS-CURRENT-POOL-ID TO WS-PREV-POOL-ID
               PERFORM 3650-LOAD-POOL-SLA
           END-IF
           MOVE 0 TO WS-ISS-DAY-INT
           MOVE 0 TO WS-CON-DAY-INT
           IF WS-ISS-DATE-KEY > 0
               COMPUTE WS-ISS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-ISS-DATE-KEY)
               COMPUTE WS-CON-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CON-DATE-KEY)
           END-IF
      *    An unreadable date, or a consumption dated before its
      *    own issue, measures nothing honest - counted, not
      *    guessed at.
           IF WS-ISS-DAY-INT = 0
                   OR WS-CON-DAY-INT = 0
                   OR WS-CON-DAY-INT < WS-ISS-DAY-INT
               ADD 1 TO WS-BAD-DATE-COUNT
           ELSE
               COMPUTE WS-ELAPSED = WS-CON-DAY-INT - WS-ISS-DAY-INT
               IF WS-ELAPSED > 0 AND WS-DAY-BASIS = "B"
                   MOVE WS-ISS-DAY-INT TO WS-BD-FROM-INT
                   MOVE WS-CON-DAY-INT TO WS-BD-TO-INT
                   PERFORM 3470-COUNT-BUSINESS-DAYS
                   MOVE WS-BD-COUNT TO WS-ELAPSED
               END-IF
               PERFORM 3500-RECORD-MEASUREMENT
           END-IF.

       3470-COUNT-BUSINESS-DAYS.
      *    Whole weeks carry five weekdays each; the odd days left
      *    over are tried one at a time; then every calendar row
      *    inside the span takes a holiday off or adds a worked
      *    weekend day back.  The issue day itself is not counted,
      *    so a number issued Friday and keyed Monday took one
      *    business day, the way a calendar-day pool counts.
           COMPUTE WS-BD-FULL-WEEKS =
               (WS-BD-TO-INT - WS-BD-FROM-INT) / 7
           COMPUTE WS-BD-COUNT = WS-BD-FULL-WEEKS * 5
           COMPUTE WS-BD-DAY-INT =
               WS-BD-FROM-INT + WS-BD-FULL-WEEKS * 7 + 1
           PERFORM 3475-COUNT-ONE-DAY
               UNTIL WS-BD-DAY-INT > WS-BD-TO-INT
           PERFORM VARYING WS-CAL-IX FROM 1 BY 1
                   UNTIL WS-CAL-IX > WS-CAL-USED
               IF WS-CE-DAY-INT(WS-CAL-IX) > WS-BD-FROM-INT
                       AND WS-CE-DAY-INT(WS-CAL-IX) <= WS-BD-TO-INT
                   IF WS-CE-DAY-TYPE(WS-CAL-IX) = "H"
                       SUBTRACT 1 FROM WS-BD-COUNT
                   ELSE
                       ADD 1 TO WS-BD-COUNT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BD-COUNT < 0
               MOVE 0 TO WS-BD-COUNT
           END-IF.

       3475-COUNT-ONE-DAY.
           COMPUTE WS-BD-WEEKDAY = FUNCTION MOD(WS-BD-DAY-INT, 7)
           IF WS-BD-WEEKDAY > 0 AND WS-BD-WEEKDAY < 6
               ADD 1 TO WS-BD-COUNT
           END-IF
           ADD 1 TO WS-BD-DAY-INT.

       3500-RECORD-MEASUREMENT.
           EVALUATE TRUE
               WHEN WS-ELAPSED = 0
                   MOVE 1 TO WS-BUCKET-IX
               WHEN WS-ELAPSED = 1
                   MOVE 2 TO WS-BUCKET-IX
               WHEN WS-ELAPSED = 2
                   MOVE 3 TO WS-BUCKET-IX
               WHEN WS-ELAPSED <= 5
                   MOVE 4 TO WS-BUCKET-IX
               WHEN WS-ELAPSED <= 10
                   MOVE 5 TO WS-BUCKET-IX
               WHEN WS-ELAPSED <= 30
                   MOVE 6 TO WS-BUCKET-IX
               WHEN OTHER
                   MOVE 7 TO WS-BUCKET-IX
           END-EVALUATE
           IF WS-ELAPSED > WS-SLA-DAYS
               MOVE "Y" TO WS-BREACH
               PERFORM 3550-WRITE-BREACH
           ELSE
               MOVE "N" TO WS-BREACH
           END-IF
           MOVE WS-POOL-STATS TO WS-AC-STATS
           PERFORM 3590-ACCUMULATE
           MOVE WS-AC-STATS TO WS-POOL-STATS
           MOVE WS-GRAND-STATS TO WS-AC-STATS
           PERFORM 3590-ACCUMULATE
           MOVE WS-AC-STATS TO WS-GRAND-STATS
           PERFORM 3510-ADD-TO-CONSUMER
           PERFORM 3520-ADD-TO-MONTH.

       3510-ADD-TO-CONSUMER.
           MOVE 0 TO WS-CN-FOUND-IX
           PERFORM VARYING WS-CN-IX FROM 1 BY 1
                   UNTIL WS-CN-IX > WS-CN-USED
                   OR WS-CN-FOUND-IX > 0
               IF WS-CN-CONSUMER-ID(WS-CN-IX) = WS-CON-CONSUMER-ID
                   MOVE WS-CN-IX TO WS-CN-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-CN-FOUND-IX = 0
               IF WS-CN-USED < WS-CN-MAX
                   ADD 1 TO WS-CN-USED
                   MOVE WS-CN-USED TO WS-CN-FOUND-IX
                   MOVE WS-CON-CONSUMER-ID
                       TO WS-CN-CONSUMER-ID(WS-CN-FOUND-IX)
                   INITIALIZE WS-AC-STATS
                   MOVE WS-AC-STATS TO WS-CN-STATS(WS-CN-FOUND-IX)
               ELSE
                   MOVE "Y" TO WS-CN-OVERFLOW
               END-IF
           END-IF
           IF WS-CN-FOUND-IX > 0
               MOVE WS-CN-STATS(WS-CN-FOUND-IX) TO WS-AC-STATS
               PERFORM 3590-ACCUMULATE
               MOVE WS-AC-STATS TO WS-CN-STATS(WS-CN-FOUND-IX)
           END-IF.

       3520-ADD-TO-MONTH.
           COMPUTE WS-MONTH-KEY = WS-CON-DATE-KEY / 100
           MOVE 0 TO WS-MO-FOUND-IX
           PERFORM VARYING WS-MO-IX FROM 1 BY 1
                   UNTIL WS-MO-IX > WS-MO-USED
                   OR WS-MO-FOUND-IX > 0
               IF WS-MO-MONTH-KEY(WS-MO-IX) = WS-MONTH-KEY
                   MOVE WS-MO-IX TO WS-MO-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-MO-FOUND-IX = 0
               IF WS-MO-USED < WS-MO-MAX
                   ADD 1 TO WS-MO-USED
                   MOVE WS-MO-USED TO WS-MO-FOUND-IX
                   MOVE WS-MONTH-KEY
                       TO WS-MO-MONTH-KEY(WS-MO-FOUND-IX)
                   INITIALIZE WS-AC-STATS
                   MOVE WS-AC-STATS TO WS-MO-STATS(WS-MO-FOUND-IX)
               ELSE
                   MOVE "Y" TO WS-MO-OVERFLOW
               END-IF
           END-IF
           IF WS-MO-FOUND-IX > 0
               MOVE WS-MO-STATS(WS-MO-FOUND-IX) TO WS-AC-STATS
               PERFORM 3590-ACCUMULATE
               MOVE WS-AC-STATS TO WS-MO-STATS(WS-MO-FOUND-IX)
           END-IF.

       3550-WRITE-BREACH.
           MOVE SPACES TO SLB-RECORD
           MOVE WS-CURRENT-POOL-ID TO SLB-POOL-ID
           MOVE WS-CURRENT-NUMBER TO SLB-ISSUED-NUMBER
           MOVE WS-CON-CONSUMER-ID TO SLB-CONSUMER-ID
           MOVE WS-ISS-RUN-DATE TO SLB-ISSUED-DATE
           MOVE WS-CON-CONSUMED-DATE TO SLB-CONSUMED-DATE
           MOVE WS-ELAPSED TO SLB-ELAPSED-DAYS
           MOVE WS-SLA-DAYS TO SLB-SLA-DAYS
           MOVE WS-DAY-BASIS TO SLB-DAY-BASIS
           COMPUTE SLB-DAYS-LATE = WS-ELAPSED - WS-SLA-DAYS
           MOVE WS-ISS-REQUEST-ID TO SLB-REQUEST-ID
           WRITE SLB-RECORD
           IF WS-SLB-STATUS NOT = "00"
               DISPLAY "FATAL: SLBFILE write failed - status "
                   WS-SLB-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BREACHES-WRITTEN.

       3590-ACCUMULATE.
           ADD 1 TO WS-AC-COUNT
           ADD 1 TO WS-AC-BUCKET(WS-BUCKET-IX)
           ADD WS-ELAPSED TO WS-AC-TOTAL-DAYS
           IF WS-ELAPSED > WS-AC-WORST
               MOVE WS-ELAPSED TO WS-AC-WORST
           END-IF
           IF WS-BREACH = "Y"
               ADD 1 TO WS-AC-BREACHES
           END-IF.

       3600-POOL-BREAK.
           MOVE WS-POOL-STATS TO WS-AC-STATS
           IF WS-AC-COUNT > 0
               MOVE SPACES TO WS-RPT-DETAIL
               MOVE WS-PREV-POOL-ID TO D-KEY
               IF WS-DAY-BASIS = "B"
                   MOVE "BUSINESS" TO D-BASIS
               ELSE
                   MOVE "CALENDAR" TO D-BASIS
               END-IF
               MOVE WS-SLA-DAYS TO D-SLA
               PERFORM 5100-WRITE-DETAIL-LINE
           END-IF
           INITIALIZE WS-AC-STATS
           MOVE WS-AC-STATS TO WS-POOL-STATS.

       3650-LOAD-POOL-SLA.
      *    Once per pool, at its first measured number.  A row with
      *    no day basis of its own counts the way the pool counts
      *    (CTL-DAY-BASIS); a pool with no row at all is held to
      *    the shop level.
           MOVE WS-SHOP-SLA-DAYS TO WS-SLA-DAYS
           MOVE WS-SHOP-SLA-BASIS TO WS-DAY-BASIS
           PERFORM VARYING WS-SLA-IX FROM 1 BY 1
                   UNTIL WS-SLA-IX > WS-SLA-USED
               IF WS-SE-POOL-ID(WS-SLA-IX) = WS-CURRENT-POOL-ID
                   MOVE WS-SE-DAYS(WS-SLA-IX) TO WS-SLA-DAYS
                   MOVE WS-SE-DAY-BASIS(WS-SLA-IX) TO WS-DAY-BASIS
               END-IF
           END-PERFORM
           IF WS-DAY-BASIS = SPACE
               MOVE "C" TO WS-DAY-BASIS
               IF WS-CTL-OPEN = "Y"
                   MOVE WS-CURRENT-POOL-ID TO CTL-POOL-ID
                   READ CTL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CTL-DAY-BASIS = "B"
                               MOVE "B" TO WS-DAY-BASIS
                           END-IF
                   END-READ
               END-IF
           END-IF.

       3700-WRITE-GRAND-LINE.
      *    Every pool together - a mix of bases when the pools
      *    differ, so no basis or level is shown against it.
           MOVE WS-GRAND-STATS TO WS-AC-STATS
           IF WS-AC-COUNT > 0
               MOVE SPACES TO WS-RPT-DETAIL
               MOVE "ALL POOLS" TO D-KEY
               PERFORM 5100-WRITE-DETAIL-LINE
           END-IF.

       6000-REPORT-CONSUMERS.
      *    Each consumer's numbers are measured against their own
      *    pool's level and basis; the line adds them up as they
      *    came.
           MOVE "C" TO WS-REPORT-SECTION
           MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
           MOVE LOW-VALUES TO WS-LAST-PRINTED-ID
           MOVE WS-CN-USED TO WS-PRINT-COUNT
           PERFORM 6100-PRINT-NEXT-CONSUMER WS-PRINT-COUNT TIMES
           IF WS-CN-OVERFLOW = "Y"
               DISPLAY "LATENCY WARNING: more than " WS-CN-MAX
                   " consumers - the rest are in the pool and "
                   "month figures only"
           END-IF.

       6100-PRINT-NEXT-CONSUMER.
           MOVE HIGH-VALUES TO WS-NEXT-ID
           MOVE 0 TO WS-PRINT-IX
           PERFORM VARYING WS-CN-IX FROM 1 BY 1
                   UNTIL WS-CN-IX > WS-CN-USED
               IF WS-CN-CONSUMER-ID(WS-CN-IX) > WS-LAST-PRINTED-ID
                       AND WS-CN-CONSUMER-ID(WS-CN-IX) <= WS-NEXT-ID
                   MOVE WS-CN-CONSUMER-ID(WS-CN-IX) TO WS-NEXT-ID
                   MOVE WS-CN-IX TO WS-PRINT-IX
               END-IF
           END-PERFORM
           IF WS-PRINT-IX > 0
               MOVE WS-NEXT-ID TO WS-LAST-PRINTED-ID
               MOVE WS-CN-STATS(WS-PRINT-IX) TO WS-AC-STATS
               MOVE SPACES TO WS-RPT-DETAIL
               MOVE WS-NEXT-ID TO D-KEY
               IF WS-NEXT-ID = SPACES
                   MOVE "(NONE)" TO D-KEY
               END-IF
               PERFORM 5100-WRITE-DETAIL-LINE
           END-IF.

       7000-REPORT-TREND.
      *    Month by month on the consumed date, oldest first.  The
      *    trend compares each month's share of numbers consumed
      *    late with the month before it.
           MOVE "M" TO WS-REPORT-SECTION
           MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
           MOVE 0 TO WS-LAST-PRINTED-MONTH
           MOVE "N" TO WS-PREV-MONTH-SET
           MOVE WS-MO-USED TO WS-PRINT-COUNT
           PERFORM 7100-PRINT-NEXT-MONTH WS-PRINT-COUNT TIMES
           IF WS-MO-OVERFLOW = "Y"
               DISPLAY "LATENCY WARNING: more than " WS-MO-MAX
                   " months - the later ones are left off the trend"
           END-IF.

       7100-PRINT-NEXT-MONTH.
           MOVE 999999 TO WS-NEXT-MONTH
           MOVE 0 TO WS-PRINT-IX
           PERFORM VARYING WS-MO-IX FROM 1 BY 1
                   UNTIL WS-MO-IX > WS-MO-USED
               IF WS-MO-MONTH-KEY(WS-MO-IX) > WS-LAST-PRINTED-MONTH
                       AND WS-MO-MONTH-KEY(WS-MO-IX) <= WS-NEXT-MONTH
                   MOVE WS-MO-MONTH-KEY(WS-MO-IX) TO WS-NEXT-MONTH
                   MOVE WS-MO-IX TO WS-PRINT-IX
               END-IF
           END-PERFORM
           IF WS-PRINT-IX > 0
               MOVE WS-NEXT-MONTH TO WS-LAST-PRINTED-MONTH
               MOVE WS-MO-STATS(WS-PRINT-IX) TO WS-AC-STATS
               MOVE SPACES TO WS-RPT-DETAIL
               MOVE WS-NEXT-MONTH(1:4) TO D-KEY(1:4)
               MOVE "/" TO D-KEY(5:1)
               MOVE WS-NEXT-MONTH(5:2) TO D-KEY(6:2)
               COMPUTE WS-BREACH-PCT ROUNDED =
                   WS-AC-BREACHES * 100 / WS-AC-COUNT
               IF WS-PREV-MONTH-SET = "Y"
                   EVALUATE TRUE
                       WHEN WS-BREACH-PCT < WS-PREV-BREACH-PCT
                           MOVE "BETTER" TO D-BASIS
                       WHEN WS-BREACH-PCT > WS-PREV-BREACH-PCT
                           MOVE "WORSE" TO D-BASIS
                       WHEN OTHER
                           MOVE "SAME" TO D-BASIS
                   END-EVALUATE
               END-IF
               MOVE WS-BREACH-PCT TO WS-PREV-BREACH-PCT
               MOVE "Y" TO WS-PREV-MONTH-SET
               PERFORM 5100-WRITE-DETAIL-LINE
           END-IF.

       5000-WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE TO H1-RUN-DATE
           MOVE WS-PAGE-COUNT TO H1-PAGE
           IF WS-PAGE-COUNT = 1
               WRITE RPT-LINE FROM WS-RPT-HEADING-1
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE RPT-LINE FROM WS-RPT-HEADING-1
                   AFTER ADVANCING PAGE
           END-IF
           IF WS-SEL-FROM-DATE = SPACES
               MOVE "(FIRST)" TO HR-FROM-DATE
           ELSE
               MOVE WS-SEL-FROM-DATE TO HR-FROM-DATE
           END-IF
           MOVE WS-SEL-TO-DATE TO HR-TO-DATE
           IF WS-SEL-POOL-ID = SPACES
               MOVE "(ALL)" TO HR-POOL-ID
           ELSE
               MOVE WS-SEL-POOL-ID TO HR-POOL-ID
           END-IF
           WRITE RPT-LINE FROM WS-RPT-HEADING-RANGE
               AFTER ADVANCING 1 LINE
           EVALUATE WS-REPORT-SECTION
               WHEN "C"
                   MOVE "CONSUMER" TO H2-KEY
                   MOVE SPACES TO H2-BASIS
                   MOVE SPACES TO H2-SLA
               WHEN "M"
                   MOVE "MONTH" TO H2-KEY
                   MOVE "TREND" TO H2-BASIS
                   MOVE SPACES TO H2-SLA
               WHEN OTHER
                   MOVE "POOL" TO H2-KEY
                   MOVE "DAYS" TO H2-BASIS
                   MOVE "SLA" TO H2-SLA
           END-EVALUATE
           WRITE RPT-LINE FROM WS-RPT-HEADING-2
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE AFTER ADVANCING 1 LINE
           MOVE 0 TO WS-LINE-COUNT.

       5100-WRITE-DETAIL-LINE.
      *    The caller has set the key columns; the figures come
      *    from WS-AC-STATS.
           IF WS-PAGE-COUNT = 0 OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 5000-WRITE-REPORT-HEADERS
           END-IF
           MOVE WS-AC-COUNT TO D-COUNT
           PERFORM VARYING WS-AC-IX FROM 1 BY 1 UNTIL WS-AC-IX > 7
               MOVE WS-AC-BUCKET(WS-AC-IX) TO D-BUCKET(WS-AC-IX)
           END-PERFORM
           COMPUTE WS-AVERAGE ROUNDED =
               WS-AC-TOTAL-DAYS / WS-AC-COUNT
           COMPUTE WS-BREACH-PCT ROUNDED =
               WS-AC-BREACHES * 100 / WS-AC-COUNT
           MOVE WS-AVERAGE TO D-AVERAGE
           MOVE WS-AC-WORST TO D-WORST
           MOVE WS-AC-BREACHES TO D-BREACHES
           MOVE WS-BREACH-PCT TO D-BREACH-PCT
           WRITE RPT-LINE FROM WS-RPT-DETAIL AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       5200-WRITE-COUNT-LINE.
           WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

       5900-WRITE-REPORT-FOOTER.
           IF WS-PAGE-COUNT = 0
               PERFORM 5000-WRITE-REPORT-HEADERS
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-GRAND-STATS TO WS-AC-STATS
           MOVE "NUMBERS MEASURED:" TO C-LABEL
           MOVE WS-AC-COUNT TO C-COUNT
           PERFORM 5200-WRITE-COUNT-LINE
           MOVE "CONSUMED LATE (ON SLBFILE):" TO C-LABEL
           MOVE WS-BREACHES-WRITTEN TO C-COUNT
           PERFORM 5200-WRITE-COUNT-LINE
           MOVE "NOT MEASURED - NO ISSUE ROW:" TO C-LABEL
           MOVE WS-NO-ISSUE-COUNT TO C-COUNT
           PERFORM 5200-WRITE-COUNT-LINE
           MOVE "NOT MEASURED - VOIDED NUMBER:" TO C-LABEL
           MOVE WS-VOIDED-COUNT TO C-COUNT
           PERFORM 5200-WRITE-COUNT-LINE
           MOVE "NOT MEASURED - DATE UNUSABLE:" TO C-LABEL
           MOVE WS-BAD-DATE-COUNT TO C-COUNT
           PERFORM 5200-WRITE-COUNT-LINE.

       9000-TERMINATE.
           PERFORM 5900-WRITE-REPORT-FOOTER
           CLOSE RPT-FILE
           CLOSE SLB-FILE
           IF WS-CTL-OPEN = "Y"
               CLOSE CTL-FILE
           END-IF.
