     *>                   against its group's control limits) counts
     *>                   with the rejected batches in the monthly
     *>                   summary.
     *>   2026-10-01  JH  AUDITLOG records are now chained (each
     *>                   carries a chain value over its contents and
     *>                   the record before it - see SUMINTS). The
     *>                   split is now a single cut: once a record has
     *>                   been retained, every record after it is
     *>                   retained too, even one dated inside the
     *>                   archive range (counted as KEPT LIVE), so the
     *>                   archive generation and the trimmed live log
     *>                   are each one unbroken run of the chain. The
     *>                   chain values the generation and the trimmed
     *>                   log end at are printed; the first is the
     *>                   opening value AUDVFY needs to verify the new
     *>                   live log (or the next generation).
     *>   2026-10-10  JH  Each month heading now carries that month's
     *>                   business days from the business-day
     *>                   calendar (BUSCAL, maintained by BCALMNT),
     *>                   how many of them logged batches and how
     *>                   many did not, and how many non-processing
     *>                   days logged batches anyway. Left blank when
     *>                   BUSCAL is not there.
     *>--------------------------------------------------------------
      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
          SELECT ARC-PARM-FILE ASSIGN TO "ARCPARM"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-PARM-FILE-STATUS.
          SELECT OPTIONAL BUSINESS-CAL-FILE ASSIGN TO "BUSCAL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS BU-CAL-DATE
              FILE STATUS IS WS-BUSCAL-FILE-STATUS.
          SELECT ARC-REPORT-FILE ASSIGN TO "ARCRPT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-REPORT-FILE-STATUS.
          05  AL-EXPECTED             PIC -(17)9.
          05  FILLER                  PIC X(01).
          05  AL-HAS-EXPECTED         PIC X(01).
          05  FILLER                  PIC X(01).
          05  AL-CHAIN-VALUE          PIC 9(10).
      FD  ARCHIVE-OUT-FILE
          RECORD CONTAINS 132 CHARACTERS.
      01  ARCHIVE-RECORD              PIC X(132).
      01  ARC-PARM-RECORD.
          05  AP-ARCHIVE-THRU-MONTH   PIC X(06).
          05  FILLER                  PIC X(74).
     *> The business-day calendar: the standard week under date
     *> 00000000, then holidays (H) and extra business days (B).
      FD  BUSINESS-CAL-FILE
          RECORD CONTAINS 80 CHARACTERS.
      01  BUSINESS-CAL-RECORD.
          05  BU-CAL-DATE             PIC 9(08).
          05  BU-DAY-TYPE             PIC X(01).
              88  BU-HOLIDAY                   VALUE 'H'.
              88  BU-EXTRA-BUSINESS-DAY        VALUE 'B'.
              88  BU-STANDARD-WEEK             VALUE 'W'.
          05  BU-WEEK-FLAGS           PIC X(07).
          05  BU-ACTIVE-FLAG          PIC X(01).
              88  BU-CAL-ACTIVE                VALUE 'A'.
              88  BU-CAL-INACTIVE              VALUE 'I'.
          05  BU-DESCRIPTION          PIC X(30).
          05  FILLER                  PIC X(33).
      FD  ARC-REPORT-FILE
          RECORD CONTAINS 132 CHARACTERS.
      01  ARC-REPORT-LINE             PIC X(132).
      77  WS-ARCHIVE-OUT-STATUS       PIC X(02).
      77  WS-NEW-LOG-STATUS           PIC X(02).
      77  WS-PARM-FILE-STATUS         PIC X(02).
      77  WS-BUSCAL-FILE-STATUS       PIC X(02).
      77  WS-REPORT-FILE-STATUS       PIC X(02).
      01  WS-SWITCHES.
          05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
              88  AUDIT-FILE-EOF               VALUE 'Y'.
          05  WS-SUMMARY-FOUND-SWITCH PIC X(01) VALUE 'N'.
              88  SUMMARY-ENTRY-FOUND          VALUE 'Y'.
          05  WS-CUT-SWITCH           PIC X(01) VALUE 'N'.
              88  LIVE-LOG-CUT-REACHED         VALUE 'Y'.
          05  WS-BUSCAL-AVAIL-SWITCH  PIC X(01) VALUE 'N'.
              88  BUSINESS-CAL-AVAILABLE       VALUE 'Y'.
          05  WS-MONTH-FOUND-SWITCH   PIC X(01) VALUE 'N'.
              88  MONTH-ENTRY-FOUND            VALUE 'Y'.
          05  WS-BUSINESS-DAY-SWITCH  PIC X(01) VALUE 'N'.
              88  IS-BUSINESS-DAY              VALUE 'Y'.
              88  IS-NON-PROCESSING-DAY        VALUE 'N'.
      01  WS-COUNTERS.
          05  WS-RECORDS-READ         PIC 9(09) BINARY VALUE 0.
          05  WS-RECORDS-ARCHIVED     PIC 9(09) BINARY VALUE 0.
          05  WS-RECORDS-RETAINED     PIC 9(09) BINARY VALUE 0.
          05  WS-RECORDS-KEPT-LIVE    PIC 9(09) BINARY VALUE 0.
      01  WS-ARCHIVE-THRU-MONTH       PIC 9(06) VALUE 0.
      01  WS-SUMMARY-SLOT             PIC 9(03) BINARY VALUE 0.
      01  WS-AUDIT-SUMA               PIC S9(17) COMP-3 VALUE 0.
      01  WS-RUN-DATE                 PIC 9(08).
      01  WS-CURRENT-MONTH            PIC 9(06) VALUE 0.
     *> Chain value of the last chained record written to each side.
      01  WS-ARCHIVE-END-CHAIN        PIC 9(10) VALUE 0.
      01  WS-LIVE-END-CHAIN           PIC 9(10) VALUE 0.
     *> One summary entry per (month, group) pair seen among the
     *> archived records. 600 entries covers 12 months of 50 live
     *> groups in one pass, well above any real backlog.
              10  WS-SE-REJECT-COUNT  PIC 9(09) BINARY.
              10  WS-SE-OOB-COUNT     PIC 9(09) BINARY.
              10  WS-SE-SUMA-TOTAL    PIC S9(17) COMP-3.
     *> Which days of each archived month logged any batch, for the
     *> business-day counts on the month heading. 120 months is ten
     *> years archived in one pass.
      01  WS-MONTH-DAYS-TABLE.
          05  WS-MONTH-DAYS-COUNT     PIC 9(03) BINARY VALUE 0.
          05  WS-MONTH-DAYS-MAX       PIC 9(03) BINARY VALUE 120.
          05  WS-MONTH-DAYS-ENTRY OCCURS 120 TIMES
                  INDEXED BY MX.
              10  WS-MD-MONTH         PIC 9(06).
              10  WS-MD-DAY-RUN OCCURS 31 TIMES
                                      PIC X(01).
      01  WS-MONTH-SLOT               PIC 9(03) BINARY VALUE 0.
      01  WS-SEARCH-MONTH             PIC 9(06) VALUE 0.
      01  WS-CAL-DAY                  PIC 9(02) BINARY VALUE 0.
      01  WS-CAL-MONTH-LENGTH         PIC 9(02) VALUE 0.
      01  WS-CAL-QUOTIENT             PIC 9(09) BINARY VALUE 0.
      01  WS-CAL-REMAINDER            PIC 9(05) BINARY VALUE 0.
      01  WS-CAL-COUNTERS.
          05  WS-CAL-BUSINESS-DAYS    PIC 9(03) BINARY VALUE 0.
          05  WS-CAL-DAYS-RUN         PIC 9(03) BINARY VALUE 0.
          05  WS-CAL-DAYS-NOT-RUN     PIC 9(03) BINARY VALUE 0.
          05  WS-CAL-NON-PROC-RUN     PIC 9(03) BINARY VALUE 0.
     *> The standard week from the calendar, Monday first;
     *> Monday-Friday when the calendar has none.
      01  WS-STANDARD-WEEK.
          05  WS-STD-WEEK-FLAG OCCURS 7 TIMES
                                      PIC X(01).
      01  WS-WEEKDAY-NO               PIC 9(01) VALUE 0.
      01  WS-MONTH-LENGTH-VALUES      PIC X(24)
              VALUE "312831303130313130313031".
      01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
          05  WS-MONTH-LENGTH         PIC 9(02) OCCURS 12 TIMES.
     *> Day-number working fields: a YYYYMMDD date is turned into
     *> a running day count. March is month 3 of the computing
     *> year and January and February fall at the end of the prior
     *> one. Day number mod 7 is 6 on a Monday.
      01  WS-DAY-NUMBER-FIELDS.
          05  WS-DN-DATE              PIC 9(08) VALUE 0.
          05  WS-DN-DATE-R REDEFINES WS-DN-DATE.
              10  WS-DN-MONTH-KEY     PIC 9(06).
              10  WS-DN-DAY           PIC 9(02).
          05  WS-DN-DATE-R2 REDEFINES WS-DN-DATE.
              10  WS-DN-YEAR          PIC 9(04).
              10  WS-DN-MONTH         PIC 9(02).
              10  FILLER              PIC 9(02).
          05  WS-DN-WORK-YEAR         PIC 9(05) BINARY VALUE 0.
          05  WS-DN-WORK-MONTH        PIC 9(03) BINARY VALUE 0.
          05  WS-DN-QUAD              PIC 9(05) BINARY VALUE 0.
          05  WS-DN-CENT              PIC 9(05) BINARY VALUE 0.
          05  WS-DN-QUADCENT          PIC 9(05) BINARY VALUE 0.
          05  WS-DN-MONTH-DAYS        PIC 9(05) BINARY VALUE 0.
          05  WS-DN-DAY-NUMBER        PIC 9(09) BINARY VALUE 0.
      01  WS-RPT-HDG1-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(45)
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(07) VALUE "MONTH: ".
          05  AM-MONTH                PIC 9(06).
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  AM-CALENDAR             PIC X(115).
      01  WS-MONTH-CAL-TEXT.
          05  FILLER                  PIC X(15)
                  VALUE "BUSINESS DAYS: ".
          05  AM-BUSINESS-DAYS        PIC ZZ9.
          05  FILLER                  PIC X(15)
                  VALUE "   NIGHTS RUN: ".
          05  AM-DAYS-RUN             PIC ZZ9.
          05  FILLER                  PIC X(26)
                  VALUE "   BUSINESS DAYS NOT RUN: ".
          05  AM-DAYS-NOT-RUN         PIC ZZ9.
          05  FILLER                  PIC X(28)
                  VALUE "   NON-PROCESSING DAYS RUN: ".
          05  AM-NON-PROC-RUN         PIC ZZ9.
          05  FILLER                  PIC X(19) VALUE SPACES.
      01  WS-RPT-HDG2-LINE.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(05) VALUE "GROUP".
          05  FILLER                  PIC X(10) VALUE "RETAINED:".
          05  AF-RECORDS-RETAINED     PIC ZZZZZZZZ9.
          05  FILLER                  PIC X(62) VALUE SPACES.
      01  WS-RPT-KEPT-LIVE-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(45)
                  VALUE "KEPT LIVE (DATED IN RANGE, AFTER THE CUT):".
          05  AK-RECORDS-KEPT-LIVE    PIC ZZZZZZZZ9.
          05  FILLER                  PIC X(77) VALUE SPACES.
      01  WS-RPT-CHAIN-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  AC-CHAIN-LABEL          PIC X(45).
          05  AC-CHAIN-VALUE          PIC 9(10).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  AC-CHAIN-NOTE           PIC X(50).
          05  FILLER                  PIC X(24) VALUE SPACES.
      PROCEDURE DIVISION.
     *>--------------------------------------------------------------
     *> 0000-MAIN-PROCESS
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          OPEN INPUT BUSINESS-CAL-FILE
          IF WS-BUSCAL-FILE-STATUS = "00"
              SET BUSINESS-CAL-AVAILABLE TO TRUE
              PERFORM 1300-LOAD-STANDARD-WEEK THRU 1300-EXIT
          ELSE
              DISPLAY "BUSCAL NOT AVAILABLE (FILE STATUS "
                  WS-BUSCAL-FILE-STATUS
                  ") - NO BUSINESS-DAY COUNTS"
          END-IF
          PERFORM 1200-READ-PARM-CARD THRU 1200-EXIT
          PERFORM 1900-WRITE-REPORT-HEADERS THRU 1900-EXIT
          PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
      1200-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 1300-LOAD-STANDARD-WEEK
     *>--------------------------------------------------------------
      1300-LOAD-STANDARD-WEEK.
          MOVE "YYYYYNN" TO WS-STANDARD-WEEK
          MOVE 0 TO BU-CAL-DATE
          READ BUSINESS-CAL-FILE
              INVALID KEY
                  MOVE SPACE TO BU-ACTIVE-FLAG
          END-READ
          IF BU-CAL-ACTIVE AND BU-STANDARD-WEEK
              MOVE BU-WEEK-FLAGS TO WS-STANDARD-WEEK
          END-IF.
      1300-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 1900-WRITE-REPORT-HEADERS
     *>--------------------------------------------------------------
      1900-WRITE-REPORT-HEADERS.
     *>   A record dated in or before the archive-thru month is
     *>   written to the archive generation and folded into the
     *>   monthly summary; a later record is carried forward to the
     *>   trimmed live log unchanged. The first record carried
     *>   forward is the cut: everything after it stays live
     *>   whatever its date (a rerun of an old night appended late),
     *>   so neither file has a hole in its chain.
     *>--------------------------------------------------------------
      2000-PROCESS-AUDIT-RECORD.
          ADD 1 TO WS-RECORDS-READ
          IF AL-RUN-MONTH NOT > WS-ARCHIVE-THRU-MONTH
              AND NOT LIVE-LOG-CUT-REACHED
              WRITE ARCHIVE-RECORD FROM AUDIT-RECORD
              ADD 1 TO WS-RECORDS-ARCHIVED
              IF AL-CHAIN-VALUE IS NUMERIC
                  MOVE AL-CHAIN-VALUE TO WS-ARCHIVE-END-CHAIN
              END-IF
              PERFORM 5000-ACCUMULATE-SUMMARY THRU 5000-EXIT
              PERFORM 5300-NOTE-DAY-RUN THRU 5300-EXIT
          ELSE
              SET LIVE-LOG-CUT-REACHED TO TRUE
              WRITE NEW-LOG-RECORD FROM AUDIT-RECORD
              ADD 1 TO WS-RECORDS-RETAINED
              IF AL-RUN-MONTH NOT > WS-ARCHIVE-THRU-MONTH
                  ADD 1 TO WS-RECORDS-KEPT-LIVE
              END-IF
              IF AL-CHAIN-VALUE IS NUMERIC
                  MOVE AL-CHAIN-VALUE TO WS-LIVE-END-CHAIN
              END-IF
          END-IF
          PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
      2000-EXIT.
      5200-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 5300-NOTE-DAY-RUN
     *>   Marks the archived record's day as one that logged a
     *>   batch, in its month's entry (added on first sight).
     *>--------------------------------------------------------------
      5300-NOTE-DAY-RUN.
          IF AL-RUN-DAY < 1 OR AL-RUN-DAY > 31
              GO TO 5300-EXIT
          END-IF
          MOVE AL-RUN-MONTH TO WS-SEARCH-MONTH
          PERFORM 5400-FIND-MONTH-ENTRY THRU 5400-EXIT
          IF NOT MONTH-ENTRY-FOUND
              IF WS-MONTH-DAYS-COUNT >= WS-MONTH-DAYS-MAX
                  GO TO 5300-EXIT
              END-IF
              ADD 1 TO WS-MONTH-DAYS-COUNT
              MOVE WS-MONTH-DAYS-COUNT TO WS-MONTH-SLOT
              SET MX TO WS-MONTH-SLOT
              MOVE AL-RUN-MONTH TO WS-MD-MONTH (MX)
              PERFORM 5450-CLEAR-DAY-RUN THRU 5450-EXIT
                  VARYING WS-CAL-DAY FROM 1 BY 1
                  UNTIL WS-CAL-DAY > 31
          END-IF
          SET MX TO WS-MONTH-SLOT
          MOVE 'Y' TO WS-MD-DAY-RUN (MX AL-RUN-DAY).
      5300-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 5400-FIND-MONTH-ENTRY
     *>   WS-SEARCH-MONTH in; the matched entry number is saved in
     *>   WS-MONTH-SLOT because the VARYING steps MX once more on
     *>   the way out of the loop.
     *>--------------------------------------------------------------
      5400-FIND-MONTH-ENTRY.
          MOVE 'N' TO WS-MONTH-FOUND-SWITCH
          MOVE 0 TO WS-MONTH-SLOT
          IF WS-MONTH-DAYS-COUNT > 0
              PERFORM 5420-SCAN-MONTH-ENTRY THRU 5420-EXIT
                  VARYING MX FROM 1 BY 1
                  UNTIL MONTH-ENTRY-FOUND
                      OR MX > WS-MONTH-DAYS-COUNT
          END-IF.
      5400-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 5420-SCAN-MONTH-ENTRY
     *>--------------------------------------------------------------
      5420-SCAN-MONTH-ENTRY.
          IF WS-MD-MONTH (MX) = WS-SEARCH-MONTH
              SET MONTH-ENTRY-FOUND TO TRUE
              SET WS-MONTH-SLOT TO MX
          END-IF.
      5420-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 5450-CLEAR-DAY-RUN
     *>--------------------------------------------------------------
      5450-CLEAR-DAY-RUN.
          MOVE 'N' TO WS-MD-DAY-RUN (MX WS-CAL-DAY).
      5450-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 8000-TERMINATE
     *>   Prints the monthly summary pages - one month heading, then
     *>   one line per group archived in that month - followed by the
     *>   record-count footer and the chain values each file ends at,
     *>   then closes everything.
     *>--------------------------------------------------------------
      8000-TERMINATE.
          MOVE 0 TO WS-CURRENT-MONTH
          MOVE WS-RECORDS-RETAINED TO AF-RECORDS-RETAINED
          MOVE WS-RPT-FOOTER-LINE TO ARC-REPORT-LINE
          WRITE ARC-REPORT-LINE
          MOVE WS-RECORDS-KEPT-LIVE TO AK-RECORDS-KEPT-LIVE
          MOVE WS-RPT-KEPT-LIVE-LINE TO ARC-REPORT-LINE
          WRITE ARC-REPORT-LINE
          MOVE "ARCHIVE GENERATION ENDS AT CHAIN:" TO AC-CHAIN-LABEL
          MOVE WS-ARCHIVE-END-CHAIN TO AC-CHAIN-VALUE
          MOVE "(OPENING CHAIN TO VERIFY THE NEW LIVE LOG)"
              TO AC-CHAIN-NOTE
          MOVE WS-RPT-CHAIN-LINE TO ARC-REPORT-LINE
          WRITE ARC-REPORT-LINE
          MOVE "NEW LIVE LOG ENDS AT CHAIN:" TO AC-CHAIN-LABEL
          MOVE WS-LIVE-END-CHAIN TO AC-CHAIN-VALUE
          MOVE SPACES TO AC-CHAIN-NOTE
          MOVE WS-RPT-CHAIN-LINE TO ARC-REPORT-LINE
          WRITE ARC-REPORT-LINE
          CLOSE AUDIT-IN-FILE
          CLOSE ARC-PARM-FILE
          CLOSE ARCHIVE-OUT-FILE
          CLOSE NEW-LOG-FILE
          IF BUSINESS-CAL-AVAILABLE
              CLOSE BUSINESS-CAL-FILE
          END-IF
          CLOSE ARC-REPORT-FILE.
      8000-EXIT.
          EXIT.
              MOVE SPACES TO ARC-REPORT-LINE
              WRITE ARC-REPORT-LINE
              MOVE WS-CURRENT-MONTH TO AM-MONTH
              MOVE SPACES TO AM-CALENDAR
              IF BUSINESS-CAL-AVAILABLE
                  PERFORM 8300-COUNT-MONTH-DAYS THRU 8300-EXIT
              END-IF
              MOVE WS-RPT-MONTH-LINE TO ARC-REPORT-LINE
              WRITE ARC-REPORT-LINE
              MOVE WS-RPT-HDG2-LINE TO ARC-REPORT-LINE
          WRITE ARC-REPORT-LINE.
      8200-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 8300-COUNT-MONTH-DAYS
     *>   Each day of WS-CURRENT-MONTH tested against the business-
     *>   day calendar, by the rule the date roll uses, and against
     *>   the days the month's archived records were logged under.
     *>--------------------------------------------------------------
      8300-COUNT-MONTH-DAYS.
          MOVE WS-CURRENT-MONTH TO WS-SEARCH-MONTH
          PERFORM 5400-FIND-MONTH-ENTRY THRU 5400-EXIT
          IF NOT MONTH-ENTRY-FOUND
              GO TO 8300-EXIT
          END-IF
          MOVE 0 TO WS-CAL-BUSINESS-DAYS
          MOVE 0 TO WS-CAL-DAYS-RUN
          MOVE 0 TO WS-CAL-DAYS-NOT-RUN
          MOVE 0 TO WS-CAL-NON-PROC-RUN
          MOVE WS-CURRENT-MONTH TO WS-DN-MONTH-KEY
          MOVE 1 TO WS-DN-DAY
          IF WS-DN-MONTH < 1 OR WS-DN-MONTH > 12
              GO TO 8300-EXIT
          END-IF
          MOVE WS-MONTH-LENGTH (WS-DN-MONTH) TO WS-CAL-MONTH-LENGTH
          IF WS-DN-MONTH = 2
              DIVIDE WS-DN-YEAR BY 4 GIVING WS-CAL-QUOTIENT
                  REMAINDER WS-CAL-REMAINDER
              IF WS-CAL-REMAINDER = 0
                  MOVE 29 TO WS-CAL-MONTH-LENGTH
                  DIVIDE WS-DN-YEAR BY 100 GIVING WS-CAL-QUOTIENT
                      REMAINDER WS-CAL-REMAINDER
                  IF WS-CAL-REMAINDER = 0
                      MOVE 28 TO WS-CAL-MONTH-LENGTH
                      DIVIDE WS-DN-YEAR BY 400
                          GIVING WS-CAL-QUOTIENT
                          REMAINDER WS-CAL-REMAINDER
                      IF WS-CAL-REMAINDER = 0
                          MOVE 29 TO WS-CAL-MONTH-LENGTH
                      END-IF
                  END-IF
              END-IF
          END-IF
          PERFORM 8400-COUNT-ONE-DAY THRU 8400-EXIT
              VARYING WS-CAL-DAY FROM 1 BY 1
              UNTIL WS-CAL-DAY > WS-CAL-MONTH-LENGTH
          MOVE WS-CAL-BUSINESS-DAYS TO AM-BUSINESS-DAYS
          MOVE WS-CAL-DAYS-RUN TO AM-DAYS-RUN
          MOVE WS-CAL-DAYS-NOT-RUN TO AM-DAYS-NOT-RUN
          MOVE WS-CAL-NON-PROC-RUN TO AM-NON-PROC-RUN
          MOVE WS-MONTH-CAL-TEXT TO AM-CALENDAR.
      8300-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 8400-COUNT-ONE-DAY
     *>--------------------------------------------------------------
      8400-COUNT-ONE-DAY.
          MOVE WS-CAL-DAY TO WS-DN-DAY
          PERFORM 8500-CHECK-BUSINESS-DAY THRU 8500-EXIT
          SET MX TO WS-MONTH-SLOT
          IF IS-BUSINESS-DAY
              ADD 1 TO WS-CAL-BUSINESS-DAYS
              IF WS-MD-DAY-RUN (MX WS-CAL-DAY) = 'Y'
                  ADD 1 TO WS-CAL-DAYS-RUN
              ELSE
                  ADD 1 TO WS-CAL-DAYS-NOT-RUN
              END-IF
          ELSE
              IF WS-MD-DAY-RUN (MX WS-CAL-DAY) = 'Y'
                  ADD 1 TO WS-CAL-NON-PROC-RUN
              END-IF
          END-IF.
      8400-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 8500-CHECK-BUSINESS-DAY
     *>   WS-DN-DATE in. An active dated record decides (H
     *>   non-processing, B business); otherwise the standard
     *>   week's flag for the weekday does.
     *>--------------------------------------------------------------
      8500-CHECK-BUSINESS-DAY.
          MOVE WS-DN-DATE TO BU-CAL-DATE
          READ BUSINESS-CAL-FILE
              INVALID KEY
                  MOVE SPACE TO BU-ACTIVE-FLAG
          END-READ
          IF BU-CAL-ACTIVE AND BU-HOLIDAY
              SET IS-NON-PROCESSING-DAY TO TRUE
              GO TO 8500-EXIT
          END-IF
          IF BU-CAL-ACTIVE AND BU-EXTRA-BUSINESS-DAY
              SET IS-BUSINESS-DAY TO TRUE
              GO TO 8500-EXIT
          END-IF
          PERFORM 8600-COMPUTE-DAY-NUMBER THRU 8600-EXIT
          ADD 1 TO WS-DN-DAY-NUMBER
          DIVIDE WS-DN-DAY-NUMBER BY 7 GIVING WS-CAL-QUOTIENT
              REMAINDER WS-CAL-REMAINDER
          COMPUTE WS-WEEKDAY-NO = WS-CAL-REMAINDER + 1
          IF WS-STD-WEEK-FLAG (WS-WEEKDAY-NO) = 'Y'
              SET IS-BUSINESS-DAY TO TRUE
          ELSE
              SET IS-NON-PROCESSING-DAY TO TRUE
          END-IF.
      8500-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 8600-COMPUTE-DAY-NUMBER
     *>   WS-DN-DATE in, WS-DN-DAY-NUMBER out: days from a fixed
     *>   origin. The month term is the days in the months before
     *>   this one, counted from March.
     *>--------------------------------------------------------------
      8600-COMPUTE-DAY-NUMBER.
          MOVE WS-DN-YEAR TO WS-DN-WORK-YEAR
          MOVE WS-DN-MONTH TO WS-DN-WORK-MONTH
          IF WS-DN-WORK-MONTH < 3
              ADD 12 TO WS-DN-WORK-MONTH
              SUBTRACT 1 FROM WS-DN-WORK-YEAR
          END-IF
          DIVIDE WS-DN-WORK-YEAR BY 4 GIVING WS-DN-QUAD
          DIVIDE WS-DN-WORK-YEAR BY 100 GIVING WS-DN-CENT
          DIVIDE WS-DN-WORK-YEAR BY 400 GIVING WS-DN-QUADCENT
          COMPUTE WS-DN-MONTH-DAYS =
              (153 * (WS-DN-WORK-MONTH - 3) + 2) / 5
          COMPUTE WS-DN-DAY-NUMBER = 365 * WS-DN-WORK-YEAR
              + WS-DN-QUAD - WS-DN-CENT + WS-DN-QUADCENT
              + WS-DN-MONTH-DAYS + WS-DN-DAY.
      8600-EXIT.
          EXIT.
