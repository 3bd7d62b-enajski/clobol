     *>                   file would not open. The business date
     *>                   comes from CYCLDATE, falling back to the
     *>                   clock date with a warning.
     *>   2026-10-04  JH  RCVDEPT now also carries rejected-set and
     *>                   held-batch records for the department
     *>                   return step; only accepted sets (col 31 'A',
     *>                   or blank on an older file) mark a department
     *>                   received, as before.
     *>   2026-10-10  JH  Reads the business-day calendar (BUSCAL,
     *>                   maintained by BCALMNT) the date roll uses.
     *>                   On a date it marks non-processing - a
     *>                   holiday, or a day the standard week skips -
     *>                   no department is expected, whatever its
     *>                   SUBCAL day flags say, and the register says
     *>                   why; work that arrives anyway is listed.
     *>                   Without BUSCAL every date is checked as a
     *>                   business day, as before.
     *>--------------------------------------------------------------
      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
          SELECT OPTIONAL RECEIVED-DEPT-FILE ASSIGN TO "RCVDEPT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-RCV-FILE-STATUS.
          SELECT OPTIONAL BUSINESS-CAL-FILE ASSIGN TO "BUSCAL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS BU-CAL-DATE
              FILE STATUS IS WS-BUSCAL-FILE-STATUS.
          SELECT OPTIONAL CYCLE-DATE-FILE ASSIGN TO "CYCLDATE"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-CYCLE-FILE-STATUS.
              88  SC-CAL-INACTIVE              VALUE 'I'.
          05  FILLER                  PIC X(44).
     *> One record per accepted *HDR* set, written by the front-end
     *> edit: which departments actually transmitted tonight. Sets
     *> rejected whole and held batches are marked in col 31.
      FD  RECEIVED-DEPT-FILE
          RECORD CONTAINS 80 CHARACTERS.
      01  RECEIVED-DEPT-RECORD.
          05  RV-DEPARTMENT           PIC X(20).
          05  FILLER                  PIC X(01).
          05  RV-FILE-DATE            PIC X(08).
          05  FILLER                  PIC X(01).
          05  RV-SET-STATUS           PIC X(01).
              88  RV-SET-ACCEPTED              VALUE 'A' SPACE.
          05  FILLER                  PIC X(49).
     *> The business-day calendar maintained by BCALMNT: the
     *> standard week under date 00000000, then holidays (H) and
     *> extra business days (B) by date.
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
     *> The cycle-date control record the scheduler writes once per
     *> night, same layout every step of the night reads.
      FD  CYCLE-DATE-FILE
      WORKING-STORAGE SECTION.
      77  WS-CAL-FILE-STATUS          PIC X(02).
      77  WS-RCV-FILE-STATUS          PIC X(02).
      77  WS-BUSCAL-FILE-STATUS       PIC X(02).
      77  WS-CYCLE-FILE-STATUS        PIC X(02).
      77  WS-REPORT-FILE-STATUS       PIC X(02).
      01  WS-SWITCHES.
              88  DEPT-ENTRY-FOUND             VALUE 'Y'.
          05  WS-MISSING-SWITCH       PIC X(01) VALUE 'N'.
              88  EXPECTED-WORK-MISSING        VALUE 'Y'.
          05  WS-BUSCAL-OPEN-SWITCH   PIC X(01) VALUE 'N'.
              88  BUSCAL-FILE-OPEN             VALUE 'Y'.
          05  WS-NON-PROC-SWITCH      PIC X(01) VALUE 'N'.
              88  NON-PROCESSING-DAY           VALUE 'Y'.
      01  WS-COUNTERS.
          05  WS-EXPECTED-COUNT       PIC 9(03) BINARY VALUE 0.
          05  WS-RECEIVED-COUNT       PIC 9(03) BINARY VALUE 0.
          05  WS-CYC-MONTH            PIC 9(02).
          05  WS-CYC-DAY              PIC 9(02).
      01  WS-DEPT-SLOT                PIC 9(03) BINARY VALUE 0.
     *> The standard week from the business-day calendar, Monday
     *> first; Monday-Friday when the calendar has none.
      01  WS-STANDARD-WEEK.
          05  WS-STD-WEEK-FLAG OCCURS 7 TIMES
                                      PIC X(01).
      01  WS-NON-PROC-REASON          PIC X(30) VALUE SPACES.
     *> Day-of-week working fields (Zeller): WS-DOW-H comes out 0
     *> for Saturday; WS-WEEKDAY-NO is the Monday-first 1-7 index
     *> the calendar's day flags are kept in.
          05  FILLER                  PIC X(09) VALUE "WEEKDAY: ".
          05  BC-WEEKDAY              PIC X(03).
          05  FILLER                  PIC X(93) VALUE SPACES.
      01  WS-RPT-NON-PROC-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(21)
                  VALUE "NON-PROCESSING DAY - ".
          05  BN-REASON               PIC X(30).
          05  FILLER                  PIC X(31)
                  VALUE " - NO SUBMISSIONS ARE EXPECTED".
          05  FILLER                  PIC X(49) VALUE SPACES.
      01  WS-RPT-HDG2-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(20) VALUE "DEPARTMENT".
          ACCEPT WS-RUN-TIME FROM TIME
          PERFORM 1500-READ-CYCLE-DATE THRU 1500-EXIT
          PERFORM 1600-WORK-OUT-WEEKDAY THRU 1600-EXIT
          PERFORM 1700-CHECK-BUSINESS-DAY THRU 1700-EXIT
          OPEN INPUT SUBMISSION-CAL-FILE
          IF WS-CAL-FILE-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN SUBCAL, FILE STATUS "
          END-EVALUATE
          MOVE WS-RPT-CRIT-LINE TO SUB-REPORT-LINE
          WRITE SUB-REPORT-LINE
          IF NON-PROCESSING-DAY
              MOVE WS-NON-PROC-REASON TO BN-REASON
              MOVE WS-RPT-NON-PROC-LINE TO SUB-REPORT-LINE
              WRITE SUB-REPORT-LINE
          END-IF
          MOVE WS-RPT-HDG2-LINE TO SUB-REPORT-LINE
          WRITE SUB-REPORT-LINE.
      1000-EXIT.
      1600-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 1700-CHECK-BUSINESS-DAY
     *>   The same rule the date roll applies: an active dated
     *>   record decides (H non-processing, B business), otherwise
     *>   the standard week's flag for the weekday does. With no
     *>   calendar the date is taken as a business day and the
     *>   SUBCAL day flags alone decide, as they always did.
     *>--------------------------------------------------------------
      1700-CHECK-BUSINESS-DAY.
          OPEN INPUT BUSINESS-CAL-FILE
          IF WS-BUSCAL-FILE-STATUS NOT = "00"
              DISPLAY "BUSCAL NOT AVAILABLE (FILE STATUS "
                  WS-BUSCAL-FILE-STATUS
                  ") - DATE CHECKED AS A BUSINESS DAY"
              GO TO 1700-EXIT
          END-IF
          SET BUSCAL-FILE-OPEN TO TRUE
          MOVE "YYYYYNN" TO WS-STANDARD-WEEK
          MOVE 0 TO BU-CAL-DATE
          READ BUSINESS-CAL-FILE
              INVALID KEY
                  MOVE SPACE TO BU-ACTIVE-FLAG
          END-READ
          IF BU-CAL-ACTIVE AND BU-STANDARD-WEEK
              MOVE BU-WEEK-FLAGS TO WS-STANDARD-WEEK
          END-IF
          MOVE WS-CYCLE-DATE TO BU-CAL-DATE
          READ BUSINESS-CAL-FILE
              INVALID KEY
                  MOVE SPACE TO BU-ACTIVE-FLAG
          END-READ
          IF BU-CAL-ACTIVE AND BU-HOLIDAY
              SET NON-PROCESSING-DAY TO TRUE
              MOVE BU-DESCRIPTION TO WS-NON-PROC-REASON
              IF WS-NON-PROC-REASON = SPACES
                  MOVE "HOLIDAY" TO WS-NON-PROC-REASON
              END-IF
              GO TO 1700-EXIT
          END-IF
          IF BU-CAL-ACTIVE AND BU-EXTRA-BUSINESS-DAY
              GO TO 1700-EXIT
          END-IF
          IF WS-STD-WEEK-FLAG (WS-WEEKDAY-NO) NOT = 'Y'
              SET NON-PROCESSING-DAY TO TRUE
              MOVE "NOT A BUSINESS DAY OF THE WEEK"
                  TO WS-NON-PROC-REASON
          END-IF.
      1700-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2000-LOAD-CALENDAR
     *>   Sequential sweep of the keyed calendar in key order
     *>   (department, then effective date ascending): each record
     *> 3200-MARK-ONE-RECEIPT
     *>--------------------------------------------------------------
      3200-MARK-ONE-RECEIPT.
          IF NOT RV-SET-ACCEPTED
              PERFORM 3100-READ-RCV-RECORD THRU 3100-EXIT
              GO TO 3200-EXIT
          END-IF
          MOVE RV-DEPARTMENT TO SC-DEPARTMENT
          PERFORM 2300-FIND-DEPT-ENTRY THRU 2300-EXIT
          IF DEPT-ENTRY-FOUND
          MOVE SPACES TO BD-EXCEPTION
          IF WS-DE-ACTIVE-FLAG (DX) = 'A'
              AND WS-DE-DAY-FLAG (DX WS-WEEKDAY-NO) = 'Y'
              AND NOT NON-PROCESSING-DAY
              MOVE "YES" TO BD-EXPECTED
              ADD 1 TO WS-EXPECTED-COUNT
          ELSE
              DISPLAY "EXPECTED SUBMISSION MISSING - "
                  WS-DE-DEPARTMENT (DX)
          END-IF
          IF NON-PROCESSING-DAY
              AND WS-DE-RECEIVED-FLAG (DX) = 'Y'
              MOVE "RECEIVED ON A NON-PROCESSING DAY"
                  TO BD-EXCEPTION
          END-IF
          MOVE WS-RPT-DETAIL-LINE TO SUB-REPORT-LINE
          WRITE SUB-REPORT-LINE.
      5100-EXIT.
          WRITE SUB-REPORT-LINE
          CLOSE SUBMISSION-CAL-FILE
          CLOSE RECEIVED-DEPT-FILE
          IF BUSCAL-FILE-OPEN
              CLOSE BUSINESS-CAL-FILE
          END-IF
          CLOSE SUB-REPORT-FILE.
      8000-EXIT.
          EXIT.
