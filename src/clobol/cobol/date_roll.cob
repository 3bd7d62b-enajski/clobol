      IDENTIFICATION DIVISION.
      PROGRAM-ID. DateRoll.
      AUTHOR. J. HARTLEY.
      INSTALLATION. BATCH CONTROL GROUP.
      DATE-WRITTEN. 2026-10-10.
      DATE-COMPILED.
     *>--------------------------------------------------------------
     *> MODIFICATION HISTORY
     *>   2026-10-10  JH  New controlled date roll (load module
     *>                   DATEROLL), the first step of the night.
     *>                   CYCLDATE used to be keyed into the scheduler
     *>                   by hand each night, and nothing stopped it
     *>                   being rolled to a Saturday or holiday, past
     *>                   a business date, or back onto a date
     *>                   EONIGHT had already closed. This step reads
     *>                   the current business date from CYCLDATE
     *>                   and looks on RUNCTL for the EONIGHT step
     *>                   record that closed it; only when the latest
     *>                   one shows the night complete (condition
     *>                   code 00) is CYCLDATE advanced, and then to
     *>                   the next business day on the business-day
     *>                   calendar (BUSCAL, maintained by BCALMNT).
     *>                   A run with the date not closed cleanly, or
     *>                   a second run after a roll, is refused. An
     *>                   operator override card on ROLLPARM allows a
     *>                   RERUN of a business date not after the
     *>                   current one, or a FORCE forward to the next
     *>                   business day without a clean close (and
     *>                   seeds CYCLDATE when it is missing); the card
     *>                   must carry the operator's ID and a reason.
     *>                   Every attempt, rolled or refused, goes on
     *>                   the permanent roll log (ROLLLOG) and a
     *>                   DATEROLL step record goes on RUNCTL. RC 0
     *>                   rolled, RC 8 refused (the night is held),
     *>                   RC 16 a file would not open or CYCLDATE
     *>                   could not be rewritten.
     *>   2026-10-15  JH  A RERUN card may now name any business
     *>                   date up to the latest date closed, not only
     *>                   up to the current date - after a rerun back
     *>                   behind later closed dates, nothing could
     *>                   move the date forward again.
     *>--------------------------------------------------------------
      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
      FILE-CONTROL.
          SELECT OPTIONAL CYCLE-DATE-FILE ASSIGN TO "CYCLDATE"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-CYCLE-FILE-STATUS.
          SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-RUNCTL-FILE-STATUS.
          SELECT BUSINESS-CAL-FILE ASSIGN TO "BUSCAL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS BU-CAL-DATE
              FILE STATUS IS WS-CAL-FILE-STATUS.
          SELECT OPTIONAL ROLL-PARM-FILE ASSIGN TO "ROLLPARM"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-PARM-FILE-STATUS.
          SELECT OPTIONAL ROLL-LOG-FILE ASSIGN TO "ROLLLOG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-LOG-FILE-STATUS.
      DATA DIVISION.
      FILE SECTION.
     *> The cycle-date control record every step of the night
     *> reads; this step is the only one that writes it.
      FD  CYCLE-DATE-FILE
          RECORD CONTAINS 80 CHARACTERS.
      01  CYCLE-DATE-RECORD.
          05  CY-BUSINESS-DATE        PIC X(08).
          05  FILLER                  PIC X(72).
     *> One step record per night step on the shared run-control
     *> file, the layout every step writes. The EONIGHT record for
     *> a business date is its close: condition code 00 complete.
      FD  RUN-CONTROL-FILE
          RECORD CONTAINS 80 CHARACTERS.
      01  RUN-CONTROL-RECORD.
          05  RC-STEP-NAME            PIC X(08).
          05  FILLER                  PIC X(01).
          05  RC-BUSINESS-DATE        PIC 9(08).
          05  FILLER                  PIC X(01).
          05  RC-START-DATE           PIC 9(08).
          05  RC-START-TIME           PIC 9(08).
          05  FILLER                  PIC X(01).
          05  RC-END-DATE             PIC 9(08).
          05  RC-END-TIME             PIC 9(08).
          05  FILLER                  PIC X(01).
          05  RC-RECORDS-IN           PIC 9(09).
          05  FILLER                  PIC X(01).
          05  RC-RECORDS-OUT          PIC 9(09).
          05  FILLER                  PIC X(01).
          05  RC-COND-CODE            PIC 9(02).
          05  FILLER                  PIC X(01).
          05  RC-LEGS                 PIC 9(02).
          05  FILLER                  PIC X(03).
     *> The business-day calendar, as BCALMNT maintains it: the
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
     *> Operator override card, normally absent.
      FD  ROLL-PARM-FILE
          RECORD CONTAINS 80 CHARACTERS.
      01  ROLL-PARM-RECORD.
          05  RP-ACTION               PIC X(05).
              88  RP-RERUN                     VALUE "RERUN".
              88  RP-FORCE                     VALUE "FORCE".
          05  FILLER                  PIC X(01).
          05  RP-TARGET-DATE          PIC X(08).
          05  FILLER                  PIC X(01).
          05  RP-REASON               PIC X(40).
          05  FILLER                  PIC X(17).
          05  RP-OPERATOR-ID          PIC X(08).
      FD  ROLL-LOG-FILE
          RECORD CONTAINS 132 CHARACTERS.
      01  ROLL-LOG-LINE               PIC X(132).
      WORKING-STORAGE SECTION.
      77  WS-CYCLE-FILE-STATUS        PIC X(02).
      77  WS-RUNCTL-FILE-STATUS       PIC X(02).
      77  WS-CAL-FILE-STATUS          PIC X(02).
      77  WS-PARM-FILE-STATUS         PIC X(02).
      77  WS-LOG-FILE-STATUS          PIC X(02).
      01  WS-SWITCHES.
          05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
              88  RUNCTL-FILE-EOF              VALUE 'Y'.
          05  WS-CYCLE-KNOWN-SWITCH   PIC X(01) VALUE 'N'.
              88  CYCLE-DATE-KNOWN             VALUE 'Y'.
          05  WS-OVERRIDE-SWITCH      PIC X(01) VALUE 'N'.
              88  OVERRIDE-CARD-PRESENT        VALUE 'Y'.
          05  WS-CLOSE-FOUND-SWITCH   PIC X(01) VALUE 'N'.
              88  PRIOR-CLOSE-FOUND            VALUE 'Y'.
          05  WS-ROLL-SWITCH          PIC X(01) VALUE 'N'.
              88  ROLL-ACCEPTED                VALUE 'Y'.
              88  ROLL-REFUSED                 VALUE 'N'.
          05  WS-BUSINESS-DAY-SWITCH  PIC X(01) VALUE 'N'.
              88  IS-BUSINESS-DAY              VALUE 'Y'.
              88  IS-NON-PROCESSING-DAY        VALUE 'N'.
          05  WS-DATE-VALID-SWITCH    PIC X(01) VALUE 'N'.
              88  EDIT-DATE-VALID              VALUE 'Y'.
              88  EDIT-DATE-INVALID            VALUE 'N'.
      01  WS-COUNTERS.
          05  WS-RUNCTL-READ          PIC 9(09) BINARY VALUE 0.
          05  WS-DAYS-TRIED           PIC 9(03) BINARY VALUE 0.
      01  WS-RUN-DATE                 PIC 9(08).
      01  WS-RUN-TIME                 PIC 9(08).
      01  WS-END-DATE                 PIC 9(08).
      01  WS-END-TIME                 PIC 9(08).
      01  WS-STEP-COND                PIC 9(02) VALUE 0.
     *> The business date CYCLDATE holds now, the date it is to be
     *> rolled to, and the latest date any EONIGHT closed cleanly.
      01  WS-CYCLE-DATE               PIC 9(08) VALUE 0.
      01  WS-TARGET-DATE              PIC 9(08) VALUE 0.
      01  WS-LAST-CLOSED-DATE         PIC 9(08) VALUE 0.
      01  WS-PRIOR-CLOSE-COND         PIC 9(02) VALUE 0.
      01  WS-ROLL-ACTION              PIC X(05) VALUE "ROLL".
      01  WS-ROLL-MESSAGE             PIC X(50) VALUE SPACES.
     *> How far ahead the next business day is looked for before the
     *> calendar is taken to be wrong.
      01  WS-MAX-DAYS-AHEAD           PIC 9(03) BINARY VALUE 31.
     *> The standard week, Monday first: from the calendar's
     *> 00000000 record when it is active, Monday-Friday otherwise.
      01  WS-STANDARD-WEEK.
          05  WS-STD-WEEK-FLAG OCCURS 7 TIMES
                                      PIC X(01).
      01  WS-DAY-NAME-VALUES          PIC X(21)
              VALUE "MONTUEWEDTHUFRISATSUN".
      01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
          05  WS-DAY-NAME             PIC X(03) OCCURS 7 TIMES.
     *> Business-day test: WS-CHECK-DATE in, the switch and a short
     *> reason out.
      01  WS-CHECK-DATE               PIC 9(08) VALUE 0.
      01  WS-WEEKDAY-NO               PIC 9(01) VALUE 0.
      01  WS-WEEKDAY-QUOTIENT         PIC 9(09) BINARY VALUE 0.
      01  WS-WEEKDAY-REMAINDER        PIC 9(01) BINARY VALUE 0.
      01  WS-DAY-REASON               PIC X(30) VALUE SPACES.
      01  WS-WEEKDAY-REASON.
          05  FILLER                  PIC X(16)
                  VALUE "STANDARD WEEK - ".
          05  WS-WR-DAY-NAME          PIC X(03).
          05  FILLER                  PIC X(11) VALUE SPACES.
     *> Date edit: WS-EDIT-DATE in, EDIT-DATE-VALID out.
      01  WS-EDIT-DATE                PIC 9(08) VALUE 0.
      01  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
          05  WS-ED-YEAR              PIC 9(04).
          05  WS-ED-MONTH             PIC 9(02).
          05  WS-ED-DAY               PIC 9(02).
     *> Day-number working fields: a YYYYMMDD date is turned into
     *> a running day count. March is month 3 of the computing
     *> year and January and February fall at the end of the prior
     *> one, which puts the leap day last and keeps the month
     *> lengths a fixed pattern. Day number mod 7 is 6 on a Monday.
      01  WS-DAY-NUMBER-FIELDS.
          05  WS-DN-DATE              PIC 9(08) VALUE 0.
          05  WS-DN-DATE-R REDEFINES WS-DN-DATE.
              10  WS-DN-YEAR          PIC 9(04).
              10  WS-DN-MONTH         PIC 9(02).
              10  WS-DN-DAY           PIC 9(02).
          05  WS-DN-WORK-YEAR         PIC 9(05) BINARY VALUE 0.
          05  WS-DN-WORK-MONTH        PIC 9(03) BINARY VALUE 0.
          05  WS-DN-QUAD              PIC 9(05) BINARY VALUE 0.
          05  WS-DN-CENT              PIC 9(05) BINARY VALUE 0.
          05  WS-DN-QUADCENT          PIC 9(05) BINARY VALUE 0.
          05  WS-DN-MONTH-DAYS        PIC 9(05) BINARY VALUE 0.
          05  WS-DN-DAY-NUMBER        PIC 9(09) BINARY VALUE 0.
     *> Date stepping for the next business day.
      01  WS-ADVANCE-FIELDS.
          05  WS-AD-DATE              PIC 9(08) VALUE 0.
          05  WS-AD-DATE-R REDEFINES WS-AD-DATE.
              10  WS-AD-YEAR          PIC 9(04).
              10  WS-AD-MONTH         PIC 9(02).
              10  WS-AD-DAY           PIC 9(02).
          05  WS-AD-MONTH-LENGTH      PIC 9(02) VALUE 0.
          05  WS-AD-QUOTIENT          PIC 9(05) BINARY VALUE 0.
          05  WS-AD-REMAINDER         PIC 9(05) BINARY VALUE 0.
      01  WS-MONTH-LENGTH-VALUES      PIC X(24)
              VALUE "312831303130313130313031".
      01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
          05  WS-MONTH-LENGTH         PIC 9(02) OCCURS 12 TIMES.
     *> One line per roll attempt on the permanent roll log.
      01  WS-LOG-DETAIL-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  RL-RUN-DATE             PIC 9(08).
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  RL-RUN-TIME             PIC 9(08).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  RL-ACTION               PIC X(05).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  RL-FROM-DATE            PIC X(08).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  RL-TO-DATE              PIC X(08).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  RL-DISPOSITION          PIC X(07).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  RL-PRIOR-CLOSE          PIC X(12).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  RL-OPERATOR-ID          PIC X(08).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  RL-MESSAGE              PIC X(50).
          05  FILLER                  PIC X(02) VALUE SPACES.
      01  WS-CLOSE-RC-TEXT.
          05  FILLER                  PIC X(10) VALUE "CLOSED RC ".
          05  WS-CR-COND-CODE         PIC 9(02).
      PROCEDURE DIVISION.
     *>--------------------------------------------------------------
     *> 0000-MAIN-PROCESS
     *>   Reads the current business date, the override card and
     *>   the night's close from RUNCTL, decides the roll, rewrites
     *>   CYCLDATE when it goes through, and logs the attempt either
     *>   way. Condition code 0 rolled, 8 refused (hold the night
     *>   until the prior date is closed or an override is keyed),
     *>   16 a file would not open or CYCLDATE could not be written.
     *>--------------------------------------------------------------
      0000-MAIN-PROCESS.
          PERFORM 1000-INITIALIZE THRU 1000-EXIT
          PERFORM 2000-DECIDE-ROLL THRU 2000-EXIT
          IF ROLL-ACCEPTED
              PERFORM 3000-REWRITE-CYCLE-DATE THRU 3000-EXIT
          END-IF
          PERFORM 4000-LOG-ATTEMPT THRU 4000-EXIT
          IF ROLL-ACCEPTED
              MOVE 0 TO WS-STEP-COND
          ELSE
              MOVE 8 TO WS-STEP-COND
          END-IF
          PERFORM 8000-TERMINATE THRU 8000-EXIT
          PERFORM 8500-WRITE-STEP-RECORD THRU 8500-EXIT
          MOVE WS-STEP-COND TO RETURN-CODE
          STOP RUN.
     *>--------------------------------------------------------------
     *> 1000-INITIALIZE
     *>   The calendar must be there - a roll without it could land
     *>   on a holiday - and so must the log. CYCLDATE, RUNCTL and
     *>   the override card may each be absent.
     *>--------------------------------------------------------------
      1000-INITIALIZE.
          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
          ACCEPT WS-RUN-TIME FROM TIME
          DISPLAY "PHYSICAL RUN STAMP " WS-RUN-DATE " "
              WS-RUN-TIME
          OPEN INPUT BUSINESS-CAL-FILE
          IF WS-CAL-FILE-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN BUSCAL, FILE STATUS "
                  WS-CAL-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          OPEN EXTEND ROLL-LOG-FILE
          IF WS-LOG-FILE-STATUS NOT = "00"
              AND WS-LOG-FILE-STATUS NOT = "05"
              DISPLAY "UNABLE TO OPEN ROLLLOG, FILE STATUS "
                  WS-LOG-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          PERFORM 1100-LOAD-STANDARD-WEEK THRU 1100-EXIT
          PERFORM 1200-READ-OVERRIDE-CARD THRU 1200-EXIT
          PERFORM 1500-READ-CYCLE-DATE THRU 1500-EXIT
          PERFORM 1700-FIND-PRIOR-CLOSE THRU 1700-EXIT.
      1000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 1100-LOAD-STANDARD-WEEK
     *>--------------------------------------------------------------
      1100-LOAD-STANDARD-WEEK.
          MOVE "YYYYYNN" TO WS-STANDARD-WEEK
          MOVE 0 TO BU-CAL-DATE
          READ BUSINESS-CAL-FILE
              INVALID KEY
                  DISPLAY "NO STANDARD WEEK ON BUSCAL - "
                      "MONDAY-FRIDAY ASSUMED"
                  GO TO 1100-EXIT
          END-READ
          IF BU-CAL-ACTIVE AND BU-STANDARD-WEEK
              MOVE BU-WEEK-FLAGS TO WS-STANDARD-WEEK
          ELSE
              DISPLAY "STANDARD WEEK ON BUSCAL IS INACTIVE - "
                  "MONDAY-FRIDAY ASSUMED"
          END-IF.
      1100-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 1200-READ-OVERRIDE-CARD
     *>   No file, an empty file or a blank card is an ordinary
     *>   night. Anything else is an override, edited in 2000.
     *>--------------------------------------------------------------
      1200-READ-OVERRIDE-CARD.
          OPEN INPUT ROLL-PARM-FILE
          IF WS-PARM-FILE-STATUS NOT = "00"
              GO TO 1200-EXIT
          END-IF
          READ ROLL-PARM-FILE
              AT END
                  CLOSE ROLL-PARM-FILE
                  GO TO 1200-EXIT
          END-READ
          IF ROLL-PARM-RECORD NOT = SPACES
              SET OVERRIDE-CARD-PRESENT TO TRUE
              MOVE RP-ACTION TO WS-ROLL-ACTION
              DISPLAY "OVERRIDE CARD: " RP-ACTION " "
                  RP-TARGET-DATE " BY " RP-OPERATOR-ID
          END-IF
          CLOSE ROLL-PARM-FILE.
      1200-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 1500-READ-CYCLE-DATE
     *>   Unlike the night steps there is no clock-date fallback: a
     *>   missing or bad CYCLDATE leaves the current date unknown,
     *>   and only a FORCE card naming the date can seed it.
     *>--------------------------------------------------------------
      1500-READ-CYCLE-DATE.
          OPEN INPUT CYCLE-DATE-FILE
          IF WS-CYCLE-FILE-STATUS NOT = "00"
              DISPLAY "CYCLDATE NOT AVAILABLE (FILE STATUS "
                  WS-CYCLE-FILE-STATUS ")"
              GO TO 1500-EXIT
          END-IF
          READ CYCLE-DATE-FILE
              AT END
                  DISPLAY "CYCLDATE IS EMPTY"
                  CLOSE CYCLE-DATE-FILE
                  GO TO 1500-EXIT
          END-READ
          CLOSE CYCLE-DATE-FILE
          IF CY-BUSINESS-DATE IS NOT NUMERIC
              DISPLAY "INVALID BUSINESS DATE ON CYCLDATE: "
                  CY-BUSINESS-DATE
              GO TO 1500-EXIT
          END-IF
          MOVE CY-BUSINESS-DATE TO WS-EDIT-DATE
          PERFORM 6600-EDIT-DATE THRU 6600-EXIT
          IF EDIT-DATE-INVALID
              DISPLAY "INVALID BUSINESS DATE ON CYCLDATE: "
                  CY-BUSINESS-DATE
              GO TO 1500-EXIT
          END-IF
          MOVE CY-BUSINESS-DATE TO WS-CYCLE-DATE
          SET CYCLE-DATE-KNOWN TO TRUE
          DISPLAY "CURRENT BUSINESS DATE " WS-CYCLE-DATE.
      1500-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 1700-FIND-PRIOR-CLOSE
     *>   One pass over RUNCTL. The file is appended in run order,
     *>   so the last EONIGHT record for the current date is its
     *>   final close (a rerun of the sheet after a fix writes a
     *>   later one). The latest date any EONIGHT closed cleanly is
     *>   kept too: no ordinary roll may land on or before it.
     *>--------------------------------------------------------------
      1700-FIND-PRIOR-CLOSE.
          OPEN INPUT RUN-CONTROL-FILE
          IF WS-RUNCTL-FILE-STATUS NOT = "00"
              DISPLAY "RUNCTL NOT AVAILABLE (FILE STATUS "
                  WS-RUNCTL-FILE-STATUS ") - NO CLOSE ON RECORD"
              GO TO 1700-EXIT
          END-IF
          PERFORM 1750-READ-STEP-RECORD THRU 1750-EXIT
          PERFORM 1800-CHECK-STEP-RECORD THRU 1800-EXIT
              UNTIL RUNCTL-FILE-EOF
          CLOSE RUN-CONTROL-FILE.
      1700-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 1750-READ-STEP-RECORD
     *>--------------------------------------------------------------
      1750-READ-STEP-RECORD.
          READ RUN-CONTROL-FILE
              AT END
                  SET RUNCTL-FILE-EOF TO TRUE
          END-READ.
      1750-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 1800-CHECK-STEP-RECORD
     *>--------------------------------------------------------------
      1800-CHECK-STEP-RECORD.
          ADD 1 TO WS-RUNCTL-READ
          IF RC-STEP-NAME NOT = "EONIGHT"
              OR RC-BUSINESS-DATE IS NOT NUMERIC
              OR RC-COND-CODE IS NOT NUMERIC
              GO TO 1890-NEXT-RECORD
          END-IF
          IF RC-COND-CODE = 0
              AND RC-BUSINESS-DATE > WS-LAST-CLOSED-DATE
              MOVE RC-BUSINESS-DATE TO WS-LAST-CLOSED-DATE
          END-IF
          IF CYCLE-DATE-KNOWN
              AND RC-BUSINESS-DATE = WS-CYCLE-DATE
              SET PRIOR-CLOSE-FOUND TO TRUE
              MOVE RC-COND-CODE TO WS-PRIOR-CLOSE-COND
          END-IF.
      1890-NEXT-RECORD.
          PERFORM 1750-READ-STEP-RECORD THRU 1750-EXIT.
      1800-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2000-DECIDE-ROLL
     *>   Routes to the ordinary roll or the override named on the
     *>   card. An override card must say who keyed it and why; a
     *>   card that cannot be read as RERUN or FORCE is refused
     *>   outright rather than taken as an ordinary night.
     *>--------------------------------------------------------------
      2000-DECIDE-ROLL.
          SET ROLL-REFUSED TO TRUE
          IF NOT OVERRIDE-CARD-PRESENT
              PERFORM 2100-ORDINARY-ROLL THRU 2100-EXIT
              GO TO 2000-EXIT
          END-IF
          IF NOT RP-RERUN AND NOT RP-FORCE
              MOVE "OVERRIDE CARD ACTION MUST BE RERUN OR FORCE"
                  TO WS-ROLL-MESSAGE
              GO TO 2000-EXIT
          END-IF
          IF RP-OPERATOR-ID = SPACES
              MOVE "OVERRIDE CARD HAS NO OPERATOR ID (COLS 73-80)"
                  TO WS-ROLL-MESSAGE
              GO TO 2000-EXIT
          END-IF
          IF RP-REASON = SPACES
              MOVE "OVERRIDE CARD HAS NO REASON (COLS 16-55)"
                  TO WS-ROLL-MESSAGE
              GO TO 2000-EXIT
          END-IF
          IF RP-RERUN
              PERFORM 2200-RERUN-ROLL THRU 2200-EXIT
          ELSE
              PERFORM 2300-FORCE-ROLL THRU 2300-EXIT
          END-IF.
      2000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2100-ORDINARY-ROLL
     *>   The current date must have been closed cleanly by EONIGHT;
     *>   the roll is then to the next business day, which must lie
     *>   beyond every date already closed. A second run on the same
     *>   night finds the new date not yet closed and is refused.
     *>--------------------------------------------------------------
      2100-ORDINARY-ROLL.
          IF NOT CYCLE-DATE-KNOWN
              MOVE "CYCLDATE MISSING OR INVALID - FORCE CARD NEEDED"
                  TO WS-ROLL-MESSAGE
              GO TO 2100-EXIT
          END-IF
          IF NOT PRIOR-CLOSE-FOUND
              MOVE "NO EONIGHT CLOSE ON RUNCTL FOR CURRENT DATE"
                  TO WS-ROLL-MESSAGE
              GO TO 2100-EXIT
          END-IF
          IF WS-PRIOR-CLOSE-COND NOT = 0
              MOVE "CURRENT DATE CLOSED INCOMPLETE - SEE RUNRPT"
                  TO WS-ROLL-MESSAGE
              GO TO 2100-EXIT
          END-IF
          PERFORM 2500-FIND-NEXT-BUSINESS-DAY THRU 2500-EXIT
          IF WS-TARGET-DATE = 0
              GO TO 2100-EXIT
          END-IF
          IF WS-TARGET-DATE NOT > WS-LAST-CLOSED-DATE
              MOVE "NEXT BUSINESS DAY ALREADY CLOSED - RERUN CARD"
                  TO WS-ROLL-MESSAGE
              GO TO 2100-EXIT
          END-IF
          SET ROLL-ACCEPTED TO TRUE
          MOVE "NEXT BUSINESS DAY" TO WS-ROLL-MESSAGE.
      2100-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2200-RERUN-ROLL
     *>   Sets CYCLDATE to (or leaves it on) a business date so that
     *>   date's night can be run again. Any date up to the latest
     *>   date closed will do, or up to the current business date
     *>   when that is later: after a rerun back behind later closed
     *>   dates, the ordinary roll refuses to land on them, and the
     *>   next of them is reached with another RERUN card. Going
     *>   beyond both is a FORCE.
     *>--------------------------------------------------------------
      2200-RERUN-ROLL.
          IF RP-TARGET-DATE IS NOT NUMERIC
              MOVE "RERUN CARD NEEDS A DATE (COLS 7-14)"
                  TO WS-ROLL-MESSAGE
              GO TO 2200-EXIT
          END-IF
          MOVE RP-TARGET-DATE TO WS-EDIT-DATE
          PERFORM 6600-EDIT-DATE THRU 6600-EXIT
          IF EDIT-DATE-INVALID
              MOVE "RERUN DATE IS NOT A VALID DATE"
                  TO WS-ROLL-MESSAGE
              GO TO 2200-EXIT
          END-IF
          IF WS-EDIT-DATE > WS-LAST-CLOSED-DATE
              IF NOT CYCLE-DATE-KNOWN
                  MOVE "RERUN DATE AFTER LAST CLOSED DATE"
                      TO WS-ROLL-MESSAGE
                  GO TO 2200-EXIT
              END-IF
              IF WS-EDIT-DATE > WS-CYCLE-DATE
                  MOVE "RERUN DATE AFTER CURRENT DATE - USE FORCE"
                      TO WS-ROLL-MESSAGE
                  GO TO 2200-EXIT
              END-IF
          END-IF
          MOVE WS-EDIT-DATE TO WS-CHECK-DATE
          PERFORM 6500-CHECK-BUSINESS-DAY THRU 6500-EXIT
          IF IS-NON-PROCESSING-DAY
              MOVE SPACES TO WS-ROLL-MESSAGE
              STRING "RERUN DATE NOT A BUSINESS DAY: "
                  DELIMITED BY SIZE
                  WS-DAY-REASON DELIMITED BY SIZE
                  INTO WS-ROLL-MESSAGE
              GO TO 2200-EXIT
          END-IF
          MOVE WS-EDIT-DATE TO WS-TARGET-DATE
          SET ROLL-ACCEPTED TO TRUE
          MOVE RP-REASON TO WS-ROLL-MESSAGE.
      2200-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2300-FORCE-ROLL
     *>   Forward without a clean close. With CYCLDATE readable the
     *>   target is the next business day and nothing else - a
     *>   date on the card must agree with it, so a FORCE cannot
     *>   skip a business date. With CYCLDATE unusable the card's
     *>   date seeds it, and must be a business day after every
     *>   date already closed.
     *>--------------------------------------------------------------
      2300-FORCE-ROLL.
          IF CYCLE-DATE-KNOWN
              PERFORM 2500-FIND-NEXT-BUSINESS-DAY THRU 2500-EXIT
              IF WS-TARGET-DATE = 0
                  GO TO 2300-EXIT
              END-IF
              IF RP-TARGET-DATE NOT = SPACES
                  AND RP-TARGET-DATE NOT = WS-TARGET-DATE
                  MOVE "FORCE DATE IS NOT THE NEXT BUSINESS DAY"
                      TO WS-ROLL-MESSAGE
                  MOVE 0 TO WS-TARGET-DATE
                  GO TO 2300-EXIT
              END-IF
          ELSE
              IF RP-TARGET-DATE IS NOT NUMERIC
                  MOVE "CYCLDATE UNUSABLE - FORCE CARD NEEDS A DATE"
                      TO WS-ROLL-MESSAGE
                  GO TO 2300-EXIT
              END-IF
              MOVE RP-TARGET-DATE TO WS-EDIT-DATE
              PERFORM 6600-EDIT-DATE THRU 6600-EXIT
              IF EDIT-DATE-INVALID
                  MOVE "FORCE DATE IS NOT A VALID DATE"
                      TO WS-ROLL-MESSAGE
                  GO TO 2300-EXIT
              END-IF
              MOVE WS-EDIT-DATE TO WS-CHECK-DATE
              PERFORM 6500-CHECK-BUSINESS-DAY THRU 6500-EXIT
              IF IS-NON-PROCESSING-DAY
                  MOVE SPACES TO WS-ROLL-MESSAGE
                  STRING "FORCE DATE NOT A BUSINESS DAY: "
                      DELIMITED BY SIZE
                      WS-DAY-REASON DELIMITED BY SIZE
                      INTO WS-ROLL-MESSAGE
                  GO TO 2300-EXIT
              END-IF
              MOVE WS-EDIT-DATE TO WS-TARGET-DATE
          END-IF
          IF WS-TARGET-DATE NOT > WS-LAST-CLOSED-DATE
              MOVE "FORCE DATE ALREADY CLOSED - USE A RERUN CARD"
                  TO WS-ROLL-MESSAGE
              MOVE 0 TO WS-TARGET-DATE
              GO TO 2300-EXIT
          END-IF
          SET ROLL-ACCEPTED TO TRUE
          MOVE RP-REASON TO WS-ROLL-MESSAGE.
      2300-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2500-FIND-NEXT-BUSINESS-DAY
     *>   Steps a day at a time from the current date until the
     *>   calendar says business day. WS-TARGET-DATE comes back zero
     *>   (message set) when none turns up within the limit - a
     *>   calendar keyed wrong, not a reason to guess.
     *>--------------------------------------------------------------
      2500-FIND-NEXT-BUSINESS-DAY.
          MOVE 0 TO WS-TARGET-DATE
          MOVE WS-CYCLE-DATE TO WS-AD-DATE
          MOVE 0 TO WS-DAYS-TRIED
          SET IS-NON-PROCESSING-DAY TO TRUE
          PERFORM 2550-TRY-NEXT-DAY THRU 2550-EXIT
              UNTIL IS-BUSINESS-DAY
                  OR WS-DAYS-TRIED >= WS-MAX-DAYS-AHEAD
          IF IS-BUSINESS-DAY
              MOVE WS-AD-DATE TO WS-TARGET-DATE
          ELSE
              MOVE "NO BUSINESS DAY WITHIN 31 DAYS - CHECK BUSCAL"
                  TO WS-ROLL-MESSAGE
          END-IF.
      2500-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2550-TRY-NEXT-DAY
     *>--------------------------------------------------------------
      2550-TRY-NEXT-DAY.
          ADD 1 TO WS-DAYS-TRIED
          PERFORM 6300-ADVANCE-ONE-DAY THRU 6300-EXIT
          MOVE WS-AD-DATE TO WS-CHECK-DATE
          PERFORM 6500-CHECK-BUSINESS-DAY THRU 6500-EXIT
          IF IS-NON-PROCESSING-DAY
              DISPLAY "SKIPPING " WS-AD-DATE " - " WS-DAY-REASON
          END-IF.
      2550-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3000-REWRITE-CYCLE-DATE
     *>   The one record every night step reads, replaced whole. If
     *>   it cannot be written the roll did not happen: the log says
     *>   so and the step ends 16.
     *>--------------------------------------------------------------
      3000-REWRITE-CYCLE-DATE.
          OPEN OUTPUT CYCLE-DATE-FILE
          IF WS-CYCLE-FILE-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN CYCLDATE FOR OUTPUT, FILE "
                  "STATUS " WS-CYCLE-FILE-STATUS
              SET ROLL-REFUSED TO TRUE
              MOVE "CYCLDATE COULD NOT BE WRITTEN - NOT ROLLED"
                  TO WS-ROLL-MESSAGE
              PERFORM 4000-LOG-ATTEMPT THRU 4000-EXIT
              CLOSE ROLL-LOG-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          MOVE SPACES TO CYCLE-DATE-RECORD
          MOVE WS-TARGET-DATE TO CY-BUSINESS-DATE
          WRITE CYCLE-DATE-RECORD
          CLOSE CYCLE-DATE-FILE
          DISPLAY "CYCLDATE ROLLED TO " WS-TARGET-DATE.
      3000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4000-LOG-ATTEMPT
     *>   One line on the roll log whatever the outcome: when, what
     *>   was asked, from and to, how the prior date was closed, who
     *>   keyed any override and the reason or refusal.
     *>--------------------------------------------------------------
      4000-LOG-ATTEMPT.
          MOVE WS-RUN-DATE TO RL-RUN-DATE
          MOVE WS-RUN-TIME TO RL-RUN-TIME
          MOVE WS-ROLL-ACTION TO RL-ACTION
          IF CYCLE-DATE-KNOWN
              MOVE WS-CYCLE-DATE TO RL-FROM-DATE
          ELSE
              MOVE "UNKNOWN" TO RL-FROM-DATE
          END-IF
          IF WS-TARGET-DATE = 0
              MOVE SPACES TO RL-TO-DATE
          ELSE
              MOVE WS-TARGET-DATE TO RL-TO-DATE
          END-IF
          IF ROLL-ACCEPTED
              MOVE "ROLLED" TO RL-DISPOSITION
          ELSE
              MOVE "REFUSED" TO RL-DISPOSITION
          END-IF
          IF NOT PRIOR-CLOSE-FOUND
              MOVE "NOT CLOSED" TO RL-PRIOR-CLOSE
          ELSE
              IF WS-PRIOR-CLOSE-COND = 0
                  MOVE "CLOSED CLEAN" TO RL-PRIOR-CLOSE
              ELSE
                  MOVE WS-PRIOR-CLOSE-COND TO WS-CR-COND-CODE
                  MOVE WS-CLOSE-RC-TEXT TO RL-PRIOR-CLOSE
              END-IF
          END-IF
          IF OVERRIDE-CARD-PRESENT
              MOVE RP-OPERATOR-ID TO RL-OPERATOR-ID
          ELSE
              MOVE SPACES TO RL-OPERATOR-ID
          END-IF
          MOVE WS-ROLL-MESSAGE TO RL-MESSAGE
          MOVE WS-LOG-DETAIL-LINE TO ROLL-LOG-LINE
          WRITE ROLL-LOG-LINE
          IF ROLL-REFUSED
              DISPLAY "DATE ROLL REFUSED - " WS-ROLL-MESSAGE
          END-IF.
      4000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 6000-COMPUTE-DAY-NUMBER
     *>   WS-DN-DATE in, WS-DN-DAY-NUMBER out: days from a fixed
     *>   origin. The month term is the days in the months before
     *>   this one, counted from March.
     *>--------------------------------------------------------------
      6000-COMPUTE-DAY-NUMBER.
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
      6000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 6300-ADVANCE-ONE-DAY
     *>   WS-AD-DATE moved on one calendar day.
     *>--------------------------------------------------------------
      6300-ADVANCE-ONE-DAY.
          MOVE WS-MONTH-LENGTH (WS-AD-MONTH) TO WS-AD-MONTH-LENGTH
          IF WS-AD-MONTH = 2
              DIVIDE WS-AD-YEAR BY 4 GIVING WS-AD-QUOTIENT
                  REMAINDER WS-AD-REMAINDER
              IF WS-AD-REMAINDER = 0
                  MOVE 29 TO WS-AD-MONTH-LENGTH
                  DIVIDE WS-AD-YEAR BY 100 GIVING WS-AD-QUOTIENT
                      REMAINDER WS-AD-REMAINDER
                  IF WS-AD-REMAINDER = 0
                      MOVE 28 TO WS-AD-MONTH-LENGTH
                      DIVIDE WS-AD-YEAR BY 400 GIVING WS-AD-QUOTIENT
                          REMAINDER WS-AD-REMAINDER
                      IF WS-AD-REMAINDER = 0
                          MOVE 29 TO WS-AD-MONTH-LENGTH
                      END-IF
                  END-IF
              END-IF
          END-IF
          IF WS-AD-DAY < WS-AD-MONTH-LENGTH
              ADD 1 TO WS-AD-DAY
              GO TO 6300-EXIT
          END-IF
          MOVE 1 TO WS-AD-DAY
          IF WS-AD-MONTH < 12
              ADD 1 TO WS-AD-MONTH
          ELSE
              MOVE 1 TO WS-AD-MONTH
              ADD 1 TO WS-AD-YEAR
          END-IF.
      6300-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 6500-CHECK-BUSINESS-DAY
     *>   WS-CHECK-DATE in. An active dated record decides it: H is
     *>   a non-processing day, B a business day. Otherwise the
     *>   standard week's flag for the date's weekday does.
     *>--------------------------------------------------------------
      6500-CHECK-BUSINESS-DAY.
          MOVE SPACES TO WS-DAY-REASON
          MOVE WS-CHECK-DATE TO BU-CAL-DATE
          READ BUSINESS-CAL-FILE
              INVALID KEY
                  MOVE SPACE TO BU-ACTIVE-FLAG
          END-READ
          IF BU-CAL-ACTIVE AND BU-HOLIDAY
              SET IS-NON-PROCESSING-DAY TO TRUE
              MOVE BU-DESCRIPTION TO WS-DAY-REASON
              IF WS-DAY-REASON = SPACES
                  MOVE "HOLIDAY" TO WS-DAY-REASON
              END-IF
              GO TO 6500-EXIT
          END-IF
          IF BU-CAL-ACTIVE AND BU-EXTRA-BUSINESS-DAY
              SET IS-BUSINESS-DAY TO TRUE
              MOVE BU-DESCRIPTION TO WS-DAY-REASON
              GO TO 6500-EXIT
          END-IF
          MOVE WS-CHECK-DATE TO WS-DN-DATE
          PERFORM 6000-COMPUTE-DAY-NUMBER THRU 6000-EXIT
          ADD 1 TO WS-DN-DAY-NUMBER
          DIVIDE WS-DN-DAY-NUMBER BY 7
              GIVING WS-WEEKDAY-QUOTIENT
              REMAINDER WS-WEEKDAY-REMAINDER
          COMPUTE WS-WEEKDAY-NO = WS-WEEKDAY-REMAINDER + 1
          IF WS-STD-WEEK-FLAG (WS-WEEKDAY-NO) = 'Y'
              SET IS-BUSINESS-DAY TO TRUE
          ELSE
              SET IS-NON-PROCESSING-DAY TO TRUE
              MOVE WS-DAY-NAME (WS-WEEKDAY-NO) TO WS-WR-DAY-NAME
              MOVE WS-WEEKDAY-REASON TO WS-DAY-REASON
          END-IF.
      6500-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 6600-EDIT-DATE
     *>   WS-EDIT-DATE in: month 1-12 and a day within that month,
     *>   29 February in a leap year only.
     *>--------------------------------------------------------------
      6600-EDIT-DATE.
          SET EDIT-DATE-INVALID TO TRUE
          IF WS-ED-MONTH < 1 OR WS-ED-MONTH > 12
              OR WS-ED-DAY < 1
              GO TO 6600-EXIT
          END-IF
          MOVE WS-ED-YEAR TO WS-AD-YEAR
          MOVE WS-ED-MONTH TO WS-AD-MONTH
          MOVE 1 TO WS-AD-DAY
          MOVE WS-MONTH-LENGTH (WS-AD-MONTH) TO WS-AD-MONTH-LENGTH
          IF WS-AD-MONTH = 2
              DIVIDE WS-AD-YEAR BY 4 GIVING WS-AD-QUOTIENT
                  REMAINDER WS-AD-REMAINDER
              IF WS-AD-REMAINDER = 0
                  MOVE 29 TO WS-AD-MONTH-LENGTH
                  DIVIDE WS-AD-YEAR BY 100 GIVING WS-AD-QUOTIENT
                      REMAINDER WS-AD-REMAINDER
                  IF WS-AD-REMAINDER = 0
                      MOVE 28 TO WS-AD-MONTH-LENGTH
                      DIVIDE WS-AD-YEAR BY 400 GIVING WS-AD-QUOTIENT
                          REMAINDER WS-AD-REMAINDER
                      IF WS-AD-REMAINDER = 0
                          MOVE 29 TO WS-AD-MONTH-LENGTH
                      END-IF
                  END-IF
              END-IF
          END-IF
          IF WS-ED-DAY NOT > WS-AD-MONTH-LENGTH
              SET EDIT-DATE-VALID TO TRUE
          END-IF.
      6600-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 8000-TERMINATE
     *>--------------------------------------------------------------
      8000-TERMINATE.
          CLOSE BUSINESS-CAL-FILE
          CLOSE ROLL-LOG-FILE.
      8000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 8500-WRITE-STEP-RECORD
     *>   One record to the shared run-control file under the date
     *>   rolled to (the date left in place when refused): RUNCTL
     *>   records read in, one CYCLDATE record out when rolled.
     *>--------------------------------------------------------------
      8500-WRITE-STEP-RECORD.
          ACCEPT WS-END-DATE FROM DATE YYYYMMDD
          ACCEPT WS-END-TIME FROM TIME
          OPEN EXTEND RUN-CONTROL-FILE
          IF WS-RUNCTL-FILE-STATUS NOT = "00"
              AND WS-RUNCTL-FILE-STATUS NOT = "05"
              DISPLAY "UNABLE TO OPEN RUNCTL, FILE STATUS "
                  WS-RUNCTL-FILE-STATUS
                  " - NO STEP RECORD WRITTEN"
              GO TO 8500-EXIT
          END-IF
          MOVE SPACES TO RUN-CONTROL-RECORD
          MOVE "DATEROLL" TO RC-STEP-NAME
          IF ROLL-ACCEPTED
              MOVE WS-TARGET-DATE TO RC-BUSINESS-DATE
              MOVE 1 TO RC-RECORDS-OUT
          ELSE
              IF CYCLE-DATE-KNOWN
                  MOVE WS-CYCLE-DATE TO RC-BUSINESS-DATE
              ELSE
                  MOVE WS-RUN-DATE TO RC-BUSINESS-DATE
              END-IF
              MOVE 0 TO RC-RECORDS-OUT
          END-IF
          MOVE WS-RUN-DATE TO RC-START-DATE
          MOVE WS-RUN-TIME TO RC-START-TIME
          MOVE WS-END-DATE TO RC-END-DATE
          MOVE WS-END-TIME TO RC-END-TIME
          MOVE WS-RUNCTL-READ TO RC-RECORDS-IN
          MOVE WS-STEP-COND TO RC-COND-CODE
          MOVE 0 TO RC-LEGS
          WRITE RUN-CONTROL-RECORD
          CLOSE RUN-CONTROL-FILE.
      8500-EXIT.
          EXIT.
