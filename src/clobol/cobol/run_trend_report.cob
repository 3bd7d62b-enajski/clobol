      IDENTIFICATION DIVISION.
      PROGRAM-ID. RunTrendReport.
      AUTHOR. J. HARTLEY.
      INSTALLATION. BATCH CONTROL GROUP.
      DATE-WRITTEN. 2026-10-07.
      DATE-COMPILED.
     *>--------------------------------------------------------------
     *> MODIFICATION HISTORY
     *>   2026-10-07  JH  New weekly batch-window trend report (load
     *>                   module RUNTRND) from the run history RUNROLL
     *>                   keeps. For every step it prints elapsed time
     *>                   and records in and out over the last 30 and
     *>                   the last 90 nights, whether the step is
     *>                   getting slower, its three slowest nights,
     *>                   and the date its finish time would pass the
     *>                   window end on the SUMPARM card (cols 17-22,
     *>                   the same cutoff SUMINTS defers at) if the
     *>                   finish keeps drifting at its present rate;
     *>                   the same projection for the whole night (the
     *>                   latest finish of any step each night); and
     *>                   each parallel leg's (SUMINTS1-4) share of the
     *>                   records against its fair share. RC 0 nothing
     *>                   to act on, RC 4 a finish projected past the
     *>                   window end within 30 days or already past it
     *>                   or a leg out of balance, RC 16 a file would
     *>                   not open or the SUMPARM cutoff is not a time.
     *>--------------------------------------------------------------
      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
      FILE-CONTROL.
          SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RH-HISTORY-KEY
              FILE STATUS IS WS-HISTORY-FILE-STATUS.
          SELECT OPTIONAL SUM-PARM-FILE ASSIGN TO "SUMPARM"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-PARM-FILE-STATUS.
          SELECT OPTIONAL CYCLE-DATE-FILE ASSIGN TO "CYCLDATE"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-CYCLE-FILE-STATUS.
          SELECT TREND-REPORT-FILE ASSIGN TO "TRNDRPT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-REPORT-FILE-STATUS.
      DATA DIVISION.
      FILE SECTION.
     *> One record per step per business date, as RUNROLL writes
     *> it. Times are HHMMSSHH; elapsed is whole seconds.
      FD  RUN-HISTORY-FILE
          RECORD CONTAINS 100 CHARACTERS.
      01  RUN-HISTORY-RECORD.
          05  RH-HISTORY-KEY.
              10  RH-STEP-NAME        PIC X(08).
              10  RH-BUSINESS-DATE    PIC 9(08).
          05  RH-START-DATE           PIC 9(08).
          05  RH-START-TIME           PIC 9(08).
          05  RH-END-DATE             PIC 9(08).
          05  RH-END-TIME             PIC 9(08).
          05  RH-ELAPSED-SECONDS      PIC 9(07).
          05  RH-RECORDS-IN           PIC 9(09).
          05  RH-RECORDS-OUT          PIC 9(09).
          05  RH-COND-CODE            PIC 9(02).
          05  RH-LEGS                 PIC 9(02).
          05  RH-RUN-COUNT            PIC 9(03).
          05  RH-ROLLED-DATE          PIC 9(08).
          05  FILLER                  PIC X(12).
     *> The night's own SUMPARM card; only the cutoff (the window
     *> end) is used here.
      FD  SUM-PARM-FILE
          RECORD CONTAINS 80 CHARACTERS.
      01  SUM-PARM-RECORD.
          05  PM-COMPUTE-MODE         PIC X(04).
          05  FILLER                  PIC X(01).
          05  PM-SAMPLE-RATE          PIC X(04).
          05  FILLER                  PIC X(01).
          05  PM-PART-FLAG            PIC X(05).
          05  FILLER                  PIC X(01).
          05  PM-CUTOFF-TIME          PIC X(06).
          05  FILLER                  PIC X(58).
      FD  CYCLE-DATE-FILE
          RECORD CONTAINS 80 CHARACTERS.
      01  CYCLE-DATE-RECORD.
          05  CY-BUSINESS-DATE        PIC X(08).
          05  FILLER                  PIC X(72).
      FD  TREND-REPORT-FILE
          RECORD CONTAINS 132 CHARACTERS.
      01  TREND-REPORT-LINE           PIC X(132).
      WORKING-STORAGE SECTION.
      77  WS-HISTORY-FILE-STATUS      PIC X(02).
      77  WS-PARM-FILE-STATUS         PIC X(02).
      77  WS-CYCLE-FILE-STATUS        PIC X(02).
      77  WS-REPORT-FILE-STATUS       PIC X(02).
      01  WS-SWITCHES.
          05  WS-HISTORY-EOF-SWITCH   PIC X(01) VALUE 'N'.
              88  HISTORY-FILE-EOF             VALUE 'Y'.
          05  WS-FIT-SWITCH           PIC X(01) VALUE 'N'.
              88  FIT-USABLE                   VALUE 'Y'.
          05  WS-INCLUDE-SWITCH       PIC X(01) VALUE 'N'.
              88  NIGHT-INCLUDED               VALUE 'Y'.
      01  WS-COUNTERS.
          05  WS-HISTORY-READ         PIC 9(09) BINARY VALUE 0.
          05  WS-STEPS-REPORTED       PIC 9(05) BINARY VALUE 0.
          05  WS-ATTENTION-COUNT      PIC 9(05) BINARY VALUE 0.
          05  WS-STEP-NIGHTS-ON-FILE  PIC 9(05) BINARY VALUE 0.
      01  WS-RUN-DATE                 PIC 9(08).
      01  WS-RUN-TIME                 PIC 9(08).
      01  WS-CYCLE-DATE               PIC 9(08) VALUE 0.
      01  WS-ASOF-DAY-NUMBER          PIC 9(09) BINARY VALUE 0.
      01  WS-CURRENT-STEP             PIC X(08) VALUE SPACES.
      01  WS-LAST-NIGHT-DATE          PIC 9(08) VALUE 0.
      01  WS-LAST-NIGHT-COND          PIC 9(02) VALUE 0.
     *> The window end from the SUMPARM card (0 = none on the card)
     *> and the same time on the night clock below.
      01  WS-CUTOFF-TIME              PIC 9(06) VALUE 0.
      01  WS-CUTOFF-NIGHT-SECONDS     PIC 9(05) BINARY VALUE 0.
     *> Tuning: nights needed before a trend or projection is
     *> shown, the change in average elapsed that counts as a
     *> trend, the horizon inside which a projected crossing is
     *> flagged, the furthest a projection is carried, and how far
     *> a leg may stray from its fair share of the records.
      01  WS-MIN-TREND-NIGHTS         PIC 9(03) BINARY VALUE 10.
      01  WS-TREND-PCT-LIMIT          PIC 9(03) BINARY VALUE 5.
      01  WS-WARNING-DAYS             PIC 9(05) BINARY VALUE 30.
      01  WS-PROJECTION-LIMIT         PIC 9(05) BINARY VALUE 3650.
      01  WS-LEG-TOLERANCE-PCT        PIC 9(03) BINARY VALUE 25.
     *> Clock work. Finish times are put on a night clock that
     *> starts at noon, so a step that ends at 01:30 sorts after
     *> one that ends at 23:30 the evening before.
      01  WS-CLOCK-STAMP              PIC 9(08) VALUE 0.
      01  WS-CLOCK-STAMP-R REDEFINES WS-CLOCK-STAMP.
          05  WS-CLOCK-HH             PIC 9(02).
          05  WS-CLOCK-MM             PIC 9(02).
          05  WS-CLOCK-SS             PIC 9(02).
          05  WS-CLOCK-HUNDREDTHS     PIC 9(02).
      01  WS-CLOCK-SECONDS            PIC 9(05) BINARY VALUE 0.
      01  WS-NIGHT-SECONDS            PIC 9(05) BINARY VALUE 0.
      01  WS-FMT-SECONDS              PIC 9(09) BINARY VALUE 0.
      01  WS-FMT-REMAINDER            PIC 9(09) BINARY VALUE 0.
      01  WS-FMT-HMS.
          05  WS-FMT-HH               PIC 9(02).
          05  FILLER                  PIC X(01) VALUE ':'.
          05  WS-FMT-MM               PIC 9(02).
          05  FILLER                  PIC X(01) VALUE ':'.
          05  WS-FMT-SS               PIC 9(02).
     *> Day-number working fields: a YYYYMMDD date is turned into
     *> a running day count so two dates can be subtracted. March
     *> is month 3 of the computing year and January and February
     *> fall at the end of the prior one, which puts the leap day
     *> last and keeps the month lengths a fixed pattern.
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
     *> Date stepping for the projected crossing date.
      01  WS-ADVANCE-FIELDS.
          05  WS-AD-DATE              PIC 9(08) VALUE 0.
          05  WS-AD-DATE-R REDEFINES WS-AD-DATE.
              10  WS-AD-YEAR          PIC 9(04).
              10  WS-AD-MONTH         PIC 9(02).
              10  WS-AD-DAY           PIC 9(02).
          05  WS-AD-MONTH-LENGTH      PIC 9(02) VALUE 0.
          05  WS-AD-QUOTIENT          PIC 9(05) BINARY VALUE 0.
          05  WS-AD-REMAINDER         PIC 9(05) BINARY VALUE 0.
          05  WS-AD-STEP-COUNT        PIC 9(05) BINARY VALUE 0.
      01  WS-MONTH-LENGTH-VALUES      PIC X(24)
              VALUE "312831303130313130313031".
      01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
          05  WS-MONTH-LENGTH         PIC 9(02) OCCURS 12 TIMES.
     *> One step's nights up to the as-of date, oldest first. The
     *> history is read in key order (step, then date), so when
     *> the table is full the oldest night is shifted off the top
     *> and the table always holds the latest 90.
      01  WS-NIGHT-TABLE.
          05  WS-NIGHT-COUNT          PIC 9(03) BINARY VALUE 0.
          05  WS-NIGHT-MAX            PIC 9(03) BINARY VALUE 90.
          05  WS-NIGHT-ENTRY OCCURS 90 TIMES
                  INDEXED BY NX.
              10  WS-NT-BUSINESS-DATE PIC 9(08).
              10  WS-NT-DAY-OFFSET    PIC S9(05) BINARY.
              10  WS-NT-ELAPSED       PIC 9(07) BINARY.
              10  WS-NT-RECORDS-IN    PIC 9(09) BINARY.
              10  WS-NT-RECORDS-OUT   PIC 9(09) BINARY.
              10  WS-NT-FINISH        PIC 9(05) BINARY.
              10  WS-NT-COND-CODE     PIC 9(02).
              10  WS-NT-PICKED        PIC X(01).
      01  WS-SHORT-PERIOD             PIC 9(03) BINARY VALUE 30.
      01  WS-PERIOD-FIRST             PIC 9(03) BINARY VALUE 0.
      01  WS-SLOT                     PIC 9(03) BINARY VALUE 0.
     *> Sums and results for one period of one step.
      01  WS-PERIOD-FIELDS.
          05  WS-PERIOD-NIGHTS        PIC 9(05) BINARY VALUE 0.
          05  WS-PERIOD-ELAPSED-TOTAL PIC 9(13) COMP-3 VALUE 0.
          05  WS-PERIOD-MAX-ELAPSED   PIC 9(07) BINARY VALUE 0.
          05  WS-PERIOD-IN-TOTAL      PIC 9(13) COMP-3 VALUE 0.
          05  WS-PERIOD-OUT-TOTAL     PIC 9(13) COMP-3 VALUE 0.
          05  WS-PERIOD-FINISH-TOTAL  PIC 9(13) COMP-3 VALUE 0.
          05  WS-PERIOD-LATEST-FINISH PIC 9(05) BINARY VALUE 0.
          05  WS-PERIOD-AVG-ELAPSED   PIC 9(07) VALUE 0.
      01  WS-AVG-ELAPSED-30           PIC 9(07) VALUE 0.
      01  WS-AVG-ELAPSED-90           PIC 9(07) VALUE 0.
      01  WS-TREND-PCT                PIC S9(05)V9 COMP-3 VALUE 0.
     *> Least-squares line through the nights, x being the day
     *> offset from the as-of date (so the fitted level is the
     *> value the line gives tonight) and y elapsed seconds or the
     *> finish on the night clock.
      01  WS-FIT-SUMS.
          05  WS-SUM-N                PIC S9(05) COMP-3 VALUE 0.
          05  WS-SUM-X                PIC S9(09) COMP-3 VALUE 0.
          05  WS-SUM-XX               PIC S9(13) COMP-3 VALUE 0.
          05  WS-SUM-Y-ELAPSED        PIC S9(15) COMP-3 VALUE 0.
          05  WS-SUM-XY-ELAPSED       PIC S9(17) COMP-3 VALUE 0.
          05  WS-SUM-Y-FINISH         PIC S9(15) COMP-3 VALUE 0.
          05  WS-SUM-XY-FINISH        PIC S9(17) COMP-3 VALUE 0.
      01  WS-FIT-FIELDS.
          05  WS-FIT-SUM-Y            PIC S9(15) COMP-3 VALUE 0.
          05  WS-FIT-SUM-XY           PIC S9(17) COMP-3 VALUE 0.
          05  WS-FIT-NUMERATOR        PIC S9(18) COMP-3 VALUE 0.
          05  WS-FIT-DENOMINATOR      PIC S9(18) COMP-3 VALUE 0.
          05  WS-FIT-SLOPE            PIC S9(09)V9(04) COMP-3
                                          VALUE 0.
          05  WS-FIT-LEVEL            PIC S9(11)V9(04) COMP-3
                                          VALUE 0.
          05  WS-FIT-OFFSET-SUM       PIC S9(15)V9(04) COMP-3
                                          VALUE 0.
      01  WS-ELAPSED-SLOPE            PIC S9(09)V9(04) COMP-3 VALUE 0.
      01  WS-FINISH-SLOPE             PIC S9(09)V9(04) COMP-3 VALUE 0.
      01  WS-FINISH-LEVEL             PIC S9(11)V9(04) COMP-3 VALUE 0.
      01  WS-RATE-WORK                PIC S9(09) COMP-3 VALUE 0.
      01  WS-PROJ-DAYS-WORK           PIC S9(11)V9(04) COMP-3 VALUE 0.
      01  WS-PROJ-DAYS                PIC 9(09) BINARY VALUE 0.
      01  WS-PROJ-FITTED              PIC 9(09) BINARY VALUE 0.
      01  WS-DAYS-NOTE.
          05  FILLER                  PIC X(03) VALUE "IN ".
          05  WN-DAYS                 PIC ZZZ9.
          05  FILLER                  PIC X(09) VALUE " DAYS".
     *> Picking the slowest nights.
      01  WS-PICK-NO                  PIC 9(03) BINARY VALUE 0.
      01  WS-PICK-LIMIT               PIC 9(03) BINARY VALUE 3.
      01  WS-BEST-SLOT                PIC 9(03) BINARY VALUE 0.
      01  WS-BEST-ELAPSED             PIC 9(07) BINARY VALUE 0.
     *> The whole night: the latest finish of any step for each
     *> business date in the last 200 days, in no order; the 90
     *> latest dates are taken when it is reported.
      01  WS-DATE-TABLE.
          05  WS-DATE-COUNT           PIC 9(03) BINARY VALUE 0.
          05  WS-DATE-MAX             PIC 9(03) BINARY VALUE 200.
          05  WS-DATE-ENTRY OCCURS 200 TIMES
                  INDEXED BY DX DY.
              10  WS-DT-BUSINESS-DATE PIC 9(08).
              10  WS-DT-DAY-OFFSET    PIC S9(05) BINARY.
              10  WS-DT-FINISH        PIC 9(05) BINARY.
      01  WS-DATE-WINDOW-DAYS         PIC 9(05) BINARY VALUE 200.
      01  WS-LATER-DATES              PIC 9(05) BINARY VALUE 0.
      01  WS-NIGHT-LATEST-DATE        PIC 9(08) VALUE 0.
     *> The parallel legs over the last 30 nights.
      01  WS-LEG-TABLE.
          05  WS-LEG-ENTRY OCCURS 4 TIMES
                  INDEXED BY LX.
              10  WS-LG-STEP-NAME     PIC X(08).
              10  WS-LG-NIGHTS        PIC 9(05) BINARY.
              10  WS-LG-RECORDS-IN    PIC 9(13) COMP-3.
              10  WS-LG-ELAPSED       PIC 9(13) COMP-3.
      01  WS-LEG-NUMBER               PIC 9(01) VALUE 0.
      01  WS-LEGS-PRESENT             PIC 9(03) BINARY VALUE 0.
      01  WS-LEG-IN-TOTAL             PIC 9(13) COMP-3 VALUE 0.
      01  WS-LEG-ELAPSED-TOTAL        PIC 9(13) COMP-3 VALUE 0.
      01  WS-LEG-SHARE                PIC 9(03)V9 COMP-3 VALUE 0.
      01  WS-FAIR-SHARE               PIC 9(03)V9 COMP-3 VALUE 0.
      01  WS-RPT-HDG1-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(45)
                  VALUE "SUM OF INTEGERS - BATCH WINDOW TREND REPORT".
          05  FILLER                  PIC X(10) VALUE SPACES.
          05  FILLER                  PIC X(09) VALUE "RUN DATE:".
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  TH1-RUN-DATE            PIC 9(08).
          05  FILLER                  PIC X(58) VALUE SPACES.
      01  WS-RPT-CRIT-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(21)
                  VALUE "AS OF BUSINESS DATE: ".
          05  TC-BUSINESS-DATE        PIC 9(08).
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(12) VALUE "WINDOW END: ".
          05  TC-WINDOW-END           PIC X(08).
          05  FILLER                  PIC X(79) VALUE SPACES.
      01  WS-RPT-SECTION-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  TS-SECTION-TITLE        PIC X(50).
          05  FILLER                  PIC X(81) VALUE SPACES.
      01  WS-RPT-STEP-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(06) VALUE "STEP: ".
          05  TP-STEP-NAME            PIC X(08).
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(16)
                  VALUE "NIGHTS ON FILE: ".
          05  TP-NIGHTS-ON-FILE       PIC ZZZZ9.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(12) VALUE "LAST NIGHT: ".
          05  TP-LAST-NIGHT           PIC 9(08).
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(09) VALUE "LAST RC: ".
          05  TP-LAST-COND            PIC 9(02).
          05  FILLER                  PIC X(56) VALUE SPACES.
      01  WS-RPT-PERHDG-LINE.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(10) VALUE "PERIOD".
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(06) VALUE "NIGHTS".
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(11) VALUE "AVG ELAPSED".
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(11) VALUE "MAX ELAPSED".
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(14)
                  VALUE "AVG RECORDS IN".
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(15)
                  VALUE "AVG RECORDS OUT".
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(10) VALUE "AVG FINISH".
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(13) VALUE "LATEST FINISH".
          05  FILLER                  PIC X(19) VALUE SPACES.
      01  WS-RPT-PERIOD-LINE.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  TR-PERIOD               PIC X(10).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  TR-NIGHTS               PIC ZZZZZ9.
          05  FILLER                  PIC X(06) VALUE SPACES.
          05  TR-AVG-ELAPSED          PIC X(08).
          05  FILLER                  PIC X(06) VALUE SPACES.
          05  TR-MAX-ELAPSED          PIC X(08).
          05  FILLER                  PIC X(06) VALUE SPACES.
          05  TR-AVG-RECORDS-IN       PIC ZZZ,ZZZ,ZZ9.
          05  FILLER                  PIC X(07) VALUE SPACES.
          05  TR-AVG-RECORDS-OUT      PIC ZZZ,ZZZ,ZZ9.
          05  FILLER                  PIC X(05) VALUE SPACES.
          05  TR-AVG-FINISH           PIC X(08).
          05  FILLER                  PIC X(08) VALUE SPACES.
          05  TR-LATEST-FINISH        PIC X(08).
          05  FILLER                  PIC X(19) VALUE SPACES.
      01  WS-RPT-TREND-LINE.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(07) VALUE "TREND: ".
          05  TT-TREND-LABEL          PIC X(14).
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(21)
                  VALUE "30-NIGHT AVG ELAPSED ".
          05  TT-TREND-PCT            PIC +ZZ9.9.
          05  FILLER                  PIC X(13)
                  VALUE "% ON 90-NIGHT".
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(08) VALUE "ELAPSED ".
          05  TT-ELAPSED-RATE         PIC +ZZZZ9.
          05  FILLER                  PIC X(10) VALUE " SEC/NIGHT".
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(07) VALUE "FINISH ".
          05  TT-FINISH-RATE          PIC +ZZZZ9.
          05  FILLER                  PIC X(10) VALUE " SEC/NIGHT".
          05  FILLER                  PIC X(12) VALUE SPACES.
      01  WS-RPT-PROJ-LINE.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(12) VALUE "WINDOW END: ".
          05  TJ-TEXT                 PIC X(44).
          05  TJ-DATE                 PIC X(08).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  TJ-DAYS-NOTE            PIC X(16).
          05  TJ-FITTED-LABEL         PIC X(20).
          05  TJ-FITTED-FINISH        PIC X(08).
          05  FILLER                  PIC X(19) VALUE SPACES.
      01  WS-RPT-SLOW-LINE.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(09) VALUE "SLOWEST: ".
          05  TW-BUSINESS-DATE        PIC 9(08).
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(08) VALUE "ELAPSED ".
          05  TW-ELAPSED              PIC X(08).
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(11) VALUE "RECORDS IN ".
          05  TW-RECORDS-IN           PIC ZZZ,ZZZ,ZZ9.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(04) VALUE "OUT ".
          05  TW-RECORDS-OUT          PIC ZZZ,ZZZ,ZZ9.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(09) VALUE "FINISHED ".
          05  TW-FINISH               PIC X(08).
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(03) VALUE "RC ".
          05  TW-COND-CODE            PIC 9(02).
          05  FILLER                  PIC X(22) VALUE SPACES.
      01  WS-RPT-NIGHT-LINE.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(08) VALUE "NIGHTS: ".
          05  TN-NIGHTS               PIC ZZZZ9.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(11) VALUE "AVG FINISH ".
          05  TN-AVG-FINISH           PIC X(08).
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(14)
                  VALUE "LATEST FINISH ".
          05  TN-LATEST-FINISH        PIC X(08).
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(03) VALUE "ON ".
          05  TN-LATEST-DATE          PIC 9(08).
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(07) VALUE "FINISH ".
          05  TN-FINISH-RATE          PIC +ZZZZ9.
          05  FILLER                  PIC X(10) VALUE " SEC/NIGHT".
          05  FILLER                  PIC X(29) VALUE SPACES.
      01  WS-RPT-LEGHDG-LINE.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(08) VALUE "LEG".
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(06) VALUE "NIGHTS".
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(13) VALUE "   RECORDS IN".
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(07) VALUE "  SHARE".
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(13) VALUE "ELAPSED SHARE".
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(10) VALUE "FAIR SHARE".
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(10) VALUE "STATUS".
          05  FILLER                  PIC X(44) VALUE SPACES.
      01  WS-RPT-LEG-LINE.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  TL-STEP-NAME            PIC X(08).
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  TL-NIGHTS               PIC ZZZZZ9.
          05  FILLER                  PIC X(05) VALUE SPACES.
          05  TL-RECORDS-IN           PIC ZZZ,ZZZ,ZZ9.
          05  FILLER                  PIC X(04) VALUE SPACES.
          05  TL-SHARE                PIC ZZ9.9.
          05  FILLER                  PIC X(01) VALUE "%".
          05  FILLER                  PIC X(10) VALUE SPACES.
          05  TL-ELAPSED-SHARE        PIC ZZ9.9.
          05  FILLER                  PIC X(01) VALUE "%".
          05  FILLER                  PIC X(07) VALUE SPACES.
          05  TL-FAIR-SHARE           PIC ZZ9.9.
          05  FILLER                  PIC X(01) VALUE "%".
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  TL-STATUS               PIC X(10).
          05  FILLER                  PIC X(44) VALUE SPACES.
      01  WS-RPT-NONE-LINE.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  TX-NONE-TEXT            PIC X(50).
          05  FILLER                  PIC X(79) VALUE SPACES.
      01  WS-RPT-FOOTER-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(16)
                  VALUE "STEPS REPORTED: ".
          05  TF-STEPS-REPORTED       PIC ZZZZ9.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(19)
                  VALUE "NEEDING ATTENTION: ".
          05  TF-ATTENTION-COUNT      PIC ZZZZ9.
          05  FILLER                  PIC X(83) VALUE SPACES.
      PROCEDURE DIVISION.
     *>--------------------------------------------------------------
     *> 0000-MAIN-PROCESS
     *>   One sweep of the run history, step by step, then the
     *>   whole-night and parallel-leg sections. Condition code 0
     *>   nothing to act on, 4 a window-end warning or a leg out of
     *>   balance, 16 a file would not open or a bad SUMPARM card.
     *>--------------------------------------------------------------
      0000-MAIN-PROCESS.
          PERFORM 1000-INITIALIZE THRU 1000-EXIT
          PERFORM 2000-SWEEP-HISTORY THRU 2000-EXIT
          PERFORM 5000-REPORT-WHOLE-NIGHT THRU 5000-EXIT
          PERFORM 5500-REPORT-LEGS THRU 5500-EXIT
          PERFORM 8000-TERMINATE THRU 8000-EXIT
          IF WS-ATTENTION-COUNT > 0
              MOVE 4 TO RETURN-CODE
          ELSE
              MOVE 0 TO RETURN-CODE
          END-IF
          STOP RUN.
     *>--------------------------------------------------------------
     *> 1000-INITIALIZE
     *>--------------------------------------------------------------
      1000-INITIALIZE.
          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
          ACCEPT WS-RUN-TIME FROM TIME
          PERFORM 1500-READ-CYCLE-DATE THRU 1500-EXIT
          MOVE WS-CYCLE-DATE TO WS-DN-DATE
          PERFORM 6000-COMPUTE-DAY-NUMBER THRU 6000-EXIT
          MOVE WS-DN-DAY-NUMBER TO WS-ASOF-DAY-NUMBER
          PERFORM 1400-READ-WINDOW-PARM THRU 1400-EXIT
          OPEN INPUT RUN-HISTORY-FILE
          IF WS-HISTORY-FILE-STATUS NOT = "00"
              AND WS-HISTORY-FILE-STATUS NOT = "05"
              DISPLAY "UNABLE TO OPEN RUNHIST, FILE STATUS "
                  WS-HISTORY-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          OPEN OUTPUT TREND-REPORT-FILE
          IF WS-REPORT-FILE-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN TRNDRPT, FILE STATUS "
                  WS-REPORT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          PERFORM 1600-CLEAR-LEG THRU 1600-EXIT
              VARYING LX FROM 1 BY 1 UNTIL LX > 4
          MOVE WS-RUN-DATE TO TH1-RUN-DATE
          MOVE WS-RPT-HDG1-LINE TO TREND-REPORT-LINE
          WRITE TREND-REPORT-LINE
          MOVE WS-CYCLE-DATE TO TC-BUSINESS-DATE
          IF WS-CUTOFF-TIME = 0
              MOVE "NOT SET" TO TC-WINDOW-END
          ELSE
              MOVE WS-CUTOFF-NIGHT-SECONDS TO WS-FMT-SECONDS
              PERFORM 6200-FORMAT-NIGHT-CLOCK THRU 6200-EXIT
              MOVE WS-FMT-HMS TO TC-WINDOW-END
          END-IF
          MOVE WS-RPT-CRIT-LINE TO TREND-REPORT-LINE
          WRITE TREND-REPORT-LINE.
      1000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 1400-READ-WINDOW-PARM
     *>   The SUMPARM card the night runs with. Cols 17-22 are the
     *>   window end (HHMMSS); blank or no card means no window end
     *>   and no projection. Anything else there is halted on, the
     *>   same as SUMINTS does.
     *>--------------------------------------------------------------
      1400-READ-WINDOW-PARM.
          OPEN INPUT SUM-PARM-FILE
          IF WS-PARM-FILE-STATUS NOT = "00"
              AND WS-PARM-FILE-STATUS NOT = "05"
              DISPLAY "UNABLE TO OPEN SUMPARM, FILE STATUS "
                  WS-PARM-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          READ SUM-PARM-FILE
              AT END
                  CLOSE SUM-PARM-FILE
                  GO TO 1400-EXIT
          END-READ
          IF PM-CUTOFF-TIME = SPACES
              MOVE 0 TO WS-CUTOFF-TIME
          ELSE
              IF PM-CUTOFF-TIME IS NOT NUMERIC
                  DISPLAY "INVALID CUTOFF TIME ON SUMPARM CARD: "
                      PM-CUTOFF-TIME
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF
              MOVE PM-CUTOFF-TIME TO WS-CUTOFF-TIME
          END-IF
          CLOSE SUM-PARM-FILE
          IF WS-CUTOFF-TIME > 0
              COMPUTE WS-CLOCK-STAMP = WS-CUTOFF-TIME * 100
              PERFORM 6100-COMPUTE-NIGHT-SECONDS THRU 6100-EXIT
              MOVE WS-NIGHT-SECONDS TO WS-CUTOFF-NIGHT-SECONDS
          END-IF.
      1400-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 1500-READ-CYCLE-DATE
     *>   The business date the report is taken as of. Missing or
     *>   bad falls back to the clock date with a warning, the same
     *>   rule as SUMINTS.
     *>--------------------------------------------------------------
      1500-READ-CYCLE-DATE.
          MOVE WS-RUN-DATE TO WS-CYCLE-DATE
          DISPLAY "PHYSICAL RUN STAMP " WS-RUN-DATE " "
              WS-RUN-TIME
          OPEN INPUT CYCLE-DATE-FILE
          IF WS-CYCLE-FILE-STATUS NOT = "00"
              DISPLAY "CYCLDATE NOT AVAILABLE (FILE STATUS "
                  WS-CYCLE-FILE-STATUS ") - USING CLOCK DATE"
              GO TO 1500-EXIT
          END-IF
          READ CYCLE-DATE-FILE
              AT END
                  DISPLAY "CYCLDATE IS EMPTY - USING CLOCK DATE"
                  CLOSE CYCLE-DATE-FILE
                  GO TO 1500-EXIT
          END-READ
          IF CY-BUSINESS-DATE IS NOT NUMERIC
              DISPLAY "INVALID BUSINESS DATE ON CYCLDATE: "
                  CY-BUSINESS-DATE " - USING CLOCK DATE"
          ELSE
              MOVE CY-BUSINESS-DATE TO WS-CYCLE-DATE
          END-IF
          CLOSE CYCLE-DATE-FILE.
      1500-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 1600-CLEAR-LEG
     *>--------------------------------------------------------------
      1600-CLEAR-LEG.
          MOVE SPACES TO WS-LG-STEP-NAME (LX)
          MOVE 0 TO WS-LG-NIGHTS (LX)
          MOVE 0 TO WS-LG-RECORDS-IN (LX)
          MOVE 0 TO WS-LG-ELAPSED (LX).
      1600-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2000-SWEEP-HISTORY
     *>   The history in key order; each change of step name closes
     *>   off and reports the step before it.
     *>--------------------------------------------------------------
      2000-SWEEP-HISTORY.
          MOVE LOW-VALUES TO RH-HISTORY-KEY
          START RUN-HISTORY-FILE
              KEY IS NOT LESS THAN RH-HISTORY-KEY
              INVALID KEY
                  SET HISTORY-FILE-EOF TO TRUE
          END-START
          IF NOT HISTORY-FILE-EOF
              PERFORM 2100-READ-HISTORY-RECORD THRU 2100-EXIT
          END-IF
          PERFORM 2200-TAKE-HISTORY-RECORD THRU 2200-EXIT
              UNTIL HISTORY-FILE-EOF
          IF WS-CURRENT-STEP NOT = SPACES
              PERFORM 4000-REPORT-STEP THRU 4000-EXIT
          END-IF.
      2000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2100-READ-HISTORY-RECORD
     *>--------------------------------------------------------------
      2100-READ-HISTORY-RECORD.
          READ RUN-HISTORY-FILE NEXT RECORD
              AT END
                  SET HISTORY-FILE-EOF TO TRUE
          END-READ.
      2100-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2200-TAKE-HISTORY-RECORD
     *>   Nights after the as-of date (a report rerun for an earlier
     *>   week) are passed over.
     *>--------------------------------------------------------------
      2200-TAKE-HISTORY-RECORD.
          ADD 1 TO WS-HISTORY-READ
          IF RH-BUSINESS-DATE IS NOT NUMERIC
              OR RH-BUSINESS-DATE > WS-CYCLE-DATE
              PERFORM 2100-READ-HISTORY-RECORD THRU 2100-EXIT
              GO TO 2200-EXIT
          END-IF
          IF RH-STEP-NAME NOT = WS-CURRENT-STEP
              IF WS-CURRENT-STEP NOT = SPACES
                  PERFORM 4000-REPORT-STEP THRU 4000-EXIT
              END-IF
              MOVE RH-STEP-NAME TO WS-CURRENT-STEP
              MOVE 0 TO WS-NIGHT-COUNT
              MOVE 0 TO WS-STEP-NIGHTS-ON-FILE
          END-IF
          ADD 1 TO WS-STEP-NIGHTS-ON-FILE
          MOVE RH-BUSINESS-DATE TO WS-LAST-NIGHT-DATE
          MOVE RH-COND-CODE TO WS-LAST-NIGHT-COND
          MOVE RH-BUSINESS-DATE TO WS-DN-DATE
          PERFORM 6000-COMPUTE-DAY-NUMBER THRU 6000-EXIT
          MOVE RH-END-TIME TO WS-CLOCK-STAMP
          PERFORM 6100-COMPUTE-NIGHT-SECONDS THRU 6100-EXIT
          PERFORM 2300-KEEP-NIGHT THRU 2300-EXIT
          PERFORM 2500-NOTE-NIGHT-FINISH THRU 2500-EXIT
          PERFORM 2100-READ-HISTORY-RECORD THRU 2100-EXIT.
      2200-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2300-KEEP-NIGHT
     *>--------------------------------------------------------------
      2300-KEEP-NIGHT.
          IF WS-NIGHT-COUNT >= WS-NIGHT-MAX
              PERFORM 2350-SHIFT-NIGHT THRU 2350-EXIT
                  VARYING NX FROM 1 BY 1
                  UNTIL NX >= WS-NIGHT-MAX
          ELSE
              ADD 1 TO WS-NIGHT-COUNT
          END-IF
          SET NX TO WS-NIGHT-COUNT
          MOVE RH-BUSINESS-DATE TO WS-NT-BUSINESS-DATE (NX)
          COMPUTE WS-NT-DAY-OFFSET (NX) =
              WS-DN-DAY-NUMBER - WS-ASOF-DAY-NUMBER
          MOVE RH-ELAPSED-SECONDS TO WS-NT-ELAPSED (NX)
          MOVE RH-RECORDS-IN TO WS-NT-RECORDS-IN (NX)
          MOVE RH-RECORDS-OUT TO WS-NT-RECORDS-OUT (NX)
          MOVE WS-NIGHT-SECONDS TO WS-NT-FINISH (NX)
          MOVE RH-COND-CODE TO WS-NT-COND-CODE (NX)
          MOVE 'N' TO WS-NT-PICKED (NX).
      2300-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2350-SHIFT-NIGHT
     *>--------------------------------------------------------------
      2350-SHIFT-NIGHT.
          MOVE WS-NIGHT-ENTRY (NX + 1) TO WS-NIGHT-ENTRY (NX).
      2350-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2500-NOTE-NIGHT-FINISH
     *>   Keeps the latest finish of any step for the business date.
     *>--------------------------------------------------------------
      2500-NOTE-NIGHT-FINISH.
          IF WS-ASOF-DAY-NUMBER - WS-DN-DAY-NUMBER
                  >= WS-DATE-WINDOW-DAYS
              GO TO 2500-EXIT
          END-IF
          SET DX TO 1
          SEARCH WS-DATE-ENTRY
              AT END
                  CONTINUE
              WHEN DX > WS-DATE-COUNT
                  CONTINUE
              WHEN WS-DT-BUSINESS-DATE (DX) = RH-BUSINESS-DATE
                  IF WS-NIGHT-SECONDS > WS-DT-FINISH (DX)
                      MOVE WS-NIGHT-SECONDS TO WS-DT-FINISH (DX)
                  END-IF
                  GO TO 2500-EXIT
          END-SEARCH
          IF WS-DATE-COUNT >= WS-DATE-MAX
              GO TO 2500-EXIT
          END-IF
          ADD 1 TO WS-DATE-COUNT
          SET DX TO WS-DATE-COUNT
          MOVE RH-BUSINESS-DATE TO WS-DT-BUSINESS-DATE (DX)
          COMPUTE WS-DT-DAY-OFFSET (DX) =
              WS-DN-DAY-NUMBER - WS-ASOF-DAY-NUMBER
          MOVE WS-NIGHT-SECONDS TO WS-DT-FINISH (DX).
      2500-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4000-REPORT-STEP
     *>   One step's block: the 30- and 90-night lines, the trend,
     *>   the window-end projection and the slowest nights.
     *>--------------------------------------------------------------
      4000-REPORT-STEP.
          IF WS-NIGHT-COUNT = 0
              GO TO 4000-EXIT
          END-IF
          ADD 1 TO WS-STEPS-REPORTED
          MOVE SPACES TO TREND-REPORT-LINE
          WRITE TREND-REPORT-LINE
          MOVE WS-CURRENT-STEP TO TP-STEP-NAME
          MOVE WS-STEP-NIGHTS-ON-FILE TO TP-NIGHTS-ON-FILE
          MOVE WS-LAST-NIGHT-DATE TO TP-LAST-NIGHT
          MOVE WS-LAST-NIGHT-COND TO TP-LAST-COND
          MOVE WS-RPT-STEP-LINE TO TREND-REPORT-LINE
          WRITE TREND-REPORT-LINE
          MOVE WS-RPT-PERHDG-LINE TO TREND-REPORT-LINE
          WRITE TREND-REPORT-LINE
          IF WS-NIGHT-COUNT > WS-SHORT-PERIOD
              COMPUTE WS-PERIOD-FIRST =
                  WS-NIGHT-COUNT - WS-SHORT-PERIOD + 1
          ELSE
              MOVE 1 TO WS-PERIOD-FIRST
          END-IF
          MOVE "LAST 30" TO TR-PERIOD
          PERFORM 4100-SUM-PERIOD THRU 4100-EXIT
          MOVE WS-PERIOD-AVG-ELAPSED TO WS-AVG-ELAPSED-30
          PERFORM 4500-NOTE-LEG-SHARE THRU 4500-EXIT
          MOVE 1 TO WS-PERIOD-FIRST
          MOVE "LAST 90" TO TR-PERIOD
          PERFORM 4100-SUM-PERIOD THRU 4100-EXIT
          MOVE WS-PERIOD-AVG-ELAPSED TO WS-AVG-ELAPSED-90
          PERFORM 4200-FIT-STEP-TREND THRU 4200-EXIT
          MOVE WS-FINISH-SLOPE TO WS-FIT-SLOPE
          MOVE WS-FINISH-LEVEL TO WS-FIT-LEVEL
          PERFORM 4300-PROJECT-WINDOW-END THRU 4300-EXIT
          PERFORM 4400-LIST-SLOWEST THRU 4400-EXIT.
      4000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4100-SUM-PERIOD
     *>   Nights WS-PERIOD-FIRST through the last, printed as one
     *>   period line.
     *>--------------------------------------------------------------
      4100-SUM-PERIOD.
          MOVE 0 TO WS-PERIOD-NIGHTS
          MOVE 0 TO WS-PERIOD-ELAPSED-TOTAL
          MOVE 0 TO WS-PERIOD-MAX-ELAPSED
          MOVE 0 TO WS-PERIOD-IN-TOTAL
          MOVE 0 TO WS-PERIOD-OUT-TOTAL
          MOVE 0 TO WS-PERIOD-FINISH-TOTAL
          MOVE 0 TO WS-PERIOD-LATEST-FINISH
          PERFORM 4150-ADD-PERIOD-NIGHT THRU 4150-EXIT
              VARYING NX FROM WS-PERIOD-FIRST BY 1
              UNTIL NX > WS-NIGHT-COUNT
          MOVE WS-PERIOD-NIGHTS TO TR-NIGHTS
          COMPUTE WS-PERIOD-AVG-ELAPSED ROUNDED =
              WS-PERIOD-ELAPSED-TOTAL / WS-PERIOD-NIGHTS
          MOVE WS-PERIOD-AVG-ELAPSED TO WS-FMT-SECONDS
          PERFORM 6250-FORMAT-DURATION THRU 6250-EXIT
          MOVE WS-FMT-HMS TO TR-AVG-ELAPSED
          MOVE WS-PERIOD-MAX-ELAPSED TO WS-FMT-SECONDS
          PERFORM 6250-FORMAT-DURATION THRU 6250-EXIT
          MOVE WS-FMT-HMS TO TR-MAX-ELAPSED
          COMPUTE TR-AVG-RECORDS-IN ROUNDED =
              WS-PERIOD-IN-TOTAL / WS-PERIOD-NIGHTS
          COMPUTE TR-AVG-RECORDS-OUT ROUNDED =
              WS-PERIOD-OUT-TOTAL / WS-PERIOD-NIGHTS
          COMPUTE WS-FMT-SECONDS ROUNDED =
              WS-PERIOD-FINISH-TOTAL / WS-PERIOD-NIGHTS
          PERFORM 6200-FORMAT-NIGHT-CLOCK THRU 6200-EXIT
          MOVE WS-FMT-HMS TO TR-AVG-FINISH
          MOVE WS-PERIOD-LATEST-FINISH TO WS-FMT-SECONDS
          PERFORM 6200-FORMAT-NIGHT-CLOCK THRU 6200-EXIT
          MOVE WS-FMT-HMS TO TR-LATEST-FINISH
          MOVE WS-RPT-PERIOD-LINE TO TREND-REPORT-LINE
          WRITE TREND-REPORT-LINE.
      4100-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4150-ADD-PERIOD-NIGHT
     *>--------------------------------------------------------------
      4150-ADD-PERIOD-NIGHT.
          ADD 1 TO WS-PERIOD-NIGHTS
          ADD WS-NT-ELAPSED (NX) TO WS-PERIOD-ELAPSED-TOTAL
          ADD WS-NT-RECORDS-IN (NX) TO WS-PERIOD-IN-TOTAL
          ADD WS-NT-RECORDS-OUT (NX) TO WS-PERIOD-OUT-TOTAL
          ADD WS-NT-FINISH (NX) TO WS-PERIOD-FINISH-TOTAL
          IF WS-NT-ELAPSED (NX) > WS-PERIOD-MAX-ELAPSED
              MOVE WS-NT-ELAPSED (NX) TO WS-PERIOD-MAX-ELAPSED
          END-IF
          IF WS-NT-FINISH (NX) > WS-PERIOD-LATEST-FINISH
              MOVE WS-NT-FINISH (NX) TO WS-PERIOD-LATEST-FINISH
          END-IF.
      4150-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4200-FIT-STEP-TREND
     *>   The trend line: the last 30 nights' average elapsed set
     *>   against the last 90's (RISING or FALLING past the limit,
     *>   else STEADY), and the drift per night of elapsed time and
     *>   of the finish from a straight line through all 90.
     *>--------------------------------------------------------------
      4200-FIT-STEP-TREND.
          MOVE 0 TO WS-SUM-N
          MOVE 0 TO WS-SUM-X
          MOVE 0 TO WS-SUM-XX
          MOVE 0 TO WS-SUM-Y-ELAPSED
          MOVE 0 TO WS-SUM-XY-ELAPSED
          MOVE 0 TO WS-SUM-Y-FINISH
          MOVE 0 TO WS-SUM-XY-FINISH
          PERFORM 4250-ADD-FIT-NIGHT THRU 4250-EXIT
              VARYING NX FROM 1 BY 1
              UNTIL NX > WS-NIGHT-COUNT
          MOVE WS-SUM-Y-ELAPSED TO WS-FIT-SUM-Y
          MOVE WS-SUM-XY-ELAPSED TO WS-FIT-SUM-XY
          PERFORM 6400-FIT-LINE THRU 6400-EXIT
          MOVE WS-FIT-SLOPE TO WS-ELAPSED-SLOPE
          MOVE WS-SUM-Y-FINISH TO WS-FIT-SUM-Y
          MOVE WS-SUM-XY-FINISH TO WS-FIT-SUM-XY
          PERFORM 6400-FIT-LINE THRU 6400-EXIT
          MOVE WS-FIT-SLOPE TO WS-FINISH-SLOPE
          MOVE WS-FIT-LEVEL TO WS-FINISH-LEVEL
          MOVE 0 TO WS-TREND-PCT
          IF WS-AVG-ELAPSED-90 > 0
              COMPUTE WS-TREND-PCT ROUNDED =
                  (WS-AVG-ELAPSED-30 - WS-AVG-ELAPSED-90) * 100
                  / WS-AVG-ELAPSED-90
          END-IF
          IF WS-TREND-PCT > 999.9
              MOVE 999.9 TO WS-TREND-PCT
          END-IF
          IF WS-TREND-PCT < -999.9
              MOVE -999.9 TO WS-TREND-PCT
          END-IF
          EVALUATE TRUE
              WHEN NOT FIT-USABLE
                  MOVE "TOO FEW NIGHTS" TO TT-TREND-LABEL
              WHEN WS-TREND-PCT > WS-TREND-PCT-LIMIT
                  MOVE "RISING" TO TT-TREND-LABEL
              WHEN WS-TREND-PCT < 0 - WS-TREND-PCT-LIMIT
                  MOVE "FALLING" TO TT-TREND-LABEL
              WHEN OTHER
                  MOVE "STEADY" TO TT-TREND-LABEL
          END-EVALUATE
          MOVE WS-TREND-PCT TO TT-TREND-PCT
          MOVE WS-ELAPSED-SLOPE TO WS-RATE-WORK
          PERFORM 6500-LIMIT-RATE THRU 6500-EXIT
          MOVE WS-RATE-WORK TO TT-ELAPSED-RATE
          MOVE WS-FINISH-SLOPE TO WS-RATE-WORK
          PERFORM 6500-LIMIT-RATE THRU 6500-EXIT
          MOVE WS-RATE-WORK TO TT-FINISH-RATE
          MOVE WS-RPT-TREND-LINE TO TREND-REPORT-LINE
          WRITE TREND-REPORT-LINE.
      4200-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4250-ADD-FIT-NIGHT
     *>--------------------------------------------------------------
      4250-ADD-FIT-NIGHT.
          ADD 1 TO WS-SUM-N
          ADD WS-NT-DAY-OFFSET (NX) TO WS-SUM-X
          COMPUTE WS-SUM-XX = WS-SUM-XX
              + WS-NT-DAY-OFFSET (NX) * WS-NT-DAY-OFFSET (NX)
          ADD WS-NT-ELAPSED (NX) TO WS-SUM-Y-ELAPSED
          COMPUTE WS-SUM-XY-ELAPSED = WS-SUM-XY-ELAPSED
              + WS-NT-DAY-OFFSET (NX) * WS-NT-ELAPSED (NX)
          ADD WS-NT-FINISH (NX) TO WS-SUM-Y-FINISH
          COMPUTE WS-SUM-XY-FINISH = WS-SUM-XY-FINISH
              + WS-NT-DAY-OFFSET (NX) * WS-NT-FINISH (NX).
      4250-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4300-PROJECT-WINDOW-END
     *>   From the finish line (WS-FIT-SLOPE seconds a day, level
     *>   WS-FIT-LEVEL tonight): the date the finish reaches the
     *>   window end, counted in calendar days from the as-of
     *>   date. A crossing inside the warning horizon, or a finish
     *>   already past the window end, is flagged ** and counted.
     *>--------------------------------------------------------------
      4300-PROJECT-WINDOW-END.
          MOVE SPACES TO TJ-DATE
          MOVE SPACES TO TJ-DAYS-NOTE
          MOVE SPACES TO TJ-FITTED-LABEL
          MOVE SPACES TO TJ-FITTED-FINISH
          IF WS-CUTOFF-TIME = 0
              MOVE "NO WINDOW END ON THE SUMPARM CARD" TO TJ-TEXT
              GO TO 4300-WRITE
          END-IF
          IF NOT FIT-USABLE
              MOVE "TOO FEW NIGHTS TO PROJECT" TO TJ-TEXT
              GO TO 4300-WRITE
          END-IF
          IF WS-FIT-LEVEL < 0
              MOVE 0 TO WS-PROJ-FITTED
          ELSE
              MOVE WS-FIT-LEVEL TO WS-PROJ-FITTED
          END-IF
          IF WS-PROJ-FITTED > 86399
              MOVE 86399 TO WS-PROJ-FITTED
          END-IF
          MOVE "  FITTED FINISH NOW " TO TJ-FITTED-LABEL
          MOVE WS-PROJ-FITTED TO WS-FMT-SECONDS
          PERFORM 6200-FORMAT-NIGHT-CLOCK THRU 6200-EXIT
          MOVE WS-FMT-HMS TO TJ-FITTED-FINISH
          IF WS-FIT-LEVEL >= WS-CUTOFF-NIGHT-SECONDS
              MOVE "** ALREADY FINISHING PAST THE WINDOW END"
                  TO TJ-TEXT
              ADD 1 TO WS-ATTENTION-COUNT
              GO TO 4300-WRITE
          END-IF
          IF WS-FIT-SLOPE NOT > 0
              MOVE "FINISH NOT GETTING LATER - NO CROSSING"
                  TO TJ-TEXT
              GO TO 4300-WRITE
          END-IF
          COMPUTE WS-PROJ-DAYS-WORK =
              (WS-CUTOFF-NIGHT-SECONDS - WS-FIT-LEVEL)
              / WS-FIT-SLOPE
          IF WS-PROJ-DAYS-WORK > WS-PROJECTION-LIMIT
              MOVE "NOT PASSED WITHIN TEN YEARS AT THIS RATE"
                  TO TJ-TEXT
              GO TO 4300-WRITE
          END-IF
          MOVE WS-PROJ-DAYS-WORK TO WS-PROJ-DAYS
          IF WS-PROJ-DAYS < WS-PROJ-DAYS-WORK
              ADD 1 TO WS-PROJ-DAYS
          END-IF
          MOVE WS-CYCLE-DATE TO WS-AD-DATE
          PERFORM 6300-ADVANCE-ONE-DAY THRU 6300-EXIT
              VARYING WS-AD-STEP-COUNT FROM 1 BY 1
              UNTIL WS-AD-STEP-COUNT > WS-PROJ-DAYS
          MOVE WS-AD-DATE TO TJ-DATE
          MOVE WS-PROJ-DAYS TO WN-DAYS
          MOVE WS-DAYS-NOTE TO TJ-DAYS-NOTE
          IF WS-PROJ-DAYS <= WS-WARNING-DAYS
              MOVE "** PROJECTED TO BE PASSED ON" TO TJ-TEXT
              ADD 1 TO WS-ATTENTION-COUNT
          ELSE
              MOVE "PROJECTED TO BE PASSED ON" TO TJ-TEXT
          END-IF.
      4300-WRITE.
          MOVE WS-RPT-PROJ-LINE TO TREND-REPORT-LINE
          WRITE TREND-REPORT-LINE.
      4300-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4400-LIST-SLOWEST
     *>   The three longest-running of the nights held.
     *>--------------------------------------------------------------
      4400-LIST-SLOWEST.
          PERFORM 4410-PICK-SLOWEST THRU 4410-EXIT
              VARYING WS-PICK-NO FROM 1 BY 1
              UNTIL WS-PICK-NO > WS-PICK-LIMIT
                 OR WS-PICK-NO > WS-NIGHT-COUNT.
      4400-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4410-PICK-SLOWEST
     *>--------------------------------------------------------------
      4410-PICK-SLOWEST.
          MOVE 0 TO WS-BEST-SLOT
          MOVE 0 TO WS-BEST-ELAPSED
          PERFORM 4420-CHECK-SLOWEST THRU 4420-EXIT
              VARYING NX FROM 1 BY 1
              UNTIL NX > WS-NIGHT-COUNT
          IF WS-BEST-SLOT = 0
              GO TO 4410-EXIT
          END-IF
          SET NX TO WS-BEST-SLOT
          MOVE 'Y' TO WS-NT-PICKED (NX)
          MOVE WS-NT-BUSINESS-DATE (NX) TO TW-BUSINESS-DATE
          MOVE WS-NT-ELAPSED (NX) TO WS-FMT-SECONDS
          PERFORM 6250-FORMAT-DURATION THRU 6250-EXIT
          MOVE WS-FMT-HMS TO TW-ELAPSED
          MOVE WS-NT-RECORDS-IN (NX) TO TW-RECORDS-IN
          MOVE WS-NT-RECORDS-OUT (NX) TO TW-RECORDS-OUT
          MOVE WS-NT-FINISH (NX) TO WS-FMT-SECONDS
          PERFORM 6200-FORMAT-NIGHT-CLOCK THRU 6200-EXIT
          MOVE WS-FMT-HMS TO TW-FINISH
          MOVE WS-NT-COND-CODE (NX) TO TW-COND-CODE
          MOVE WS-RPT-SLOW-LINE TO TREND-REPORT-LINE
          WRITE TREND-REPORT-LINE.
      4410-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4420-CHECK-SLOWEST
     *>--------------------------------------------------------------
      4420-CHECK-SLOWEST.
          IF WS-NT-PICKED (NX) = 'N'
              IF WS-BEST-SLOT = 0
                  OR WS-NT-ELAPSED (NX) > WS-BEST-ELAPSED
                  SET WS-BEST-SLOT TO NX
                  MOVE WS-NT-ELAPSED (NX) TO WS-BEST-ELAPSED
              END-IF
          END-IF.
      4420-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4500-NOTE-LEG-SHARE
     *>   A parallel leg step (SUMINTS1-4) keeps its 30-night
     *>   records in and elapsed for the leg section.
     *>--------------------------------------------------------------
      4500-NOTE-LEG-SHARE.
          IF WS-CURRENT-STEP (1:7) NOT = "SUMINTS"
              OR WS-CURRENT-STEP (8:1) < "1"
              OR WS-CURRENT-STEP (8:1) > "4"
              GO TO 4500-EXIT
          END-IF
          MOVE WS-CURRENT-STEP (8:1) TO WS-LEG-NUMBER
          SET LX TO WS-LEG-NUMBER
          MOVE WS-CURRENT-STEP TO WS-LG-STEP-NAME (LX)
          MOVE WS-PERIOD-NIGHTS TO WS-LG-NIGHTS (LX)
          MOVE WS-PERIOD-IN-TOTAL TO WS-LG-RECORDS-IN (LX)
          MOVE WS-PERIOD-ELAPSED-TOTAL TO WS-LG-ELAPSED (LX).
      4500-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 5000-REPORT-WHOLE-NIGHT
     *>   The latest finish of any step each night over the 90
     *>   latest business dates, with its own projection.
     *>--------------------------------------------------------------
      5000-REPORT-WHOLE-NIGHT.
          MOVE SPACES TO TREND-REPORT-LINE
          WRITE TREND-REPORT-LINE
          MOVE "WHOLE NIGHT - LATEST FINISH OF ANY STEP"
              TO TS-SECTION-TITLE
          MOVE WS-RPT-SECTION-LINE TO TREND-REPORT-LINE
          WRITE TREND-REPORT-LINE
          IF WS-DATE-COUNT = 0
              MOVE "(NO NIGHTS ON THE RUN HISTORY)" TO TX-NONE-TEXT
              MOVE WS-RPT-NONE-LINE TO TREND-REPORT-LINE
              WRITE TREND-REPORT-LINE
              GO TO 5000-EXIT
          END-IF
          MOVE 0 TO WS-SUM-N
          MOVE 0 TO WS-SUM-X
          MOVE 0 TO WS-SUM-XX
          MOVE 0 TO WS-SUM-Y-FINISH
          MOVE 0 TO WS-SUM-XY-FINISH
          MOVE 0 TO WS-PERIOD-LATEST-FINISH
          MOVE 0 TO WS-NIGHT-LATEST-DATE
          PERFORM 5100-TAKE-NIGHT-DATE THRU 5100-EXIT
              VARYING DX FROM 1 BY 1
              UNTIL DX > WS-DATE-COUNT
          MOVE WS-SUM-Y-FINISH TO WS-FIT-SUM-Y
          MOVE WS-SUM-XY-FINISH TO WS-FIT-SUM-XY
          PERFORM 6400-FIT-LINE THRU 6400-EXIT
          MOVE WS-SUM-N TO TN-NIGHTS
          COMPUTE WS-FMT-SECONDS ROUNDED =
              WS-SUM-Y-FINISH / WS-SUM-N
          PERFORM 6200-FORMAT-NIGHT-CLOCK THRU 6200-EXIT
          MOVE WS-FMT-HMS TO TN-AVG-FINISH
          MOVE WS-PERIOD-LATEST-FINISH TO WS-FMT-SECONDS
          PERFORM 6200-FORMAT-NIGHT-CLOCK THRU 6200-EXIT
          MOVE WS-FMT-HMS TO TN-LATEST-FINISH
          MOVE WS-NIGHT-LATEST-DATE TO TN-LATEST-DATE
          MOVE WS-FIT-SLOPE TO WS-RATE-WORK
          PERFORM 6500-LIMIT-RATE THRU 6500-EXIT
          MOVE WS-RATE-WORK TO TN-FINISH-RATE
          MOVE WS-RPT-NIGHT-LINE TO TREND-REPORT-LINE
          WRITE TREND-REPORT-LINE
          PERFORM 4300-PROJECT-WINDOW-END THRU 4300-EXIT.
      5000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 5100-TAKE-NIGHT-DATE
     *>   A date is in the window when fewer than 90 of the dates
     *>   held are later than it.
     *>--------------------------------------------------------------
      5100-TAKE-NIGHT-DATE.
          MOVE 0 TO WS-LATER-DATES
          PERFORM 5150-COUNT-LATER-DATE THRU 5150-EXIT
              VARYING DY FROM 1 BY 1
              UNTIL DY > WS-DATE-COUNT
          IF WS-LATER-DATES >= WS-NIGHT-MAX
              GO TO 5100-EXIT
          END-IF
          ADD 1 TO WS-SUM-N
          ADD WS-DT-DAY-OFFSET (DX) TO WS-SUM-X
          COMPUTE WS-SUM-XX = WS-SUM-XX
              + WS-DT-DAY-OFFSET (DX) * WS-DT-DAY-OFFSET (DX)
          ADD WS-DT-FINISH (DX) TO WS-SUM-Y-FINISH
          COMPUTE WS-SUM-XY-FINISH = WS-SUM-XY-FINISH
              + WS-DT-DAY-OFFSET (DX) * WS-DT-FINISH (DX)
          IF WS-DT-FINISH (DX) > WS-PERIOD-LATEST-FINISH
              OR WS-NIGHT-LATEST-DATE = 0
              MOVE WS-DT-FINISH (DX) TO WS-PERIOD-LATEST-FINISH
              MOVE WS-DT-BUSINESS-DATE (DX) TO WS-NIGHT-LATEST-DATE
          END-IF.
      5100-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 5150-COUNT-LATER-DATE
     *>--------------------------------------------------------------
      5150-COUNT-LATER-DATE.
          IF WS-DT-BUSINESS-DATE (DY) > WS-DT-BUSINESS-DATE (DX)
              ADD 1 TO WS-LATER-DATES
          END-IF.
      5150-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 5500-REPORT-LEGS
     *>   Each leg's share of the records read by all the legs over
     *>   its last 30 nights, against an even split. A leg more than
     *>   the tolerance (as a part of its fair share) over or under
     *>   is flagged ** and counted.
     *>--------------------------------------------------------------
      5500-REPORT-LEGS.
          MOVE SPACES TO TREND-REPORT-LINE
          WRITE TREND-REPORT-LINE
          MOVE "PARALLEL LEGS - SHARE OF THE WORK, LAST 30 NIGHTS"
              TO TS-SECTION-TITLE
          MOVE WS-RPT-SECTION-LINE TO TREND-REPORT-LINE
          WRITE TREND-REPORT-LINE
          MOVE 0 TO WS-LEGS-PRESENT
          MOVE 0 TO WS-LEG-IN-TOTAL
          MOVE 0 TO WS-LEG-ELAPSED-TOTAL
          PERFORM 5520-COUNT-LEG THRU 5520-EXIT
              VARYING LX FROM 1 BY 1 UNTIL LX > 4
          IF WS-LEGS-PRESENT = 0
              MOVE "(NO PARALLEL NIGHTS ON THE RUN HISTORY)"
                  TO TX-NONE-TEXT
              MOVE WS-RPT-NONE-LINE TO TREND-REPORT-LINE
              WRITE TREND-REPORT-LINE
              GO TO 5500-EXIT
          END-IF
          COMPUTE WS-FAIR-SHARE ROUNDED = 100 / WS-LEGS-PRESENT
          MOVE WS-RPT-LEGHDG-LINE TO TREND-REPORT-LINE
          WRITE TREND-REPORT-LINE
          PERFORM 5550-REPORT-ONE-LEG THRU 5550-EXIT
              VARYING LX FROM 1 BY 1 UNTIL LX > 4.
      5500-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 5520-COUNT-LEG
     *>--------------------------------------------------------------
      5520-COUNT-LEG.
          IF WS-LG-NIGHTS (LX) > 0
              ADD 1 TO WS-LEGS-PRESENT
              ADD WS-LG-RECORDS-IN (LX) TO WS-LEG-IN-TOTAL
              ADD WS-LG-ELAPSED (LX) TO WS-LEG-ELAPSED-TOTAL
          END-IF.
      5520-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 5550-REPORT-ONE-LEG
     *>--------------------------------------------------------------
      5550-REPORT-ONE-LEG.
          IF WS-LG-NIGHTS (LX) = 0
              GO TO 5550-EXIT
          END-IF
          MOVE WS-LG-STEP-NAME (LX) TO TL-STEP-NAME
          MOVE WS-LG-NIGHTS (LX) TO TL-NIGHTS
          MOVE WS-LG-RECORDS-IN (LX) TO TL-RECORDS-IN
          MOVE 0 TO WS-LEG-SHARE
          IF WS-LEG-IN-TOTAL > 0
              COMPUTE WS-LEG-SHARE ROUNDED =
                  WS-LG-RECORDS-IN (LX) * 100 / WS-LEG-IN-TOTAL
          END-IF
          MOVE WS-LEG-SHARE TO TL-SHARE
          IF WS-LEG-ELAPSED-TOTAL > 0
              COMPUTE TL-ELAPSED-SHARE ROUNDED =
                  WS-LG-ELAPSED (LX) * 100 / WS-LEG-ELAPSED-TOTAL
          ELSE
              MOVE 0 TO TL-ELAPSED-SHARE
          END-IF
          MOVE WS-FAIR-SHARE TO TL-FAIR-SHARE
          EVALUATE TRUE
              WHEN WS-LEGS-PRESENT < 2
                  MOVE "ONLY LEG" TO TL-STATUS
              WHEN WS-LEG-IN-TOTAL = 0
                  MOVE "NO RECORDS" TO TL-STATUS
              WHEN WS-LEG-SHARE * 100 >
                      WS-FAIR-SHARE * (100 + WS-LEG-TOLERANCE-PCT)
                  MOVE "** HEAVY" TO TL-STATUS
                  ADD 1 TO WS-ATTENTION-COUNT
              WHEN WS-LEG-SHARE * 100 <
                      WS-FAIR-SHARE * (100 - WS-LEG-TOLERANCE-PCT)
                  MOVE "** LIGHT" TO TL-STATUS
                  ADD 1 TO WS-ATTENTION-COUNT
              WHEN OTHER
                  MOVE "BALANCED" TO TL-STATUS
          END-EVALUATE
          MOVE WS-RPT-LEG-LINE TO TREND-REPORT-LINE
          WRITE TREND-REPORT-LINE.
      5550-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 6000-COMPUTE-DAY-NUMBER
     *>   WS-DN-DATE in, WS-DN-DAY-NUMBER out: days from a fixed
     *>   origin, so the difference of two day numbers is the
     *>   number of days between the dates. The month term is the
     *>   days in the months before this one, counted from March.
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
     *> 6100-COMPUTE-NIGHT-SECONDS
     *>   WS-CLOCK-STAMP (HHMMSSHH) in; WS-CLOCK-SECONDS (since
     *>   midnight) and WS-NIGHT-SECONDS (since noon, the night
     *>   clock) out.
     *>--------------------------------------------------------------
      6100-COMPUTE-NIGHT-SECONDS.
          IF WS-CLOCK-STAMP IS NOT NUMERIC
              MOVE 0 TO WS-CLOCK-STAMP
          END-IF
          COMPUTE WS-CLOCK-SECONDS = WS-CLOCK-HH * 3600
              + WS-CLOCK-MM * 60 + WS-CLOCK-SS
          IF WS-CLOCK-SECONDS >= 43200
              COMPUTE WS-NIGHT-SECONDS = WS-CLOCK-SECONDS - 43200
          ELSE
              COMPUTE WS-NIGHT-SECONDS = WS-CLOCK-SECONDS + 43200
          END-IF.
      6100-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 6200-FORMAT-NIGHT-CLOCK
     *>   WS-FMT-SECONDS on the night clock in, WS-FMT-HMS as the
     *>   time of day out.
     *>--------------------------------------------------------------
      6200-FORMAT-NIGHT-CLOCK.
          ADD 43200 TO WS-FMT-SECONDS
          IF WS-FMT-SECONDS >= 86400
              SUBTRACT 86400 FROM WS-FMT-SECONDS
          END-IF
          PERFORM 6250-FORMAT-DURATION THRU 6250-EXIT.
      6200-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 6250-FORMAT-DURATION
     *>   WS-FMT-SECONDS in, WS-FMT-HMS (HH:MM:SS) out; anything
     *>   past 99 hours shows as 99:59:59.
     *>--------------------------------------------------------------
      6250-FORMAT-DURATION.
          IF WS-FMT-SECONDS > 359999
              MOVE 359999 TO WS-FMT-SECONDS
          END-IF
          DIVIDE WS-FMT-SECONDS BY 3600 GIVING WS-FMT-HH
              REMAINDER WS-FMT-REMAINDER
          DIVIDE WS-FMT-REMAINDER BY 60 GIVING WS-FMT-MM
              REMAINDER WS-FMT-SS.
      6250-EXIT.
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
     *> 6400-FIT-LINE
     *>   Least squares over WS-SUM-N points with WS-SUM-X and
     *>   WS-SUM-XX, y sums in WS-FIT-SUM-Y and WS-FIT-SUM-XY. Out:
     *>   WS-FIT-SLOPE (per day) and WS-FIT-LEVEL (the line at the
     *>   as-of date). Fewer nights than the minimum, or all on one
     *>   date, leave FIT-USABLE off.
     *>--------------------------------------------------------------
      6400-FIT-LINE.
          MOVE 'N' TO WS-FIT-SWITCH
          MOVE 0 TO WS-FIT-SLOPE
          MOVE 0 TO WS-FIT-LEVEL
          IF WS-SUM-N < WS-MIN-TREND-NIGHTS
              GO TO 6400-EXIT
          END-IF
          COMPUTE WS-FIT-DENOMINATOR =
              WS-SUM-N * WS-SUM-XX - WS-SUM-X * WS-SUM-X
          IF WS-FIT-DENOMINATOR = 0
              GO TO 6400-EXIT
          END-IF
          COMPUTE WS-FIT-NUMERATOR =
              WS-SUM-N * WS-FIT-SUM-XY - WS-SUM-X * WS-FIT-SUM-Y
          COMPUTE WS-FIT-SLOPE ROUNDED =
              WS-FIT-NUMERATOR / WS-FIT-DENOMINATOR
          COMPUTE WS-FIT-OFFSET-SUM ROUNDED =
              WS-FIT-SLOPE * WS-SUM-X
          COMPUTE WS-FIT-OFFSET-SUM = WS-FIT-SUM-Y - WS-FIT-OFFSET-SUM
          COMPUTE WS-FIT-LEVEL ROUNDED =
              WS-FIT-OFFSET-SUM / WS-SUM-N
          SET FIT-USABLE TO TRUE.
      6400-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 6500-LIMIT-RATE
     *>   Keeps WS-RATE-WORK inside the five digits printed.
     *>--------------------------------------------------------------
      6500-LIMIT-RATE.
          IF WS-RATE-WORK > 99999
              MOVE 99999 TO WS-RATE-WORK
          END-IF
          IF WS-RATE-WORK < -99999
              MOVE -99999 TO WS-RATE-WORK
          END-IF.
      6500-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 8000-TERMINATE
     *>--------------------------------------------------------------
      8000-TERMINATE.
          MOVE SPACES TO TREND-REPORT-LINE
          WRITE TREND-REPORT-LINE
          MOVE WS-STEPS-REPORTED TO TF-STEPS-REPORTED
          MOVE WS-ATTENTION-COUNT TO TF-ATTENTION-COUNT
          MOVE WS-RPT-FOOTER-LINE TO TREND-REPORT-LINE
          WRITE TREND-REPORT-LINE
          DISPLAY "RUNHIST RECORDS READ " WS-HISTORY-READ
              ", STEPS REPORTED " WS-STEPS-REPORTED
              ", NEEDING ATTENTION " WS-ATTENTION-COUNT
          CLOSE RUN-HISTORY-FILE
          CLOSE TREND-REPORT-FILE.
      8000-EXIT.
          EXIT.
