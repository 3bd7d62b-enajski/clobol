      IDENTIFICATION DIVISION.
      PROGRAM-ID. RunHistoryRoll.
      AUTHOR. J. HARTLEY.
      INSTALLATION. BATCH CONTROL GROUP.
      DATE-WRITTEN. 2026-10-07.
      DATE-COMPILED.
     *>--------------------------------------------------------------
     *> MODIFICATION HISTORY
     *>   2026-10-07  JH  New end-of-night roll step (load module
     *>                   RUNROLL). RUNCTL was read once by EONIGHT for
     *>                   the night's sheet and then never looked at
     *>                   again. This step rolls every step record on
     *>                   RUNCTL into the keyed run history (RUNHIST,
     *>                   keyed on step name and business date) with
     *>                   its start and end stamps, elapsed seconds,
     *>                   records in and out and condition code, for
     *>                   the weekly trend report (RUNTRND). The whole
     *>                   of RUNCTL is read each night, so a night the
     *>                   roll missed is picked up on the next; a
     *>                   step's record already on the history is left
     *>                   alone, and a later run of the same step for
     *>                   the same date (a rerun) replaces it and is
     *>                   counted. RC 0 rolled, RC 4 records on RUNCTL
     *>                   that could not be read as a step record, RC
     *>                   16 a file would not open.
     *>--------------------------------------------------------------
      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
      FILE-CONTROL.
          SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-RUNCTL-FILE-STATUS.
          SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RH-HISTORY-KEY
              FILE STATUS IS WS-HISTORY-FILE-STATUS.
      DATA DIVISION.
      FILE SECTION.
     *> One step record per night step on the shared run-control
     *> file, the layout every step writes. RC-LEGS carries the
     *> part count on the SUMSPLIT record and the legs merged on
     *> the SUMMRG record.
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
     *> One record per step per business date. Times are HHMMSSHH
     *> as the steps stamp them; elapsed is whole seconds from the
     *> start stamp to the end stamp.
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
      WORKING-STORAGE SECTION.
      77  WS-RUNCTL-FILE-STATUS       PIC X(02).
      77  WS-HISTORY-FILE-STATUS      PIC X(02).
      01  WS-SWITCHES.
          05  WS-RUNCTL-EOF-SWITCH    PIC X(01) VALUE 'N'.
              88  RUNCTL-FILE-EOF              VALUE 'Y'.
      01  WS-COUNTERS.
          05  WS-RUNCTL-READ          PIC 9(09) BINARY VALUE 0.
          05  WS-NIGHTS-ADDED         PIC 9(09) BINARY VALUE 0.
          05  WS-RERUNS-REPLACED      PIC 9(09) BINARY VALUE 0.
          05  WS-ALREADY-ROLLED       PIC 9(09) BINARY VALUE 0.
          05  WS-UNUSABLE-RECORDS     PIC 9(09) BINARY VALUE 0.
      01  WS-RUN-DATE                 PIC 9(08).
      01  WS-INCOMING-STAMP           PIC 9(16) VALUE 0.
      01  WS-STORED-STAMP             PIC 9(16) VALUE 0.
      01  WS-ELAPSED-WORK             PIC S9(11) COMP-3 VALUE 0.
      01  WS-START-SECONDS            PIC 9(05) BINARY VALUE 0.
      01  WS-END-SECONDS              PIC 9(05) BINARY VALUE 0.
      01  WS-START-DAY-NUMBER         PIC 9(09) BINARY VALUE 0.
     *> HHMMSSHH clock stamp broken out for the seconds of the day.
      01  WS-CLOCK-STAMP              PIC 9(08) VALUE 0.
      01  WS-CLOCK-STAMP-R REDEFINES WS-CLOCK-STAMP.
          05  WS-CLOCK-HH             PIC 9(02).
          05  WS-CLOCK-MM             PIC 9(02).
          05  WS-CLOCK-SS             PIC 9(02).
          05  WS-CLOCK-HUNDREDTHS     PIC 9(02).
      01  WS-CLOCK-SECONDS            PIC 9(05) BINARY VALUE 0.
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
      PROCEDURE DIVISION.
     *>--------------------------------------------------------------
     *> 0000-MAIN-PROCESS
     *>   Rolls every RUNCTL step record onto the run history.
     *>   Condition code 0 rolled, 4 unusable records were passed
     *>   over, 16 a file would not open.
     *>--------------------------------------------------------------
      0000-MAIN-PROCESS.
          PERFORM 1000-INITIALIZE THRU 1000-EXIT
          PERFORM 2000-ROLL-STEP-RECORD THRU 2000-EXIT
              UNTIL RUNCTL-FILE-EOF
          PERFORM 8000-TERMINATE THRU 8000-EXIT
          IF WS-UNUSABLE-RECORDS > 0
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
          OPEN INPUT RUN-CONTROL-FILE
          IF WS-RUNCTL-FILE-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN RUNCTL, FILE STATUS "
                  WS-RUNCTL-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          OPEN I-O RUN-HISTORY-FILE
          IF WS-HISTORY-FILE-STATUS NOT = "00"
              AND WS-HISTORY-FILE-STATUS NOT = "05"
              DISPLAY "UNABLE TO OPEN RUNHIST, FILE STATUS "
                  WS-HISTORY-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          PERFORM 2100-READ-STEP-RECORD THRU 2100-EXIT.
      1000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2000-ROLL-STEP-RECORD
     *>   A new step and date is added. One already on the history
     *>   is replaced only by a record started later - a rerun of
     *>   the step for that date; the same record read again on a
     *>   later night, or an earlier run, leaves it as it is.
     *>--------------------------------------------------------------
      2000-ROLL-STEP-RECORD.
          ADD 1 TO WS-RUNCTL-READ
          IF RC-STEP-NAME = SPACES
              OR RC-BUSINESS-DATE IS NOT NUMERIC
              OR RC-START-DATE IS NOT NUMERIC
              OR RC-START-TIME IS NOT NUMERIC
              OR RC-END-DATE IS NOT NUMERIC
              OR RC-END-TIME IS NOT NUMERIC
              DISPLAY "UNUSABLE RUNCTL RECORD " WS-RUNCTL-READ
                  " - " RUN-CONTROL-RECORD (1:40)
              ADD 1 TO WS-UNUSABLE-RECORDS
              PERFORM 2100-READ-STEP-RECORD THRU 2100-EXIT
              GO TO 2000-EXIT
          END-IF
          COMPUTE WS-INCOMING-STAMP =
              RC-START-DATE * 100000000 + RC-START-TIME
          MOVE RC-STEP-NAME TO RH-STEP-NAME
          MOVE RC-BUSINESS-DATE TO RH-BUSINESS-DATE
          READ RUN-HISTORY-FILE
              INVALID KEY
                  PERFORM 2200-ADD-NIGHT THRU 2200-EXIT
                  PERFORM 2100-READ-STEP-RECORD THRU 2100-EXIT
                  GO TO 2000-EXIT
          END-READ
          COMPUTE WS-STORED-STAMP =
              RH-START-DATE * 100000000 + RH-START-TIME
          IF WS-INCOMING-STAMP NOT > WS-STORED-STAMP
              ADD 1 TO WS-ALREADY-ROLLED
              PERFORM 2100-READ-STEP-RECORD THRU 2100-EXIT
              GO TO 2000-EXIT
          END-IF
          PERFORM 2300-FILL-HISTORY-FIELDS THRU 2300-EXIT
          ADD 1 TO RH-RUN-COUNT
          REWRITE RUN-HISTORY-RECORD
              INVALID KEY
                  DISPLAY "REWRITE FAILED ON RUNHIST FOR "
                      RH-STEP-NAME " " RH-BUSINESS-DATE
                      ", FILE STATUS " WS-HISTORY-FILE-STATUS
                  PERFORM 2100-READ-STEP-RECORD THRU 2100-EXIT
                  GO TO 2000-EXIT
          END-REWRITE
          ADD 1 TO WS-RERUNS-REPLACED
          PERFORM 2100-READ-STEP-RECORD THRU 2100-EXIT.
      2000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2100-READ-STEP-RECORD
     *>--------------------------------------------------------------
      2100-READ-STEP-RECORD.
          READ RUN-CONTROL-FILE
              AT END
                  SET RUNCTL-FILE-EOF TO TRUE
          END-READ.
      2100-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2200-ADD-NIGHT
     *>--------------------------------------------------------------
      2200-ADD-NIGHT.
          MOVE SPACES TO RUN-HISTORY-RECORD
          MOVE RC-STEP-NAME TO RH-STEP-NAME
          MOVE RC-BUSINESS-DATE TO RH-BUSINESS-DATE
          PERFORM 2300-FILL-HISTORY-FIELDS THRU 2300-EXIT
          MOVE 1 TO RH-RUN-COUNT
          WRITE RUN-HISTORY-RECORD
              INVALID KEY
                  DISPLAY "WRITE FAILED ON RUNHIST FOR "
                      RH-STEP-NAME " " RH-BUSINESS-DATE
                      ", FILE STATUS " WS-HISTORY-FILE-STATUS
                  GO TO 2200-EXIT
          END-WRITE
          ADD 1 TO WS-NIGHTS-ADDED.
      2200-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2300-FILL-HISTORY-FIELDS
     *>   Elapsed seconds from the two stamps, across midnight and
     *>   month ends by way of the day numbers. An end stamp before
     *>   the start (a clock reset) is taken as zero.
     *>--------------------------------------------------------------
      2300-FILL-HISTORY-FIELDS.
          MOVE RC-START-DATE TO RH-START-DATE
          MOVE RC-START-TIME TO RH-START-TIME
          MOVE RC-END-DATE TO RH-END-DATE
          MOVE RC-END-TIME TO RH-END-TIME
          IF RC-RECORDS-IN IS NUMERIC
              MOVE RC-RECORDS-IN TO RH-RECORDS-IN
          ELSE
              MOVE 0 TO RH-RECORDS-IN
          END-IF
          IF RC-RECORDS-OUT IS NUMERIC
              MOVE RC-RECORDS-OUT TO RH-RECORDS-OUT
          ELSE
              MOVE 0 TO RH-RECORDS-OUT
          END-IF
          IF RC-COND-CODE IS NUMERIC
              MOVE RC-COND-CODE TO RH-COND-CODE
          ELSE
              MOVE 0 TO RH-COND-CODE
          END-IF
          IF RC-LEGS IS NUMERIC
              MOVE RC-LEGS TO RH-LEGS
          ELSE
              MOVE 0 TO RH-LEGS
          END-IF
          MOVE WS-RUN-DATE TO RH-ROLLED-DATE
          MOVE RC-START-DATE TO WS-DN-DATE
          PERFORM 6000-COMPUTE-DAY-NUMBER THRU 6000-EXIT
          MOVE WS-DN-DAY-NUMBER TO WS-START-DAY-NUMBER
          MOVE RC-START-TIME TO WS-CLOCK-STAMP
          PERFORM 6100-COMPUTE-CLOCK-SECONDS THRU 6100-EXIT
          MOVE WS-CLOCK-SECONDS TO WS-START-SECONDS
          MOVE RC-END-DATE TO WS-DN-DATE
          PERFORM 6000-COMPUTE-DAY-NUMBER THRU 6000-EXIT
          MOVE RC-END-TIME TO WS-CLOCK-STAMP
          PERFORM 6100-COMPUTE-CLOCK-SECONDS THRU 6100-EXIT
          MOVE WS-CLOCK-SECONDS TO WS-END-SECONDS
          COMPUTE WS-ELAPSED-WORK =
              (WS-DN-DAY-NUMBER - WS-START-DAY-NUMBER) * 86400
              + WS-END-SECONDS - WS-START-SECONDS
          IF WS-ELAPSED-WORK < 0
              MOVE 0 TO WS-ELAPSED-WORK
          END-IF
          IF WS-ELAPSED-WORK > 9999999
              MOVE 9999999 TO WS-ELAPSED-WORK
          END-IF
          MOVE WS-ELAPSED-WORK TO RH-ELAPSED-SECONDS.
      2300-EXIT.
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
     *> 6100-COMPUTE-CLOCK-SECONDS
     *>   WS-CLOCK-STAMP in, WS-CLOCK-SECONDS (seconds since
     *>   midnight, hundredths dropped) out.
     *>--------------------------------------------------------------
      6100-COMPUTE-CLOCK-SECONDS.
          COMPUTE WS-CLOCK-SECONDS = WS-CLOCK-HH * 3600
              + WS-CLOCK-MM * 60 + WS-CLOCK-SS.
      6100-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 8000-TERMINATE
     *>--------------------------------------------------------------
      8000-TERMINATE.
          DISPLAY "RUNCTL RECORDS READ " WS-RUNCTL-READ
          DISPLAY "NIGHTS ADDED TO RUNHIST " WS-NIGHTS-ADDED
              ", RERUNS REPLACED " WS-RERUNS-REPLACED
              ", ALREADY ON FILE " WS-ALREADY-ROLLED
          IF WS-UNUSABLE-RECORDS > 0
              DISPLAY "UNUSABLE RUNCTL RECORDS PASSED OVER "
                  WS-UNUSABLE-RECORDS
          END-IF
          CLOSE RUN-CONTROL-FILE
          CLOSE RUN-HISTORY-FILE.
      8000-EXIT.
          EXIT.
