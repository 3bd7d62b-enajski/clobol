     *>                   a file would not open. The business date
     *>                   comes from CYCLDATE, falling back to the
     *>                   clock date with a warning.
     *>   2026-10-10  JH  Writes its own EONIGHT step record to RUNCTL
     *>                   once the sheet is printed (condition code 00
     *>                   night complete, 08 incomplete). The date
     *>                   roll (DATEROLL) reads it as the close of the
     *>                   business date and will not advance CYCLDATE
     *>                   past a date with no clean close.
     *>--------------------------------------------------------------
      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
     *> One step record per night step on the shared run-control
     *> file, the layout every step writes. RC-LEGS carries the
     *> part count on the SUMSPLIT record and the legs merged on
     *> the SUMMRG record. This step writes its own record (EONIGHT)
     *> last of all; a rerun of the sheet lists the earlier one.
      FD  RUN-CONTROL-FILE
          RECORD CONTAINS 80 CHARACTERS.
      01  RUN-CONTROL-RECORD.
          05  WS-EXCEPTION-COUNT      PIC 9(03) BINARY VALUE 0.
      01  WS-RUN-DATE                 PIC 9(08).
      01  WS-RUN-TIME                 PIC 9(08).
      01  WS-END-DATE                 PIC 9(08).
      01  WS-END-TIME                 PIC 9(08).
      01  WS-STEP-COND                PIC 9(02) VALUE 0.
      01  WS-CYCLE-DATE               PIC 9(08) VALUE 0.
      01  WS-STEP-SLOT                PIC 9(02) BINARY VALUE 0.
      01  WS-LEGS-CUT                 PIC 9(02) VALUE 0.
     *>   completeness checks then run against the table. Condition
     *>   code 0 when the night is complete, 8 when a step is absent
     *>   or SUMMRG merged fewer legs than SUMSPLIT cut, 16 when a
     *>   file would not open. The outcome goes back on RUNCTL as
     *>   the EONIGHT step record the next date roll looks for.
     *>--------------------------------------------------------------
      0000-MAIN-PROCESS.
          PERFORM 1000-INITIALIZE THRU 1000-EXIT
          PERFORM 5000-CHECK-COMPLETENESS THRU 5000-EXIT
          PERFORM 8000-TERMINATE THRU 8000-EXIT
          IF NIGHT-INCOMPLETE
              MOVE 8 TO WS-STEP-COND
          ELSE
              MOVE 0 TO WS-STEP-COND
          END-IF
          PERFORM 8500-WRITE-STEP-RECORD THRU 8500-EXIT
          MOVE WS-STEP-COND TO RETURN-CODE
          STOP RUN.
     *>--------------------------------------------------------------
     *> 1000-INITIALIZE
          CLOSE RUN-REPORT-FILE.
      8000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 8500-WRITE-STEP-RECORD
     *>   One record to the shared run-control file, after the input
     *>   pass is closed: step records printed in, nothing out, and
     *>   the sheet's verdict as the condition code. A failed open
     *>   only costs the record - the date roll then refuses to
     *>   advance, which is the safe side.
     *>--------------------------------------------------------------
      8500-WRITE-STEP-RECORD.
          ACCEPT WS-END-DATE FROM DATE YYYYMMDD
          ACCEPT WS-END-TIME FROM TIME
          OPEN EXTEND RUN-CONTROL-FILE
          IF WS-RUNCTL-FILE-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN RUNCTL, FILE STATUS "
                  WS-RUNCTL-FILE-STATUS
                  " - NO STEP RECORD WRITTEN"
              GO TO 8500-EXIT
          END-IF
          MOVE SPACES TO RUN-CONTROL-RECORD
          MOVE "EONIGHT" TO RC-STEP-NAME
          MOVE WS-CYCLE-DATE TO RC-BUSINESS-DATE
          MOVE WS-RUN-DATE TO RC-START-DATE
          MOVE WS-RUN-TIME TO RC-START-TIME
          MOVE WS-END-DATE TO RC-END-DATE
          MOVE WS-END-TIME TO RC-END-TIME
          MOVE WS-RECORDS-PRINTED TO RC-RECORDS-IN
          MOVE 0 TO RC-RECORDS-OUT
          MOVE WS-STEP-COND TO RC-COND-CODE
          MOVE 0 TO RC-LEGS
          WRITE RUN-CONTROL-RECORD
          CLOSE RUN-CONTROL-FILE.
      8500-EXIT.
          EXIT.
