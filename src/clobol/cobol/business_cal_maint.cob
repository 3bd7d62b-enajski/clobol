      IDENTIFICATION DIVISION.
      PROGRAM-ID. BusinessCalMaint.
      AUTHOR. J. HARTLEY.
      INSTALLATION. BATCH CONTROL GROUP.
      DATE-WRITTEN. 2026-10-10.
      DATE-COMPILED.
     *>--------------------------------------------------------------
     *> MODIFICATION HISTORY
     *>   2026-10-10  JH  New business-day calendar maintenance
     *>                   program (load module BCALMNT), the CALMAINT
     *>                   pattern applied to a new keyed file. BUSCAL
     *>                   is keyed on the calendar date: one standard-
     *>                   week record under date 00000000 (type W,
     *>                   seven Y/N flags Monday through Sunday saying
     *>                   which weekdays are business days), then one
     *>                   record per exception date - type H for a
     *>                   holiday or other non-processing day, type B
     *>                   for a business day the standard week would
     *>                   skip - each with a description. The date
     *>                   roll (DATEROLL), the missing-file alarm
     *>                   (SUBCHK) and the month-end programs read it
     *>                   to tell a business day from a non-processing
     *>                   day. Every ADD, CHG, DEA and ACT card is
     *>                   staged on BCALPEND with the keying clerk's
     *>                   ID and the before and after images, and an
     *>                   APR or DCL card from a different clerk on a
     *>                   later run settles it, as on the other
     *>                   masters. Changes pending more than
     *>                   WS-PENDING-EXPIRY-DAYS are expired at the
     *>                   start of the run. RC 0 every card staged,
     *>                   approved or declined, RC 4 one or more
     *>                   cards rejected (see BCALLOG), RC 16 a file
     *>                   would not open.
     *>--------------------------------------------------------------
      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
      FILE-CONTROL.
          SELECT OPTIONAL BUSINESS-CAL-FILE ASSIGN TO "BUSCAL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS BU-CAL-DATE
              FILE STATUS IS WS-CAL-FILE-STATUS.
          SELECT OPTIONAL PENDING-CHANGE-FILE ASSIGN TO "BCALPEND"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PN-CAL-DATE
              FILE STATUS IS WS-PENDING-FILE-STATUS.
          SELECT CAL-TRAN-FILE ASSIGN TO "BCALTRAN"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-TRAN-FILE-STATUS.
          SELECT CHANGE-LOG-FILE ASSIGN TO "BCALLOG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-LOG-FILE-STATUS.
      DATA DIVISION.
      FILE SECTION.
     *> One record per calendar date that differs from the standard
     *> week, plus the standard week itself under date 00000000. A
     *> date with no active record of its own is a business day when
     *> the standard week's flag for its weekday is Y.
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
      FD  CAL-TRAN-FILE
          RECORD CONTAINS 80 CHARACTERS.
      01  CAL-TRAN-RECORD.
          05  CT-ACTION               PIC X(03).
          05  FILLER                  PIC X(01).
          05  CT-CAL-DATE             PIC X(08).
          05  CT-CAL-DATE-R REDEFINES CT-CAL-DATE.
              10  CT-CAL-YEAR         PIC 9(04).
              10  CT-CAL-MONTH        PIC 9(02).
              10  CT-CAL-DAY          PIC 9(02).
          05  FILLER                  PIC X(01).
          05  CT-DAY-TYPE             PIC X(01).
          05  FILLER                  PIC X(01).
          05  CT-WEEK-FLAGS           PIC X(07).
          05  CT-WEEK-FLAGS-R REDEFINES CT-WEEK-FLAGS.
              10  CT-WEEK-FLAG OCCURS 7 TIMES
                      INDEXED BY DX
                                      PIC X(01).
          05  FILLER                  PIC X(01).
          05  CT-DESCRIPTION          PIC X(30).
          05  FILLER                  PIC X(19).
          05  CT-CLERK-ID             PIC X(08).
     *> One staged change per calendar date, waiting for a second
     *> clerk: the action, who keyed it and when, and the record as
     *> it stood (if it existed) and as it will be written.
      FD  PENDING-CHANGE-FILE
          RECORD CONTAINS 240 CHARACTERS.
      01  PENDING-CHANGE-RECORD.
          05  PN-CAL-DATE             PIC 9(08).
          05  PN-ACTION               PIC X(03).
          05  PN-MAKER-ID             PIC X(08).
          05  PN-ENTERED-DATE         PIC 9(08).
          05  PN-ENTERED-TIME         PIC 9(08).
          05  PN-BEFORE-FOUND         PIC X(01).
              88  PN-HAD-BEFORE                VALUE 'Y'.
          05  PN-BEFORE-RECORD        PIC X(80).
          05  PN-AFTER-RECORD         PIC X(80).
          05  FILLER                  PIC X(44).
      FD  CHANGE-LOG-FILE
          RECORD CONTAINS 132 CHARACTERS.
      01  CHANGE-LOG-LINE             PIC X(132).
      WORKING-STORAGE SECTION.
      77  WS-CAL-FILE-STATUS          PIC X(02).
      77  WS-TRAN-FILE-STATUS         PIC X(02).
      77  WS-LOG-FILE-STATUS          PIC X(02).
      77  WS-PENDING-FILE-STATUS      PIC X(02).
      01  WS-SWITCHES.
          05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
              88  TRAN-FILE-EOF                VALUE 'Y'.
          05  WS-FOUND-SWITCH         PIC X(01) VALUE 'N'.
              88  CAL-RECORD-FOUND             VALUE 'Y'.
          05  WS-JOB-STATUS-SWITCH    PIC X(01) VALUE 'N'.
              88  JOB-HAD-ERRORS               VALUE 'Y'.
          05  WS-FLAGS-VALID-SWITCH   PIC X(01) VALUE 'Y'.
              88  WEEK-FLAGS-VALID             VALUE 'Y'.
              88  WEEK-FLAGS-INVALID           VALUE 'N'.
          05  WS-PENDING-FOUND-SWITCH PIC X(01) VALUE 'N'.
              88  PENDING-CHANGE-FOUND         VALUE 'Y'.
          05  WS-PENDING-EOF-SWITCH   PIC X(01) VALUE 'N'.
              88  PENDING-SWEEP-DONE           VALUE 'Y'.
          05  WS-NEW-CHANGE-SWITCH    PIC X(01) VALUE 'Y'.
              88  NEW-CHANGE-ACCEPTED          VALUE 'Y'.
              88  NEW-CHANGE-REFUSED           VALUE 'N'.
          05  WS-CONTENT-SWITCH       PIC X(01) VALUE 'Y'.
              88  CARD-CONTENT-VALID           VALUE 'Y'.
              88  CARD-CONTENT-INVALID         VALUE 'N'.
      01  WS-COUNTERS.
          05  WS-TRANS-READ           PIC 9(05) BINARY VALUE 0.
          05  WS-TRANS-APPLIED        PIC 9(05) BINARY VALUE 0.
          05  WS-TRANS-REJECTED       PIC 9(05) BINARY VALUE 0.
          05  WS-TRANS-STAGED         PIC 9(05) BINARY VALUE 0.
          05  WS-TRANS-DECLINED       PIC 9(05) BINARY VALUE 0.
          05  WS-PENDING-EXPIRED      PIC 9(05) BINARY VALUE 0.
     *> Type, week flags, active flag and description as the record
     *> stood before the change, for the BEFORE line of the log.
      01  WS-BEFORE-IMAGE             PIC X(39) VALUE SPACES.
      01  WS-BEFORE-RECORD            PIC X(80) VALUE SPACES.
      01  WS-RUN-DATE                 PIC 9(08).
      01  WS-RUN-TIME                 PIC 9(08).
     *> A staged change not approved or declined within this many
     *> days of being keyed is dropped at the start of the next run.
      01  WS-PENDING-EXPIRY-DAYS      PIC 9(03) BINARY VALUE 10.
     *> Days in each month, January first; February is bumped to
     *> 29 for a leap year when a date is edited.
      01  WS-MONTH-LENGTHS.
          05  FILLER                  PIC X(24)
                  VALUE "312831303130313130313031".
      01  WS-MONTH-LENGTHS-R REDEFINES WS-MONTH-LENGTHS.
          05  WS-MONTH-LENGTH OCCURS 12 TIMES
                                      PIC 9(02).
      01  WS-DAYS-IN-MONTH            PIC 9(02) VALUE 0.
      01  WS-LEAP-QUOTIENT            PIC 9(04) BINARY VALUE 0.
      01  WS-LEAP-REMAINDER           PIC 9(04) BINARY VALUE 0.
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
      01  WS-RUN-DAY-NUMBER           PIC 9(09) BINARY VALUE 0.
      01  WS-RPT-HDG1-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(45) VALUE
              "SUM OF INTEGERS - BUSINESS CALENDAR LOG".
          05  FILLER                  PIC X(10) VALUE SPACES.
          05  FILLER                  PIC X(09) VALUE "RUN DATE:".
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  CH1-RUN-DATE            PIC 9(08).
          05  FILLER                  PIC X(58) VALUE SPACES.
      01  WS-RPT-TRAN-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  CL-ACTION               PIC X(03).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  CL-CAL-DATE             PIC X(08).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  CL-DISPOSITION          PIC X(10).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  CL-REASON               PIC X(35).
          05  FILLER                  PIC X(69) VALUE SPACES.
      01  WS-RPT-IMAGE-LINE.
          05  FILLER                  PIC X(04) VALUE SPACES.
          05  CI-IMAGE-LABEL          PIC X(08).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(06) VALUE "TYPE: ".
          05  CI-DAY-TYPE             PIC X(01).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(15)
                  VALUE "WEEK MON-SUN: ".
          05  CI-WEEK-FLAGS           PIC X(07).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(06) VALUE "FLAG: ".
          05  CI-ACTIVE-FLAG          PIC X(01).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(06) VALUE "DESC: ".
          05  CI-DESCRIPTION          PIC X(30).
          05  FILLER                  PIC X(40) VALUE SPACES.
      01  WS-RPT-CLERK-LINE.
          05  FILLER                  PIC X(04) VALUE SPACES.
          05  FILLER                  PIC X(12) VALUE "ENTERED BY: ".
          05  CK-MAKER-ID             PIC X(08).
          05  FILLER                  PIC X(04) VALUE " ON ".
          05  CK-ENTERED-DATE         PIC 9(08).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  CK-CHECKER-LABEL        PIC X(13).
          05  CK-CHECKER-ID           PIC X(08).
          05  FILLER                  PIC X(73) VALUE SPACES.
      01  WS-RPT-FOOTER-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(19) VALUE "TRANSACTIONS READ:".
          05  CF-TRANS-READ           PIC ZZZZ9.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(09) VALUE "APPLIED:".
          05  CF-TRANS-APPLIED        PIC ZZZZ9.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(10) VALUE "REJECTED:".
          05  CF-TRANS-REJECTED       PIC ZZZZ9.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(08) VALUE "STAGED:".
          05  CF-TRANS-STAGED         PIC ZZZZ9.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(10) VALUE "DECLINED:".
          05  CF-TRANS-DECLINED       PIC ZZZZ9.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(09) VALUE "EXPIRED:".
          05  CF-PENDING-EXPIRED      PIC ZZZZ9.
          05  FILLER                  PIC X(21) VALUE SPACES.
      PROCEDURE DIVISION.
     *>--------------------------------------------------------------
     *> 0000-MAIN-PROCESS
     *>   Expires stale staged changes, then takes the clerk's
     *>   calendar cards one at a time: a change card is edited and
     *>   staged for a second clerk, an APR or DCL card settles a
     *>   change staged on an earlier run. Every card is logged with
     *>   its before and after images or a reason line. RC 4 when
     *>   anything was rejected so the cards come back for another
     *>   look.
     *>--------------------------------------------------------------
      0000-MAIN-PROCESS.
          PERFORM 1000-INITIALIZE THRU 1000-EXIT
          PERFORM 1500-EXPIRE-PENDING-CHANGES THRU 1500-EXIT
          PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
              UNTIL TRAN-FILE-EOF
          PERFORM 8000-TERMINATE THRU 8000-EXIT
          IF JOB-HAD-ERRORS
              MOVE 4 TO RETURN-CODE
          ELSE
              MOVE 0 TO RETURN-CODE
          END-IF
          STOP RUN.
     *>--------------------------------------------------------------
     *> 1000-INITIALIZE
     *>   The run's date and time stamp every change it stages; a
     *>   change carrying this run's stamp cannot be approved until
     *>   a later run.
     *>--------------------------------------------------------------
      1000-INITIALIZE.
          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
          ACCEPT WS-RUN-TIME FROM TIME
          MOVE WS-RUN-DATE TO WS-DN-DATE
          PERFORM 6000-COMPUTE-DAY-NUMBER THRU 6000-EXIT
          MOVE WS-DN-DAY-NUMBER TO WS-RUN-DAY-NUMBER
          OPEN I-O BUSINESS-CAL-FILE
          IF WS-CAL-FILE-STATUS NOT = "00"
              AND WS-CAL-FILE-STATUS NOT = "05"
              DISPLAY "UNABLE TO OPEN BUSCAL, FILE STATUS "
                  WS-CAL-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          OPEN I-O PENDING-CHANGE-FILE
          IF WS-PENDING-FILE-STATUS NOT = "00"
              AND WS-PENDING-FILE-STATUS NOT = "05"
              DISPLAY "UNABLE TO OPEN BCALPEND, FILE STATUS "
                  WS-PENDING-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          OPEN INPUT CAL-TRAN-FILE
          IF WS-TRAN-FILE-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN BCALTRAN, FILE STATUS "
                  WS-TRAN-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          OPEN OUTPUT CHANGE-LOG-FILE
          IF WS-LOG-FILE-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN BCALLOG, FILE STATUS "
                  WS-LOG-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          MOVE WS-RUN-DATE TO CH1-RUN-DATE
          MOVE WS-RPT-HDG1-LINE TO CHANGE-LOG-LINE
          WRITE CHANGE-LOG-LINE
          PERFORM 2100-READ-TRAN-RECORD THRU 2100-EXIT.
      1000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 1500-EXPIRE-PENDING-CHANGES
     *>   One pass over BCALPEND before any card is read; a change
     *>   keyed more than WS-PENDING-EXPIRY-DAYS ago is dropped and
     *>   logged EXPIRED, and has to be keyed again if still wanted.
     *>--------------------------------------------------------------
      1500-EXPIRE-PENDING-CHANGES.
          MOVE LOW-VALUES TO PN-CAL-DATE
          START PENDING-CHANGE-FILE
              KEY IS NOT LESS THAN PN-CAL-DATE
              INVALID KEY
                  GO TO 1500-EXIT
          END-START
          PERFORM 1550-READ-NEXT-PENDING THRU 1550-EXIT
          PERFORM 1600-EXPIRE-ONE-PENDING THRU 1600-EXIT
              UNTIL PENDING-SWEEP-DONE.
      1500-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 1550-READ-NEXT-PENDING
     *>--------------------------------------------------------------
      1550-READ-NEXT-PENDING.
          READ PENDING-CHANGE-FILE NEXT RECORD
              AT END
                  SET PENDING-SWEEP-DONE TO TRUE
          END-READ.
      1550-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 1600-EXPIRE-ONE-PENDING
     *>--------------------------------------------------------------
      1600-EXPIRE-ONE-PENDING.
          MOVE PN-ENTERED-DATE TO WS-DN-DATE
          PERFORM 6000-COMPUTE-DAY-NUMBER THRU 6000-EXIT
          IF WS-DN-DAY-NUMBER + WS-PENDING-EXPIRY-DAYS
                  NOT < WS-RUN-DAY-NUMBER
              GO TO 1690-NEXT-PENDING
          END-IF
          DELETE PENDING-CHANGE-FILE
              INVALID KEY
                  DISPLAY "DELETE FAILED ON BCALPEND FOR "
                      PN-CAL-DATE " - NOT EXPIRED"
                  GO TO 1690-NEXT-PENDING
          END-DELETE
          ADD 1 TO WS-PENDING-EXPIRED
          PERFORM 5200-LOAD-PENDING-IMAGES THRU 5200-EXIT
          MOVE PN-ACTION TO CL-ACTION
          MOVE PN-CAL-DATE TO CL-CAL-DATE
          MOVE "EXPIRED" TO CL-DISPOSITION
          MOVE "NOT APPROVED IN TIME" TO CL-REASON
          PERFORM 5000-LOG-CHANGE THRU 5000-EXIT
          MOVE SPACES TO CK-CHECKER-LABEL
          MOVE SPACES TO CK-CHECKER-ID
          PERFORM 5050-LOG-CLERKS THRU 5050-EXIT.
      1690-NEXT-PENDING.
          PERFORM 1550-READ-NEXT-PENDING THRU 1550-EXIT.
      1600-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2000-APPLY-TRANSACTION
     *>   Edits the card's date, reads the calendar record for it
     *>   (saving the before image) and any staged change for it,
     *>   routes the card by action, and reads the next card. A
     *>   change card from a clerk with no ID, or for a date that
     *>   already has a change waiting, goes no further.
     *>--------------------------------------------------------------
      2000-APPLY-TRANSACTION.
          ADD 1 TO WS-TRANS-READ
          IF CT-CAL-DATE IS NOT NUMERIC
              MOVE "CALENDAR DATE NOT NUMERIC" TO CL-REASON
              PERFORM 5100-LOG-REJECTED THRU 5100-EXIT
              PERFORM 2100-READ-TRAN-RECORD THRU 2100-EXIT
              GO TO 2000-EXIT
          END-IF
          IF CT-CAL-DATE NOT = "00000000"
              PERFORM 2450-EDIT-CAL-DATE THRU 2450-EXIT
              IF CARD-CONTENT-INVALID
                  MOVE "NOT A VALID CALENDAR DATE" TO CL-REASON
                  PERFORM 5100-LOG-REJECTED THRU 5100-EXIT
                  PERFORM 2100-READ-TRAN-RECORD THRU 2100-EXIT
                  GO TO 2000-EXIT
              END-IF
          END-IF
          PERFORM 2200-LOOK-UP-CALENDAR THRU 2200-EXIT
          PERFORM 2250-LOOK-UP-PENDING THRU 2250-EXIT
          IF CT-ACTION = "ADD" OR "CHG" OR "DEA" OR "ACT"
              PERFORM 2400-EDIT-NEW-CHANGE THRU 2400-EXIT
              IF NEW-CHANGE-REFUSED
                  PERFORM 2100-READ-TRAN-RECORD THRU 2100-EXIT
                  GO TO 2000-EXIT
              END-IF
          END-IF
          EVALUATE CT-ACTION
              WHEN "ADD"
                  PERFORM 3000-APPLY-ADD THRU 3000-EXIT
              WHEN "CHG"
                  PERFORM 3100-APPLY-CHANGE THRU 3100-EXIT
              WHEN "DEA"
                  PERFORM 3200-APPLY-DEACTIVATE THRU 3200-EXIT
              WHEN "ACT"
                  PERFORM 3300-APPLY-REACTIVATE THRU 3300-EXIT
              WHEN "APR"
              WHEN "DCL"
                  PERFORM 3500-REVIEW-PENDING-CHANGE THRU 3500-EXIT
              WHEN OTHER
                  MOVE "UNKNOWN ACTION CODE" TO CL-REASON
                  PERFORM 5100-LOG-REJECTED THRU 5100-EXIT
          END-EVALUATE
          PERFORM 2100-READ-TRAN-RECORD THRU 2100-EXIT.
      2000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2100-READ-TRAN-RECORD
     *>--------------------------------------------------------------
      2100-READ-TRAN-RECORD.
          READ CAL-TRAN-FILE
              AT END
                  SET TRAN-FILE-EOF TO TRUE
          END-READ.
      2100-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2200-LOOK-UP-CALENDAR
     *>--------------------------------------------------------------
      2200-LOOK-UP-CALENDAR.
          MOVE 'N' TO WS-FOUND-SWITCH
          MOVE SPACES TO WS-BEFORE-IMAGE
          MOVE SPACES TO WS-BEFORE-RECORD
          MOVE CT-CAL-DATE TO BU-CAL-DATE
          READ BUSINESS-CAL-FILE
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  SET CAL-RECORD-FOUND TO TRUE
                  MOVE BUSINESS-CAL-RECORD (9:39) TO WS-BEFORE-IMAGE
                  MOVE BUSINESS-CAL-RECORD TO WS-BEFORE-RECORD
          END-READ.
      2200-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2250-LOOK-UP-PENDING
     *>--------------------------------------------------------------
      2250-LOOK-UP-PENDING.
          MOVE 'N' TO WS-PENDING-FOUND-SWITCH
          MOVE CT-CAL-DATE TO PN-CAL-DATE
          READ PENDING-CHANGE-FILE
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  SET PENDING-CHANGE-FOUND TO TRUE
          END-READ.
      2250-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2300-EDIT-CARD-CONTENT
     *>   The standard week (date 00000000) is type W with seven
     *>   flags, Monday through Sunday, each Y or N - a blank or
     *>   mistyped flag is a rejected card, not a guessed week. Any
     *>   other date is type H (not a business day) or B (a business
     *>   day the standard week would skip) and carries no flags.
     *>   CL-REASON is set for the caller when the card fails.
     *>--------------------------------------------------------------
      2300-EDIT-CARD-CONTENT.
          SET CARD-CONTENT-VALID TO TRUE
          IF CT-CAL-DATE = "00000000"
              IF CT-DAY-TYPE NOT = 'W'
                  MOVE "DATE 00000000 MUST BE TYPE W"
                      TO CL-REASON
                  SET CARD-CONTENT-INVALID TO TRUE
                  GO TO 2300-EXIT
              END-IF
              SET WEEK-FLAGS-VALID TO TRUE
              PERFORM 2350-EDIT-ONE-FLAG THRU 2350-EXIT
                  VARYING DX FROM 1 BY 1 UNTIL DX > 7
              IF WEEK-FLAGS-INVALID
                  MOVE "WEEK FLAGS MUST BE Y OR N, MON-SUN"
                      TO CL-REASON
                  SET CARD-CONTENT-INVALID TO TRUE
              END-IF
              GO TO 2300-EXIT
          END-IF
          IF CT-DAY-TYPE NOT = 'H'
              AND CT-DAY-TYPE NOT = 'B'
              MOVE "DAY TYPE MUST BE H OR B" TO CL-REASON
              SET CARD-CONTENT-INVALID TO TRUE
              GO TO 2300-EXIT
          END-IF
          IF CT-WEEK-FLAGS NOT = SPACES
              MOVE "WEEK FLAGS ONLY ON DATE 00000000"
                  TO CL-REASON
              SET CARD-CONTENT-INVALID TO TRUE
          END-IF.
      2300-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2350-EDIT-ONE-FLAG
     *>--------------------------------------------------------------
      2350-EDIT-ONE-FLAG.
          IF CT-WEEK-FLAG (DX) NOT = 'Y'
              AND CT-WEEK-FLAG (DX) NOT = 'N'
              SET WEEK-FLAGS-INVALID TO TRUE
          END-IF.
      2350-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2400-EDIT-NEW-CHANGE
     *>   Every change is keyed under a clerk ID so a different
     *>   clerk can be held to the approval; one change per date
     *>   waits at a time so the approver sees exactly what the
     *>   calendar entry will become.
     *>--------------------------------------------------------------
      2400-EDIT-NEW-CHANGE.
          SET NEW-CHANGE-ACCEPTED TO TRUE
          IF CT-CLERK-ID = SPACES
              MOVE "CLERK ID IS BLANK" TO CL-REASON
              PERFORM 5100-LOG-REJECTED THRU 5100-EXIT
              SET NEW-CHANGE-REFUSED TO TRUE
              GO TO 2400-EXIT
          END-IF
          IF PENDING-CHANGE-FOUND
              MOVE "CHANGE ALREADY PENDING FOR DATE" TO CL-REASON
              PERFORM 5100-LOG-REJECTED THRU 5100-EXIT
              SET NEW-CHANGE-REFUSED TO TRUE
          END-IF.
      2400-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2450-EDIT-CAL-DATE
     *>   A real date: month 1-12 and a day within that month, with
     *>   29 February allowed in a leap year only.
     *>--------------------------------------------------------------
      2450-EDIT-CAL-DATE.
          SET CARD-CONTENT-VALID TO TRUE
          IF CT-CAL-MONTH < 1 OR CT-CAL-MONTH > 12
              OR CT-CAL-DAY < 1
              SET CARD-CONTENT-INVALID TO TRUE
              GO TO 2450-EXIT
          END-IF
          MOVE WS-MONTH-LENGTH (CT-CAL-MONTH) TO WS-DAYS-IN-MONTH
          IF CT-CAL-MONTH = 2
              DIVIDE CT-CAL-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                  REMAINDER WS-LEAP-REMAINDER
              IF WS-LEAP-REMAINDER = 0
                  MOVE 29 TO WS-DAYS-IN-MONTH
                  DIVIDE CT-CAL-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                      REMAINDER WS-LEAP-REMAINDER
                  IF WS-LEAP-REMAINDER = 0
                      DIVIDE CT-CAL-YEAR BY 400
                          GIVING WS-LEAP-QUOTIENT
                          REMAINDER WS-LEAP-REMAINDER
                      IF WS-LEAP-REMAINDER NOT = 0
                          MOVE 28 TO WS-DAYS-IN-MONTH
                      END-IF
                  END-IF
              END-IF
          END-IF
          IF CT-CAL-DAY > WS-DAYS-IN-MONTH
              SET CARD-CONTENT-INVALID TO TRUE
          END-IF.
      2450-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3000-APPLY-ADD
     *>--------------------------------------------------------------
      3000-APPLY-ADD.
          IF CAL-RECORD-FOUND
              MOVE "DATE ALREADY ON CALENDAR" TO CL-REASON
              PERFORM 5100-LOG-REJECTED THRU 5100-EXIT
              GO TO 3000-EXIT
          END-IF
          PERFORM 2300-EDIT-CARD-CONTENT THRU 2300-EXIT
          IF CARD-CONTENT-INVALID
              PERFORM 5100-LOG-REJECTED THRU 5100-EXIT
              GO TO 3000-EXIT
          END-IF
          MOVE SPACES TO BUSINESS-CAL-RECORD
          MOVE CT-CAL-DATE TO BU-CAL-DATE
          MOVE CT-DAY-TYPE TO BU-DAY-TYPE
          MOVE CT-WEEK-FLAGS TO BU-WEEK-FLAGS
          MOVE 'A' TO BU-ACTIVE-FLAG
          MOVE CT-DESCRIPTION TO BU-DESCRIPTION
          PERFORM 4500-STAGE-CHANGE THRU 4500-EXIT.
      3000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3100-APPLY-CHANGE
     *>   Replaces the type, week flags and description under the
     *>   same edits as an ADD; the active flag is left as it
     *>   stands, DEA/ACT own that.
     *>--------------------------------------------------------------
      3100-APPLY-CHANGE.
          IF NOT CAL-RECORD-FOUND
              MOVE "DATE NOT ON CALENDAR" TO CL-REASON
              PERFORM 5100-LOG-REJECTED THRU 5100-EXIT
              GO TO 3100-EXIT
          END-IF
          PERFORM 2300-EDIT-CARD-CONTENT THRU 2300-EXIT
          IF CARD-CONTENT-INVALID
              PERFORM 5100-LOG-REJECTED THRU 5100-EXIT
              GO TO 3100-EXIT
          END-IF
          MOVE CT-DAY-TYPE TO BU-DAY-TYPE
          MOVE CT-WEEK-FLAGS TO BU-WEEK-FLAGS
          MOVE CT-DESCRIPTION TO BU-DESCRIPTION
          PERFORM 4500-STAGE-CHANGE THRU 4500-EXIT.
      3100-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3200-APPLY-DEACTIVATE
     *>   An inactive date record is ignored and the date falls back
     *>   to the standard week; an inactive standard week falls back
     *>   to Monday through Friday.
     *>--------------------------------------------------------------
      3200-APPLY-DEACTIVATE.
          IF NOT CAL-RECORD-FOUND
              MOVE "DATE NOT ON CALENDAR" TO CL-REASON
              PERFORM 5100-LOG-REJECTED THRU 5100-EXIT
              GO TO 3200-EXIT
          END-IF
          IF BU-CAL-INACTIVE
              MOVE "ENTRY ALREADY INACTIVE" TO CL-REASON
              PERFORM 5100-LOG-REJECTED THRU 5100-EXIT
              GO TO 3200-EXIT
          END-IF
          MOVE 'I' TO BU-ACTIVE-FLAG
          PERFORM 4500-STAGE-CHANGE THRU 4500-EXIT.
      3200-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3300-APPLY-REACTIVATE
     *>--------------------------------------------------------------
      3300-APPLY-REACTIVATE.
          IF NOT CAL-RECORD-FOUND
              MOVE "DATE NOT ON CALENDAR" TO CL-REASON
              PERFORM 5100-LOG-REJECTED THRU 5100-EXIT
              GO TO 3300-EXIT
          END-IF
          IF BU-CAL-ACTIVE
              MOVE "ENTRY ALREADY ACTIVE" TO CL-REASON
              PERFORM 5100-LOG-REJECTED THRU 5100-EXIT
              GO TO 3300-EXIT
          END-IF
          MOVE 'A' TO BU-ACTIVE-FLAG
          PERFORM 4500-STAGE-CHANGE THRU 4500-EXIT.
      3300-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3500-REVIEW-PENDING-CHANGE
     *>   An APR or DCL card names the date whose staged change it
     *>   settles. The reviewing clerk must be someone other than
     *>   the clerk who keyed it, and the change must have been
     *>   keyed on an earlier run.
     *>--------------------------------------------------------------
      3500-REVIEW-PENDING-CHANGE.
          IF NOT PENDING-CHANGE-FOUND
              MOVE "NO PENDING CHANGE FOR DATE" TO CL-REASON
              PERFORM 5100-LOG-REJECTED THRU 5100-EXIT
              GO TO 3500-EXIT
          END-IF
          IF CT-CLERK-ID = SPACES
              MOVE "CLERK ID IS BLANK" TO CL-REASON
              PERFORM 5100-LOG-REJECTED THRU 5100-EXIT
              GO TO 3500-EXIT
          END-IF
          IF CT-CLERK-ID = PN-MAKER-ID
              MOVE "SAME CLERK AS ENTERED THE CHANGE" TO CL-REASON
              PERFORM 5100-LOG-REJECTED THRU 5100-EXIT
              GO TO 3500-EXIT
          END-IF
          IF PN-ENTERED-DATE = WS-RUN-DATE
              AND PN-ENTERED-TIME = WS-RUN-TIME
              MOVE "ENTERED THIS RUN - REVIEW LATER" TO CL-REASON
              PERFORM 5100-LOG-REJECTED THRU 5100-EXIT
              GO TO 3500-EXIT
          END-IF
          IF CT-ACTION = "DCL"
              PERFORM 3700-DECLINE-CHANGE THRU 3700-EXIT
          ELSE
              PERFORM 3600-APPROVE-CHANGE THRU 3600-EXIT
          END-IF.
      3500-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3600-APPROVE-CHANGE
     *>   The calendar record must still be as it stood when the
     *>   change was keyed - otherwise the approver would be signing
     *>   off an after image built on a record that no longer
     *>   exists - and only then is the after image written and the
     *>   staged change dropped.
     *>--------------------------------------------------------------
      3600-APPROVE-CHANGE.
          IF PN-HAD-BEFORE
              IF NOT CAL-RECORD-FOUND
                  OR WS-BEFORE-RECORD NOT = PN-BEFORE-RECORD
                  MOVE "CALENDAR CHANGED SINCE ENTRY" TO CL-REASON
                  PERFORM 5100-LOG-REJECTED THRU 5100-EXIT
                  GO TO 3600-EXIT
              END-IF
          ELSE
              IF CAL-RECORD-FOUND
                  MOVE "CALENDAR CHANGED SINCE ENTRY" TO CL-REASON
                  PERFORM 5100-LOG-REJECTED THRU 5100-EXIT
                  GO TO 3600-EXIT
              END-IF
          END-IF
          MOVE PN-AFTER-RECORD TO BUSINESS-CAL-RECORD
          IF PN-ACTION = "ADD"
              WRITE BUSINESS-CAL-RECORD
                  INVALID KEY
                      MOVE "WRITE FAILED ON CALENDAR" TO CL-REASON
                      PERFORM 5100-LOG-REJECTED THRU 5100-EXIT
                      GO TO 3600-EXIT
              END-WRITE
          ELSE
              REWRITE BUSINESS-CAL-RECORD
                  INVALID KEY
                      MOVE "REWRITE FAILED ON CALENDAR" TO CL-REASON
                      PERFORM 5100-LOG-REJECTED THRU 5100-EXIT
                      GO TO 3600-EXIT
              END-REWRITE
          END-IF
          DELETE PENDING-CHANGE-FILE
              INVALID KEY
                  DISPLAY "DELETE FAILED ON BCALPEND FOR "
                      PN-CAL-DATE " - APPLIED BUT STILL PENDING"
          END-DELETE
          ADD 1 TO WS-TRANS-APPLIED
          MOVE PN-ACTION TO CL-ACTION
          MOVE PN-CAL-DATE TO CL-CAL-DATE
          MOVE "APPROVED" TO CL-DISPOSITION
          MOVE SPACES TO CL-REASON
          PERFORM 5000-LOG-CHANGE THRU 5000-EXIT
          MOVE "APPROVED BY: " TO CK-CHECKER-LABEL
          MOVE CT-CLERK-ID TO CK-CHECKER-ID
          PERFORM 5050-LOG-CLERKS THRU 5050-EXIT.
      3600-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3700-DECLINE-CHANGE
     *>   The staged change is dropped; the calendar is not
     *>   touched. The log shows the record as it stands and the
     *>   after image that was turned down.
     *>--------------------------------------------------------------
      3700-DECLINE-CHANGE.
          DELETE PENDING-CHANGE-FILE
              INVALID KEY
                  MOVE "DELETE FAILED ON PENDING FILE" TO CL-REASON
                  PERFORM 5100-LOG-REJECTED THRU 5100-EXIT
                  GO TO 3700-EXIT
          END-DELETE
          ADD 1 TO WS-TRANS-DECLINED
          MOVE PN-AFTER-RECORD TO BUSINESS-CAL-RECORD
          MOVE PN-ACTION TO CL-ACTION
          MOVE PN-CAL-DATE TO CL-CAL-DATE
          MOVE "DECLINED" TO CL-DISPOSITION
          MOVE SPACES TO CL-REASON
          PERFORM 5000-LOG-CHANGE THRU 5000-EXIT
          MOVE "DECLINED BY: " TO CK-CHECKER-LABEL
          MOVE CT-CLERK-ID TO CK-CHECKER-ID
          PERFORM 5050-LOG-CLERKS THRU 5050-EXIT.
      3700-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4500-STAGE-CHANGE
     *>   The edited after image is in the calendar record area; it
     *>   goes to BCALPEND with the before image, the clerk and this
     *>   run's stamp, and the calendar itself is left alone.
     *>--------------------------------------------------------------
      4500-STAGE-CHANGE.
          MOVE SPACES TO PENDING-CHANGE-RECORD
          MOVE CT-CAL-DATE TO PN-CAL-DATE
          MOVE CT-ACTION TO PN-ACTION
          MOVE CT-CLERK-ID TO PN-MAKER-ID
          MOVE WS-RUN-DATE TO PN-ENTERED-DATE
          MOVE WS-RUN-TIME TO PN-ENTERED-TIME
          IF CAL-RECORD-FOUND
              MOVE 'Y' TO PN-BEFORE-FOUND
              MOVE WS-BEFORE-RECORD TO PN-BEFORE-RECORD
          ELSE
              MOVE 'N' TO PN-BEFORE-FOUND
          END-IF
          MOVE BUSINESS-CAL-RECORD TO PN-AFTER-RECORD
          WRITE PENDING-CHANGE-RECORD
              INVALID KEY
                  MOVE "WRITE FAILED ON PENDING FILE" TO CL-REASON
                  PERFORM 5100-LOG-REJECTED THRU 5100-EXIT
                  GO TO 4500-EXIT
          END-WRITE
          ADD 1 TO WS-TRANS-STAGED
          MOVE CT-ACTION TO CL-ACTION
          MOVE CT-CAL-DATE TO CL-CAL-DATE
          MOVE "PENDING" TO CL-DISPOSITION
          MOVE "AWAITING SECOND CLERK" TO CL-REASON
          PERFORM 5000-LOG-CHANGE THRU 5000-EXIT
          MOVE SPACES TO CK-CHECKER-LABEL
          MOVE SPACES TO CK-CHECKER-ID
          PERFORM 5050-LOG-CLERKS THRU 5050-EXIT.
      4500-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 5000-LOG-CHANGE
     *>   One line naming the change and its disposition (set by the
     *>   caller), then the BEFORE image as it stood on the calendar
     *>   (NONE for an ADD) and the AFTER image from the calendar
     *>   record area.
     *>--------------------------------------------------------------
      5000-LOG-CHANGE.
          MOVE WS-RPT-TRAN-LINE TO CHANGE-LOG-LINE
          WRITE CHANGE-LOG-LINE
          MOVE "BEFORE:" TO CI-IMAGE-LABEL
          IF CAL-RECORD-FOUND
              MOVE WS-BEFORE-IMAGE (1:1) TO CI-DAY-TYPE
              MOVE WS-BEFORE-IMAGE (2:7) TO CI-WEEK-FLAGS
              MOVE WS-BEFORE-IMAGE (9:1) TO CI-ACTIVE-FLAG
              MOVE WS-BEFORE-IMAGE (10:30) TO CI-DESCRIPTION
          ELSE
              MOVE SPACE TO CI-DAY-TYPE
              MOVE SPACES TO CI-WEEK-FLAGS
              MOVE SPACE TO CI-ACTIVE-FLAG
              MOVE "(NONE)" TO CI-DESCRIPTION
          END-IF
          MOVE WS-RPT-IMAGE-LINE TO CHANGE-LOG-LINE
          WRITE CHANGE-LOG-LINE
          MOVE "AFTER:" TO CI-IMAGE-LABEL
          MOVE BU-DAY-TYPE TO CI-DAY-TYPE
          MOVE BU-WEEK-FLAGS TO CI-WEEK-FLAGS
          MOVE BU-ACTIVE-FLAG TO CI-ACTIVE-FLAG
          MOVE BU-DESCRIPTION TO CI-DESCRIPTION
          MOVE WS-RPT-IMAGE-LINE TO CHANGE-LOG-LINE
          WRITE CHANGE-LOG-LINE.
      5000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 5050-LOG-CLERKS
     *>   Who keyed the change and when, and who approved or
     *>   declined it (label and ID set by the caller, blank while
     *>   pending or when it expired).
     *>--------------------------------------------------------------
      5050-LOG-CLERKS.
          MOVE PN-MAKER-ID TO CK-MAKER-ID
          MOVE PN-ENTERED-DATE TO CK-ENTERED-DATE
          MOVE WS-RPT-CLERK-LINE TO CHANGE-LOG-LINE
          WRITE CHANGE-LOG-LINE.
      5050-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 5100-LOG-REJECTED
     *>   CL-REASON is set by the caller before coming here.
     *>--------------------------------------------------------------
      5100-LOG-REJECTED.
          ADD 1 TO WS-TRANS-REJECTED
          SET JOB-HAD-ERRORS TO TRUE
          MOVE CT-ACTION TO CL-ACTION
          MOVE CT-CAL-DATE TO CL-CAL-DATE
          MOVE "REJECTED" TO CL-DISPOSITION
          MOVE WS-RPT-TRAN-LINE TO CHANGE-LOG-LINE
          WRITE CHANGE-LOG-LINE.
      5100-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 5200-LOAD-PENDING-IMAGES
     *>   For a change settled without a card (expiry): the staged
     *>   before and after images stand in for the calendar lookup.
     *>--------------------------------------------------------------
      5200-LOAD-PENDING-IMAGES.
          MOVE PN-BEFORE-FOUND TO WS-FOUND-SWITCH
          MOVE PN-BEFORE-RECORD (9:39) TO WS-BEFORE-IMAGE
          MOVE PN-AFTER-RECORD TO BUSINESS-CAL-RECORD.
      5200-EXIT.
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
     *> 8000-TERMINATE
     *>--------------------------------------------------------------
      8000-TERMINATE.
          MOVE WS-TRANS-READ TO CF-TRANS-READ
          MOVE WS-TRANS-APPLIED TO CF-TRANS-APPLIED
          MOVE WS-TRANS-REJECTED TO CF-TRANS-REJECTED
          MOVE WS-TRANS-STAGED TO CF-TRANS-STAGED
          MOVE WS-TRANS-DECLINED TO CF-TRANS-DECLINED
          MOVE WS-PENDING-EXPIRED TO CF-PENDING-EXPIRED
          MOVE WS-RPT-FOOTER-LINE TO CHANGE-LOG-LINE
          WRITE CHANGE-LOG-LINE
          CLOSE BUSINESS-CAL-FILE
          CLOSE PENDING-CHANGE-FILE
          CLOSE CAL-TRAN-FILE
          CLOSE CHANGE-LOG-FILE.
      8000-EXIT.
          EXIT.
