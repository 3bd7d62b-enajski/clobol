     *>                   rejected. RC 0 all applied, RC 4 one or
     *>                   more cards rejected (see the log), RC 16 a
     *>                   file would not open.
     *>   2026-09-28  JH  Maker/checker, as in GRPMAINT. An ADD, CHG,
     *>                   DEA or ACT card no longer touches SUBCAL: it
     *>                   is edited as before and staged on CALPEND
     *>                   (keyed like the calendar on department and
     *>                   effective date, one change per entry at a
     *>                   time) with the keying clerk's ID from cols
     *>                   73-80 and the before and after images. On a
     *>                   later run an APR or DCL card from a
     *>                   different clerk approves or declines it;
     *>                   only an approved change reaches the
     *>                   calendar, and only if the entry still
     *>                   matches the before image. Changes left
     *>                   pending more than WS-PENDING-EXPIRY-DAYS
     *>                   are expired at the start of the run. The
     *>                   change log shows PENDING, APPROVED, DECLINED
     *>                   and EXPIRED dispositions with who entered
     *>                   and who approved or declined each change.
     *>--------------------------------------------------------------
      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
              ACCESS MODE IS RANDOM
              RECORD KEY IS SC-CAL-KEY
              FILE STATUS IS WS-CAL-FILE-STATUS.
          SELECT OPTIONAL PENDING-CHANGE-FILE ASSIGN TO "CALPEND"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PN-CAL-KEY
              FILE STATUS IS WS-PENDING-FILE-STATUS.
          SELECT CAL-TRAN-FILE ASSIGN TO "CALTRAN"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-TRAN-FILE-STATUS.
              10  CT-DAY-FLAG OCCURS 7 TIMES
                      INDEXED BY DX
                                      PIC X(01).
          05  FILLER                  PIC X(31).
          05  CT-CLERK-ID             PIC X(08).
     *> One staged change per calendar entry, waiting for a second
     *> clerk: the action, who keyed it and when, and the entry as
     *> it stood (if it existed) and as it will be written.
      FD  PENDING-CHANGE-FILE
          RECORD CONTAINS 240 CHARACTERS.
      01  PENDING-CHANGE-RECORD.
          05  PN-CAL-KEY.
              10  PN-DEPARTMENT       PIC X(20).
              10  PN-EFF-DATE         PIC 9(08).
          05  PN-ACTION               PIC X(03).
          05  PN-MAKER-ID             PIC X(08).
          05  PN-ENTERED-DATE         PIC 9(08).
          05  PN-ENTERED-TIME         PIC 9(08).
          05  PN-BEFORE-FOUND         PIC X(01).
              88  PN-HAD-BEFORE                VALUE 'Y'.
          05  PN-BEFORE-RECORD        PIC X(80).
          05  PN-AFTER-RECORD         PIC X(80).
          05  FILLER                  PIC X(24).
      FD  CHANGE-LOG-FILE
          RECORD CONTAINS 132 CHARACTERS.
      01  CHANGE-LOG-LINE             PIC X(132).
      77  WS-CAL-FILE-STATUS          PIC X(02).
      77  WS-TRAN-FILE-STATUS         PIC X(02).
      77  WS-LOG-FILE-STATUS          PIC X(02).
      77  WS-PENDING-FILE-STATUS      PIC X(02).
      01  WS-SWITCHES.
          05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
              88  TRAN-FILE-EOF                VALUE 'Y'.
          05  WS-FLAGS-VALID-SWITCH   PIC X(01) VALUE 'Y'.
              88  DAY-FLAGS-VALID              VALUE 'Y'.
              88  DAY-FLAGS-INVALID            VALUE 'N'.
          05  WS-PENDING-FOUND-SWITCH PIC X(01) VALUE 'N'.
              88  PENDING-CHANGE-FOUND         VALUE 'Y'.
          05  WS-PENDING-EOF-SWITCH   PIC X(01) VALUE 'N'.
              88  PENDING-SWEEP-DONE           VALUE 'Y'.
          05  WS-NEW-CHANGE-SWITCH    PIC X(01) VALUE 'Y'.
              88  NEW-CHANGE-ACCEPTED          VALUE 'Y'.
              88  NEW-CHANGE-REFUSED           VALUE 'N'.
      01  WS-COUNTERS.
          05  WS-TRANS-READ           PIC 9(05) BINARY VALUE 0.
          05  WS-TRANS-APPLIED        PIC 9(05) BINARY VALUE 0.
          05  WS-TRANS-REJECTED       PIC 9(05) BINARY VALUE 0.
          05  WS-TRANS-STAGED         PIC 9(05) BINARY VALUE 0.
          05  WS-TRANS-DECLINED       PIC 9(05) BINARY VALUE 0.
          05  WS-PENDING-EXPIRED      PIC 9(05) BINARY VALUE 0.
      01  WS-BEFORE-IMAGE             PIC X(08) VALUE SPACES.
      01  WS-BEFORE-RECORD            PIC X(80) VALUE SPACES.
      01  WS-RUN-DATE                 PIC 9(08).
      01  WS-RUN-TIME                 PIC 9(08).
     *> A staged change not approved or declined within this many
     *> days of being keyed is dropped at the start of the next run.
      01  WS-PENDING-EXPIRY-DAYS      PIC 9(03) BINARY VALUE 10.
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
          05  FILLER                  PIC X(06) VALUE "FLAG: ".
          05  CI-ACTIVE-FLAG          PIC X(01).
          05  FILLER                  PIC X(87) VALUE SPACES.
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
          OPEN I-O SUBMISSION-CAL-FILE
          IF WS-CAL-FILE-STATUS NOT = "00"
              AND WS-CAL-FILE-STATUS NOT = "05"
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          OPEN I-O PENDING-CHANGE-FILE
          IF WS-PENDING-FILE-STATUS NOT = "00"
              AND WS-PENDING-FILE-STATUS NOT = "05"
              DISPLAY "UNABLE TO OPEN CALPEND, FILE STATUS "
                  WS-PENDING-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          OPEN INPUT CAL-TRAN-FILE
          IF WS-TRAN-FILE-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN CALTRAN, FILE STATUS "
      1000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 1500-EXPIRE-PENDING-CHANGES
     *>   One pass over CALPEND before any card is read; a change
     *>   keyed more than WS-PENDING-EXPIRY-DAYS ago is dropped and
     *>   logged EXPIRED, and has to be keyed again if still wanted.
     *>--------------------------------------------------------------
      1500-EXPIRE-PENDING-CHANGES.
          MOVE LOW-VALUES TO PN-CAL-KEY
          START PENDING-CHANGE-FILE
              KEY IS NOT LESS THAN PN-CAL-KEY
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
                  DISPLAY "DELETE FAILED ON CALPEND FOR "
                      PN-DEPARTMENT " " PN-EFF-DATE " - NOT EXPIRED"
                  GO TO 1690-NEXT-PENDING
          END-DELETE
          ADD 1 TO WS-PENDING-EXPIRED
          PERFORM 5200-LOAD-PENDING-IMAGES THRU 5200-EXIT
          MOVE PN-ACTION TO CL-ACTION
          MOVE PN-DEPARTMENT TO CL-DEPARTMENT
          MOVE PN-EFF-DATE TO CL-EFF-DATE
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
     *>   Edits the card's key fields, reads the calendar record for
     *>   the card's department and effective date (saving the
     *>   before image) and any staged change for it, routes the
     *>   card by action, and reads the next card. A change card
     *>   from a clerk with no ID, or for an entry that already has
     *>   a change waiting, goes no further.
     *>--------------------------------------------------------------
      2000-APPLY-TRANSACTION.
          ADD 1 TO WS-TRANS-READ
              GO TO 2000-EXIT
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
                  PERFORM 3200-APPLY-DEACTIVATE THRU 3200-EXIT
              WHEN "ACT"
                  PERFORM 3300-APPLY-REACTIVATE THRU 3300-EXIT
              WHEN "APR"
              WHEN "DCL"
                  PERFORM 3500-REVIEW-PENDING-CHANGE THRU 3500-EXIT
              WHEN OTHER
                  MOVE "UNKNOWN ACTION CODE" TO CL-REASON
                  PERFORM 5100-LOG-REJECTED THRU 5100-EXIT
      2200-LOOK-UP-CALENDAR.
          MOVE 'N' TO WS-FOUND-SWITCH
          MOVE SPACES TO WS-BEFORE-IMAGE
          MOVE SPACES TO WS-BEFORE-RECORD
          MOVE CT-DEPARTMENT TO SC-DEPARTMENT
          MOVE CT-EFF-DATE TO SC-EFF-DATE
          READ SUBMISSION-CAL-FILE
                  SET CAL-RECORD-FOUND TO TRUE
                  MOVE SC-DAY-FLAGS TO WS-BEFORE-IMAGE (1:7)
                  MOVE SC-ACTIVE-FLAG TO WS-BEFORE-IMAGE (8:1)
                  MOVE SUBMISSION-CAL-RECORD TO WS-BEFORE-RECORD
          END-READ.
      2200-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2250-LOOK-UP-PENDING
     *>--------------------------------------------------------------
      2250-LOOK-UP-PENDING.
          MOVE 'N' TO WS-PENDING-FOUND-SWITCH
          MOVE CT-DEPARTMENT TO PN-DEPARTMENT
          MOVE CT-EFF-DATE TO PN-EFF-DATE
          READ PENDING-CHANGE-FILE
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  SET PENDING-CHANGE-FOUND TO TRUE
          END-READ.
      2250-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2300-EDIT-DAY-FLAGS
     *>   Seven flags, Monday through Sunday, each Y or N - a blank
     *>   or mistyped flag is a rejected card, not a guessed
      2350-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2400-EDIT-NEW-CHANGE
     *>   Every change is keyed under a clerk ID so a different
     *>   clerk can be held to the approval; one change per entry
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
              MOVE "CHANGE ALREADY PENDING FOR ENTRY" TO CL-REASON
              PERFORM 5100-LOG-REJECTED THRU 5100-EXIT
              SET NEW-CHANGE-REFUSED TO TRUE
          END-IF.
      2400-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3000-APPLY-ADD
     *>--------------------------------------------------------------
      3000-APPLY-ADD.
          MOVE CT-EFF-DATE TO SC-EFF-DATE
          MOVE CT-DAY-FLAGS TO SC-DAY-FLAGS
          MOVE 'A' TO SC-ACTIVE-FLAG
          PERFORM 4500-STAGE-CHANGE THRU 4500-EXIT.
      3000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
              GO TO 3100-EXIT
          END-IF
          MOVE CT-DAY-FLAGS TO SC-DAY-FLAGS
          PERFORM 4500-STAGE-CHANGE THRU 4500-EXIT.
      3100-EXIT.
          EXIT.
     *>--------------------------------------------------------------
              GO TO 3200-EXIT
          END-IF
          MOVE 'I' TO SC-ACTIVE-FLAG
          PERFORM 4500-STAGE-CHANGE THRU 4500-EXIT.
      3200-EXIT.
          EXIT.
     *>--------------------------------------------------------------
              GO TO 3300-EXIT
          END-IF
          MOVE 'A' TO SC-ACTIVE-FLAG
          PERFORM 4500-STAGE-CHANGE THRU 4500-EXIT.
      3300-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3500-REVIEW-PENDING-CHANGE
     *>   An APR or DCL card names the department and effective
     *>   date whose staged change it settles. The reviewing clerk
     *>   must be someone other than the clerk who keyed it, and
     *>   the change must have been keyed on an earlier run.
     *>--------------------------------------------------------------
      3500-REVIEW-PENDING-CHANGE.
          IF NOT PENDING-CHANGE-FOUND
              MOVE "NO PENDING CHANGE FOR ENTRY" TO CL-REASON
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
     *>   The calendar entry must still be as it stood when the
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
          MOVE PN-AFTER-RECORD TO SUBMISSION-CAL-RECORD
          IF PN-ACTION = "ADD"
              WRITE SUBMISSION-CAL-RECORD
                  INVALID KEY
                      MOVE "WRITE FAILED ON CALENDAR" TO CL-REASON
                      PERFORM 5100-LOG-REJECTED THRU 5100-EXIT
                      GO TO 3600-EXIT
              END-WRITE
          ELSE
              REWRITE SUBMISSION-CAL-RECORD
                  INVALID KEY
                      MOVE "REWRITE FAILED ON CALENDAR" TO CL-REASON
                      PERFORM 5100-LOG-REJECTED THRU 5100-EXIT
                      GO TO 3600-EXIT
              END-REWRITE
          END-IF
          DELETE PENDING-CHANGE-FILE
              INVALID KEY
                  DISPLAY "DELETE FAILED ON CALPEND FOR "
                      PN-DEPARTMENT " " PN-EFF-DATE
                      " - APPLIED BUT STILL PENDING"
          END-DELETE
          ADD 1 TO WS-TRANS-APPLIED
          MOVE PN-ACTION TO CL-ACTION
          MOVE PN-DEPARTMENT TO CL-DEPARTMENT
          MOVE PN-EFF-DATE TO CL-EFF-DATE
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
     *>   touched. The log shows the entry as it stands and the
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
          MOVE PN-AFTER-RECORD TO SUBMISSION-CAL-RECORD
          MOVE PN-ACTION TO CL-ACTION
          MOVE PN-DEPARTMENT TO CL-DEPARTMENT
          MOVE PN-EFF-DATE TO CL-EFF-DATE
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
     *>   goes to CALPEND with the before image, the clerk and this
     *>   run's stamp, and the calendar itself is left alone.
     *>--------------------------------------------------------------
      4500-STAGE-CHANGE.
          MOVE SPACES TO PENDING-CHANGE-RECORD
          MOVE CT-DEPARTMENT TO PN-DEPARTMENT
          MOVE CT-EFF-DATE TO PN-EFF-DATE
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
          MOVE SUBMISSION-CAL-RECORD TO PN-AFTER-RECORD
          WRITE PENDING-CHANGE-RECORD
              INVALID KEY
                  MOVE "WRITE FAILED ON PENDING FILE" TO CL-REASON
                  PERFORM 5100-LOG-REJECTED THRU 5100-EXIT
                  GO TO 4500-EXIT
          END-WRITE
          ADD 1 TO WS-TRANS-STAGED
          MOVE CT-ACTION TO CL-ACTION
          MOVE CT-DEPARTMENT TO CL-DEPARTMENT
          MOVE CT-EFF-DATE TO CL-EFF-DATE
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
      5100-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 5200-LOAD-PENDING-IMAGES
     *>   For a change settled without a card (expiry): the staged
     *>   before and after images stand in for the calendar lookup.
     *>--------------------------------------------------------------
      5200-LOAD-PENDING-IMAGES.
          MOVE PN-BEFORE-FOUND TO WS-FOUND-SWITCH
          MOVE PN-BEFORE-RECORD (29:8) TO WS-BEFORE-IMAGE
          MOVE PN-AFTER-RECORD TO SUBMISSION-CAL-RECORD.
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
          CLOSE SUBMISSION-CAL-FILE
          CLOSE PENDING-CHANGE-FILE
          CLOSE CAL-TRAN-FILE
          CLOSE CHANGE-LOG-FILE.
      8000-EXIT.
