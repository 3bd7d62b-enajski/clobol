      IDENTIFICATION DIVISION.
      PROGRAM-ID. OrgStructMaint.
      AUTHOR. J. HARTLEY.
      INSTALLATION. BATCH CONTROL GROUP.
      DATE-WRITTEN. 2026-10-13.
      DATE-COMPILED.
     *>--------------------------------------------------------------
     *> MODIFICATION HISTORY
     *>   2026-10-13  JH  New organization structure maintenance
     *>                   program (load module ORGMAINT), the CALMAINT
     *>                   pattern applied to a new keyed file. ORGSTRUC
     *>                   is keyed on group code and effective date
     *>                   and places the group under a department,
     *>                   the department under a division and the
     *>                   division under a cost center from that date
     *>                   forward, until a record with a later
     *>                   effective date takes over - a
     *>                   reorganization is keyed as a new dated
     *>                   record, so nights already run still roll up
     *>                   the way they did. The consolidation report
     *>                   (ORGCONS), the ledger extract (SUMINTS and
     *>                   SUMMRG) and the month statement (MOSTMT)
     *>                   roll group figures up through it. Every
     *>                   ADD, CHG, DEA and ACT card is staged on
     *>                   ORGPEND with the keying clerk's ID and the
     *>                   before and after images, and an APR or DCL
     *>                   card from a different clerk on a later run
     *>                   settles it, as on the other masters. Changes
     *>                   pending more than WS-PENDING-EXPIRY-DAYS are
     *>                   expired at the start of the run. RC 0 every
     *>                   card staged, approved or declined, RC 4 one
     *>                   or more cards rejected (see ORGLOG), RC 16 a
     *>                   file would not open.
     *>--------------------------------------------------------------
      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
      FILE-CONTROL.
          SELECT OPTIONAL ORG-STRUCTURE-FILE ASSIGN TO "ORGSTRUC"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OS-ORG-KEY
              FILE STATUS IS WS-ORG-FILE-STATUS.
          SELECT OPTIONAL PENDING-CHANGE-FILE ASSIGN TO "ORGPEND"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PN-ORG-KEY
              FILE STATUS IS WS-PENDING-FILE-STATUS.
          SELECT OPTIONAL GROUP-MASTER-FILE ASSIGN TO "GRPMAST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS GM-GROUP-CODE
              FILE STATUS IS WS-MASTER-FILE-STATUS.
          SELECT ORG-TRAN-FILE ASSIGN TO "ORGTRAN"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-TRAN-FILE-STATUS.
          SELECT CHANGE-LOG-FILE ASSIGN TO "ORGLOG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-LOG-FILE-STATUS.
      DATA DIVISION.
      FILE SECTION.
     *> One record per group and effective date: the department,
     *> division and cost center the group rolls up to from that
     *> date forward. An inactive record in force leaves the group
     *> outside the structure from its date.
      FD  ORG-STRUCTURE-FILE
          RECORD CONTAINS 80 CHARACTERS.
      01  ORG-STRUCTURE-RECORD.
          05  OS-ORG-KEY.
              10  OS-GROUP-CODE       PIC X(05).
              10  OS-EFF-DATE         PIC 9(08).
          05  OS-DEPARTMENT-CODE      PIC X(05).
          05  OS-DIVISION-CODE        PIC X(05).
          05  OS-COST-CENTER          PIC X(05).
          05  OS-ACTIVE-FLAG          PIC X(01).
              88  OS-ORG-ACTIVE                VALUE 'A'.
              88  OS-ORG-INACTIVE              VALUE 'I'.
          05  FILLER                  PIC X(51).
      FD  GROUP-MASTER-FILE
          RECORD CONTAINS 80 CHARACTERS.
      01  GROUP-MASTER-RECORD.
          05  GM-GROUP-CODE           PIC X(05).
          05  GM-DEPARTMENT-NAME      PIC X(30).
          05  GM-ACTIVE-FLAG          PIC X(01).
              88  GM-GROUP-ACTIVE              VALUE 'A'.
              88  GM-GROUP-INACTIVE            VALUE 'I'.
          05  FILLER                  PIC X(44).
      FD  ORG-TRAN-FILE
          RECORD CONTAINS 80 CHARACTERS.
      01  ORG-TRAN-RECORD.
          05  CT-ACTION               PIC X(03).
          05  FILLER                  PIC X(01).
          05  CT-GROUP-CODE           PIC X(05).
          05  FILLER                  PIC X(01).
          05  CT-EFF-DATE             PIC X(08).
          05  FILLER                  PIC X(01).
          05  CT-DEPARTMENT-CODE      PIC X(05).
          05  FILLER                  PIC X(01).
          05  CT-DIVISION-CODE        PIC X(05).
          05  FILLER                  PIC X(01).
          05  CT-COST-CENTER          PIC X(05).
          05  FILLER                  PIC X(36).
          05  CT-CLERK-ID             PIC X(08).
     *> One staged change per structure entry, waiting for a second
     *> clerk: the action, who keyed it and when, and the entry as
     *> it stood (if it existed) and as it will be written.
      FD  PENDING-CHANGE-FILE
          RECORD CONTAINS 240 CHARACTERS.
      01  PENDING-CHANGE-RECORD.
          05  PN-ORG-KEY.
              10  PN-GROUP-CODE       PIC X(05).
              10  PN-EFF-DATE         PIC 9(08).
          05  PN-ACTION               PIC X(03).
          05  PN-MAKER-ID             PIC X(08).
          05  PN-ENTERED-DATE         PIC 9(08).
          05  PN-ENTERED-TIME         PIC 9(08).
          05  PN-BEFORE-FOUND         PIC X(01).
              88  PN-HAD-BEFORE                VALUE 'Y'.
          05  PN-BEFORE-RECORD        PIC X(80).
          05  PN-AFTER-RECORD         PIC X(80).
          05  FILLER                  PIC X(39).
      FD  CHANGE-LOG-FILE
          RECORD CONTAINS 132 CHARACTERS.
      01  CHANGE-LOG-LINE             PIC X(132).
      WORKING-STORAGE SECTION.
      77  WS-ORG-FILE-STATUS          PIC X(02).
      77  WS-TRAN-FILE-STATUS         PIC X(02).
      77  WS-LOG-FILE-STATUS          PIC X(02).
      77  WS-PENDING-FILE-STATUS      PIC X(02).
      77  WS-MASTER-FILE-STATUS       PIC X(02).
      01  WS-SWITCHES.
          05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
              88  TRAN-FILE-EOF                VALUE 'Y'.
          05  WS-FOUND-SWITCH         PIC X(01) VALUE 'N'.
              88  ORG-RECORD-FOUND             VALUE 'Y'.
          05  WS-JOB-STATUS-SWITCH    PIC X(01) VALUE 'N'.
              88  JOB-HAD-ERRORS               VALUE 'Y'.
          05  WS-CODES-VALID-SWITCH   PIC X(01) VALUE 'Y'.
              88  LEVEL-CODES-VALID            VALUE 'Y'.
              88  LEVEL-CODES-INVALID          VALUE 'N'.
          05  WS-PENDING-FOUND-SWITCH PIC X(01) VALUE 'N'.
              88  PENDING-CHANGE-FOUND         VALUE 'Y'.
          05  WS-PENDING-EOF-SWITCH   PIC X(01) VALUE 'N'.
              88  PENDING-SWEEP-DONE           VALUE 'Y'.
          05  WS-NEW-CHANGE-SWITCH    PIC X(01) VALUE 'Y'.
              88  NEW-CHANGE-ACCEPTED          VALUE 'Y'.
              88  NEW-CHANGE-REFUSED           VALUE 'N'.
          05  WS-MASTER-AVAIL-SWITCH  PIC X(01) VALUE 'N'.
              88  GROUP-MASTER-AVAILABLE       VALUE 'Y'.
      01  WS-COUNTERS.
          05  WS-TRANS-READ           PIC 9(05) BINARY VALUE 0.
          05  WS-TRANS-APPLIED        PIC 9(05) BINARY VALUE 0.
          05  WS-TRANS-REJECTED       PIC 9(05) BINARY VALUE 0.
          05  WS-TRANS-STAGED         PIC 9(05) BINARY VALUE 0.
          05  WS-TRANS-DECLINED       PIC 9(05) BINARY VALUE 0.
          05  WS-PENDING-EXPIRED      PIC 9(05) BINARY VALUE 0.
      01  WS-BEFORE-IMAGE             PIC X(16) VALUE SPACES.
      01  WS-BEFORE-IMAGE-R REDEFINES WS-BEFORE-IMAGE.
          05  WS-BI-DEPARTMENT-CODE   PIC X(05).
          05  WS-BI-DIVISION-CODE     PIC X(05).
          05  WS-BI-COST-CENTER       PIC X(05).
          05  WS-BI-ACTIVE-FLAG       PIC X(01).
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
     *> The structure entry as the log shows it, built for each
     *> image line.
      01  WS-ORG-IMAGE.
          05  FILLER                  PIC X(06) VALUE "DEPT: ".
          05  OI-DEPARTMENT-CODE      PIC X(05).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(05) VALUE "DIV: ".
          05  OI-DIVISION-CODE        PIC X(05).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(04) VALUE "CC: ".
          05  OI-COST-CENTER          PIC X(05).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(06) VALUE "FLAG: ".
          05  OI-ACTIVE-FLAG          PIC X(01).
      01  WS-RPT-HDG1-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(45) VALUE
              "SUM OF INTEGERS - ORGANIZATION STRUCTURE LOG".
          05  FILLER                  PIC X(10) VALUE SPACES.
          05  FILLER                  PIC X(09) VALUE "RUN DATE:".
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  CH1-RUN-DATE            PIC 9(08).
          05  FILLER                  PIC X(58) VALUE SPACES.
      01  WS-RPT-TRAN-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  CL-ACTION               PIC X(03).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  CL-GROUP-CODE           PIC X(05).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  CL-EFF-DATE             PIC X(08).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  CL-DISPOSITION          PIC X(10).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  CL-REASON               PIC X(35).
          05  FILLER                  PIC X(62) VALUE SPACES.
      01  WS-RPT-IMAGE-LINE.
          05  FILLER                  PIC X(04) VALUE SPACES.
          05  CI-IMAGE-LABEL          PIC X(08).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  CI-IMAGE-TEXT           PIC X(43).
          05  FILLER                  PIC X(75) VALUE SPACES.
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
     *>   structure cards one at a time: a change card is edited and
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
     *>   a later run. GRPMAST is optional: without it a new group
     *>   is not checked against the group master.
     *>--------------------------------------------------------------
      1000-INITIALIZE.
          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
          ACCEPT WS-RUN-TIME FROM TIME
          MOVE WS-RUN-DATE TO WS-DN-DATE
          PERFORM 6000-COMPUTE-DAY-NUMBER THRU 6000-EXIT
          MOVE WS-DN-DAY-NUMBER TO WS-RUN-DAY-NUMBER
          OPEN I-O ORG-STRUCTURE-FILE
          IF WS-ORG-FILE-STATUS NOT = "00"
              AND WS-ORG-FILE-STATUS NOT = "05"
              DISPLAY "UNABLE TO OPEN ORGSTRUC, FILE STATUS "
                  WS-ORG-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          OPEN I-O PENDING-CHANGE-FILE
          IF WS-PENDING-FILE-STATUS NOT = "00"
              AND WS-PENDING-FILE-STATUS NOT = "05"
              DISPLAY "UNABLE TO OPEN ORGPEND, FILE STATUS "
                  WS-PENDING-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          OPEN INPUT GROUP-MASTER-FILE
          IF WS-MASTER-FILE-STATUS = "00"
              SET GROUP-MASTER-AVAILABLE TO TRUE
          ELSE
              DISPLAY "GRPMAST NOT AVAILABLE (FILE STATUS "
                  WS-MASTER-FILE-STATUS ") - GROUPS NOT CHECKED"
          END-IF
          OPEN INPUT ORG-TRAN-FILE
          IF WS-TRAN-FILE-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN ORGTRAN, FILE STATUS "
                  WS-TRAN-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          OPEN OUTPUT CHANGE-LOG-FILE
          IF WS-LOG-FILE-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN ORGLOG, FILE STATUS "
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
     *>   One pass over ORGPEND before any card is read; a change
     *>   keyed more than WS-PENDING-EXPIRY-DAYS ago is dropped and
     *>   logged EXPIRED, and has to be keyed again if still wanted.
     *>--------------------------------------------------------------
      1500-EXPIRE-PENDING-CHANGES.
          MOVE LOW-VALUES TO PN-ORG-KEY
          START PENDING-CHANGE-FILE
              KEY IS NOT LESS THAN PN-ORG-KEY
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
                  DISPLAY "DELETE FAILED ON ORGPEND FOR "
                      PN-GROUP-CODE " " PN-EFF-DATE " - NOT EXPIRED"
                  GO TO 1690-NEXT-PENDING
          END-DELETE
          ADD 1 TO WS-PENDING-EXPIRED
          PERFORM 5200-LOAD-PENDING-IMAGES THRU 5200-EXIT
          MOVE PN-ACTION TO CL-ACTION
          MOVE PN-GROUP-CODE TO CL-GROUP-CODE
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
     *>   Edits the card's key fields, reads the structure record for
     *>   the card's group and effective date (saving the before
     *>   image) and any staged change for it, routes the card by
     *>   action, and reads the next card. A change card from a
     *>   clerk with no ID, or for an entry that already has a
     *>   change waiting, goes no further.
     *>--------------------------------------------------------------
      2000-APPLY-TRANSACTION.
          ADD 1 TO WS-TRANS-READ
          IF CT-GROUP-CODE = SPACES
              MOVE "GROUP CODE IS BLANK" TO CL-REASON
              PERFORM 5100-LOG-REJECTED THRU 5100-EXIT
              PERFORM 2100-READ-TRAN-RECORD THRU 2100-EXIT
              GO TO 2000-EXIT
          END-IF
          IF CT-EFF-DATE IS NOT NUMERIC
              MOVE "EFFECTIVE DATE NOT NUMERIC" TO CL-REASON
              PERFORM 5100-LOG-REJECTED THRU 5100-EXIT
              PERFORM 2100-READ-TRAN-RECORD THRU 2100-EXIT
              GO TO 2000-EXIT
          END-IF
          PERFORM 2200-LOOK-UP-STRUCTURE THRU 2200-EXIT
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
          READ ORG-TRAN-FILE
              AT END
                  SET TRAN-FILE-EOF TO TRUE
          END-READ.
      2100-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2200-LOOK-UP-STRUCTURE
     *>--------------------------------------------------------------
      2200-LOOK-UP-STRUCTURE.
          MOVE 'N' TO WS-FOUND-SWITCH
          MOVE SPACES TO WS-BEFORE-IMAGE
          MOVE SPACES TO WS-BEFORE-RECORD
          MOVE CT-GROUP-CODE TO OS-GROUP-CODE
          MOVE CT-EFF-DATE TO OS-EFF-DATE
          READ ORG-STRUCTURE-FILE
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  SET ORG-RECORD-FOUND TO TRUE
                  MOVE OS-DEPARTMENT-CODE TO WS-BI-DEPARTMENT-CODE
                  MOVE OS-DIVISION-CODE TO WS-BI-DIVISION-CODE
                  MOVE OS-COST-CENTER TO WS-BI-COST-CENTER
                  MOVE OS-ACTIVE-FLAG TO WS-BI-ACTIVE-FLAG
                  MOVE ORG-STRUCTURE-RECORD TO WS-BEFORE-RECORD
          END-READ.
      2200-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2250-LOOK-UP-PENDING
     *>--------------------------------------------------------------
      2250-LOOK-UP-PENDING.
          MOVE 'N' TO WS-PENDING-FOUND-SWITCH
          MOVE CT-GROUP-CODE TO PN-GROUP-CODE
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
     *> 2300-EDIT-LEVEL-CODES
     *>   A group is placed at every level or not at all - a blank
     *>   code would leave its figures short of the levels above.
     *>   Codes beginning with an asterisk are kept for the roll-up
     *>   reports' own markers.
     *>--------------------------------------------------------------
      2300-EDIT-LEVEL-CODES.
          SET LEVEL-CODES-VALID TO TRUE
          IF CT-DEPARTMENT-CODE = SPACES
              OR CT-DIVISION-CODE = SPACES
              OR CT-COST-CENTER = SPACES
              MOVE "DEPT, DIVISION AND CC ALL REQUIRED"
                  TO CL-REASON
              SET LEVEL-CODES-INVALID TO TRUE
              GO TO 2300-EXIT
          END-IF
          IF CT-DEPARTMENT-CODE (1:1) = '*'
              OR CT-DIVISION-CODE (1:1) = '*'
              OR CT-COST-CENTER (1:1) = '*'
              MOVE "LEVEL CODE MAY NOT START WITH *"
                  TO CL-REASON
              SET LEVEL-CODES-INVALID TO TRUE
          END-IF.
      2300-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2400-EDIT-NEW-CHANGE
     *>   Every change is keyed under a clerk ID so a different
     *>   clerk can be held to the approval; one change per entry
     *>   waits at a time so the approver sees exactly what the
     *>   structure entry will become.
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
     *>   A new group, or a reorganization from a new effective
     *>   date. With the group master on hand the group must be on
     *>   it.
     *>--------------------------------------------------------------
      3000-APPLY-ADD.
          IF ORG-RECORD-FOUND
              MOVE "ENTRY ALREADY IN STRUCTURE" TO CL-REASON
              PERFORM 5100-LOG-REJECTED THRU 5100-EXIT
              GO TO 3000-EXIT
          END-IF
          PERFORM 2300-EDIT-LEVEL-CODES THRU 2300-EXIT
          IF LEVEL-CODES-INVALID
              PERFORM 5100-LOG-REJECTED THRU 5100-EXIT
              GO TO 3000-EXIT
          END-IF
          IF GROUP-MASTER-AVAILABLE
              MOVE CT-GROUP-CODE TO GM-GROUP-CODE
              READ GROUP-MASTER-FILE
                  INVALID KEY
                      MOVE "GROUP NOT ON GROUP MASTER" TO CL-REASON
                      PERFORM 5100-LOG-REJECTED THRU 5100-EXIT
                      GO TO 3000-EXIT
              END-READ
          END-IF
          MOVE SPACES TO ORG-STRUCTURE-RECORD
          MOVE CT-GROUP-CODE TO OS-GROUP-CODE
          MOVE CT-EFF-DATE TO OS-EFF-DATE
          MOVE CT-DEPARTMENT-CODE TO OS-DEPARTMENT-CODE
          MOVE CT-DIVISION-CODE TO OS-DIVISION-CODE
          MOVE CT-COST-CENTER TO OS-COST-CENTER
          MOVE 'A' TO OS-ACTIVE-FLAG
          PERFORM 4500-STAGE-CHANGE THRU 4500-EXIT.
      3000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3100-APPLY-CHANGE
     *>   Corrects the level codes of an existing entry - for a
     *>   reorganization from a later date, ADD a new entry instead
     *>   so the nights before it keep their roll-up. The active
     *>   flag is left as it stands, DEA/ACT own that.
     *>--------------------------------------------------------------
      3100-APPLY-CHANGE.
          IF NOT ORG-RECORD-FOUND
              MOVE "ENTRY NOT IN STRUCTURE" TO CL-REASON
              PERFORM 5100-LOG-REJECTED THRU 5100-EXIT
              GO TO 3100-EXIT
          END-IF
          PERFORM 2300-EDIT-LEVEL-CODES THRU 2300-EXIT
          IF LEVEL-CODES-INVALID
              PERFORM 5100-LOG-REJECTED THRU 5100-EXIT
              GO TO 3100-EXIT
          END-IF
          MOVE CT-DEPARTMENT-CODE TO OS-DEPARTMENT-CODE
          MOVE CT-DIVISION-CODE TO OS-DIVISION-CODE
          MOVE CT-COST-CENTER TO OS-COST-CENTER
          PERFORM 4500-STAGE-CHANGE THRU 4500-EXIT.
      3100-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3200-APPLY-DEACTIVATE
     *>--------------------------------------------------------------
      3200-APPLY-DEACTIVATE.
          IF NOT ORG-RECORD-FOUND
              MOVE "ENTRY NOT IN STRUCTURE" TO CL-REASON
              PERFORM 5100-LOG-REJECTED THRU 5100-EXIT
              GO TO 3200-EXIT
          END-IF
          IF OS-ORG-INACTIVE
              MOVE "ENTRY ALREADY INACTIVE" TO CL-REASON
              PERFORM 5100-LOG-REJECTED THRU 5100-EXIT
              GO TO 3200-EXIT
          END-IF
          MOVE 'I' TO OS-ACTIVE-FLAG
          PERFORM 4500-STAGE-CHANGE THRU 4500-EXIT.
      3200-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3300-APPLY-REACTIVATE
     *>--------------------------------------------------------------
      3300-APPLY-REACTIVATE.
          IF NOT ORG-RECORD-FOUND
              MOVE "ENTRY NOT IN STRUCTURE" TO CL-REASON
              PERFORM 5100-LOG-REJECTED THRU 5100-EXIT
              GO TO 3300-EXIT
          END-IF
          IF OS-ORG-ACTIVE
              MOVE "ENTRY ALREADY ACTIVE" TO CL-REASON
              PERFORM 5100-LOG-REJECTED THRU 5100-EXIT
              GO TO 3300-EXIT
          END-IF
          MOVE 'A' TO OS-ACTIVE-FLAG
          PERFORM 4500-STAGE-CHANGE THRU 4500-EXIT.
      3300-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3500-REVIEW-PENDING-CHANGE
     *>   An APR or DCL card names the group and effective date
     *>   whose staged change it settles. The reviewing clerk must
     *>   be someone other than the clerk who keyed it, and the
     *>   change must have been keyed on an earlier run.
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
     *>   The structure entry must still be as it stood when the
     *>   change was keyed - otherwise the approver would be signing
     *>   off an after image built on a record that no longer
     *>   exists - and only then is the after image written and the
     *>   staged change dropped.
     *>--------------------------------------------------------------
      3600-APPROVE-CHANGE.
          IF PN-HAD-BEFORE
              IF NOT ORG-RECORD-FOUND
                  OR WS-BEFORE-RECORD NOT = PN-BEFORE-RECORD
                  MOVE "STRUCTURE CHANGED SINCE ENTRY" TO CL-REASON
                  PERFORM 5100-LOG-REJECTED THRU 5100-EXIT
                  GO TO 3600-EXIT
              END-IF
          ELSE
              IF ORG-RECORD-FOUND
                  MOVE "STRUCTURE CHANGED SINCE ENTRY" TO CL-REASON
                  PERFORM 5100-LOG-REJECTED THRU 5100-EXIT
                  GO TO 3600-EXIT
              END-IF
          END-IF
          MOVE PN-AFTER-RECORD TO ORG-STRUCTURE-RECORD
          IF PN-ACTION = "ADD"
              WRITE ORG-STRUCTURE-RECORD
                  INVALID KEY
                      MOVE "WRITE FAILED ON STRUCTURE" TO CL-REASON
                      PERFORM 5100-LOG-REJECTED THRU 5100-EXIT
                      GO TO 3600-EXIT
              END-WRITE
          ELSE
              REWRITE ORG-STRUCTURE-RECORD
                  INVALID KEY
                      MOVE "REWRITE FAILED ON STRUCTURE" TO CL-REASON
                      PERFORM 5100-LOG-REJECTED THRU 5100-EXIT
                      GO TO 3600-EXIT
              END-REWRITE
          END-IF
          DELETE PENDING-CHANGE-FILE
              INVALID KEY
                  DISPLAY "DELETE FAILED ON ORGPEND FOR "
                      PN-GROUP-CODE " " PN-EFF-DATE
                      " - APPLIED BUT STILL PENDING"
          END-DELETE
          ADD 1 TO WS-TRANS-APPLIED
          MOVE PN-ACTION TO CL-ACTION
          MOVE PN-GROUP-CODE TO CL-GROUP-CODE
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
     *>   The staged change is dropped; the structure is not
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
          MOVE PN-AFTER-RECORD TO ORG-STRUCTURE-RECORD
          MOVE PN-ACTION TO CL-ACTION
          MOVE PN-GROUP-CODE TO CL-GROUP-CODE
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
     *>   The edited after image is in the structure record area; it
     *>   goes to ORGPEND with the before image, the clerk and this
     *>   run's stamp, and the structure itself is left alone.
     *>--------------------------------------------------------------
      4500-STAGE-CHANGE.
          MOVE SPACES TO PENDING-CHANGE-RECORD
          MOVE CT-GROUP-CODE TO PN-GROUP-CODE
          MOVE CT-EFF-DATE TO PN-EFF-DATE
          MOVE CT-ACTION TO PN-ACTION
          MOVE CT-CLERK-ID TO PN-MAKER-ID
          MOVE WS-RUN-DATE TO PN-ENTERED-DATE
          MOVE WS-RUN-TIME TO PN-ENTERED-TIME
          IF ORG-RECORD-FOUND
              MOVE 'Y' TO PN-BEFORE-FOUND
              MOVE WS-BEFORE-RECORD TO PN-BEFORE-RECORD
          ELSE
              MOVE 'N' TO PN-BEFORE-FOUND
          END-IF
          MOVE ORG-STRUCTURE-RECORD TO PN-AFTER-RECORD
          WRITE PENDING-CHANGE-RECORD
              INVALID KEY
                  MOVE "WRITE FAILED ON PENDING FILE" TO CL-REASON
                  PERFORM 5100-LOG-REJECTED THRU 5100-EXIT
                  GO TO 4500-EXIT
          END-WRITE
          ADD 1 TO WS-TRANS-STAGED
          MOVE CT-ACTION TO CL-ACTION
          MOVE CT-GROUP-CODE TO CL-GROUP-CODE
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
     *>   caller), then the BEFORE image as it stood in the structure
     *>   (NONE for an ADD) and the AFTER image from the structure
     *>   record area.
     *>--------------------------------------------------------------
      5000-LOG-CHANGE.
          MOVE WS-RPT-TRAN-LINE TO CHANGE-LOG-LINE
          WRITE CHANGE-LOG-LINE
          MOVE "BEFORE:" TO CI-IMAGE-LABEL
          IF ORG-RECORD-FOUND
              MOVE WS-BI-DEPARTMENT-CODE TO OI-DEPARTMENT-CODE
              MOVE WS-BI-DIVISION-CODE TO OI-DIVISION-CODE
              MOVE WS-BI-COST-CENTER TO OI-COST-CENTER
              MOVE WS-BI-ACTIVE-FLAG TO OI-ACTIVE-FLAG
              MOVE WS-ORG-IMAGE TO CI-IMAGE-TEXT
          ELSE
              MOVE "(NONE)" TO CI-IMAGE-TEXT
          END-IF
          MOVE WS-RPT-IMAGE-LINE TO CHANGE-LOG-LINE
          WRITE CHANGE-LOG-LINE
          MOVE "AFTER:" TO CI-IMAGE-LABEL
          MOVE OS-DEPARTMENT-CODE TO OI-DEPARTMENT-CODE
          MOVE OS-DIVISION-CODE TO OI-DIVISION-CODE
          MOVE OS-COST-CENTER TO OI-COST-CENTER
          MOVE OS-ACTIVE-FLAG TO OI-ACTIVE-FLAG
          MOVE WS-ORG-IMAGE TO CI-IMAGE-TEXT
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
          MOVE CT-GROUP-CODE TO CL-GROUP-CODE
          MOVE CT-EFF-DATE TO CL-EFF-DATE
          MOVE "REJECTED" TO CL-DISPOSITION
          MOVE WS-RPT-TRAN-LINE TO CHANGE-LOG-LINE
          WRITE CHANGE-LOG-LINE.
      5100-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 5200-LOAD-PENDING-IMAGES
     *>   For a change settled without a card (expiry): the staged
     *>   before and after images stand in for the structure lookup.
     *>--------------------------------------------------------------
      5200-LOAD-PENDING-IMAGES.
          MOVE PN-BEFORE-FOUND TO WS-FOUND-SWITCH
          MOVE PN-BEFORE-RECORD (14:16) TO WS-BEFORE-IMAGE
          MOVE PN-AFTER-RECORD TO ORG-STRUCTURE-RECORD.
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
          CLOSE ORG-STRUCTURE-FILE
          CLOSE PENDING-CHANGE-FILE
          IF GROUP-MASTER-AVAILABLE
              CLOSE GROUP-MASTER-FILE
          END-IF
          CLOSE ORG-TRAN-FILE
          CLOSE CHANGE-LOG-FILE.
      8000-EXIT.
          EXIT.
