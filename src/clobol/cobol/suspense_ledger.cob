      IDENTIFICATION DIVISION.
      PROGRAM-ID. SuspenseLedger.
      AUTHOR. J. HARTLEY.
      INSTALLATION. BATCH CONTROL GROUP.
      DATE-WRITTEN. 2026-09-14.
      DATE-COMPILED.
     *>--------------------------------------------------------------
     *> MODIFICATION HISTORY
     *>   2026-09-14  JH  New nightly suspense step (load module
     *>                   SUSPLDG). RECYCLE told the clerk what was
     *>                   turned away tonight, but once the file was
     *>                   cleared nothing remembered that a batch was
     *>                   still owed - a rejected batch nobody
     *>                   resubmitted simply vanished. This step
     *>                   keeps a keyed suspense ledger (SUSPENSE,
     *>                   keyed on department plus the batch's
     *>                   control fields) of every rejected item,
     *>                   loaded from RECYCLE with its reason code,
     *>                   original batch seq and the original
     *>                   80-byte image. An item closes by itself
     *>                   when a corrected batch for the same
     *>                   department and group is accepted (status
     *>                   OK) on a later night's AUDITLOG. Every
     *>                   night the open items are aged from the
     *>                   night they were first rejected and printed
     *>                   on SUSPRPT by department and reason code
     *>                   in 1-2, 3-5 and over-5-day buckets, with
     *>                   the items cleared tonight listed above.
     *>                   RC 0 nothing older than five days, RC 4
     *>                   items past five days for the morning
     *>                   review, RC 16 a file would not open. The
     *>                   business date comes from CYCLDATE, falling
     *>                   back to the clock date with a warning.
     *>   2026-09-25  JH  A REVERSAL or ADJUSTMENT record puts right a
     *>                   batch already posted; it is not a resubmitted
     *>                   batch and is passed over rather than allowed
     *>                   to close a suspense item.
     *>--------------------------------------------------------------
      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
      FILE-CONTROL.
          SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-AUDIT-FILE-STATUS.
          SELECT OPTIONAL RECYCLE-FILE ASSIGN TO "RECYCLE"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-RECYCLE-FILE-STATUS.
          SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "SUSPENSE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SP-SUSPENSE-KEY
              FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
          SELECT OPTIONAL CYCLE-DATE-FILE ASSIGN TO "CYCLDATE"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-CYCLE-FILE-STATUS.
          SELECT SUSP-REPORT-FILE ASSIGN TO "SUSPRPT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-REPORT-FILE-STATUS.
          SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-RUNCTL-FILE-STATUS.
      DATA DIVISION.
      FILE SECTION.
      FD  AUDIT-LOG-FILE
          RECORD CONTAINS 132 CHARACTERS.
      01  AUDIT-RECORD.
          05  AL-RUN-DATE             PIC 9(08).
          05  FILLER                  PIC X(01).
          05  AL-RUN-TIME             PIC 9(08).
          05  FILLER                  PIC X(01).
          05  AL-BATCH-SEQ-NO         PIC 9(09).
          05  FILLER                  PIC X(01).
          05  AL-GROUP-CODE           PIC X(05).
          05  FILLER                  PIC X(01).
          05  AL-END-VALUE            PIC -(9)9.
          05  FILLER                  PIC X(01).
          05  AL-SUMA                 PIC -(17)9.
          05  FILLER                  PIC X(01).
          05  AL-STATUS               PIC X(15).
          05  FILLER                  PIC X(01).
          05  AL-DEPARTMENT           PIC X(20).
          05  FILLER                  PIC X(01).
          05  AL-EXPECTED             PIC -(17)9.
          05  FILLER                  PIC X(01).
          05  AL-HAS-EXPECTED         PIC X(01).
          05  FILLER                  PIC X(11).
     *> Rejected and out-of-balance batches as SUMINTS writes them:
     *> the original record (department stamped in cols 44-63 by
     *> the front-end edit), the reason code and the batch seq.
      FD  RECYCLE-FILE
          RECORD CONTAINS 100 CHARACTERS.
      01  RECYCLE-RECORD.
          05  RY-BATCH-IMAGE.
              10  RY-IMAGE-CONTROL    PIC X(43).
              10  RY-IMAGE-DEPARTMENT PIC X(20).
              10  FILLER              PIC X(17).
          05  RY-REASON-CODE          PIC X(08).
          05  RY-ORIG-BATCH-SEQ-NO    PIC 9(09).
          05  FILLER                  PIC X(03).
     *> One record per rejected item, keyed on the department and
     *> the batch's control fields (group, start, step, end,
     *> expected total) exactly as submitted - the same batch
     *> rejected again on a later night lands on the same record
     *> instead of opening a second item.
      FD  SUSPENSE-FILE
          RECORD CONTAINS 200 CHARACTERS.
      01  SUSPENSE-RECORD.
          05  SP-SUSPENSE-KEY.
              10  SP-DEPARTMENT       PIC X(20).
              10  SP-BATCH-CONTROL    PIC X(43).
          05  SP-ITEM-STATUS          PIC X(01).
              88  SP-ITEM-OPEN                 VALUE 'O'.
              88  SP-ITEM-CLEARED              VALUE 'C'.
          05  SP-REASON-CODE          PIC X(08).
          05  SP-OPENED-DATE          PIC 9(08).
          05  SP-LAST-SEEN-DATE       PIC 9(08).
          05  SP-TIMES-REJECTED       PIC 9(03).
          05  SP-ORIG-BATCH-SEQ-NO    PIC 9(09).
          05  SP-CLEARED-DATE         PIC 9(08).
          05  SP-CLEARED-BATCH-SEQ-NO PIC 9(09).
          05  SP-BATCH-IMAGE.
              10  SP-IM-GROUP-CODE    PIC X(05).
              10  SP-IM-START-VALUE   PIC X(09).
              10  SP-IM-STEP-VALUE    PIC X(05).
              10  SP-IM-END-VALUE     PIC X(09).
              10  SP-IM-EXPECTED-TOTAL
                                      PIC X(15).
              10  SP-IM-DEPARTMENT    PIC X(20).
              10  FILLER              PIC X(17).
          05  FILLER                  PIC X(03).
     *> The cycle-date control record the scheduler writes once per
     *> night, same layout every step of the night reads.
      FD  CYCLE-DATE-FILE
          RECORD CONTAINS 80 CHARACTERS.
      01  CYCLE-DATE-RECORD.
          05  CY-BUSINESS-DATE        PIC X(08).
          05  FILLER                  PIC X(72).
      FD  SUSP-REPORT-FILE
          RECORD CONTAINS 132 CHARACTERS.
      01  SUSP-REPORT-LINE            PIC X(132).
     *> One step record per night step on the shared run-control
     *> file, the layout every step writes. RC-LEGS is zero here.
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
      WORKING-STORAGE SECTION.
      77  WS-AUDIT-FILE-STATUS        PIC X(02).
      77  WS-RECYCLE-FILE-STATUS      PIC X(02).
      77  WS-SUSPENSE-FILE-STATUS     PIC X(02).
      77  WS-CYCLE-FILE-STATUS        PIC X(02).
      77  WS-REPORT-FILE-STATUS       PIC X(02).
      77  WS-RUNCTL-FILE-STATUS       PIC X(02).
      01  WS-SWITCHES.
          05  WS-AUDIT-EOF-SWITCH     PIC X(01) VALUE 'N'.
              88  AUDIT-FILE-EOF               VALUE 'Y'.
          05  WS-RECYCLE-EOF-SWITCH   PIC X(01) VALUE 'N'.
              88  RECYCLE-FILE-EOF             VALUE 'Y'.
          05  WS-SUSPENSE-EOF-SWITCH  PIC X(01) VALUE 'N'.
              88  SUSPENSE-FILE-EOF            VALUE 'Y'.
          05  WS-TONIGHT-SWITCH       PIC X(01) VALUE 'N'.
              88  REJECTED-TONIGHT             VALUE 'Y'.
          05  WS-MATCH-SWITCH         PIC X(01) VALUE 'N'.
              88  CORRECTION-FOUND             VALUE 'Y'.
          05  WS-REASON-FOUND-SWITCH  PIC X(01) VALUE 'N'.
              88  REASON-ENTRY-FOUND           VALUE 'Y'.
          05  WS-AGED-SWITCH          PIC X(01) VALUE 'N'.
              88  ITEMS-PAST-FIVE-DAYS         VALUE 'Y'.
          05  WS-END-USABLE-SWITCH    PIC X(01) VALUE 'N'.
              88  ITEM-END-USABLE              VALUE 'Y'.
          05  WS-EXP-USABLE-SWITCH    PIC X(01) VALUE 'N'.
              88  ITEM-EXPECTED-USABLE         VALUE 'Y'.
      01  WS-COUNTERS.
          05  WS-RECYCLE-READ         PIC 9(09) BINARY VALUE 0.
          05  WS-ITEMS-LOADED         PIC 9(05) BINARY VALUE 0.
          05  WS-ITEMS-REPEATED       PIC 9(05) BINARY VALUE 0.
          05  WS-ITEMS-REOPENED       PIC 9(05) BINARY VALUE 0.
          05  WS-ITEMS-CLEARED        PIC 9(05) BINARY VALUE 0.
          05  WS-ITEMS-PURGED         PIC 9(05) BINARY VALUE 0.
          05  WS-OPEN-ITEMS           PIC 9(07) BINARY VALUE 0.
          05  WS-OVER-FIVE-ITEMS      PIC 9(07) BINARY VALUE 0.
      01  WS-RUN-DATE                 PIC 9(08).
      01  WS-RUN-TIME                 PIC 9(08).
      01  WS-CYCLE-DATE               PIC 9(08) VALUE 0.
      01  WS-END-DATE                 PIC 9(08) VALUE 0.
      01  WS-END-TIME                 PIC 9(08) VALUE 0.
      01  WS-STEP-COND                PIC 9(02) VALUE 0.
      01  WS-TONIGHT-SLOT             PIC 9(05) BINARY VALUE 0.
      01  WS-REASON-SLOT              PIC 9(03) BINARY VALUE 0.
      01  WS-ITEM-END-VALUE           PIC 9(09) VALUE 0.
      01  WS-ITEM-EXPECTED            PIC S9(17) COMP-3 VALUE 0.
      01  WS-CURRENT-DEPARTMENT       PIC X(20) VALUE SPACES.
     *> Cleared items are kept this many days for a repeat of the
     *> same rejected image to reopen, then dropped off the file.
      01  WS-PURGE-DAYS               PIC 9(03) BINARY VALUE 30.
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
      01  WS-CYCLE-DAY-NUMBER         PIC 9(09) BINARY VALUE 0.
      01  WS-ITEM-AGE                 PIC 9(09) BINARY VALUE 0.
     *> Tonight's audit records: the rejections (to tell tonight's
     *> RECYCLE records from ones left on the file from an earlier
     *> night) and the accepted batches (the corrections that clear
     *> open items). Each accepted batch clears one item at most.
      01  WS-TONIGHT-TABLE.
          05  WS-TONIGHT-COUNT        PIC 9(05) BINARY VALUE 0.
          05  WS-TONIGHT-MAX          PIC 9(05) BINARY VALUE 2000.
          05  WS-TONIGHT-ENTRY OCCURS 2000 TIMES
                  INDEXED BY TX.
              10  WS-TN-BATCH-SEQ-NO  PIC 9(09) BINARY.
              10  WS-TN-GROUP-CODE    PIC X(05).
              10  WS-TN-DEPARTMENT    PIC X(20).
              10  WS-TN-END-VALUE     PIC 9(09) BINARY.
              10  WS-TN-EXPECTED      PIC S9(17) COMP-3.
              10  WS-TN-HAS-EXPECTED  PIC X(01).
              10  WS-TN-DISPOSITION   PIC X(01).
                  88  WS-TN-ACCEPTED           VALUE 'A'.
                  88  WS-TN-REJECTED           VALUE 'R'.
              10  WS-TN-USED-FLAG     PIC X(01).
     *> One department's open items by reason code, filled during
     *> the aging sweep and printed at each department break (the
     *> file is read in key order, department first).
      01  WS-REASON-TABLE.
          05  WS-REASON-COUNT         PIC 9(03) BINARY VALUE 0.
          05  WS-REASON-MAX           PIC 9(03) BINARY VALUE 20.
          05  WS-REASON-ENTRY OCCURS 20 TIMES
                  INDEXED BY RX.
              10  WS-RE-REASON-CODE   PIC X(08).
              10  WS-RE-BUCKET-1      PIC 9(07) BINARY.
              10  WS-RE-BUCKET-2      PIC 9(07) BINARY.
              10  WS-RE-BUCKET-3      PIC 9(07) BINARY.
      01  WS-BUCKET-TOTALS.
          05  WS-DEPT-BUCKET-1        PIC 9(07) BINARY VALUE 0.
          05  WS-DEPT-BUCKET-2        PIC 9(07) BINARY VALUE 0.
          05  WS-DEPT-BUCKET-3        PIC 9(07) BINARY VALUE 0.
          05  WS-ALL-BUCKET-1         PIC 9(07) BINARY VALUE 0.
          05  WS-ALL-BUCKET-2         PIC 9(07) BINARY VALUE 0.
          05  WS-ALL-BUCKET-3         PIC 9(07) BINARY VALUE 0.
      01  WS-RPT-HDG1-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(45)
                  VALUE "SUM OF INTEGERS - SUSPENSE AGING REPORT".
          05  FILLER                  PIC X(10) VALUE SPACES.
          05  FILLER                  PIC X(09) VALUE "RUN DATE:".
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  UH1-RUN-DATE            PIC 9(08).
          05  FILLER                  PIC X(58) VALUE SPACES.
      01  WS-RPT-CRIT-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(15)
                  VALUE "BUSINESS DATE: ".
          05  UC-BUSINESS-DATE        PIC 9(08).
          05  FILLER                  PIC X(108) VALUE SPACES.
      01  WS-RPT-ACTIVITY-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(16)
                  VALUE "REJECTS LOADED: ".
          05  UA-ITEMS-LOADED         PIC ZZZZ9.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(10) VALUE "REPEATED: ".
          05  UA-ITEMS-REPEATED       PIC ZZZZ9.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(10) VALUE "REOPENED: ".
          05  UA-ITEMS-REOPENED       PIC ZZZZ9.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(09) VALUE "CLEARED: ".
          05  UA-ITEMS-CLEARED        PIC ZZZZ9.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(08) VALUE "PURGED: ".
          05  UA-ITEMS-PURGED         PIC ZZZZ9.
          05  FILLER                  PIC X(41) VALUE SPACES.
      01  WS-RPT-SECTION-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  US-SECTION-TITLE        PIC X(50).
          05  FILLER                  PIC X(81) VALUE SPACES.
      01  WS-RPT-CLRHDG-LINE.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(20) VALUE "DEPARTMENT".
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(05) VALUE "GROUP".
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(08) VALUE "REASON".
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(09) VALUE " ORIG SEQ".
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(08) VALUE "OPENED".
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(14) VALUE "CLEARED BY SEQ".
          05  FILLER                  PIC X(55) VALUE SPACES.
      01  WS-RPT-CLEARED-LINE.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  UL-DEPARTMENT           PIC X(20).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  UL-GROUP-CODE           PIC X(05).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  UL-REASON-CODE          PIC X(08).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  UL-ORIG-BATCH-SEQ-NO    PIC ZZZZZZZZ9.
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  UL-OPENED-DATE          PIC 9(08).
          05  FILLER                  PIC X(07) VALUE SPACES.
          05  UL-CLEARED-BATCH-SEQ-NO PIC ZZZZZZZZ9.
          05  FILLER                  PIC X(55) VALUE SPACES.
      01  WS-RPT-AGEHDG-LINE.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(20) VALUE "DEPARTMENT".
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(08) VALUE "REASON".
          05  FILLER                  PIC X(04) VALUE SPACES.
          05  FILLER                  PIC X(08) VALUE "1-2 DAYS".
          05  FILLER                  PIC X(04) VALUE SPACES.
          05  FILLER                  PIC X(08) VALUE "3-5 DAYS".
          05  FILLER                  PIC X(04) VALUE SPACES.
          05  FILLER                  PIC X(08) VALUE "  OVER 5".
          05  FILLER                  PIC X(04) VALUE SPACES.
          05  FILLER                  PIC X(08) VALUE "   TOTAL".
          05  FILLER                  PIC X(51) VALUE SPACES.
      01  WS-RPT-AGE-LINE.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  UG-DEPARTMENT           PIC X(20).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  UG-REASON-CODE          PIC X(08).
          05  FILLER                  PIC X(05) VALUE SPACES.
          05  UG-BUCKET-1             PIC ZZZZZZ9.
          05  FILLER                  PIC X(05) VALUE SPACES.
          05  UG-BUCKET-2             PIC ZZZZZZ9.
          05  FILLER                  PIC X(05) VALUE SPACES.
          05  UG-BUCKET-3             PIC ZZZZZZ9.
          05  FILLER                  PIC X(05) VALUE SPACES.
          05  UG-TOTAL                PIC ZZZZZZ9.
          05  FILLER                  PIC X(51) VALUE SPACES.
      01  WS-RPT-NONE-LINE.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(50) VALUE "(NONE)".
          05  FILLER                  PIC X(79) VALUE SPACES.
      01  WS-RPT-FOOTER-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(12) VALUE "OPEN ITEMS: ".
          05  UF-OPEN-ITEMS           PIC ZZZZZZ9.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(13) VALUE "OVER 5 DAYS: ".
          05  UF-OVER-FIVE-ITEMS      PIC ZZZZZZ9.
          05  FILLER                  PIC X(89) VALUE SPACES.
      PROCEDURE DIVISION.
     *>--------------------------------------------------------------
     *> 0000-MAIN-PROCESS
     *>   Notes tonight's accepted and rejected batches from the
     *>   audit log, loads tonight's rejects from RECYCLE onto the
     *>   suspense ledger, clears the open items a later night's
     *>   accepted batch has corrected, then ages what is still
     *>   open. Condition code 0 nothing older than five days, 4
     *>   items past five days, 16 a file would not open.
     *>--------------------------------------------------------------
      0000-MAIN-PROCESS.
          PERFORM 1000-INITIALIZE THRU 1000-EXIT
          PERFORM 2000-NOTE-TONIGHT-AUDIT THRU 2000-EXIT
          PERFORM 3000-LOAD-RECYCLE THRU 3000-EXIT
          PERFORM 4000-CLEAR-CORRECTED-ITEMS THRU 4000-EXIT
          PERFORM 5000-AGE-OPEN-ITEMS THRU 5000-EXIT
          PERFORM 8000-TERMINATE THRU 8000-EXIT
          IF ITEMS-PAST-FIVE-DAYS
              MOVE 4 TO WS-STEP-COND
          ELSE
              MOVE 0 TO WS-STEP-COND
          END-IF
          PERFORM 8500-WRITE-STEP-RECORD THRU 8500-EXIT
          MOVE WS-STEP-COND TO RETURN-CODE
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
          MOVE WS-DN-DAY-NUMBER TO WS-CYCLE-DAY-NUMBER
          OPEN INPUT AUDIT-LOG-FILE
          IF WS-AUDIT-FILE-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN AUDITLOG, FILE STATUS "
                  WS-AUDIT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          OPEN INPUT RECYCLE-FILE
          IF WS-RECYCLE-FILE-STATUS NOT = "00"
              AND WS-RECYCLE-FILE-STATUS NOT = "05"
              DISPLAY "UNABLE TO OPEN RECYCLE, FILE STATUS "
                  WS-RECYCLE-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          OPEN I-O SUSPENSE-FILE
          IF WS-SUSPENSE-FILE-STATUS NOT = "00"
              AND WS-SUSPENSE-FILE-STATUS NOT = "05"
              DISPLAY "UNABLE TO OPEN SUSPENSE, FILE STATUS "
                  WS-SUSPENSE-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          OPEN OUTPUT SUSP-REPORT-FILE
          IF WS-REPORT-FILE-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN SUSPRPT, FILE STATUS "
                  WS-REPORT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          MOVE WS-RUN-DATE TO UH1-RUN-DATE
          MOVE WS-RPT-HDG1-LINE TO SUSP-REPORT-LINE
          WRITE SUSP-REPORT-LINE
          MOVE WS-CYCLE-DATE TO UC-BUSINESS-DATE
          MOVE WS-RPT-CRIT-LINE TO SUSP-REPORT-LINE
          WRITE SUSP-REPORT-LINE.
      1000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 1500-READ-CYCLE-DATE
     *>   The business date the night's rejects are stamped with
     *>   and the items are aged to. Missing or bad falls back to
     *>   the clock date with a warning, the same rule as SUMINTS.
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
     *> 2000-NOTE-TONIGHT-AUDIT
     *>   One sweep of the audit log keeping every record stamped
     *>   with the business date: OK records are tonight's accepted
     *>   batches, anything else a batch turned away.
     *>--------------------------------------------------------------
      2000-NOTE-TONIGHT-AUDIT.
          PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT
          PERFORM 2200-NOTE-AUDIT-RECORD THRU 2200-EXIT
              UNTIL AUDIT-FILE-EOF.
      2000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2100-READ-AUDIT-RECORD
     *>--------------------------------------------------------------
      2100-READ-AUDIT-RECORD.
          READ AUDIT-LOG-FILE
              AT END
                  SET AUDIT-FILE-EOF TO TRUE
          END-READ.
      2100-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2200-NOTE-AUDIT-RECORD
     *>--------------------------------------------------------------
      2200-NOTE-AUDIT-RECORD.
          IF AL-RUN-DATE NOT = WS-CYCLE-DATE
              OR AL-STATUS = "REVERSAL" OR "ADJUSTMENT"
              PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT
              GO TO 2200-EXIT
          END-IF
          IF WS-TONIGHT-COUNT >= WS-TONIGHT-MAX
              DISPLAY "TONIGHT TABLE FULL AT " WS-TONIGHT-MAX
                  " - BATCH " AL-BATCH-SEQ-NO " GROUP "
                  AL-GROUP-CODE " NOT MATCHED AGAINST SUSPENSE"
              PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT
              GO TO 2200-EXIT
          END-IF
          ADD 1 TO WS-TONIGHT-COUNT
          SET TX TO WS-TONIGHT-COUNT
          MOVE AL-BATCH-SEQ-NO TO WS-TN-BATCH-SEQ-NO (TX)
          MOVE AL-GROUP-CODE TO WS-TN-GROUP-CODE (TX)
          MOVE AL-DEPARTMENT TO WS-TN-DEPARTMENT (TX)
          MOVE AL-END-VALUE TO WS-TN-END-VALUE (TX)
          MOVE AL-EXPECTED TO WS-TN-EXPECTED (TX)
          MOVE AL-HAS-EXPECTED TO WS-TN-HAS-EXPECTED (TX)
          MOVE 'N' TO WS-TN-USED-FLAG (TX)
          IF AL-STATUS = "OK"
              SET WS-TN-ACCEPTED (TX) TO TRUE
          ELSE
              SET WS-TN-REJECTED (TX) TO TRUE
          END-IF
          PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
      2200-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3000-LOAD-RECYCLE
     *>   Every RECYCLE record is posted to the suspense ledger. The
     *>   clerk clears RECYCLE after recycling it, but a file left
     *>   uncleared must not reopen or re-date items from an
     *>   earlier night, so each record is first matched to
     *>   tonight's audit rejections by group and batch seq.
     *>--------------------------------------------------------------
      3000-LOAD-RECYCLE.
          PERFORM 3100-READ-RECYCLE-RECORD THRU 3100-EXIT
          PERFORM 3200-POST-ONE-REJECT THRU 3200-EXIT
              UNTIL RECYCLE-FILE-EOF.
      3000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3100-READ-RECYCLE-RECORD
     *>--------------------------------------------------------------
      3100-READ-RECYCLE-RECORD.
          READ RECYCLE-FILE
              AT END
                  SET RECYCLE-FILE-EOF TO TRUE
          END-READ.
      3100-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3200-POST-ONE-REJECT
     *>   A new key opens an item. An open item seen again tonight
     *>   is the same batch rejected again - its reason and seq are
     *>   refreshed but it keeps aging from the first night. A
     *>   cleared item seen again tonight is reopened and ages from
     *>   tonight. Records not rejected tonight only ever open a
     *>   missing item.
     *>--------------------------------------------------------------
      3200-POST-ONE-REJECT.
          ADD 1 TO WS-RECYCLE-READ
          PERFORM 3300-FIND-TONIGHT-REJECT THRU 3300-EXIT
          MOVE RY-IMAGE-DEPARTMENT TO SP-DEPARTMENT
          MOVE RY-IMAGE-CONTROL TO SP-BATCH-CONTROL
          READ SUSPENSE-FILE
              INVALID KEY
                  PERFORM 3400-OPEN-NEW-ITEM THRU 3400-EXIT
                  PERFORM 3100-READ-RECYCLE-RECORD THRU 3100-EXIT
                  GO TO 3200-EXIT
          END-READ
          IF NOT REJECTED-TONIGHT
              PERFORM 3100-READ-RECYCLE-RECORD THRU 3100-EXIT
              GO TO 3200-EXIT
          END-IF
          IF SP-ITEM-OPEN
              IF SP-LAST-SEEN-DATE NOT = WS-CYCLE-DATE
                  ADD 1 TO SP-TIMES-REJECTED
                  ADD 1 TO WS-ITEMS-REPEATED
              END-IF
          ELSE
              SET SP-ITEM-OPEN TO TRUE
              MOVE WS-CYCLE-DATE TO SP-OPENED-DATE
              MOVE 0 TO SP-CLEARED-DATE
              MOVE 0 TO SP-CLEARED-BATCH-SEQ-NO
              ADD 1 TO SP-TIMES-REJECTED
              ADD 1 TO WS-ITEMS-REOPENED
          END-IF
          MOVE RY-REASON-CODE TO SP-REASON-CODE
          MOVE RY-ORIG-BATCH-SEQ-NO TO SP-ORIG-BATCH-SEQ-NO
          MOVE WS-CYCLE-DATE TO SP-LAST-SEEN-DATE
          REWRITE SUSPENSE-RECORD
              INVALID KEY
                  DISPLAY "REWRITE FAILED ON SUSPENSE FOR BATCH "
                      RY-ORIG-BATCH-SEQ-NO ", FILE STATUS "
                      WS-SUSPENSE-FILE-STATUS
          END-REWRITE
          PERFORM 3100-READ-RECYCLE-RECORD THRU 3100-EXIT.
      3200-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3300-FIND-TONIGHT-REJECT
     *>   Each parallel leg numbers its own batches from 1, so the
     *>   seq is matched together with the group (a group never
     *>   spans legs).
     *>--------------------------------------------------------------
      3300-FIND-TONIGHT-REJECT.
          MOVE 'N' TO WS-TONIGHT-SWITCH
          IF WS-TONIGHT-COUNT > 0
              PERFORM 3350-SCAN-TONIGHT-REJECT THRU 3350-EXIT
                  VARYING TX FROM 1 BY 1
                  UNTIL REJECTED-TONIGHT
                      OR TX > WS-TONIGHT-COUNT
          END-IF.
      3300-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3350-SCAN-TONIGHT-REJECT
     *>--------------------------------------------------------------
      3350-SCAN-TONIGHT-REJECT.
          IF WS-TN-REJECTED (TX)
              AND WS-TN-BATCH-SEQ-NO (TX) = RY-ORIG-BATCH-SEQ-NO
              AND WS-TN-GROUP-CODE (TX) = RY-IMAGE-CONTROL (1:5)
              SET REJECTED-TONIGHT TO TRUE
          END-IF.
      3350-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3400-OPEN-NEW-ITEM
     *>   SP-SUSPENSE-KEY is already set by the caller. A reject
     *>   left on RECYCLE from a night this step did not see is
     *>   dated tonight - the earliest night the ledger can prove.
     *>--------------------------------------------------------------
      3400-OPEN-NEW-ITEM.
          MOVE RY-IMAGE-DEPARTMENT TO SP-DEPARTMENT
          MOVE RY-IMAGE-CONTROL TO SP-BATCH-CONTROL
          SET SP-ITEM-OPEN TO TRUE
          MOVE RY-REASON-CODE TO SP-REASON-CODE
          MOVE WS-CYCLE-DATE TO SP-OPENED-DATE
          MOVE WS-CYCLE-DATE TO SP-LAST-SEEN-DATE
          MOVE 1 TO SP-TIMES-REJECTED
          MOVE RY-ORIG-BATCH-SEQ-NO TO SP-ORIG-BATCH-SEQ-NO
          MOVE 0 TO SP-CLEARED-DATE
          MOVE 0 TO SP-CLEARED-BATCH-SEQ-NO
          MOVE RY-BATCH-IMAGE TO SP-BATCH-IMAGE
          MOVE SPACES TO SUSPENSE-RECORD (198:3)
          WRITE SUSPENSE-RECORD
              INVALID KEY
                  DISPLAY "WRITE FAILED ON SUSPENSE FOR BATCH "
                      RY-ORIG-BATCH-SEQ-NO ", FILE STATUS "
                      WS-SUSPENSE-FILE-STATUS
                  GO TO 3400-EXIT
          END-WRITE
          ADD 1 TO WS-ITEMS-LOADED.
      3400-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4000-CLEAR-CORRECTED-ITEMS
     *>   First sweep of the ledger in key order: each open item
     *>   rejected on an earlier night is held against tonight's
     *>   accepted batches, and a match closes it. Items cleared
     *>   more than WS-PURGE-DAYS ago are dropped on the way past.
     *>--------------------------------------------------------------
      4000-CLEAR-CORRECTED-ITEMS.
          MOVE SPACES TO SUSP-REPORT-LINE
          WRITE SUSP-REPORT-LINE
          MOVE "ITEMS CLEARED TONIGHT" TO US-SECTION-TITLE
          MOVE WS-RPT-SECTION-LINE TO SUSP-REPORT-LINE
          WRITE SUSP-REPORT-LINE
          MOVE WS-RPT-CLRHDG-LINE TO SUSP-REPORT-LINE
          WRITE SUSP-REPORT-LINE
          PERFORM 4050-START-SWEEP THRU 4050-EXIT
          PERFORM 4200-CHECK-ONE-ITEM THRU 4200-EXIT
              UNTIL SUSPENSE-FILE-EOF
          IF WS-ITEMS-CLEARED = 0
              MOVE WS-RPT-NONE-LINE TO SUSP-REPORT-LINE
              WRITE SUSP-REPORT-LINE
          END-IF.
      4000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4050-START-SWEEP
     *>   Positions the ledger at its first record and reads it;
     *>   both sweeps start here.
     *>--------------------------------------------------------------
      4050-START-SWEEP.
          MOVE 'N' TO WS-SUSPENSE-EOF-SWITCH
          MOVE LOW-VALUES TO SP-SUSPENSE-KEY
          START SUSPENSE-FILE
              KEY IS NOT LESS THAN SP-SUSPENSE-KEY
              INVALID KEY
                  SET SUSPENSE-FILE-EOF TO TRUE
                  GO TO 4050-EXIT
          END-START
          PERFORM 4100-READ-NEXT-ITEM THRU 4100-EXIT.
      4050-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4100-READ-NEXT-ITEM
     *>--------------------------------------------------------------
      4100-READ-NEXT-ITEM.
          READ SUSPENSE-FILE NEXT RECORD
              AT END
                  SET SUSPENSE-FILE-EOF TO TRUE
          END-READ.
      4100-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4200-CHECK-ONE-ITEM
     *>--------------------------------------------------------------
      4200-CHECK-ONE-ITEM.
          IF SP-ITEM-CLEARED
              MOVE SP-CLEARED-DATE TO WS-DN-DATE
              PERFORM 6000-COMPUTE-DAY-NUMBER THRU 6000-EXIT
              IF WS-DN-DAY-NUMBER + WS-PURGE-DAYS
                      < WS-CYCLE-DAY-NUMBER
                  DELETE SUSPENSE-FILE RECORD
                      INVALID KEY
                          DISPLAY "DELETE FAILED ON SUSPENSE, "
                              "FILE STATUS "
                              WS-SUSPENSE-FILE-STATUS
                      NOT INVALID KEY
                          ADD 1 TO WS-ITEMS-PURGED
                  END-DELETE
              END-IF
              PERFORM 4100-READ-NEXT-ITEM THRU 4100-EXIT
              GO TO 4200-EXIT
          END-IF
          IF SP-OPENED-DATE NOT < WS-CYCLE-DATE
              PERFORM 4100-READ-NEXT-ITEM THRU 4100-EXIT
              GO TO 4200-EXIT
          END-IF
          PERFORM 4300-FIND-CORRECTION THRU 4300-EXIT
          IF CORRECTION-FOUND
              PERFORM 4400-CLEAR-ITEM THRU 4400-EXIT
          END-IF
          PERFORM 4100-READ-NEXT-ITEM THRU 4100-EXIT.
      4200-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4300-FIND-CORRECTION
     *>   A correction is an accepted batch for the same department
     *>   and group carrying the original's end value or expected
     *>   total - a resubmission corrects the field the reason
     *>   code named and leaves the rest alone. An original with
     *>   neither field usable (both damaged) is cleared by the
     *>   first accepted batch for its department and group.
     *>--------------------------------------------------------------
      4300-FIND-CORRECTION.
          MOVE 'N' TO WS-MATCH-SWITCH
          MOVE 'N' TO WS-END-USABLE-SWITCH
          MOVE 'N' TO WS-EXP-USABLE-SWITCH
          IF SP-IM-END-VALUE IS NUMERIC
              MOVE SP-IM-END-VALUE TO WS-ITEM-END-VALUE
              SET ITEM-END-USABLE TO TRUE
          END-IF
          IF SP-IM-EXPECTED-TOTAL IS NUMERIC
              MOVE SP-IM-EXPECTED-TOTAL TO WS-ITEM-EXPECTED
              SET ITEM-EXPECTED-USABLE TO TRUE
          END-IF
          MOVE 0 TO WS-TONIGHT-SLOT
          IF WS-TONIGHT-COUNT > 0
              PERFORM 4350-SCAN-FOR-CORRECTION THRU 4350-EXIT
                  VARYING TX FROM 1 BY 1
                  UNTIL CORRECTION-FOUND
                      OR TX > WS-TONIGHT-COUNT
          END-IF.
      4300-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4350-SCAN-FOR-CORRECTION
     *>   The matched entry number is saved in WS-TONIGHT-SLOT
     *>   because the VARYING steps TX once more on the way out of
     *>   the loop.
     *>--------------------------------------------------------------
      4350-SCAN-FOR-CORRECTION.
          IF NOT WS-TN-ACCEPTED (TX)
              OR WS-TN-USED-FLAG (TX) = 'Y'
              OR WS-TN-DEPARTMENT (TX) NOT = SP-DEPARTMENT
              OR WS-TN-GROUP-CODE (TX) NOT = SP-IM-GROUP-CODE
              GO TO 4350-EXIT
          END-IF
          IF NOT ITEM-END-USABLE
              AND NOT ITEM-EXPECTED-USABLE
              SET CORRECTION-FOUND TO TRUE
          END-IF
          IF ITEM-END-USABLE
              AND WS-TN-END-VALUE (TX) = WS-ITEM-END-VALUE
              SET CORRECTION-FOUND TO TRUE
          END-IF
          IF ITEM-EXPECTED-USABLE
              AND WS-TN-HAS-EXPECTED (TX) = 'Y'
              AND WS-TN-EXPECTED (TX) = WS-ITEM-EXPECTED
              SET CORRECTION-FOUND TO TRUE
          END-IF
          IF CORRECTION-FOUND
              SET WS-TONIGHT-SLOT TO TX
          END-IF.
      4350-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4400-CLEAR-ITEM
     *>--------------------------------------------------------------
      4400-CLEAR-ITEM.
          SET TX TO WS-TONIGHT-SLOT
          MOVE 'Y' TO WS-TN-USED-FLAG (TX)
          SET SP-ITEM-CLEARED TO TRUE
          MOVE WS-CYCLE-DATE TO SP-CLEARED-DATE
          MOVE WS-TN-BATCH-SEQ-NO (TX) TO SP-CLEARED-BATCH-SEQ-NO
          REWRITE SUSPENSE-RECORD
              INVALID KEY
                  DISPLAY "REWRITE FAILED ON SUSPENSE FOR BATCH "
                      SP-ORIG-BATCH-SEQ-NO ", FILE STATUS "
                      WS-SUSPENSE-FILE-STATUS
                  GO TO 4400-EXIT
          END-REWRITE
          ADD 1 TO WS-ITEMS-CLEARED
          MOVE SP-DEPARTMENT TO UL-DEPARTMENT
          MOVE SP-IM-GROUP-CODE TO UL-GROUP-CODE
          MOVE SP-REASON-CODE TO UL-REASON-CODE
          MOVE SP-ORIG-BATCH-SEQ-NO TO UL-ORIG-BATCH-SEQ-NO
          MOVE SP-OPENED-DATE TO UL-OPENED-DATE
          MOVE SP-CLEARED-BATCH-SEQ-NO TO UL-CLEARED-BATCH-SEQ-NO
          MOVE WS-RPT-CLEARED-LINE TO SUSP-REPORT-LINE
          WRITE SUSP-REPORT-LINE.
      4400-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 5000-AGE-OPEN-ITEMS
     *>   Second sweep: every item still open is aged from the
     *>   night it was first rejected (that night counts as day 1)
     *>   and counted into its department's reason-code line.
     *>--------------------------------------------------------------
      5000-AGE-OPEN-ITEMS.
          MOVE SPACES TO SUSP-REPORT-LINE
          WRITE SUSP-REPORT-LINE
          MOVE "OPEN ITEMS BY DEPARTMENT AND REASON"
              TO US-SECTION-TITLE
          MOVE WS-RPT-SECTION-LINE TO SUSP-REPORT-LINE
          WRITE SUSP-REPORT-LINE
          MOVE WS-RPT-AGEHDG-LINE TO SUSP-REPORT-LINE
          WRITE SUSP-REPORT-LINE
          MOVE SPACES TO WS-CURRENT-DEPARTMENT
          MOVE 0 TO WS-REASON-COUNT
          PERFORM 4050-START-SWEEP THRU 4050-EXIT
          PERFORM 5200-AGE-ONE-ITEM THRU 5200-EXIT
              UNTIL SUSPENSE-FILE-EOF
          IF WS-OPEN-ITEMS = 0
              MOVE WS-RPT-NONE-LINE TO SUSP-REPORT-LINE
              WRITE SUSP-REPORT-LINE
              GO TO 5000-EXIT
          END-IF
          PERFORM 5500-PRINT-DEPARTMENT THRU 5500-EXIT
          MOVE SPACES TO SUSP-REPORT-LINE
          WRITE SUSP-REPORT-LINE
          MOVE "ALL DEPARTMENTS" TO UG-DEPARTMENT
          MOVE "*TOTAL*" TO UG-REASON-CODE
          MOVE WS-ALL-BUCKET-1 TO UG-BUCKET-1
          MOVE WS-ALL-BUCKET-2 TO UG-BUCKET-2
          MOVE WS-ALL-BUCKET-3 TO UG-BUCKET-3
          MOVE WS-OPEN-ITEMS TO UG-TOTAL
          MOVE WS-RPT-AGE-LINE TO SUSP-REPORT-LINE
          WRITE SUSP-REPORT-LINE.
      5000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 5200-AGE-ONE-ITEM
     *>--------------------------------------------------------------
      5200-AGE-ONE-ITEM.
          IF NOT SP-ITEM-OPEN
              PERFORM 4100-READ-NEXT-ITEM THRU 4100-EXIT
              GO TO 5200-EXIT
          END-IF
          IF WS-OPEN-ITEMS > 0
              AND SP-DEPARTMENT NOT = WS-CURRENT-DEPARTMENT
              PERFORM 5500-PRINT-DEPARTMENT THRU 5500-EXIT
          END-IF
          MOVE SP-DEPARTMENT TO WS-CURRENT-DEPARTMENT
          ADD 1 TO WS-OPEN-ITEMS
          MOVE SP-OPENED-DATE TO WS-DN-DATE
          PERFORM 6000-COMPUTE-DAY-NUMBER THRU 6000-EXIT
          IF WS-DN-DAY-NUMBER > WS-CYCLE-DAY-NUMBER
              MOVE 1 TO WS-ITEM-AGE
          ELSE
              COMPUTE WS-ITEM-AGE =
                  WS-CYCLE-DAY-NUMBER - WS-DN-DAY-NUMBER + 1
          END-IF
          PERFORM 5300-FIND-REASON-ENTRY THRU 5300-EXIT
          IF WS-REASON-SLOT = 0
              PERFORM 4100-READ-NEXT-ITEM THRU 4100-EXIT
              GO TO 5200-EXIT
          END-IF
          SET RX TO WS-REASON-SLOT
          EVALUATE TRUE
              WHEN WS-ITEM-AGE < 3
                  ADD 1 TO WS-RE-BUCKET-1 (RX)
              WHEN WS-ITEM-AGE < 6
                  ADD 1 TO WS-RE-BUCKET-2 (RX)
              WHEN OTHER
                  ADD 1 TO WS-RE-BUCKET-3 (RX)
                  ADD 1 TO WS-OVER-FIVE-ITEMS
                  SET ITEMS-PAST-FIVE-DAYS TO TRUE
          END-EVALUATE
          PERFORM 4100-READ-NEXT-ITEM THRU 4100-EXIT.
      5200-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 5300-FIND-REASON-ENTRY
     *>   Finds (or adds) the department's entry for the item's
     *>   reason code; WS-REASON-SLOT comes back zero only when the
     *>   table is full.
     *>--------------------------------------------------------------
      5300-FIND-REASON-ENTRY.
          MOVE 'N' TO WS-REASON-FOUND-SWITCH
          MOVE 0 TO WS-REASON-SLOT
          IF WS-REASON-COUNT > 0
              PERFORM 5350-SCAN-REASON-ENTRY THRU 5350-EXIT
                  VARYING RX FROM 1 BY 1
                  UNTIL REASON-ENTRY-FOUND
                      OR RX > WS-REASON-COUNT
          END-IF
          IF REASON-ENTRY-FOUND
              GO TO 5300-EXIT
          END-IF
          IF WS-REASON-COUNT >= WS-REASON-MAX
              DISPLAY "REASON TABLE FULL AT " WS-REASON-MAX
                  " - REASON " SP-REASON-CODE " FOR "
                  SP-DEPARTMENT " OMITTED FROM AGING"
              GO TO 5300-EXIT
          END-IF
          ADD 1 TO WS-REASON-COUNT
          MOVE WS-REASON-COUNT TO WS-REASON-SLOT
          SET RX TO WS-REASON-SLOT
          MOVE SP-REASON-CODE TO WS-RE-REASON-CODE (RX)
          MOVE 0 TO WS-RE-BUCKET-1 (RX)
          MOVE 0 TO WS-RE-BUCKET-2 (RX)
          MOVE 0 TO WS-RE-BUCKET-3 (RX).
      5300-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 5350-SCAN-REASON-ENTRY
     *>--------------------------------------------------------------
      5350-SCAN-REASON-ENTRY.
          IF WS-RE-REASON-CODE (RX) = SP-REASON-CODE
              SET REASON-ENTRY-FOUND TO TRUE
              SET WS-REASON-SLOT TO RX
          END-IF.
      5350-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 5500-PRINT-DEPARTMENT
     *>   One line per reason code for the department just
     *>   finished, then its total line; the table is emptied for
     *>   the next department.
     *>--------------------------------------------------------------
      5500-PRINT-DEPARTMENT.
          MOVE 0 TO WS-DEPT-BUCKET-1
          MOVE 0 TO WS-DEPT-BUCKET-2
          MOVE 0 TO WS-DEPT-BUCKET-3
          IF WS-REASON-COUNT > 0
              PERFORM 5600-PRINT-ONE-REASON THRU 5600-EXIT
                  VARYING RX FROM 1 BY 1
                  UNTIL RX > WS-REASON-COUNT
          END-IF
          MOVE SPACES TO UG-DEPARTMENT
          MOVE "*TOTAL*" TO UG-REASON-CODE
          MOVE WS-DEPT-BUCKET-1 TO UG-BUCKET-1
          MOVE WS-DEPT-BUCKET-2 TO UG-BUCKET-2
          MOVE WS-DEPT-BUCKET-3 TO UG-BUCKET-3
          COMPUTE UG-TOTAL = WS-DEPT-BUCKET-1 + WS-DEPT-BUCKET-2
              + WS-DEPT-BUCKET-3
          MOVE WS-RPT-AGE-LINE TO SUSP-REPORT-LINE
          WRITE SUSP-REPORT-LINE
          ADD WS-DEPT-BUCKET-1 TO WS-ALL-BUCKET-1
          ADD WS-DEPT-BUCKET-2 TO WS-ALL-BUCKET-2
          ADD WS-DEPT-BUCKET-3 TO WS-ALL-BUCKET-3
          MOVE 0 TO WS-REASON-COUNT.
      5500-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 5600-PRINT-ONE-REASON
     *>   The department is named on its first reason line only.
     *>--------------------------------------------------------------
      5600-PRINT-ONE-REASON.
          IF RX = 1
              MOVE WS-CURRENT-DEPARTMENT TO UG-DEPARTMENT
          ELSE
              MOVE SPACES TO UG-DEPARTMENT
          END-IF
          MOVE WS-RE-REASON-CODE (RX) TO UG-REASON-CODE
          MOVE WS-RE-BUCKET-1 (RX) TO UG-BUCKET-1
          MOVE WS-RE-BUCKET-2 (RX) TO UG-BUCKET-2
          MOVE WS-RE-BUCKET-3 (RX) TO UG-BUCKET-3
          COMPUTE UG-TOTAL = WS-RE-BUCKET-1 (RX)
              + WS-RE-BUCKET-2 (RX) + WS-RE-BUCKET-3 (RX)
          MOVE WS-RPT-AGE-LINE TO SUSP-REPORT-LINE
          WRITE SUSP-REPORT-LINE
          ADD WS-RE-BUCKET-1 (RX) TO WS-DEPT-BUCKET-1
          ADD WS-RE-BUCKET-2 (RX) TO WS-DEPT-BUCKET-2
          ADD WS-RE-BUCKET-3 (RX) TO WS-DEPT-BUCKET-3.
      5600-EXIT.
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
          MOVE SPACES TO SUSP-REPORT-LINE
          WRITE SUSP-REPORT-LINE
          MOVE WS-ITEMS-LOADED TO UA-ITEMS-LOADED
          MOVE WS-ITEMS-REPEATED TO UA-ITEMS-REPEATED
          MOVE WS-ITEMS-REOPENED TO UA-ITEMS-REOPENED
          MOVE WS-ITEMS-CLEARED TO UA-ITEMS-CLEARED
          MOVE WS-ITEMS-PURGED TO UA-ITEMS-PURGED
          MOVE WS-RPT-ACTIVITY-LINE TO SUSP-REPORT-LINE
          WRITE SUSP-REPORT-LINE
          MOVE WS-OPEN-ITEMS TO UF-OPEN-ITEMS
          MOVE WS-OVER-FIVE-ITEMS TO UF-OVER-FIVE-ITEMS
          MOVE WS-RPT-FOOTER-LINE TO SUSP-REPORT-LINE
          WRITE SUSP-REPORT-LINE
          CLOSE AUDIT-LOG-FILE
          CLOSE RECYCLE-FILE
          CLOSE SUSPENSE-FILE
          CLOSE SUSP-REPORT-FILE.
      8000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 8500-WRITE-STEP-RECORD
     *>   One record to the shared run-control file: RECYCLE
     *>   records read in, open items left on the ledger out.
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
          MOVE "SUSPLDG" TO RC-STEP-NAME
          MOVE WS-CYCLE-DATE TO RC-BUSINESS-DATE
          MOVE WS-RUN-DATE TO RC-START-DATE
          MOVE WS-RUN-TIME TO RC-START-TIME
          MOVE WS-END-DATE TO RC-END-DATE
          MOVE WS-END-TIME TO RC-END-TIME
          MOVE WS-RECYCLE-READ TO RC-RECORDS-IN
          MOVE WS-OPEN-ITEMS TO RC-RECORDS-OUT
          MOVE WS-STEP-COND TO RC-COND-CODE
          MOVE 0 TO RC-LEGS
          WRITE RUN-CONTROL-RECORD
          CLOSE RUN-CONTROL-FILE.
      8500-EXIT.
          EXIT.
