     *>                   what actually arrived tonight instead of
     *>                   the business finding a silent non-
     *>                   transmission next week.
     *>   2026-09-18  JH  Cross-night duplicate check. Every detail
     *>                   about to be released is looked up on the
     *>                   keyed accepted-batch history (BCHHIST,
     *>                   written by SUMINTS and SUMMRG as each batch
     *>                   reaches the ledger extract) by its owning
     *>                   department and its control fields - group,
     *>                   start, step, end value and expected total.
     *>                   A batch that already posted on an earlier
     *>                   business date inside the lookback window
     *>                   (DUPPARM LOOKBACK card, default 30 days; 0
     *>                   turns the check off) is held instead of
     *>                   released: listed in its own section of the
     *>                   edit report with the date and batch seq it
     *>                   posted under, and written to REJSEQ under
     *>                   its own *HDR*/*TRL* with DUPLICATE-PRIOR in
     *>                   cols 64-78, one set per submitting set, so
     *>                   it recycles like any rejected set. A
     *>                   RELEASE card on DUPPARM quoting the batch
     *>                   (cols 1-63 as held, RELEASE in cols 64-70)
     *>                   lets a genuine repeat through; released
     *>                   batches are listed too, and a release card
     *>                   that matched nothing is called out. A held
     *>                   batch raises RC 4 - the rest of the night
     *>                   proceeds. A same-date match is tonight's own
     *>                   rerun and is not held. Missing BCHHIST is
     *>                   noted and the check skipped.
     *>   2026-09-25  JH  An adjustment record (R or C in col 64,
     *>                   naming the original business date and
     *>                   batch seq in cols 65-80) is released
     *>                   without the cross-night duplicate check - a
     *>                   reversal or correction repeats the control
     *>                   fields of a batch that posted by design.
     *>   2026-10-04  JH  RCVDEPT also records what was turned away,
     *>                   for the department return step (DEPTRTN):
     *>                   a set rejected whole gets an 'R' record
     *>                   with its failure reason and record count,
     *>                   and each batch held as a prior duplicate an
     *>                   'H' record with its control fields, under
     *>                   the department and file date of the set it
     *>                   came in. Accepted sets are marked 'A' in
     *>                   col 31; SUBCHK reads only those.
     *>   2026-10-15  JH  A batch held as a prior duplicate no longer
     *>                   carries DUPLICATE-PRIOR in cols 64-78 -
     *>                   those are the adjustment fields, and the
     *>                   resubmitted batch was being read as an
     *>                   adjustment and rejected. Cols 64-80 of a
     *>                   held batch are written blank; the reason
     *>                   rides on the held set's *HDR* (cols 34-48),
     *>                   the edit report and the RCVDEPT 'H' record.
     *>--------------------------------------------------------------
      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
          SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-RUNCTL-FILE-STATUS.
          SELECT OPTIONAL ACCEPTED-HISTORY-FILE ASSIGN TO "BCHHIST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS BH-HISTORY-KEY
              FILE STATUS IS WS-HISTORY-FILE-STATUS.
          SELECT OPTIONAL DUPLICATE-PARM-FILE ASSIGN TO "DUPPARM"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-DUPPARM-FILE-STATUS.
      DATA DIVISION.
      FILE SECTION.
      FD  RAW-SEQ-FILE
              88  RAW-IS-TRAILER               VALUE "*TRL*".
          05  FILLER                  PIC X(14).
          05  RAW-END-VALUE           PIC X(09).
          05  FILLER                  PIC X(35).
          05  RAW-ADJ-TYPE            PIC X(01).
              88  RAW-IS-ADJUSTMENT            VALUE 'R' 'C'.
          05  FILLER                  PIC X(16).
      01  RAW-HEADER-RECORD REDEFINES RAW-RECORD.
          05  FILLER                  PIC X(05).
          05  RH-FILE-DATE            PIC X(08).
     *> One record per accepted *HDR* set: which departments
     *> actually transmitted tonight. The missing-file alarm
     *> (SUBCHK) holds the expected-submissions calendar against
     *> this file. Rewritten fresh each night. A set rejected whole
     *> and each batch held as a prior duplicate get a record too,
     *> marked in col 31, for the department return step.
      FD  RECEIVED-DEPT-FILE
          RECORD CONTAINS 80 CHARACTERS.
      01  RECEIVED-DEPT-RECORD.
          05  RV-DEPARTMENT           PIC X(20).
          05  FILLER                  PIC X(01).
          05  RV-FILE-DATE            PIC X(08).
          05  FILLER                  PIC X(01).
          05  RV-SET-STATUS           PIC X(01).
              88  RV-SET-ACCEPTED              VALUE 'A'.
              88  RV-SET-REJECTED              VALUE 'R'.
              88  RV-BATCH-HELD                VALUE 'H'.
          05  RV-REJECTED-SET-DETAIL.
              10  RV-FAIL-REASON      PIC X(40).
              10  RV-RECORD-COUNT     PIC 9(09).
          05  RV-HELD-BATCH-DETAIL REDEFINES RV-REJECTED-SET-DETAIL.
              10  RV-BATCH-CONTROL    PIC X(43).
              10  FILLER              PIC X(06).
     *> The cycle-date control record the scheduler writes once per
     *> night, same layout every step of the night reads.
      FD  CYCLE-DATE-FILE
          05  FILLER                  PIC X(01).
          05  RC-LEGS                 PIC 9(02).
          05  FILLER                  PIC X(03).
     *> One record per batch that has reached the ledger extract,
     *> keyed by its owning department and its control fields
     *> exactly as submitted (cols 1-43 of the batch record).
     *> Written by SUMINTS (whole-file) and SUMMRG (split night);
     *> read here to hold a batch that already posted.
      FD  ACCEPTED-HISTORY-FILE
          RECORD CONTAINS 100 CHARACTERS.
      01  ACCEPTED-HISTORY-RECORD.
          05  BH-HISTORY-KEY.
              10  BH-DEPARTMENT       PIC X(20).
              10  BH-BATCH-CONTROL    PIC X(43).
          05  BH-FIRST-POSTED-DATE    PIC 9(08).
          05  BH-LAST-POSTED-DATE     PIC 9(08).
          05  BH-LAST-BATCH-SEQ-NO    PIC 9(09).
          05  BH-TIMES-POSTED         PIC 9(03).
          05  BH-LAST-STEP-NAME       PIC X(08).
          05  FILLER                  PIC X(01).
     *> Optional control cards for the prior-posting check: a
     *> LOOKBACK card (cols 10-12 the window in days) and any
     *> number of RELEASE cards, each quoting a held batch's cols
     *> 1-63 exactly as it was held, with RELEASE in cols 64-70.
      FD  DUPLICATE-PARM-FILE
          RECORD CONTAINS 80 CHARACTERS.
      01  DUPLICATE-PARM-RECORD.
          05  DP-RELEASE-IMAGE        PIC X(63).
          05  DP-RELEASE-FLAG         PIC X(07).
          05  FILLER                  PIC X(10).
      01  DUPLICATE-LOOKBACK-RECORD REDEFINES DUPLICATE-PARM-RECORD.
          05  DP-CARD-TYPE            PIC X(08).
          05  FILLER                  PIC X(01).
          05  DP-LOOKBACK-DAYS        PIC X(03).
          05  FILLER                  PIC X(68).
      SD  SORT-WORK-FILE
          RECORD CONTAINS 80 CHARACTERS.
      01  SORT-RECORD.
      77  WS-RUNCTL-FILE-STATUS       PIC X(02).
      77  WS-REJECT-FILE-STATUS       PIC X(02).
      77  WS-RECEIVED-FILE-STATUS     PIC X(02).
      77  WS-HISTORY-FILE-STATUS      PIC X(02).
      77  WS-DUPPARM-FILE-STATUS      PIC X(02).
      01  WS-SWITCHES.
          05  WS-RAW-EOF-SWITCH       PIC X(01) VALUE 'N'.
              88  RAW-FILE-EOF                 VALUE 'Y'.
              88  SET-BEING-RELEASED           VALUE 'Y'.
          05  WS-ORPHAN-SWITCH        PIC X(01) VALUE 'N'.
              88  ORPHANS-NOTED                VALUE 'Y'.
          05  WS-HISTORY-AVAIL-SWITCH PIC X(01) VALUE 'N'.
              88  HISTORY-AVAILABLE            VALUE 'Y'.
          05  WS-PRIOR-HELD-SWITCH    PIC X(01) VALUE 'N'.
              88  PRIOR-DUPLICATE-HELD         VALUE 'Y'.
          05  WS-RELEASE-FOUND-SWITCH PIC X(01) VALUE 'N'.
              88  RELEASE-CARD-FOUND           VALUE 'Y'.
          05  WS-HELD-SET-SWITCH      PIC X(01) VALUE 'N'.
              88  HELD-SET-OPEN                VALUE 'Y'.
          05  WS-PARM-EOF-SWITCH      PIC X(01) VALUE 'N'.
              88  PARM-FILE-EOF                VALUE 'Y'.
      01  WS-COUNTERS.
          05  WS-RECORDS-READ         PIC 9(09) BINARY VALUE 0.
          05  WS-RECORDS-WRITTEN      PIC 9(09) BINARY VALUE 0.
          05  WS-SETS-ACCEPTED        PIC 9(03) BINARY VALUE 0.
          05  WS-SETS-REJECTED        PIC 9(03) BINARY VALUE 0.
          05  WS-CURR-SET             PIC 9(03) BINARY VALUE 0.
          05  WS-PRIOR-HELD-COUNT     PIC 9(05) BINARY VALUE 0.
          05  WS-PRIOR-RELEASED-COUNT PIC 9(05) BINARY VALUE 0.
          05  WS-RELEASE-UNUSED-COUNT PIC 9(03) BINARY VALUE 0.
     *> Prior-posting check: the lookback window in days (DUPPARM
     *> LOOKBACK card; zero turns the check off) and tonight's day
     *> number to measure it from.
      01  WS-LOOKBACK-DAYS            PIC 9(03) VALUE 30.
      01  WS-CYCLE-DAY-NUMBER         PIC 9(09) BINARY VALUE 0.
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
     *> RELEASE cards read from DUPPARM. 50 is far above what the
     *> control clerk releases in one night.
      01  WS-RELEASE-TABLE.
          05  WS-RELEASE-COUNT        PIC 9(03) BINARY VALUE 0.
          05  WS-RELEASE-MAX          PIC 9(03) BINARY VALUE 50.
          05  WS-RELEASE-ENTRY OCCURS 50 TIMES
                  INDEXED BY RLX.
              10  WS-RL-IMAGE         PIC X(63).
              10  WS-RL-USED-FLAG     PIC X(01).
     *> Batches found already posted inside the lookback window,
     *> held or released, in the order read; the held ones go to
     *> REJSEQ set by set at the end of the release pass and all
     *> of them are listed on the edit report.
      01  WS-HELD-TABLE.
          05  WS-HELD-COUNT           PIC 9(03) BINARY VALUE 0.
          05  WS-HELD-MAX             PIC 9(03) BINARY VALUE 200.
          05  WS-HELD-ENTRY OCCURS 200 TIMES
                  INDEXED BY HDX.
              10  WS-HD-IMAGE         PIC X(80).
              10  WS-HD-RECORD-NO     PIC 9(09) BINARY.
              10  WS-HD-SET-NO        PIC 9(03) BINARY.
              10  WS-HD-POSTED-DATE   PIC 9(08).
              10  WS-HD-POSTED-SEQ-NO PIC 9(09).
              10  WS-HD-ACTION        PIC X(01).
                  88  WS-HD-HELD               VALUE 'H'.
                  88  WS-HD-RELEASED           VALUE 'R'.
      01  WS-HELD-CONTROLS.
          05  WS-HELD-SET-NO          PIC 9(03) BINARY VALUE 0.
          05  WS-HELD-SET-COUNT       PIC 9(09) BINARY VALUE 0.
          05  WS-HELD-HASH-TOTAL      PIC 9(16) COMP-3 VALUE 0.
      01  WS-HELD-RECORD-WORK.
          05  WS-HW-CONTROL           PIC X(43).
          05  WS-HW-END-VALUE REDEFINES WS-HW-CONTROL.
              10  FILLER              PIC X(19).
              10  WS-HW-END-DIGITS    PIC X(09).
              10  FILLER              PIC X(15).
          05  WS-HW-DEPARTMENT        PIC X(20).
          05  WS-HW-ADJ-FIELDS        PIC X(17).
     *> The held set's header names why the set was held; the
     *> edit reads nothing past the department, so the set
     *> recycles as it stands.
      01  WS-HELD-HEADER-WORK.
          05  DW-RECORD-TYPE          PIC X(05) VALUE "*HDR*".
          05  DW-FILE-DATE            PIC X(08) VALUE SPACES.
          05  DW-DEPARTMENT           PIC X(20) VALUE SPACES.
          05  DW-HELD-REASON          PIC X(15)
                  VALUE "DUPLICATE-PRIOR".
          05  FILLER                  PIC X(32) VALUE SPACES.
      01  WS-HELD-TRAILER-WORK.
          05  DX-RECORD-TYPE          PIC X(05) VALUE "*TRL*".
          05  DX-RECORD-COUNT         PIC 9(09) VALUE 0.
          05  DX-HASH-TOTAL           PIC 9(15) VALUE 0.
          05  FILLER                  PIC X(51) VALUE SPACES.
      01  WS-FILE-CONTROLS.
          05  WS-RAW-CTL-COUNT        PIC 9(09) BINARY VALUE 0.
          05  WS-RAW-HASH-TOTAL       PIC 9(16) COMP-3 VALUE 0.
          05  FILLER                  PIC X(10) VALUE "REJECTED:".
          05  EG-SETS-REJECTED        PIC ZZ9.
          05  FILLER                  PIC X(97) VALUE SPACES.
      01  WS-RPT-DUPHDG-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(50) VALUE
                  "BATCHES HELD AS DUPLICATES OF A PRIOR POSTING -".
          05  FILLER                  PIC X(10) VALUE "LOOKBACK: ".
          05  EK-LOOKBACK-DAYS        PIC ZZ9.
          05  FILLER                  PIC X(05) VALUE " DAYS".
          05  FILLER                  PIC X(63) VALUE SPACES.
      01  WS-RPT-DUPCOL-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(10) VALUE "INPUT REC#".
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(05) VALUE "GROUP".
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(20) VALUE "DEPARTMENT".
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(09) VALUE "END VALUE".
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(15) VALUE "EXPECTED TOTAL".
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(09) VALUE "POSTED ON".
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(11) VALUE "POSTED SEQ#".
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(08) VALUE "ACTION".
          05  FILLER                  PIC X(29) VALUE SPACES.
      01  WS-RPT-DUP-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  EU-RECORD-NO            PIC ZZZZZZZZ9.
          05  FILLER                  PIC X(04) VALUE SPACES.
          05  EU-GROUP-CODE           PIC X(05).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  EU-DEPARTMENT           PIC X(20).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  EU-END-VALUE            PIC X(09).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  EU-EXPECTED-TOTAL       PIC X(15).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  EU-POSTED-DATE          PIC 9(08).
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  EU-POSTED-SEQ-NO        PIC ZZZZZZZZ9.
          05  FILLER                  PIC X(04) VALUE SPACES.
          05  EU-ACTION               PIC X(08).
          05  FILLER                  PIC X(29) VALUE SPACES.
      01  WS-RPT-DUPRLS-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(33)
                  VALUE "**RELEASE CARD MATCHED NO BATCH: ".
          05  EV-GROUP-CODE           PIC X(05).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  EV-DEPARTMENT           PIC X(20).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  EV-END-VALUE            PIC X(09).
          05  FILLER                  PIC X(60) VALUE SPACES.
      01  WS-RPT-FOOTER-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(14) VALUE "RECORDS READ:".
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(19) VALUE "DUPLICATES DROPPED:".
          05  EF-DUPLICATE-COUNT      PIC ZZZZ9.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(17) VALUE "PRIOR DUPS HELD:".
          05  EF-HELD-COUNT           PIC ZZZZ9.
          05  FILLER                  PIC X(10) VALUE SPACES.
      PROCEDURE DIVISION.
     *>--------------------------------------------------------------
     *> 0000-MAIN-PROCESS
     *>     4  a set was not in group order (resequenced), the
     *>        submission arrived without *HDR*/*TRL* controls
     *>        (generated), or a set failed its controls and was
     *>        rejected to REJSEQ while the rest proceeded, or a
     *>        batch that already posted on an earlier night was
     *>        held to REJSEQ; the exceptions are on the edit report
     *>     8  exact duplicate records dropped, records found
     *>        outside any set, a legacy-mode control failure, or
     *>        no set survived at all; SUMSTEP should be held
              IF WS-OUT-OF-SEQ-COUNT > 0
                  OR CONTROLS-WERE-GENERATED
                  OR WS-SETS-REJECTED > 0
                  OR WS-PRIOR-HELD-COUNT > 0
                  MOVE 4 TO WS-STEP-COND
              ELSE
                  MOVE 0 TO WS-STEP-COND
          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
          ACCEPT WS-RUN-TIME FROM TIME
          PERFORM 1500-READ-CYCLE-DATE THRU 1500-EXIT
          MOVE WS-CYCLE-DATE TO WS-DN-DATE
          PERFORM 6000-COMPUTE-DAY-NUMBER THRU 6000-EXIT
          MOVE WS-DN-DAY-NUMBER TO WS-CYCLE-DAY-NUMBER
          PERFORM 1600-READ-DUPLICATE-PARMS THRU 1600-EXIT
          OPEN INPUT RAW-SEQ-FILE
          IF WS-RAW-FILE-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN RAWSEQ, FILE STATUS "
          MOVE WS-RPT-HDG1-LINE TO EDIT-REPORT-LINE
          WRITE EDIT-REPORT-LINE
          MOVE WS-RPT-HDG2-LINE TO EDIT-REPORT-LINE
          WRITE EDIT-REPORT-LINE
          IF WS-LOOKBACK-DAYS = 0
              GO TO 1000-EXIT
          END-IF
          OPEN INPUT ACCEPTED-HISTORY-FILE
          IF WS-HISTORY-FILE-STATUS = "00"
              SET HISTORY-AVAILABLE TO TRUE
          ELSE
              DISPLAY "BCHHIST NOT AVAILABLE (FILE STATUS "
                  WS-HISTORY-FILE-STATUS
                  ") - NO PRIOR-POSTING CHECK TONIGHT"
              MOVE 0 TO ED-RECORD-NO
              MOVE SPACES TO ED-GROUP-CODE
              MOVE "BCHHIST NOT AVAILABLE - NO PRIOR CHECK"
                  TO ED-EXCEPTION
              MOVE WS-RPT-DETAIL-LINE TO EDIT-REPORT-LINE
              WRITE EDIT-REPORT-LINE
          END-IF.
      1000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
      1500-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 1600-READ-DUPLICATE-PARMS
     *>   The optional DUPPARM deck: at most one LOOKBACK card
     *>   (cols 10-12 the window in days, 0 = no prior-posting
     *>   check) and any number of RELEASE cards. No deck at all
     *>   means a 30-day window and nothing released. A card that
     *>   is neither is halted loudly rather than guessed at, the
     *>   same rule as SUMPARM.
     *>--------------------------------------------------------------
      1600-READ-DUPLICATE-PARMS.
          OPEN INPUT DUPLICATE-PARM-FILE
          IF WS-DUPPARM-FILE-STATUS NOT = "00"
              AND WS-DUPPARM-FILE-STATUS NOT = "05"
              DISPLAY "UNABLE TO OPEN DUPPARM, FILE STATUS "
                  WS-DUPPARM-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          MOVE 'N' TO WS-PARM-EOF-SWITCH
          PERFORM 1650-TAKE-DUPLICATE-PARM THRU 1650-EXIT
              UNTIL PARM-FILE-EOF
          CLOSE DUPLICATE-PARM-FILE.
      1600-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 1650-TAKE-DUPLICATE-PARM
     *>--------------------------------------------------------------
      1650-TAKE-DUPLICATE-PARM.
          READ DUPLICATE-PARM-FILE
              AT END
                  SET PARM-FILE-EOF TO TRUE
                  GO TO 1650-EXIT
          END-READ
          IF DP-CARD-TYPE = "LOOKBACK"
              IF DP-LOOKBACK-DAYS IS NOT NUMERIC
                  DISPLAY "INVALID LOOKBACK DAYS ON DUPPARM CARD: "
                      DP-LOOKBACK-DAYS
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF
              MOVE DP-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
              GO TO 1650-EXIT
          END-IF
          IF DP-RELEASE-FLAG NOT = "RELEASE"
              DISPLAY "INVALID DUPPARM CARD: " DUPLICATE-PARM-RECORD
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          IF WS-RELEASE-COUNT >= WS-RELEASE-MAX
              DISPLAY "MORE THAN " WS-RELEASE-MAX " RELEASE CARDS"
                  " ON DUPPARM - RUN HALTED"
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          ADD 1 TO WS-RELEASE-COUNT
          SET RLX TO WS-RELEASE-COUNT
          MOVE DP-RELEASE-IMAGE TO WS-RL-IMAGE (RLX)
          MOVE 'N' TO WS-RL-USED-FLAG (RLX).
      1650-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2000-PREVERIFY-SETS
     *>   First pass over the raw submission. A file opening with
     *>   *HDR* is a controlled (possibly concatenated) submission:
              MOVE SPACES TO RECEIVED-DEPT-RECORD
              MOVE WS-ST-DEPARTMENT (STX) TO RV-DEPARTMENT
              MOVE WS-ST-FILE-DATE (STX) TO RV-FILE-DATE
              SET RV-SET-ACCEPTED TO TRUE
              WRITE RECEIVED-DEPT-RECORD
          ELSE
              ADD 1 TO WS-SETS-REJECTED
              MOVE "REJECTED" TO ES-DISPOSITION
              MOVE WS-ST-FAIL-REASON (STX) TO ES-REASON
              MOVE SPACES TO RECEIVED-DEPT-RECORD
              MOVE WS-ST-DEPARTMENT (STX) TO RV-DEPARTMENT
              MOVE WS-ST-FILE-DATE (STX) TO RV-FILE-DATE
              SET RV-SET-REJECTED TO TRUE
              MOVE WS-ST-FAIL-REASON (STX) TO RV-FAIL-REASON
              MOVE WS-ST-RECORD-COUNT (STX) TO RV-RECORD-COUNT
              WRITE RECEIVED-DEPT-RECORD
              DISPLAY "SUBMISSION SET REJECTED - "
                  WS-ST-DEPARTMENT (STX) " - "
                  WS-ST-FAIL-REASON (STX)
          EXIT.
     *>--------------------------------------------------------------
     *> 3000-RELEASE-RAW-INPUT
     *>   Second pass, feeding the sort. Every detail about to be
     *>   released is first checked against the accepted-batch
     *>   history; one already posted inside the lookback window is
     *>   held back and goes to REJSEQ once the pass is done. A
     *>   legacy submission takes
     *>   the original path: every record released while its whole-
     *>   file controls are gathered and verified. A controlled
     *>   (multi-set) submission is dispatched set by set against
              MOVE 'N' TO WS-IN-SET-SWITCH
              PERFORM 3800-DISPATCH-SET-RECORD THRU 3800-EXIT
                  UNTIL RAW-FILE-EOF
          END-IF
          IF WS-PRIOR-HELD-COUNT > 0
              PERFORM 3950-WRITE-HELD-SETS THRU 3950-EXIT
          END-IF.
      3000-EXIT.
          EXIT.
                  MOVE RAW-GROUP-CODE TO WS-PREV-GROUP
              END-IF
          END-IF
          PERFORM 3900-CHECK-PRIOR-POSTING THRU 3900-EXIT
          IF NOT PRIOR-DUPLICATE-HELD
              RELEASE SORT-RECORD FROM RAW-RECORD
          END-IF.
      3850-EXIT.
          EXIT.
     *>--------------------------------------------------------------
                  MOVE RAW-GROUP-CODE TO WS-PREV-GROUP
              END-IF
          END-IF
          PERFORM 3900-CHECK-PRIOR-POSTING THRU 3900-EXIT
          IF NOT PRIOR-DUPLICATE-HELD
              RELEASE SORT-RECORD FROM RAW-RECORD
          END-IF
          PERFORM 3100-READ-RAW-RECORD THRU 3100-EXIT.
      3200-EXIT.
          EXIT.
      3700-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3900-CHECK-PRIOR-POSTING
     *>   Looks the detail about to be released up on the accepted-
     *>   batch history by its owning department and its control
     *>   fields. A batch last posted on tonight's own business
     *>   date is a rerun of this night and passes; one posted on
     *>   another date no further back than the lookback window is
     *>   a repeat of work already on the ledger. A RELEASE card
     *>   quoting it lets it through (listed as RELEASED); without
     *>   one it is held - PRIOR-DUPLICATE-HELD tells the caller
     *>   not to release it. An adjustment record is never held:
     *>   it names the batch it corrects and SUMINTS checks it
     *>   against the extract register instead.
     *>--------------------------------------------------------------
      3900-CHECK-PRIOR-POSTING.
          MOVE 'N' TO WS-PRIOR-HELD-SWITCH
          IF NOT HISTORY-AVAILABLE
              OR RAW-IS-ADJUSTMENT
              GO TO 3900-EXIT
          END-IF
          MOVE RAW-RECORD (44:20) TO BH-DEPARTMENT
          MOVE RAW-RECORD (1:43) TO BH-BATCH-CONTROL
          READ ACCEPTED-HISTORY-FILE
              INVALID KEY
                  GO TO 3900-EXIT
          END-READ
          IF BH-LAST-POSTED-DATE = WS-CYCLE-DATE
              GO TO 3900-EXIT
          END-IF
          MOVE BH-LAST-POSTED-DATE TO WS-DN-DATE
          PERFORM 6000-COMPUTE-DAY-NUMBER THRU 6000-EXIT
          IF WS-DN-DAY-NUMBER + WS-LOOKBACK-DAYS < WS-CYCLE-DAY-NUMBER
              GO TO 3900-EXIT
          END-IF
          MOVE 'N' TO WS-RELEASE-FOUND-SWITCH
          IF WS-RELEASE-COUNT > 0
              PERFORM 3920-SCAN-RELEASE-CARDS THRU 3920-EXIT
                  VARYING RLX FROM 1 BY 1
                  UNTIL RELEASE-CARD-FOUND
                      OR RLX > WS-RELEASE-COUNT
          END-IF
          PERFORM 3940-NOTE-PRIOR-DUPLICATE THRU 3940-EXIT.
      3900-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3920-SCAN-RELEASE-CARDS
     *>--------------------------------------------------------------
      3920-SCAN-RELEASE-CARDS.
          IF WS-RL-IMAGE (RLX) = RAW-RECORD (1:63)
              SET RELEASE-CARD-FOUND TO TRUE
              MOVE 'Y' TO WS-RL-USED-FLAG (RLX)
          END-IF.
      3920-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3940-NOTE-PRIOR-DUPLICATE
     *>   Enters the batch in the held table with the date and
     *>   batch seq it posted under, for the report and - when it
     *>   is held rather than released - for REJSEQ. A legacy
     *>   submission's batches carry set 0.
     *>--------------------------------------------------------------
      3940-NOTE-PRIOR-DUPLICATE.
          IF WS-HELD-COUNT >= WS-HELD-MAX
              DISPLAY "MORE THAN " WS-HELD-MAX " BATCHES MATCH A"
                  " PRIOR POSTING - SUBMISSION SUSPECT, RUN HALTED"
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          ADD 1 TO WS-HELD-COUNT
          SET HDX TO WS-HELD-COUNT
          MOVE RAW-RECORD TO WS-HD-IMAGE (HDX)
          MOVE WS-RECORDS-READ TO WS-HD-RECORD-NO (HDX)
          IF LEGACY-SUBMISSION
              MOVE 0 TO WS-HD-SET-NO (HDX)
          ELSE
              MOVE WS-CURR-SET TO WS-HD-SET-NO (HDX)
          END-IF
          MOVE BH-LAST-POSTED-DATE TO WS-HD-POSTED-DATE (HDX)
          MOVE BH-LAST-BATCH-SEQ-NO TO WS-HD-POSTED-SEQ-NO (HDX)
          IF RELEASE-CARD-FOUND
              MOVE 'R' TO WS-HD-ACTION (HDX)
              ADD 1 TO WS-PRIOR-RELEASED-COUNT
          ELSE
              MOVE 'H' TO WS-HD-ACTION (HDX)
              SET PRIOR-DUPLICATE-HELD TO TRUE
              ADD 1 TO WS-PRIOR-HELD-COUNT
              DISPLAY "BATCH HELD - ALREADY POSTED "
                  BH-LAST-POSTED-DATE " - " RAW-GROUP-CODE " "
                  RAW-RECORD (44:20)
          END-IF.
      3940-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3950-WRITE-HELD-SETS
     *>   The held batches go to REJSEQ as proper submission sets -
     *>   one *HDR*/*TRL* pair per set they were submitted in, the
     *>   trailer built over exactly what was written - so REJSEQ
     *>   recycles through this step like any rejected set. The
     *>   set's *HDR* carries DUPLICATE-PRIOR in cols 34-48; each
     *>   held record goes out with cols 64-80 blank, so a released
     *>   batch is never taken for an adjustment on resubmission.
     *>--------------------------------------------------------------
      3950-WRITE-HELD-SETS.
          MOVE 'N' TO WS-HELD-SET-SWITCH
          PERFORM 3960-WRITE-HELD-RECORD THRU 3960-EXIT
              VARYING HDX FROM 1 BY 1
              UNTIL HDX > WS-HELD-COUNT
          IF HELD-SET-OPEN
              PERFORM 3980-WRITE-HELD-TRAILER THRU 3980-EXIT
          END-IF.
      3950-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3960-WRITE-HELD-RECORD
     *>--------------------------------------------------------------
      3960-WRITE-HELD-RECORD.
          IF NOT WS-HD-HELD (HDX)
              GO TO 3960-EXIT
          END-IF
          IF HELD-SET-OPEN
              AND WS-HD-SET-NO (HDX) NOT = WS-HELD-SET-NO
              PERFORM 3980-WRITE-HELD-TRAILER THRU 3980-EXIT
          END-IF
          IF NOT HELD-SET-OPEN
              PERFORM 3970-WRITE-HELD-HEADER THRU 3970-EXIT
          END-IF
          MOVE WS-HD-IMAGE (HDX) TO WS-HELD-RECORD-WORK
          MOVE SPACES TO WS-HW-ADJ-FIELDS
          WRITE REJECT-RECORD FROM WS-HELD-RECORD-WORK
          ADD 1 TO WS-HELD-SET-COUNT
          MOVE SPACES TO RECEIVED-DEPT-RECORD
          MOVE DW-DEPARTMENT TO RV-DEPARTMENT
          MOVE DW-FILE-DATE TO RV-FILE-DATE
          SET RV-BATCH-HELD TO TRUE
          MOVE WS-HD-IMAGE (HDX) (1:43) TO RV-BATCH-CONTROL
          WRITE RECEIVED-DEPT-RECORD
          IF WS-HW-END-DIGITS IS NUMERIC
              MOVE WS-HW-END-DIGITS TO WS-CTL-HASH-WORK
              ADD WS-CTL-HASH-WORK TO WS-HELD-HASH-TOTAL
              IF WS-HELD-HASH-TOTAL >= 1000000000000000
                  SUBTRACT 1000000000000000 FROM WS-HELD-HASH-TOTAL
              END-IF
          END-IF.
      3960-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3970-WRITE-HELD-HEADER
     *>   The held set keeps its submitting set's department and
     *>   file date; a legacy submission's come from its own *HDR*
     *>   when it had one, else the business date.
     *>--------------------------------------------------------------
      3970-WRITE-HELD-HEADER.
          MOVE WS-HD-SET-NO (HDX) TO WS-HELD-SET-NO
          MOVE 0 TO WS-HELD-SET-COUNT
          MOVE 0 TO WS-HELD-HASH-TOTAL
          MOVE WS-HD-IMAGE (HDX) (44:20) TO DW-DEPARTMENT
          IF WS-HELD-SET-NO > 0
              SET STX TO WS-HELD-SET-NO
              MOVE WS-ST-FILE-DATE (STX) TO DW-FILE-DATE
          ELSE
              IF HEADER-SEEN
                  MOVE WS-SAVED-HEADER (6:8) TO DW-FILE-DATE
                  MOVE WS-SAVED-HEADER (14:20) TO DW-DEPARTMENT
              ELSE
                  MOVE WS-CYCLE-DATE TO DW-FILE-DATE
              END-IF
          END-IF
          WRITE REJECT-RECORD FROM WS-HELD-HEADER-WORK
          SET HELD-SET-OPEN TO TRUE.
      3970-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3980-WRITE-HELD-TRAILER
     *>--------------------------------------------------------------
      3980-WRITE-HELD-TRAILER.
          MOVE WS-HELD-SET-COUNT TO DX-RECORD-COUNT
          MOVE WS-HELD-HASH-TOTAL TO DX-HASH-TOTAL
          WRITE REJECT-RECORD FROM WS-HELD-TRAILER-WORK
          MOVE 'N' TO WS-HELD-SET-SWITCH.
      3980-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4000-RETURN-SORTED
     *>   Returns the records in group order and writes the cleaned
     *>   file. An exact duplicate of the record before it (the sort
      4200-EXIT.
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
          PERFORM 8200-REPORT-PRIOR-DUPLICATES THRU 8200-EXIT
          IF NOT LEGACY-SUBMISSION
              MOVE WS-SETS-ACCEPTED TO EG-SETS-ACCEPTED
              MOVE WS-SETS-REJECTED TO EG-SETS-REJECTED
          MOVE WS-RECORDS-WRITTEN TO EF-RECORDS-WRITTEN
          MOVE WS-OUT-OF-SEQ-COUNT TO EF-OUT-OF-SEQ-COUNT
          MOVE WS-DUPLICATE-COUNT TO EF-DUPLICATE-COUNT
          MOVE WS-PRIOR-HELD-COUNT TO EF-HELD-COUNT
          MOVE WS-RPT-FOOTER-LINE TO EDIT-REPORT-LINE
          WRITE EDIT-REPORT-LINE
          IF LEGACY-SUBMISSION
              MOVE SPACES TO RECEIVED-DEPT-RECORD
              MOVE WS-SAVED-HEADER (14:20) TO RV-DEPARTMENT
              MOVE WS-SAVED-HEADER (6:8) TO RV-FILE-DATE
              SET RV-SET-ACCEPTED TO TRUE
              WRITE RECEIVED-DEPT-RECORD
          END-IF
          CLOSE RAW-SEQ-FILE
          CLOSE CLEAN-SEQ-FILE
          CLOSE REJECT-SET-FILE
          CLOSE RECEIVED-DEPT-FILE
          CLOSE EDIT-REPORT-FILE
          IF HISTORY-AVAILABLE
              CLOSE ACCEPTED-HISTORY-FILE
          END-IF.
      8000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 8200-REPORT-PRIOR-DUPLICATES
     *>   The prior-posting section of the edit report: every batch
     *>   found already posted inside the window, held or released
     *>   by card, with the business date and batch seq it posted
     *>   under, then any RELEASE card that matched nothing (a
     *>   mistyped card leaves its batch held). Nothing is printed
     *>   on a night with neither.
     *>--------------------------------------------------------------
      8200-REPORT-PRIOR-DUPLICATES.
          MOVE 0 TO WS-RELEASE-UNUSED-COUNT
          IF WS-RELEASE-COUNT > 0
              PERFORM 8250-COUNT-UNUSED-RELEASE THRU 8250-EXIT
                  VARYING RLX FROM 1 BY 1
                  UNTIL RLX > WS-RELEASE-COUNT
          END-IF
          IF WS-HELD-COUNT = 0
              AND WS-RELEASE-UNUSED-COUNT = 0
              GO TO 8200-EXIT
          END-IF
          MOVE WS-LOOKBACK-DAYS TO EK-LOOKBACK-DAYS
          MOVE WS-RPT-DUPHDG-LINE TO EDIT-REPORT-LINE
          WRITE EDIT-REPORT-LINE
          IF WS-HELD-COUNT > 0
              MOVE WS-RPT-DUPCOL-LINE TO EDIT-REPORT-LINE
              WRITE EDIT-REPORT-LINE
              PERFORM 8220-REPORT-HELD-BATCH THRU 8220-EXIT
                  VARYING HDX FROM 1 BY 1
                  UNTIL HDX > WS-HELD-COUNT
          END-IF
          IF WS-RELEASE-UNUSED-COUNT > 0
              PERFORM 8260-REPORT-UNUSED-RELEASE THRU 8260-EXIT
                  VARYING RLX FROM 1 BY 1
                  UNTIL RLX > WS-RELEASE-COUNT
          END-IF.
      8200-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 8220-REPORT-HELD-BATCH
     *>--------------------------------------------------------------
      8220-REPORT-HELD-BATCH.
          MOVE WS-HD-RECORD-NO (HDX) TO EU-RECORD-NO
          MOVE WS-HD-IMAGE (HDX) (1:5) TO EU-GROUP-CODE
          MOVE WS-HD-IMAGE (HDX) (44:20) TO EU-DEPARTMENT
          MOVE WS-HD-IMAGE (HDX) (20:9) TO EU-END-VALUE
          MOVE WS-HD-IMAGE (HDX) (29:15) TO EU-EXPECTED-TOTAL
          MOVE WS-HD-POSTED-DATE (HDX) TO EU-POSTED-DATE
          MOVE WS-HD-POSTED-SEQ-NO (HDX) TO EU-POSTED-SEQ-NO
          IF WS-HD-HELD (HDX)
              MOVE "HELD" TO EU-ACTION
          ELSE
              MOVE "RELEASED" TO EU-ACTION
          END-IF
          MOVE WS-RPT-DUP-LINE TO EDIT-REPORT-LINE
          WRITE EDIT-REPORT-LINE.
      8220-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 8250-COUNT-UNUSED-RELEASE
     *>--------------------------------------------------------------
      8250-COUNT-UNUSED-RELEASE.
          IF WS-RL-USED-FLAG (RLX) = 'N'
              ADD 1 TO WS-RELEASE-UNUSED-COUNT
          END-IF.
      8250-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 8260-REPORT-UNUSED-RELEASE
     *>--------------------------------------------------------------
      8260-REPORT-UNUSED-RELEASE.
          IF WS-RL-USED-FLAG (RLX) NOT = 'N'
              GO TO 8260-EXIT
          END-IF
          MOVE WS-RL-IMAGE (RLX) (1:5) TO EV-GROUP-CODE
          MOVE WS-RL-IMAGE (RLX) (44:20) TO EV-DEPARTMENT
          MOVE WS-RL-IMAGE (RLX) (20:9) TO EV-END-VALUE
          MOVE WS-RPT-DUPRLS-LINE TO EDIT-REPORT-LINE
          WRITE EDIT-REPORT-LINE.
      8260-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 8500-WRITE-STEP-RECORD
     *>   One record to the shared run-control file naming this
     *>   step, the business date, the start/end stamps, the record
