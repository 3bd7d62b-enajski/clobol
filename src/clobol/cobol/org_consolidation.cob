      IDENTIFICATION DIVISION.
      PROGRAM-ID. OrgConsolidation.
      AUTHOR. J. HARTLEY.
      INSTALLATION. BATCH CONTROL GROUP.
      DATE-WRITTEN. 2026-10-13.
      DATE-COMPILED.
     *>--------------------------------------------------------------
     *> MODIFICATION HISTORY
     *>   2026-10-13  JH  New nightly consolidation step (load module
     *>                   ORGCONS). SUMRPT stops at the group subtotal
     *>                   and finance re-added the subtotals by hand
     *>                   each morning for department, division and
     *>                   cost-center figures. This step takes
     *>                   tonight's AUDITLOG records (the last record
     *>                   per batch, so a rerun does not double up),
     *>                   places each group under the organization
     *>                   structure (ORGSTRUC, maintained by ORGMAINT)
     *>                   in force on the business date, and prints
     *>                   ORGRPT: one section per level - group,
     *>                   department, division, cost center - with
     *>                   each code's groups, batches, accepted
     *>                   batches, exceptions by status and accepted
     *>                   subtotal, and a total per level. A group
     *>                   with no structure entry in force is rolled
     *>                   up under *NONE at every level; a code whose
     *>                   groups place it under more than one parent
     *>                   shows *MIX* as its parent. RC 0 all rolled
     *>                   up, RC 4 a group unassigned, a mixed parent
     *>                   or a table full (see the job log), RC 16 a
     *>                   file would not open.
     *>--------------------------------------------------------------
      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
      FILE-CONTROL.
          SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-AUDIT-FILE-STATUS.
          SELECT ORG-STRUCTURE-FILE ASSIGN TO "ORGSTRUC"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS OS-ORG-KEY
              FILE STATUS IS WS-ORG-FILE-STATUS.
          SELECT OPTIONAL CYCLE-DATE-FILE ASSIGN TO "CYCLDATE"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-CYCLE-FILE-STATUS.
          SELECT CONSOLIDATION-REPORT-FILE ASSIGN TO "ORGRPT"
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
     *> The cycle-date control record the scheduler writes once per
     *> night, same layout every step of the night reads.
      FD  CYCLE-DATE-FILE
          RECORD CONTAINS 80 CHARACTERS.
      01  CYCLE-DATE-RECORD.
          05  CY-BUSINESS-DATE        PIC X(08).
          05  FILLER                  PIC X(72).
      FD  CONSOLIDATION-REPORT-FILE
          RECORD CONTAINS 132 CHARACTERS.
      01  CONSOLIDATION-REPORT-LINE   PIC X(132).
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
      77  WS-ORG-FILE-STATUS          PIC X(02).
      77  WS-CYCLE-FILE-STATUS        PIC X(02).
      77  WS-REPORT-FILE-STATUS       PIC X(02).
      77  WS-RUNCTL-FILE-STATUS       PIC X(02).
      01  WS-SWITCHES.
          05  WS-AUDIT-EOF-SWITCH     PIC X(01) VALUE 'N'.
              88  AUDIT-FILE-EOF               VALUE 'Y'.
          05  WS-ORG-EOF-SWITCH       PIC X(01) VALUE 'N'.
              88  ORG-FILE-EOF                 VALUE 'Y'.
          05  WS-FOUND-SWITCH         PIC X(01) VALUE 'N'.
              88  ENTRY-FOUND                  VALUE 'Y'.
          05  WS-WARNING-SWITCH       PIC X(01) VALUE 'N'.
              88  ROLLUP-HAS-WARNINGS          VALUE 'Y'.
      01  WS-COUNTERS.
          05  WS-AUDIT-READ           PIC 9(09) BINARY VALUE 0.
          05  WS-ORG-READ             PIC 9(09) BINARY VALUE 0.
          05  WS-BATCHES-ROLLED       PIC 9(07) BINARY VALUE 0.
          05  WS-NOT-ROLLED           PIC 9(07) BINARY VALUE 0.
          05  WS-UNASSIGNED-GROUPS    PIC 9(05) BINARY VALUE 0.
          05  WS-MIXED-PARENTS        PIC 9(05) BINARY VALUE 0.
          05  WS-LINES-PRINTED        PIC 9(09) BINARY VALUE 0.
      01  WS-RUN-DATE                 PIC 9(08).
      01  WS-RUN-TIME                 PIC 9(08).
      01  WS-CYCLE-DATE               PIC 9(08) VALUE 0.
      01  WS-END-DATE                 PIC 9(08) VALUE 0.
      01  WS-END-TIME                 PIC 9(08) VALUE 0.
      01  WS-STEP-COND                PIC 9(02) VALUE 0.
      01  WS-SLOT                     PIC 9(05) BINARY VALUE 0.
      01  WS-GROUP-ENTRIES            PIC 9(05) BINARY VALUE 0.
      01  WS-SORT-PASS                PIC 9(05) BINARY VALUE 0.
      01  WS-SORT-SLOT                PIC 9(05) BINARY VALUE 0.
      01  WS-WANTED-GROUP             PIC X(05) VALUE SPACES.
      01  WS-WANTED-KEY.
          05  WS-WANTED-LEVEL         PIC X(01) VALUE SPACE.
          05  WS-WANTED-CODE          PIC X(05) VALUE SPACES.
      01  WS-WANTED-PARENT            PIC X(05) VALUE SPACES.
      01  WS-CURRENT-LEVEL            PIC X(01) VALUE SPACE.
     *> Where the group being rolled up sits in the structure in
     *> force tonight.
      01  WS-IN-FORCE-PLACE.
          05  WS-IN-DEPARTMENT-CODE   PIC X(05) VALUE SPACES.
          05  WS-IN-DIVISION-CODE     PIC X(05) VALUE SPACES.
          05  WS-IN-COST-CENTER       PIC X(05) VALUE SPACES.
      01  WS-UNASSIGNED-CODE          PIC X(05) VALUE "*NONE".
      01  WS-MIXED-CODE               PIC X(05) VALUE "*MIX*".
     *> The structure in force on the business date, one entry per
     *> group: the sweep reads ORGSTRUC in key order (group, then
     *> effective date ascending) and each record dated on or
     *> before the business date overwrites its group's entry.
      01  WS-STRUCTURE-TABLE.
          05  WS-STRUCTURE-COUNT      PIC 9(05) BINARY VALUE 0.
          05  WS-STRUCTURE-MAX        PIC 9(05) BINARY VALUE 500.
          05  WS-STRUCTURE-ENTRY OCCURS 500 TIMES
                  INDEXED BY SX.
              10  WS-SE-GROUP-CODE    PIC X(05).
              10  WS-SE-EFF-DATE      PIC 9(08).
              10  WS-SE-DEPARTMENT-CODE
                                      PIC X(05).
              10  WS-SE-DIVISION-CODE PIC X(05).
              10  WS-SE-COST-CENTER   PIC X(05).
              10  WS-SE-ACTIVE-FLAG   PIC X(01).
     *> Tonight's audit records, one entry per batch. A rerun of
     *> the night appends the same batches again; the later record
     *> replaces the earlier so each batch is rolled up once, with
     *> its final status. Each parallel leg numbers its own
     *> batches from 1, so a batch is known by its group and seq
     *> together (a group never spans legs).
      01  WS-TONIGHT-TABLE.
          05  WS-TONIGHT-COUNT        PIC 9(05) BINARY VALUE 0.
          05  WS-TONIGHT-MAX          PIC 9(05) BINARY VALUE 5000.
          05  WS-TONIGHT-ENTRY OCCURS 5000 TIMES
                  INDEXED BY TX.
              10  WS-TN-BATCH-SEQ-NO  PIC 9(09) BINARY.
              10  WS-TN-GROUP-CODE    PIC X(05).
              10  WS-TN-SUMA          PIC S9(17) COMP-3.
              10  WS-TN-STATUS        PIC X(15).
     *> One entry per level and code: level 0 group, 1 department,
     *> 2 division, 3 cost center. The group entries are built
     *> first from tonight's batches and each is then added into
     *> its department, division and cost center, so every level
     *> accounts for the same batches. The parent is the code one
     *> level up.
      01  WS-ROLLUP-TABLE.
          05  WS-ROLLUP-COUNT         PIC 9(05) BINARY VALUE 0.
          05  WS-ROLLUP-MAX           PIC 9(05) BINARY VALUE 2000.
          05  WS-ROLLUP-ENTRY OCCURS 2000 TIMES
                  INDEXED BY RX UX.
              10  WS-RU-KEY.
                  15  WS-RU-LEVEL     PIC X(01).
                  15  WS-RU-CODE      PIC X(05).
              10  WS-RU-PARENT        PIC X(05).
              10  WS-RU-GROUPS        PIC 9(05) BINARY.
              10  WS-RU-BATCHES       PIC 9(07) BINARY.
              10  WS-RU-ACCEPTED      PIC 9(07) BINARY.
              10  WS-RU-INVALID       PIC 9(07) BINARY.
              10  WS-RU-LIMITS        PIC 9(07) BINARY.
              10  WS-RU-OUT-OF-BAL    PIC 9(07) BINARY.
              10  WS-RU-DEFERRED      PIC 9(07) BINARY.
              10  WS-RU-OTHER         PIC 9(07) BINARY.
              10  WS-RU-SUBTOTAL      PIC S9(17) COMP-3.
      01  WS-SWAP-ENTRY.
          05  FILLER                  PIC X(06).
          05  FILLER                  PIC X(05).
          05  FILLER                  PIC 9(05) BINARY.
          05  FILLER                  PIC 9(07) BINARY.
          05  FILLER                  PIC 9(07) BINARY.
          05  FILLER                  PIC 9(07) BINARY.
          05  FILLER                  PIC 9(07) BINARY.
          05  FILLER                  PIC 9(07) BINARY.
          05  FILLER                  PIC 9(07) BINARY.
          05  FILLER                  PIC 9(07) BINARY.
          05  FILLER                  PIC S9(17) COMP-3.
     *> Running totals for the level being printed.
      01  WS-LEVEL-TOTALS.
          05  WS-LT-GROUPS            PIC 9(05) BINARY VALUE 0.
          05  WS-LT-BATCHES           PIC 9(07) BINARY VALUE 0.
          05  WS-LT-ACCEPTED          PIC 9(07) BINARY VALUE 0.
          05  WS-LT-INVALID           PIC 9(07) BINARY VALUE 0.
          05  WS-LT-LIMITS            PIC 9(07) BINARY VALUE 0.
          05  WS-LT-OUT-OF-BAL        PIC 9(07) BINARY VALUE 0.
          05  WS-LT-DEFERRED          PIC 9(07) BINARY VALUE 0.
          05  WS-LT-OTHER             PIC 9(07) BINARY VALUE 0.
          05  WS-LT-SUBTOTAL          PIC S9(17) COMP-3 VALUE 0.
      01  WS-RPT-HDG1-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(45)
                  VALUE "SUM OF INTEGERS - ORGANIZATION CONSOLIDATION".
          05  FILLER                  PIC X(10) VALUE SPACES.
          05  FILLER                  PIC X(09) VALUE "RUN DATE:".
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  CH1-RUN-DATE            PIC 9(08).
          05  FILLER                  PIC X(58) VALUE SPACES.
      01  WS-RPT-CRIT-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(15)
                  VALUE "BUSINESS DATE: ".
          05  CC1-BUSINESS-DATE       PIC 9(08).
          05  FILLER                  PIC X(108) VALUE SPACES.
      01  WS-RPT-LEVEL-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(07) VALUE "LEVEL: ".
          05  CV-LEVEL-NAME           PIC X(11).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(08) VALUE "UNDER = ".
          05  CV-PARENT-NAME          PIC X(11).
          05  FILLER                  PIC X(92) VALUE SPACES.
      01  WS-RPT-COLHDG-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(05) VALUE "CODE".
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(05) VALUE "UNDER".
          05  FILLER                  PIC X(07) VALUE " GROUPS".
          05  FILLER                  PIC X(10) VALUE "   BATCHES".
          05  FILLER                  PIC X(10) VALUE "  ACCEPTED".
          05  FILLER                  PIC X(10) VALUE "  EXCEPTNS".
          05  FILLER                  PIC X(10) VALUE "   INVALID".
          05  FILLER                  PIC X(10) VALUE "    LIMITS".
          05  FILLER                  PIC X(10) VALUE "   OUT BAL".
          05  FILLER                  PIC X(10) VALUE "  DEFERRED".
          05  FILLER                  PIC X(10) VALUE "     OTHER".
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(18)
                  VALUE " ACCEPTED SUBTOTAL".
          05  FILLER                  PIC X(11) VALUE SPACES.
      01  WS-RPT-DETAIL-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  CD-CODE                 PIC X(05).
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  CD-PARENT               PIC X(05).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  CD-GROUPS               PIC ZZZZ9.
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  CD-BATCHES              PIC ZZZZZZZ9.
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  CD-ACCEPTED             PIC ZZZZZZZ9.
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  CD-EXCEPTIONS           PIC ZZZZZZZ9.
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  CD-INVALID              PIC ZZZZZZZ9.
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  CD-LIMITS               PIC ZZZZZZZ9.
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  CD-OUT-OF-BAL           PIC ZZZZZZZ9.
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  CD-DEFERRED             PIC ZZZZZZZ9.
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  CD-OTHER                PIC ZZZZZZZ9.
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  CD-SUBTOTAL             PIC -(17)9.
          05  FILLER                  PIC X(11) VALUE SPACES.
      01  WS-RPT-NONE-LINE.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(50) VALUE "(NONE)".
          05  FILLER                  PIC X(79) VALUE SPACES.
      01  WS-RPT-FOOTER-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(16)
                  VALUE "BATCHES ROLLED: ".
          05  CF-BATCHES-ROLLED       PIC ZZZZZZ9.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(12)
                  VALUE "NOT ROLLED: ".
          05  CF-NOT-ROLLED           PIC ZZZZZZ9.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(19)
                  VALUE "UNASSIGNED GROUPS: ".
          05  CF-UNASSIGNED-GROUPS    PIC ZZZZ9.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(15)
                  VALUE "MIXED PARENTS: ".
          05  CF-MIXED-PARENTS        PIC ZZZZ9.
          05  FILLER                  PIC X(36) VALUE SPACES.
      PROCEDURE DIVISION.
     *>--------------------------------------------------------------
     *> 0000-MAIN-PROCESS
     *>   Loads the structure in force and tonight's batches, rolls
     *>   the batches up to their groups and the groups up through
     *>   department, division and cost center, and prints each
     *>   level in code order. Condition code 0 everything rolled
     *>   up in place, 4 a group with no structure, a code under
     *>   more than one parent or a table full, 16 a file would
     *>   not open.
     *>--------------------------------------------------------------
      0000-MAIN-PROCESS.
          PERFORM 1000-INITIALIZE THRU 1000-EXIT
          PERFORM 2000-LOAD-STRUCTURE THRU 2000-EXIT
          PERFORM 3000-LOAD-TONIGHT-AUDIT THRU 3000-EXIT
          PERFORM 4000-ROLL-UP-BATCHES THRU 4000-EXIT
          PERFORM 4200-ROLL-UP-GROUPS THRU 4200-EXIT
          PERFORM 5000-SORT-ROLLUP THRU 5000-EXIT
          PERFORM 6000-PRINT-ROLLUP THRU 6000-EXIT
          PERFORM 8000-TERMINATE THRU 8000-EXIT
          IF ROLLUP-HAS-WARNINGS
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
          OPEN INPUT AUDIT-LOG-FILE
          IF WS-AUDIT-FILE-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN AUDITLOG, FILE STATUS "
                  WS-AUDIT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          OPEN INPUT ORG-STRUCTURE-FILE
          IF WS-ORG-FILE-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN ORGSTRUC, FILE STATUS "
                  WS-ORG-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          OPEN OUTPUT CONSOLIDATION-REPORT-FILE
          IF WS-REPORT-FILE-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN ORGRPT, FILE STATUS "
                  WS-REPORT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          MOVE WS-RUN-DATE TO CH1-RUN-DATE
          MOVE WS-RPT-HDG1-LINE TO CONSOLIDATION-REPORT-LINE
          WRITE CONSOLIDATION-REPORT-LINE
          MOVE WS-CYCLE-DATE TO CC1-BUSINESS-DATE
          MOVE WS-RPT-CRIT-LINE TO CONSOLIDATION-REPORT-LINE
          WRITE CONSOLIDATION-REPORT-LINE.
      1000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 1500-READ-CYCLE-DATE
     *>   The business date tonight's audit records carry and the
     *>   structure is taken as of. Missing or bad falls back to
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
     *> 2000-LOAD-STRUCTURE
     *>   Sequential sweep of the keyed structure in key order
     *>   (group, then effective date ascending): each record dated
     *>   on or before the business date overwrites its group's
     *>   entry, leaving the record in force; records effective
     *>   after the business date are ignored, so a reorganization
     *>   keyed ahead takes effect on its own night.
     *>--------------------------------------------------------------
      2000-LOAD-STRUCTURE.
          PERFORM 2100-READ-ORG-RECORD THRU 2100-EXIT
          PERFORM 2200-FOLD-ORG-RECORD THRU 2200-EXIT
              UNTIL ORG-FILE-EOF.
      2000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2100-READ-ORG-RECORD
     *>--------------------------------------------------------------
      2100-READ-ORG-RECORD.
          READ ORG-STRUCTURE-FILE
              AT END
                  SET ORG-FILE-EOF TO TRUE
          END-READ.
      2100-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2200-FOLD-ORG-RECORD
     *>--------------------------------------------------------------
      2200-FOLD-ORG-RECORD.
          ADD 1 TO WS-ORG-READ
          IF OS-EFF-DATE > WS-CYCLE-DATE
              PERFORM 2100-READ-ORG-RECORD THRU 2100-EXIT
              GO TO 2200-EXIT
          END-IF
          MOVE OS-GROUP-CODE TO WS-WANTED-GROUP
          PERFORM 2300-FIND-GROUP-ENTRY THRU 2300-EXIT
          IF NOT ENTRY-FOUND
              IF WS-STRUCTURE-COUNT >= WS-STRUCTURE-MAX
                  DISPLAY "STRUCTURE TABLE FULL AT "
                      WS-STRUCTURE-MAX " - GROUP " OS-GROUP-CODE
                      " ROLLED UP UNDER *NONE"
                  SET ROLLUP-HAS-WARNINGS TO TRUE
                  PERFORM 2100-READ-ORG-RECORD THRU 2100-EXIT
                  GO TO 2200-EXIT
              END-IF
              ADD 1 TO WS-STRUCTURE-COUNT
              MOVE WS-STRUCTURE-COUNT TO WS-SLOT
              SET SX TO WS-SLOT
              MOVE OS-GROUP-CODE TO WS-SE-GROUP-CODE (SX)
          END-IF
          SET SX TO WS-SLOT
          MOVE OS-EFF-DATE TO WS-SE-EFF-DATE (SX)
          MOVE OS-DEPARTMENT-CODE TO WS-SE-DEPARTMENT-CODE (SX)
          MOVE OS-DIVISION-CODE TO WS-SE-DIVISION-CODE (SX)
          MOVE OS-COST-CENTER TO WS-SE-COST-CENTER (SX)
          MOVE OS-ACTIVE-FLAG TO WS-SE-ACTIVE-FLAG (SX)
          PERFORM 2100-READ-ORG-RECORD THRU 2100-EXIT.
      2200-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2300-FIND-GROUP-ENTRY
     *>   WS-WANTED-GROUP in. The matched entry number is saved in
     *>   WS-SLOT because the VARYING steps SX once more on the way
     *>   out of the loop.
     *>--------------------------------------------------------------
      2300-FIND-GROUP-ENTRY.
          MOVE 'N' TO WS-FOUND-SWITCH
          MOVE 0 TO WS-SLOT
          IF WS-STRUCTURE-COUNT > 0
              PERFORM 2350-SCAN-GROUP-ENTRY THRU 2350-EXIT
                  VARYING SX FROM 1 BY 1
                  UNTIL ENTRY-FOUND
                      OR SX > WS-STRUCTURE-COUNT
          END-IF.
      2300-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2350-SCAN-GROUP-ENTRY
     *>--------------------------------------------------------------
      2350-SCAN-GROUP-ENTRY.
          IF WS-SE-GROUP-CODE (SX) = WS-WANTED-GROUP
              SET ENTRY-FOUND TO TRUE
              SET WS-SLOT TO SX
          END-IF.
      2350-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3000-LOAD-TONIGHT-AUDIT
     *>   One sweep of the audit log keeping every record stamped
     *>   with the business date.
     *>--------------------------------------------------------------
      3000-LOAD-TONIGHT-AUDIT.
          PERFORM 3100-READ-AUDIT-RECORD THRU 3100-EXIT
          PERFORM 3200-LOAD-AUDIT-RECORD THRU 3200-EXIT
              UNTIL AUDIT-FILE-EOF.
      3000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3100-READ-AUDIT-RECORD
     *>--------------------------------------------------------------
      3100-READ-AUDIT-RECORD.
          READ AUDIT-LOG-FILE
              AT END
                  SET AUDIT-FILE-EOF TO TRUE
          END-READ.
      3100-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3200-LOAD-AUDIT-RECORD
     *>   A batch already in the table (a rerun's second record for
     *>   it) has its entry overwritten.
     *>--------------------------------------------------------------
      3200-LOAD-AUDIT-RECORD.
          IF AL-RUN-DATE NOT = WS-CYCLE-DATE
              PERFORM 3100-READ-AUDIT-RECORD THRU 3100-EXIT
              GO TO 3200-EXIT
          END-IF
          ADD 1 TO WS-AUDIT-READ
          PERFORM 3300-FIND-TONIGHT-BATCH THRU 3300-EXIT
          IF NOT ENTRY-FOUND
              IF WS-TONIGHT-COUNT >= WS-TONIGHT-MAX
                  DISPLAY "TONIGHT TABLE FULL AT " WS-TONIGHT-MAX
                      " - BATCH " AL-BATCH-SEQ-NO " GROUP "
                      AL-GROUP-CODE " NOT ROLLED UP"
                  ADD 1 TO WS-NOT-ROLLED
                  SET ROLLUP-HAS-WARNINGS TO TRUE
                  PERFORM 3100-READ-AUDIT-RECORD THRU 3100-EXIT
                  GO TO 3200-EXIT
              END-IF
              ADD 1 TO WS-TONIGHT-COUNT
              MOVE WS-TONIGHT-COUNT TO WS-SLOT
          END-IF
          SET TX TO WS-SLOT
          MOVE AL-BATCH-SEQ-NO TO WS-TN-BATCH-SEQ-NO (TX)
          MOVE AL-GROUP-CODE TO WS-TN-GROUP-CODE (TX)
          MOVE AL-SUMA TO WS-TN-SUMA (TX)
          MOVE AL-STATUS TO WS-TN-STATUS (TX)
          PERFORM 3100-READ-AUDIT-RECORD THRU 3100-EXIT.
      3200-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3300-FIND-TONIGHT-BATCH
     *>   The matched entry number is saved in WS-SLOT because the
     *>   VARYING steps TX once more on the way out of the loop.
     *>--------------------------------------------------------------
      3300-FIND-TONIGHT-BATCH.
          MOVE 'N' TO WS-FOUND-SWITCH
          MOVE 0 TO WS-SLOT
          IF WS-TONIGHT-COUNT > 0
              PERFORM 3350-SCAN-TONIGHT-BATCH THRU 3350-EXIT
                  VARYING TX FROM 1 BY 1
                  UNTIL ENTRY-FOUND
                      OR TX > WS-TONIGHT-COUNT
          END-IF.
      3300-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3350-SCAN-TONIGHT-BATCH
     *>--------------------------------------------------------------
      3350-SCAN-TONIGHT-BATCH.
          IF WS-TN-BATCH-SEQ-NO (TX) = AL-BATCH-SEQ-NO
              AND WS-TN-GROUP-CODE (TX) = AL-GROUP-CODE
              SET ENTRY-FOUND TO TRUE
              SET WS-SLOT TO TX
          END-IF.
      3350-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4000-ROLL-UP-BATCHES
     *>   Each of tonight's batches into its group's entry. A batch
     *>   posted to the ledger (OK, or a reversal or correction
     *>   netted against its original) is accepted and its suma -
     *>   the net effect, for an adjustment - goes to the subtotal;
     *>   every other status is an exception, counted by kind.
     *>--------------------------------------------------------------
      4000-ROLL-UP-BATCHES.
          IF WS-TONIGHT-COUNT > 0
              PERFORM 4100-ROLL-ONE-BATCH THRU 4100-EXIT
                  VARYING TX FROM 1 BY 1
                  UNTIL TX > WS-TONIGHT-COUNT
          END-IF
          MOVE WS-ROLLUP-COUNT TO WS-GROUP-ENTRIES.
      4000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4100-ROLL-ONE-BATCH
     *>--------------------------------------------------------------
      4100-ROLL-ONE-BATCH.
          MOVE '0' TO WS-WANTED-LEVEL
          MOVE WS-TN-GROUP-CODE (TX) TO WS-WANTED-CODE
          PERFORM 4500-FIND-ROLLUP-ENTRY THRU 4500-EXIT
          IF WS-SLOT = 0
              ADD 1 TO WS-NOT-ROLLED
              GO TO 4100-EXIT
          END-IF
          SET UX TO WS-SLOT
          ADD 1 TO WS-BATCHES-ROLLED
          ADD 1 TO WS-RU-BATCHES (UX)
          EVALUATE WS-TN-STATUS (TX)
              WHEN "OK"
              WHEN "REVERSAL"
              WHEN "ADJUSTMENT"
                  ADD 1 TO WS-RU-ACCEPTED (UX)
                  ADD WS-TN-SUMA (TX) TO WS-RU-SUBTOTAL (UX)
              WHEN "INVALID"
                  ADD 1 TO WS-RU-INVALID (UX)
              WHEN "LIMITS"
                  ADD 1 TO WS-RU-LIMITS (UX)
              WHEN "OUT OF BALANCE"
                  ADD 1 TO WS-RU-OUT-OF-BAL (UX)
              WHEN "DEFERRED"
                  ADD 1 TO WS-RU-DEFERRED (UX)
              WHEN OTHER
                  ADD 1 TO WS-RU-OTHER (UX)
          END-EVALUATE.
      4100-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4200-ROLL-UP-GROUPS
     *>   Each group entry (the first WS-GROUP-ENTRIES of the table)
     *>   into its department, division and cost center.
     *>--------------------------------------------------------------
      4200-ROLL-UP-GROUPS.
          IF WS-GROUP-ENTRIES > 0
              PERFORM 4300-ROLL-ONE-GROUP THRU 4300-EXIT
                  VARYING RX FROM 1 BY 1
                  UNTIL RX > WS-GROUP-ENTRIES
          END-IF.
      4200-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4300-ROLL-ONE-GROUP
     *>--------------------------------------------------------------
      4300-ROLL-ONE-GROUP.
          PERFORM 4400-PLACE-GROUP THRU 4400-EXIT
          MOVE WS-IN-DEPARTMENT-CODE TO WS-RU-PARENT (RX)
          MOVE 1 TO WS-RU-GROUPS (RX)
          MOVE '1' TO WS-WANTED-LEVEL
          MOVE WS-IN-DEPARTMENT-CODE TO WS-WANTED-CODE
          MOVE WS-IN-DIVISION-CODE TO WS-WANTED-PARENT
          PERFORM 4600-ADD-GROUP-TO-LEVEL THRU 4600-EXIT
          MOVE '2' TO WS-WANTED-LEVEL
          MOVE WS-IN-DIVISION-CODE TO WS-WANTED-CODE
          MOVE WS-IN-COST-CENTER TO WS-WANTED-PARENT
          PERFORM 4600-ADD-GROUP-TO-LEVEL THRU 4600-EXIT
          MOVE '3' TO WS-WANTED-LEVEL
          MOVE WS-IN-COST-CENTER TO WS-WANTED-CODE
          MOVE SPACES TO WS-WANTED-PARENT
          PERFORM 4600-ADD-GROUP-TO-LEVEL THRU 4600-EXIT.
      4300-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4400-PLACE-GROUP
     *>   The department, division and cost center in force tonight
     *>   for the group at RX. A group with no entry in force, or an
     *>   inactive one, goes under *NONE at every level so its
     *>   batches still count in every level's total.
     *>--------------------------------------------------------------
      4400-PLACE-GROUP.
          MOVE WS-RU-CODE (RX) TO WS-WANTED-GROUP
          PERFORM 2300-FIND-GROUP-ENTRY THRU 2300-EXIT
          IF ENTRY-FOUND
              SET SX TO WS-SLOT
              IF WS-SE-ACTIVE-FLAG (SX) = 'A'
                  MOVE WS-SE-DEPARTMENT-CODE (SX)
                      TO WS-IN-DEPARTMENT-CODE
                  MOVE WS-SE-DIVISION-CODE (SX)
                      TO WS-IN-DIVISION-CODE
                  MOVE WS-SE-COST-CENTER (SX) TO WS-IN-COST-CENTER
                  GO TO 4400-EXIT
              END-IF
          END-IF
          DISPLAY "GROUP " WS-RU-CODE (RX)
              " HAS NO ORGANIZATION STRUCTURE IN FORCE"
              " - ROLLED UP UNDER *NONE"
          ADD 1 TO WS-UNASSIGNED-GROUPS
          SET ROLLUP-HAS-WARNINGS TO TRUE
          MOVE WS-UNASSIGNED-CODE TO WS-IN-DEPARTMENT-CODE
          MOVE WS-UNASSIGNED-CODE TO WS-IN-DIVISION-CODE
          MOVE WS-UNASSIGNED-CODE TO WS-IN-COST-CENTER.
      4400-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4500-FIND-ROLLUP-ENTRY
     *>   WS-WANTED-KEY in; WS-SLOT out, the entry for it - added,
     *>   zeroed, when the code is new at its level - or 0 when the
     *>   table is full.
     *>--------------------------------------------------------------
      4500-FIND-ROLLUP-ENTRY.
          MOVE 'N' TO WS-FOUND-SWITCH
          MOVE 0 TO WS-SLOT
          IF WS-ROLLUP-COUNT > 0
              PERFORM 4550-SCAN-ROLLUP-ENTRY THRU 4550-EXIT
                  VARYING UX FROM 1 BY 1
                  UNTIL ENTRY-FOUND
                      OR UX > WS-ROLLUP-COUNT
          END-IF
          IF ENTRY-FOUND
              GO TO 4500-EXIT
          END-IF
          IF WS-ROLLUP-COUNT >= WS-ROLLUP-MAX
              DISPLAY "ROLL-UP TABLE FULL AT " WS-ROLLUP-MAX
                  " - LEVEL " WS-WANTED-LEVEL " CODE "
                  WS-WANTED-CODE " NOT ROLLED UP"
              SET ROLLUP-HAS-WARNINGS TO TRUE
              GO TO 4500-EXIT
          END-IF
          ADD 1 TO WS-ROLLUP-COUNT
          MOVE WS-ROLLUP-COUNT TO WS-SLOT
          SET UX TO WS-SLOT
          MOVE WS-WANTED-KEY TO WS-RU-KEY (UX)
          MOVE SPACES TO WS-RU-PARENT (UX)
          MOVE 0 TO WS-RU-GROUPS (UX)
          MOVE 0 TO WS-RU-BATCHES (UX)
          MOVE 0 TO WS-RU-ACCEPTED (UX)
          MOVE 0 TO WS-RU-INVALID (UX)
          MOVE 0 TO WS-RU-LIMITS (UX)
          MOVE 0 TO WS-RU-OUT-OF-BAL (UX)
          MOVE 0 TO WS-RU-DEFERRED (UX)
          MOVE 0 TO WS-RU-OTHER (UX)
          MOVE 0 TO WS-RU-SUBTOTAL (UX).
      4500-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4550-SCAN-ROLLUP-ENTRY
     *>--------------------------------------------------------------
      4550-SCAN-ROLLUP-ENTRY.
          IF WS-RU-KEY (UX) = WS-WANTED-KEY
              SET ENTRY-FOUND TO TRUE
              SET WS-SLOT TO UX
          END-IF.
      4550-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4600-ADD-GROUP-TO-LEVEL
     *>   The group entry at RX into the WS-WANTED-KEY entry. The
     *>   first group in sets the parent; a later group placing the
     *>   code under a different parent marks it *MIX* - the levels'
     *>   own totals are still right, since each group goes straight
     *>   to its own code at every level, but the structure needs a
     *>   look.
     *>--------------------------------------------------------------
      4600-ADD-GROUP-TO-LEVEL.
          PERFORM 4500-FIND-ROLLUP-ENTRY THRU 4500-EXIT
          IF WS-SLOT = 0
              GO TO 4600-EXIT
          END-IF
          SET UX TO WS-SLOT
          IF WS-RU-GROUPS (UX) = 0
              MOVE WS-WANTED-PARENT TO WS-RU-PARENT (UX)
          ELSE
              IF WS-RU-PARENT (UX) NOT = WS-WANTED-PARENT
                  AND WS-RU-PARENT (UX) NOT = WS-MIXED-CODE
                  DISPLAY "LEVEL " WS-WANTED-LEVEL " CODE "
                      WS-WANTED-CODE " IS UNDER BOTH "
                      WS-RU-PARENT (UX) " AND " WS-WANTED-PARENT
                  MOVE WS-MIXED-CODE TO WS-RU-PARENT (UX)
                  ADD 1 TO WS-MIXED-PARENTS
                  SET ROLLUP-HAS-WARNINGS TO TRUE
              END-IF
          END-IF
          ADD 1 TO WS-RU-GROUPS (UX)
          ADD WS-RU-BATCHES (RX) TO WS-RU-BATCHES (UX)
          ADD WS-RU-ACCEPTED (RX) TO WS-RU-ACCEPTED (UX)
          ADD WS-RU-INVALID (RX) TO WS-RU-INVALID (UX)
          ADD WS-RU-LIMITS (RX) TO WS-RU-LIMITS (UX)
          ADD WS-RU-OUT-OF-BAL (RX) TO WS-RU-OUT-OF-BAL (UX)
          ADD WS-RU-DEFERRED (RX) TO WS-RU-DEFERRED (UX)
          ADD WS-RU-OTHER (RX) TO WS-RU-OTHER (UX)
          ADD WS-RU-SUBTOTAL (RX) TO WS-RU-SUBTOTAL (UX).
      4600-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 5000-SORT-ROLLUP
     *>   A simple exchange sort on level and code, so each level
     *>   prints together and in code order (*NONE first).
     *>--------------------------------------------------------------
      5000-SORT-ROLLUP.
          IF WS-ROLLUP-COUNT < 2
              GO TO 5000-EXIT
          END-IF
          PERFORM 5100-ONE-SORT-PASS THRU 5100-EXIT
              VARYING WS-SORT-PASS FROM 1 BY 1
              UNTIL WS-SORT-PASS >= WS-ROLLUP-COUNT.
      5000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 5100-ONE-SORT-PASS
     *>--------------------------------------------------------------
      5100-ONE-SORT-PASS.
          PERFORM 5200-COMPARE-AND-SWAP THRU 5200-EXIT
              VARYING WS-SORT-SLOT FROM 1 BY 1
              UNTIL WS-SORT-SLOT >= WS-ROLLUP-COUNT.
      5100-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 5200-COMPARE-AND-SWAP
     *>--------------------------------------------------------------
      5200-COMPARE-AND-SWAP.
          IF WS-RU-KEY (WS-SORT-SLOT)
              > WS-RU-KEY (WS-SORT-SLOT + 1)
              MOVE WS-ROLLUP-ENTRY (WS-SORT-SLOT)
                  TO WS-SWAP-ENTRY
              MOVE WS-ROLLUP-ENTRY (WS-SORT-SLOT + 1)
                  TO WS-ROLLUP-ENTRY (WS-SORT-SLOT)
              MOVE WS-SWAP-ENTRY
                  TO WS-ROLLUP-ENTRY (WS-SORT-SLOT + 1)
          END-IF.
      5200-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 6000-PRINT-ROLLUP
     *>   The sorted table in one pass, with a heading at the start
     *>   of each level and its total at the end.
     *>--------------------------------------------------------------
      6000-PRINT-ROLLUP.
          IF WS-ROLLUP-COUNT = 0
              MOVE SPACES TO CONSOLIDATION-REPORT-LINE
              WRITE CONSOLIDATION-REPORT-LINE
              MOVE WS-RPT-NONE-LINE TO CONSOLIDATION-REPORT-LINE
              WRITE CONSOLIDATION-REPORT-LINE
              GO TO 6000-EXIT
          END-IF
          MOVE SPACE TO WS-CURRENT-LEVEL
          PERFORM 6100-PRINT-ONE-ENTRY THRU 6100-EXIT
              VARYING RX FROM 1 BY 1
              UNTIL RX > WS-ROLLUP-COUNT
          PERFORM 6300-PRINT-LEVEL-TOTAL THRU 6300-EXIT.
      6000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 6100-PRINT-ONE-ENTRY
     *>--------------------------------------------------------------
      6100-PRINT-ONE-ENTRY.
          IF WS-RU-LEVEL (RX) NOT = WS-CURRENT-LEVEL
              IF WS-CURRENT-LEVEL NOT = SPACE
                  PERFORM 6300-PRINT-LEVEL-TOTAL THRU 6300-EXIT
              END-IF
              PERFORM 6200-START-LEVEL THRU 6200-EXIT
          END-IF
          MOVE WS-RU-CODE (RX) TO CD-CODE
          MOVE WS-RU-PARENT (RX) TO CD-PARENT
          MOVE WS-RU-GROUPS (RX) TO CD-GROUPS
          MOVE WS-RU-BATCHES (RX) TO CD-BATCHES
          MOVE WS-RU-ACCEPTED (RX) TO CD-ACCEPTED
          COMPUTE CD-EXCEPTIONS =
              WS-RU-BATCHES (RX) - WS-RU-ACCEPTED (RX)
          MOVE WS-RU-INVALID (RX) TO CD-INVALID
          MOVE WS-RU-LIMITS (RX) TO CD-LIMITS
          MOVE WS-RU-OUT-OF-BAL (RX) TO CD-OUT-OF-BAL
          MOVE WS-RU-DEFERRED (RX) TO CD-DEFERRED
          MOVE WS-RU-OTHER (RX) TO CD-OTHER
          MOVE WS-RU-SUBTOTAL (RX) TO CD-SUBTOTAL
          MOVE WS-RPT-DETAIL-LINE TO CONSOLIDATION-REPORT-LINE
          WRITE CONSOLIDATION-REPORT-LINE
          ADD 1 TO WS-LINES-PRINTED
          ADD WS-RU-GROUPS (RX) TO WS-LT-GROUPS
          ADD WS-RU-BATCHES (RX) TO WS-LT-BATCHES
          ADD WS-RU-ACCEPTED (RX) TO WS-LT-ACCEPTED
          ADD WS-RU-INVALID (RX) TO WS-LT-INVALID
          ADD WS-RU-LIMITS (RX) TO WS-LT-LIMITS
          ADD WS-RU-OUT-OF-BAL (RX) TO WS-LT-OUT-OF-BAL
          ADD WS-RU-DEFERRED (RX) TO WS-LT-DEFERRED
          ADD WS-RU-OTHER (RX) TO WS-LT-OTHER
          ADD WS-RU-SUBTOTAL (RX) TO WS-LT-SUBTOTAL.
      6100-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 6200-START-LEVEL
     *>   Section heading naming the level and the level its codes
     *>   roll up to, and the level totals cleared.
     *>--------------------------------------------------------------
      6200-START-LEVEL.
          MOVE WS-RU-LEVEL (RX) TO WS-CURRENT-LEVEL
          EVALUATE WS-CURRENT-LEVEL
              WHEN '0'
                  MOVE "GROUP" TO CV-LEVEL-NAME
                  MOVE "DEPARTMENT" TO CV-PARENT-NAME
              WHEN '1'
                  MOVE "DEPARTMENT" TO CV-LEVEL-NAME
                  MOVE "DIVISION" TO CV-PARENT-NAME
              WHEN '2'
                  MOVE "DIVISION" TO CV-LEVEL-NAME
                  MOVE "COST CENTER" TO CV-PARENT-NAME
              WHEN OTHER
                  MOVE "COST CENTER" TO CV-LEVEL-NAME
                  MOVE "(TOP LEVEL)" TO CV-PARENT-NAME
          END-EVALUATE
          MOVE SPACES TO CONSOLIDATION-REPORT-LINE
          WRITE CONSOLIDATION-REPORT-LINE
          MOVE WS-RPT-LEVEL-LINE TO CONSOLIDATION-REPORT-LINE
          WRITE CONSOLIDATION-REPORT-LINE
          MOVE WS-RPT-COLHDG-LINE TO CONSOLIDATION-REPORT-LINE
          WRITE CONSOLIDATION-REPORT-LINE
          MOVE 0 TO WS-LT-GROUPS
          MOVE 0 TO WS-LT-BATCHES
          MOVE 0 TO WS-LT-ACCEPTED
          MOVE 0 TO WS-LT-INVALID
          MOVE 0 TO WS-LT-LIMITS
          MOVE 0 TO WS-LT-OUT-OF-BAL
          MOVE 0 TO WS-LT-DEFERRED
          MOVE 0 TO WS-LT-OTHER
          MOVE 0 TO WS-LT-SUBTOTAL.
      6200-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 6300-PRINT-LEVEL-TOTAL
     *>   Every level accounts for the same batches, so each level's
     *>   total line should read the same.
     *>--------------------------------------------------------------
      6300-PRINT-LEVEL-TOTAL.
          MOVE "TOTAL" TO CD-CODE
          MOVE SPACES TO CD-PARENT
          MOVE WS-LT-GROUPS TO CD-GROUPS
          MOVE WS-LT-BATCHES TO CD-BATCHES
          MOVE WS-LT-ACCEPTED TO CD-ACCEPTED
          COMPUTE CD-EXCEPTIONS = WS-LT-BATCHES - WS-LT-ACCEPTED
          MOVE WS-LT-INVALID TO CD-INVALID
          MOVE WS-LT-LIMITS TO CD-LIMITS
          MOVE WS-LT-OUT-OF-BAL TO CD-OUT-OF-BAL
          MOVE WS-LT-DEFERRED TO CD-DEFERRED
          MOVE WS-LT-OTHER TO CD-OTHER
          MOVE WS-LT-SUBTOTAL TO CD-SUBTOTAL
          MOVE WS-RPT-DETAIL-LINE TO CONSOLIDATION-REPORT-LINE
          WRITE CONSOLIDATION-REPORT-LINE.
      6300-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 8000-TERMINATE
     *>--------------------------------------------------------------
      8000-TERMINATE.
          MOVE SPACES TO CONSOLIDATION-REPORT-LINE
          WRITE CONSOLIDATION-REPORT-LINE
          MOVE WS-BATCHES-ROLLED TO CF-BATCHES-ROLLED
          MOVE WS-NOT-ROLLED TO CF-NOT-ROLLED
          MOVE WS-UNASSIGNED-GROUPS TO CF-UNASSIGNED-GROUPS
          MOVE WS-MIXED-PARENTS TO CF-MIXED-PARENTS
          MOVE WS-RPT-FOOTER-LINE TO CONSOLIDATION-REPORT-LINE
          WRITE CONSOLIDATION-REPORT-LINE
          CLOSE AUDIT-LOG-FILE
          CLOSE ORG-STRUCTURE-FILE
          CLOSE CONSOLIDATION-REPORT-FILE.
      8000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 8500-WRITE-STEP-RECORD
     *>   One record to the shared run-control file: tonight's audit
     *>   records and the structure records read in, roll-up lines
     *>   printed out.
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
          MOVE "ORGCONS" TO RC-STEP-NAME
          MOVE WS-CYCLE-DATE TO RC-BUSINESS-DATE
          MOVE WS-RUN-DATE TO RC-START-DATE
          MOVE WS-RUN-TIME TO RC-START-TIME
          MOVE WS-END-DATE TO RC-END-DATE
          MOVE WS-END-TIME TO RC-END-TIME
          COMPUTE RC-RECORDS-IN = WS-AUDIT-READ + WS-ORG-READ
          MOVE WS-LINES-PRINTED TO RC-RECORDS-OUT
          MOVE WS-STEP-COND TO RC-COND-CODE
          MOVE 0 TO RC-LEGS
          WRITE RUN-CONTROL-RECORD
          CLOSE RUN-CONTROL-FILE.
      8500-EXIT.
          EXIT.
