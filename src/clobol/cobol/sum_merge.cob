     *>                   run whole or split files the same summary
     *>                   figures. LIMITS batches still count in the
     *>                   rejected total as well, matching SUMINTS.
     *>   2026-09-18  JH  Records every batch it writes to the ledger
     *>                   extract on the keyed accepted-batch history
     *>                   (BCHHIST), the way a whole-file SUMINTS run
     *>                   does - the legs run concurrently and leave
     *>                   BCHHIST to the merge. The batch's control
     *>                   fields are rebuilt from the result record,
     *>                   which now carries its start and step fields
     *>                   as submitted. A missing BCHHIST is noted and
     *>                   the merge proceeds.
     *>   2026-09-22  JH  The combined extract is now rerun-safe, the
     *>                   same way as a whole-file SUMINTS run: each
     *>                   clean merged batch is registered on the
     *>                   keyed extract register (EXTREG) by business
     *>                   date, group and batch seq, and LEDGEXT is
     *>                   written from the register once the merge
     *>                   has finished. A rerun of the merge for the
     *>                   same business date drops the entries an
     *>                   earlier incomplete merge left pending,
     *>                   skips batches already extracted, and holds
     *>                   (RC 4) any whose figures changed; the 'T'
     *>                   trailer covers only what this run wrote and
     *>                   SUMRPT closes with the register section.
     *>                   BCHHIST is written as each 'B' record goes
     *>                   out. An EXTREG that will not open halts the
     *>                   merge RC 16.
     *>   2026-09-25  JH  Reversal and correction batches from the
     *>                   legs (PARTOUT now 160 bytes, carrying the
     *>                   batch each one puts right and that batch's
     *>                   net before it) are registered and extracted
     *>                   like clean batches, print a cross-reference
     *>                   line under their detail, show in the group
     *>                   subtotal, and mark the corrected batch's
     *>                   register entry REVERSED or ADJUSTED when
     *>                   their 'B' record goes out. EXTREG is 260
     *>                   bytes, as SUMINTS.
     *>   2026-10-13  JH  Organization roll-up on the combined
     *>                   extract, as SUMINTS: with ORGSTRUC
     *>                   available the last 'G' record is followed
     *>                   by 'D', 'V' and 'C' records for the
     *>                   structure in force on the business date
     *>                   (LX-PARENT-CODE cut from the spare filler),
     *>                   counted in the 'T' record but not in its
     *>                   amount. No ORGSTRUC, no roll-up records.
     *>   2026-10-15  JH  The extract now waits on the legs' file
     *>                   controls, as a whole-file run waits on its
     *>                   own: each leg closes its PARTOUT with a 'K'
     *>                   record, and unless every leg that dropped
     *>                   an 'L' marker closed PASSED, nothing goes to
     *>                   LEDGEXT - the entries stay pending on EXTREG
     *>                   for the rerun and the step ends RC 8. No
     *>                   'T' record when no 'B' record was written,
     *>                   so a clean rerun adds nothing to LEDGEXT.
     *>                   Every EXTREG and BCHHIST REWRITE now checks
     *>                   INVALID KEY, lists the status and raises
     *>                   RC 4.
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
          SELECT OPTIONAL EXTRACT-REGISTER-FILE ASSIGN TO "EXTREG"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS XR-REGISTER-KEY
              FILE STATUS IS WS-REGISTER-FILE-STATUS.
          SELECT OPTIONAL ORG-STRUCTURE-FILE ASSIGN TO "ORGSTRUC"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS OS-ORG-KEY
              FILE STATUS IS WS-ORG-FILE-STATUS.
      DATA DIVISION.
      FILE SECTION.
      FD  PART-IN-FILE
          RECORD CONTAINS 160 CHARACTERS.
      01  PART-IN-RECORD              PIC X(160).
      FD  MERGE-REPORT-FILE
          RECORD CONTAINS 132 CHARACTERS.
      01  MERGE-REPORT-LINE           PIC X(132).
     *> Same extract layout SUMINTS writes on a whole-file run:
     *> 'B' batch, 'G' group subtotal (seq field = batch count),
     *> then with ORGSTRUC available the 'D' department, 'V'
     *> division and 'C' cost center roll-up (group field = code,
     *> seq field = batch count, end value = group count, parent
     *> code = the code one level up), 'T' trailer (seq field =
     *> count of every record ahead of it, amount = grand total
     *> of the 'B' sumas). A reversal or correction's 'B' carries
     *> the business date and batch seq it puts right.
      FD  LEDGER-EXTRACT-FILE
          RECORD CONTAINS 80 CHARACTERS.
      01  LEDGER-EXTRACT-RECORD.
          05  LX-END-VALUE            PIC 9(09).
          05  LX-AMOUNT               PIC S9(17)
                                          SIGN LEADING SEPARATE.
          05  LX-ADJ-TYPE             PIC X(01).
          05  LX-ORIG-RUN-DATE        PIC 9(08).
          05  LX-ORIG-BATCH-SEQ-NO    PIC 9(09).
          05  LX-PARENT-CODE          PIC X(05).
          05  FILLER                  PIC X(07).
      FD  GROUP-MASTER-FILE
          RECORD CONTAINS 80 CHARACTERS.
      01  GROUP-MASTER-RECORD.
          05  FILLER                  PIC X(01).
          05  RC-LEGS                 PIC 9(02).
          05  FILLER                  PIC X(03).
     *> Same accepted-batch history SUMINTS writes on a whole-file
     *> run: one record per batch that reached the ledger extract,
     *> keyed by department and the batch's cols 1-43 as submitted.
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
     *> Same extract register SUMINTS keeps on a whole-file run:
     *> one entry per batch bound for the extract, keyed by
     *> business date, group and batch seq; 'P' pending, 'E'
     *> extracted, rerun action 'S' skipped / 'D' differs. A
     *> reversal or correction's entry names the batch it puts
     *> right; that batch's entry is marked 'R' reversed or 'A'
     *> adjusted with its running net.
      FD  EXTRACT-REGISTER-FILE
          RECORD CONTAINS 260 CHARACTERS.
      01  EXTRACT-REGISTER-RECORD.
          05  XR-REGISTER-KEY.
              10  XR-RUN-DATE         PIC 9(08).
              10  XR-GROUP-CODE       PIC X(05).
              10  XR-BATCH-SEQ-NO     PIC 9(09).
          05  XR-END-VALUE            PIC 9(09).
          05  XR-AMOUNT               PIC S9(17)
                                          SIGN LEADING SEPARATE.
          05  XR-ENTRY-STATUS         PIC X(01).
              88  XR-PENDING                   VALUE 'P'.
              88  XR-EXTRACTED                 VALUE 'E'.
          05  XR-STEP-NAME            PIC X(08).
          05  XR-REGISTERED-DATE      PIC 9(08).
          05  XR-REGISTERED-TIME      PIC 9(08).
          05  XR-EXTRACTED-DATE       PIC 9(08).
          05  XR-EXTRACTED-TIME       PIC 9(08).
          05  XR-HISTORY-KEY          PIC X(63).
          05  XR-RERUN-ACTION         PIC X(01).
              88  XR-RERUN-SKIPPED             VALUE 'S'.
              88  XR-RERUN-DIFFERS             VALUE 'D'.
          05  XR-RERUN-DATE           PIC 9(08).
          05  XR-RERUN-TIME           PIC 9(08).
          05  XR-RERUN-AMOUNT         PIC S9(17)
                                          SIGN LEADING SEPARATE.
          05  FILLER                  PIC X(12).
          05  XR-ADJ-TYPE             PIC X(01).
              88  XR-IS-ADJUSTMENT             VALUE 'R' 'C'.
          05  XR-ORIG-RUN-DATE        PIC 9(08).
          05  XR-ORIG-BATCH-SEQ-NO    PIC 9(09).
          05  XR-ADJ-ACTION           PIC X(01).
              88  XR-ADJ-REVERSED              VALUE 'R'.
              88  XR-ADJ-ADJUSTED              VALUE 'A'.
          05  XR-NET-AMOUNT           PIC S9(17)
                                          SIGN LEADING SEPARATE.
          05  XR-LAST-ADJ-DATE        PIC 9(08).
          05  XR-LAST-ADJ-SEQ-NO      PIC 9(09).
          05  FILLER                  PIC X(06).
      SD  SORT-WORK-FILE
          RECORD CONTAINS 160 CHARACTERS.
      01  SORT-RECORD.
          05  SR-REC-TYPE             PIC X(01).
          05  SR-GROUP-CODE           PIC X(05).
          05  SR-CHECK-FLAG           PIC X(01).
              88  SR-CHECK-MISMATCHED          VALUE 'Y'.
          05  SR-DEPARTMENT           PIC X(20).
          05  SR-START-VALUE          PIC X(09).
          05  SR-STEP-VALUE           PIC X(05).
          05  SR-ADJ-TYPE             PIC X(01).
              88  SR-IS-REVERSAL               VALUE 'R'.
              88  SR-IS-ADJUSTMENT             VALUE 'R' 'C'.
          05  SR-ORIG-RUN-DATE        PIC 9(08).
          05  SR-ORIG-BATCH-SEQ-NO    PIC 9(09).
          05  SR-ORIG-AMOUNT          PIC S9(17)
                                          SIGN LEADING SEPARATE.
          05  FILLER                  PIC X(01).
     *> The organization structure ORGMAINT maintains: one record
     *> per group and effective date placing the group under a
     *> department, division and cost center from that date.
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
      WORKING-STORAGE SECTION.
      77  WS-PART-IN-STATUS           PIC X(02).
      77  WS-MASTER-FILE-STATUS       PIC X(02).
      77  WS-REPORT-FILE-STATUS       PIC X(02).
      77  WS-CYCLE-FILE-STATUS        PIC X(02).
      77  WS-RUNCTL-FILE-STATUS       PIC X(02).
      77  WS-HISTORY-FILE-STATUS      PIC X(02).
      77  WS-REGISTER-FILE-STATUS     PIC X(02).
      77  WS-ORG-FILE-STATUS          PIC X(02).
      01  WS-SWITCHES.
          05  WS-PART-EOF-SWITCH      PIC X(01) VALUE 'N'.
              88  PART-FILE-EOF                VALUE 'Y'.
              88  GROUP-MASTER-AVAILABLE       VALUE 'Y'.
          05  WS-GROUP-WARNED-SWITCH  PIC X(01) VALUE 'N'.
              88  GROUP-ALREADY-WARNED         VALUE 'Y'.
          05  WS-HISTORY-AVAIL-SWITCH PIC X(01) VALUE 'N'.
              88  HISTORY-AVAILABLE            VALUE 'Y'.
          05  WS-REGISTER-EOF-SWITCH  PIC X(01) VALUE 'N'.
              88  REGISTER-SWEEP-DONE          VALUE 'Y'.
          05  WS-ORG-AVAIL-SWITCH     PIC X(01) VALUE 'N'.
              88  ORG-STRUCTURE-AVAILABLE      VALUE 'Y'.
          05  WS-ORG-EOF-SWITCH       PIC X(01) VALUE 'N'.
              88  ORG-FILE-EOF                 VALUE 'Y'.
          05  WS-ORG-FOUND-SWITCH     PIC X(01) VALUE 'N'.
              88  ORG-ENTRY-FOUND              VALUE 'Y'.
          05  WS-LEG-CONTROLS-SWITCH  PIC X(01) VALUE 'N'.
              88  LEG-CONTROLS-FAILED          VALUE 'Y'.
      01  WS-COUNTERS.
          05  WS-INVALID-COUNT        PIC 9(05) BINARY VALUE 0.
          05  WS-OUT-OF-BALANCE-COUNT PIC 9(05) BINARY VALUE 0.
          05  WS-DEFERRED-COUNT       PIC 9(05) BINARY VALUE 0.
          05  WS-LIMITS-COUNT         PIC 9(05) BINARY VALUE 0.
          05  WS-LEGS-MERGED          PIC 9(02) BINARY VALUE 0.
          05  WS-LEGS-CLOSED          PIC 9(02) BINARY VALUE 0.
          05  WS-LEGS-CTL-FAILED      PIC 9(02) BINARY VALUE 0.
          05  WS-PART-READ-COUNT      PIC 9(09) BINARY VALUE 0.
      01  WS-CURRENT-GROUP            PIC X(05) VALUE SPACES.
      01  WS-GROUP-DEPT               PIC X(30) VALUE SPACES.
          05  WS-EXT-GROUP-TOTAL      PIC S9(17) COMP-3 VALUE 0.
          05  WS-EXT-GRAND-TOTAL      PIC S9(17) COMP-3 VALUE 0.
          05  WS-EXT-RECORD-COUNT     PIC 9(09) BINARY VALUE 0.
      01  WS-REGISTER-VALUES.
          05  WS-XR-EMIT-GROUP        PIC X(05) VALUE SPACES.
          05  WS-XR-EMITTED-COUNT     PIC 9(09) BINARY VALUE 0.
          05  WS-XR-POSTED-COUNT      PIC 9(09) BINARY VALUE 0.
          05  WS-XR-REPLACED-COUNT    PIC 9(09) BINARY VALUE 0.
          05  WS-XR-SKIPPED-COUNT     PIC 9(09) BINARY VALUE 0.
          05  WS-XR-DIFFERS-COUNT     PIC 9(09) BINARY VALUE 0.
          05  WS-XR-WALK-KEY          PIC X(22) VALUE SPACES.
      01  WS-MARK-VALUES.
          05  WS-MARK-TYPE            PIC X(01) VALUE SPACE.
          05  WS-MARK-DELTA           PIC S9(17) COMP-3 VALUE 0.
          05  WS-MARK-ADJ-DATE        PIC 9(08) VALUE 0.
          05  WS-MARK-ADJ-SEQ         PIC 9(09) VALUE 0.
          05  WS-ADJ-NEW-SUMA         PIC S9(17) COMP-3 VALUE 0.
     *> The organization structure in force on the business date,
     *> one entry per group: ORGSTRUC is read in key order (group,
     *> then effective date ascending) and each record dated on or
     *> before the business date overwrites its group's entry.
      01  WS-STRUCTURE-TABLE.
          05  WS-STRUCTURE-COUNT      PIC 9(05) BINARY VALUE 0.
          05  WS-STRUCTURE-MAX        PIC 9(05) BINARY VALUE 500.
          05  WS-STRUCTURE-ENTRY OCCURS 500 TIMES
                  INDEXED BY SX.
              10  WS-SE-GROUP-CODE    PIC X(05).
              10  WS-SE-DEPARTMENT-CODE
                                      PIC X(05).
              10  WS-SE-DIVISION-CODE PIC X(05).
              10  WS-SE-COST-CENTER   PIC X(05).
              10  WS-SE-ACTIVE-FLAG   PIC X(01).
     *> The extract's organization roll-up, built from each 'G'
     *> record as it is written: level 1 department, 2 division,
     *> 3 cost center. A group with no structure in force, or an
     *> inactive one, goes under *NONE at every level; a code its
     *> groups place under more than one parent carries *MIX*.
      01  WS-LEDGER-ROLLUP-TABLE.
          05  WS-LR-COUNT             PIC 9(05) BINARY VALUE 0.
          05  WS-LR-MAX               PIC 9(05) BINARY VALUE 1500.
          05  WS-LR-ENTRY OCCURS 1500 TIMES
                  INDEXED BY LRX.
              10  WS-LR-KEY.
                  15  WS-LR-LEVEL     PIC X(01).
                  15  WS-LR-CODE      PIC X(05).
              10  WS-LR-PARENT        PIC X(05).
              10  WS-LR-GROUPS        PIC 9(09) BINARY.
              10  WS-LR-BATCHES       PIC 9(09) BINARY.
              10  WS-LR-TOTAL         PIC S9(17) COMP-3.
      01  WS-LR-SWAP-ENTRY.
          05  FILLER                  PIC X(06).
          05  FILLER                  PIC X(05).
          05  FILLER                  PIC 9(09) BINARY.
          05  FILLER                  PIC 9(09) BINARY.
          05  FILLER                  PIC S9(17) COMP-3.
      01  WS-ROLLUP-VALUES.
          05  WS-LR-SLOT              PIC 9(05) BINARY VALUE 0.
          05  WS-LR-SORT-PASS         PIC 9(05) BINARY VALUE 0.
          05  WS-LR-SORT-SLOT         PIC 9(05) BINARY VALUE 0.
          05  WS-LR-WANTED-KEY.
              10  WS-LR-WANTED-LEVEL  PIC X(01) VALUE SPACE.
              10  WS-LR-WANTED-CODE   PIC X(05) VALUE SPACES.
          05  WS-LR-WANTED-PARENT     PIC X(05) VALUE SPACES.
          05  WS-LR-DEPARTMENT-CODE   PIC X(05) VALUE SPACES.
          05  WS-LR-DIVISION-CODE     PIC X(05) VALUE SPACES.
          05  WS-LR-COST-CENTER       PIC X(05) VALUE SPACES.
          05  WS-LR-UNASSIGNED-CODE   PIC X(05) VALUE "*NONE".
          05  WS-LR-MIXED-CODE        PIC X(05) VALUE "*MIX*".
      01  WS-GROUP-SUBTOTAL           PIC S9(17) COMP-3 VALUE 0.
      01  WS-GROUP-ADJ-TOTAL          PIC S9(17) COMP-3 VALUE 0.
      01  WS-GRAND-TOTAL              PIC S9(17) COMP-3 VALUE 0.
      01  WS-RUN-DATE                 PIC 9(08).
      01  WS-RUN-TIME                 PIC 9(08).
      01  WS-END-DATE                 PIC 9(08) VALUE 0.
      01  WS-END-TIME                 PIC 9(08) VALUE 0.
      01  WS-STEP-COND                PIC 9(02) VALUE 0.
     *> A merged batch's cols 1-43 rebuilt as submitted: an OK
     *> batch's end value and expected total passed the numeric
     *> edit, so the result record's figures give them back exactly.
      01  WS-HISTORY-CONTROL.
          05  WS-HC-GROUP-CODE        PIC X(05).
          05  WS-HC-START-VALUE       PIC X(09).
          05  WS-HC-STEP-VALUE        PIC X(05).
          05  WS-HC-END-VALUE         PIC 9(09).
          05  WS-HC-EXPECTED          PIC 9(15).
          05  WS-HC-EXPECTED-X REDEFINES WS-HC-EXPECTED
                                      PIC X(15).
      01  WS-RPT-HDG1-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(45)
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(10) VALUE "SUBTOTAL: ".
          05  MG-SUBTOTAL             PIC -(17)9.
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  MG-ADJ-LABEL            PIC X(18).
          05  MG-ADJ-TOTAL            PIC -(17)9 BLANK WHEN ZERO.
          05  FILLER                  PIC X(19) VALUE SPACES.
      01  WS-RPT-ADJUST-LINE.
          05  FILLER                  PIC X(04) VALUE SPACES.
          05  MJ-ACTION               PIC X(10).
          05  FILLER                  PIC X(07) VALUE " BATCH ".
          05  MJ-ORIG-SEQ-NO          PIC ZZZZZZZZ9.
          05  FILLER                  PIC X(04) VALUE " OF ".
          05  MJ-ORIG-DATE            PIC 9(08).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(08) VALUE "POSTED: ".
          05  MJ-ORIG-NET             PIC -(17)9.
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(05) VALUE "NOW: ".
          05  MJ-NEW-SUMA             PIC -(17)9.
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(12) VALUE "NET EFFECT: ".
          05  MJ-DELTA                PIC -(17)9.
          05  FILLER                  PIC X(05) VALUE SPACES.
      01  WS-RPT-CHKWARN-LINE.
          05  FILLER                  PIC X(04) VALUE SPACES.
          05  FILLER                  PIC X(50) VALUE
          05  FILLER                  PIC X(12) VALUE "OVER LIMITS:".
          05  MS-LIMITS-COUNT         PIC ZZZZ9.
          05  FILLER                  PIC X(03) VALUE SPACES.
      01  WS-RPT-XHDG-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(40)
                  VALUE "LEDGER EXTRACT REGISTER - BUSINESS DATE:".
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  MXH-RUN-DATE            PIC 9(08).
          05  FILLER                  PIC X(82) VALUE SPACES.
      01  WS-RPT-XCOL-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(10) VALUE "BATCH SEQ#".
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(05) VALUE "GROUP".
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(10) VALUE "END VALUE".
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(18) VALUE "EXTRACTED AMOUNT".
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(10) VALUE "EXTRACTED".
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(18) VALUE "RERUN AMOUNT".
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(12) VALUE "RERUN ACTION".
          05  FILLER                  PIC X(34) VALUE SPACES.
      01  WS-RPT-XDET-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  MXD-BATCH-SEQ-NO        PIC ZZZZZZZZ9.
          05  FILLER                  PIC X(04) VALUE SPACES.
          05  MXD-GROUP-CODE          PIC X(05).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  MXD-END-VALUE           PIC Z(8)9.
          05  FILLER                  PIC X(04) VALUE SPACES.
          05  MXD-AMOUNT              PIC -(17)9.
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  MXD-EXTRACTED-DATE      PIC 9(08).
          05  FILLER                  PIC X(04) VALUE SPACES.
          05  MXD-RERUN-AMOUNT        PIC -(17)9.
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  MXD-ACTION              PIC X(30).
          05  FILLER                  PIC X(16) VALUE SPACES.
      01  WS-RPT-XMARK-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(09) VALUE "ORIGINAL ".
          05  MXM-BATCH-SEQ-NO        PIC ZZZZZZZZ9.
          05  FILLER                  PIC X(04) VALUE " OF ".
          05  MXM-RUN-DATE            PIC 9(08).
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  MXM-GROUP-CODE          PIC X(05).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  MXM-ACTION              PIC X(16).
          05  FILLER                  PIC X(04) VALUE " BY ".
          05  MXM-ADJ-SEQ-NO          PIC ZZZZZZZZ9.
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(12) VALUE "NET POSTED: ".
          05  MXM-NET-AMOUNT          PIC -(17)9.
          05  FILLER                  PIC X(32) VALUE SPACES.
      01  WS-RPT-XSUM-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(16) VALUE "BATCHES WRITTEN:".
          05  MXS-EMITTED-COUNT       PIC ZZZZZZZZ9.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(17) VALUE "PENDING REPLACED:".
          05  MXS-REPLACED-COUNT      PIC ZZZZZZZZ9.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(25)
                  VALUE "SKIPPED (ALREADY POSTED):".
          05  MXS-SKIPPED-COUNT       PIC ZZZZZZZZ9.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(14) VALUE "DIFFERS, HELD:".
          05  MXS-DIFFERS-COUNT       PIC ZZZZZZZZ9.
          05  FILLER                  PIC X(14) VALUE SPACES.
      01  WS-RPT-XHELD-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(45)
                  VALUE "**EXTRACT HELD ON EXTREG - LEG FILE CONTROLS".
          05  FILLER                  PIC X(45)
                  VALUE " FAILED OR MISSING; A RERUN OF THIS BUSINESS".
          05  FILLER                  PIC X(20)
                  VALUE " DATE REPLACES IT".
          05  FILLER                  PIC X(21) VALUE SPACES.
      PROCEDURE DIVISION.
     *>--------------------------------------------------------------
     *> 0000-MAIN-PROCESS
     *>   and prints the combined report with the same layout as a
     *>   whole-file SUMINTS run, so the downstream paperwork does
     *>   not change. RC 4 when any batch was rejected or out of
     *>   balance (or, on a rerun, already extracted with different
     *>   figures), 8 when a leg's file controls failed or a leg
     *>   never closed its PARTOUT (the extract is then held), 2
     *>   when deferred batches were the only event, 0 otherwise,
     *>   16 when a file would not open.
     *>--------------------------------------------------------------
      0000-MAIN-PROCESS.
          PERFORM 1000-INITIALIZE THRU 1000-EXIT
              OUTPUT PROCEDURE IS 4000-PRINT-MERGED
                  THRU 4000-EXIT
          PERFORM 8000-TERMINATE THRU 8000-EXIT
          IF LEG-CONTROLS-FAILED
              MOVE 8 TO WS-STEP-COND
          ELSE
              IF JOB-HAD-ERRORS
                  MOVE 4 TO WS-STEP-COND
              ELSE
                  IF WS-DEFERRED-COUNT > 0
                      MOVE 2 TO WS-STEP-COND
                  ELSE
                      MOVE 0 TO WS-STEP-COND
                  END-IF
              END-IF
          END-IF
          PERFORM 8500-WRITE-STEP-RECORD THRU 8500-EXIT
              DISPLAY "GRPMAST NOT AVAILABLE (FILE STATUS "
                  WS-MASTER-FILE-STATUS ") - NO DEPARTMENT NAMES"
          END-IF
          OPEN I-O ACCEPTED-HISTORY-FILE
          IF WS-HISTORY-FILE-STATUS = "00"
              OR WS-HISTORY-FILE-STATUS = "05"
              SET HISTORY-AVAILABLE TO TRUE
          ELSE
              DISPLAY "BCHHIST NOT AVAILABLE (FILE STATUS "
                  WS-HISTORY-FILE-STATUS
                  ") - ACCEPTED BATCHES NOT RECORDED"
          END-IF
          PERFORM 1800-OPEN-EXTRACT-REGISTER THRU 1800-EXIT
          PERFORM 1900-LOAD-ORG-STRUCTURE THRU 1900-EXIT
          MOVE WS-CYCLE-DATE TO MH1-RUN-DATE
          MOVE WS-RPT-HDG1-LINE TO MERGE-REPORT-LINE
          WRITE MERGE-REPORT-LINE
      1500-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 1800-OPEN-EXTRACT-REGISTER
     *>   The combined extract is written only from the register,
     *>   so a register that will not open halts the merge. The
     *>   business date's entries are then swept: pending entries
     *>   are what an earlier merge of the date registered but never
     *>   extracted and are dropped for this run's batches to
     *>   replace; the rerun marks on extracted entries are cleared
     *>   so the report shows this run's own skips.
     *>--------------------------------------------------------------
      1800-OPEN-EXTRACT-REGISTER.
          OPEN I-O EXTRACT-REGISTER-FILE
          IF WS-REGISTER-FILE-STATUS NOT = "00"
              AND WS-REGISTER-FILE-STATUS NOT = "05"
              DISPLAY "UNABLE TO OPEN EXTREG, FILE STATUS "
                  WS-REGISTER-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          PERFORM 4890-START-REGISTER-SWEEP THRU 4890-EXIT
          PERFORM 1850-SWEEP-ONE-ENTRY THRU 1850-EXIT
              UNTIL REGISTER-SWEEP-DONE
          IF WS-XR-REPLACED-COUNT > 0 OR WS-XR-POSTED-COUNT > 0
              DISPLAY "RERUN OF BUSINESS DATE " WS-CYCLE-DATE ": "
                  WS-XR-POSTED-COUNT " BATCHES ALREADY EXTRACTED, "
                  WS-XR-REPLACED-COUNT " PENDING ENTRIES DROPPED"
          END-IF.
      1800-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 1850-SWEEP-ONE-ENTRY
     *>--------------------------------------------------------------
      1850-SWEEP-ONE-ENTRY.
          IF XR-PENDING
              DELETE EXTRACT-REGISTER-FILE RECORD
                  INVALID KEY
                      DISPLAY "DELETE FAILED ON EXTREG, FILE STATUS "
                          WS-REGISTER-FILE-STATUS
                  NOT INVALID KEY
                      ADD 1 TO WS-XR-REPLACED-COUNT
              END-DELETE
          ELSE
              ADD 1 TO WS-XR-POSTED-COUNT
              IF XR-RERUN-ACTION NOT = SPACE
                  MOVE SPACE TO XR-RERUN-ACTION
                  MOVE 0 TO XR-RERUN-DATE
                  MOVE 0 TO XR-RERUN-TIME
                  MOVE 0 TO XR-RERUN-AMOUNT
                  REWRITE EXTRACT-REGISTER-RECORD
                      INVALID KEY
                          DISPLAY "REWRITE FAILED ON EXTREG FOR BATCH "
                              XR-BATCH-SEQ-NO " GROUP " XR-GROUP-CODE
                              ", FILE STATUS " WS-REGISTER-FILE-STATUS
                          SET JOB-HAD-ERRORS TO TRUE
                  END-REWRITE
              END-IF
          END-IF
          PERFORM 4895-READ-NEXT-ENTRY THRU 4895-EXIT.
      1850-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 1900-LOAD-ORG-STRUCTURE
     *>   Folds ORGSTRUC to the structure in force on the business
     *>   date for the extract's roll-up records. Without ORGSTRUC
     *>   the extract goes out as before, with no roll-up records.
     *>--------------------------------------------------------------
      1900-LOAD-ORG-STRUCTURE.
          OPEN INPUT ORG-STRUCTURE-FILE
          IF WS-ORG-FILE-STATUS NOT = "00"
              DISPLAY "ORGSTRUC NOT AVAILABLE (FILE STATUS "
                  WS-ORG-FILE-STATUS
                  ") - NO ROLL-UP RECORDS ON LEDGEXT"
              GO TO 1900-EXIT
          END-IF
          SET ORG-STRUCTURE-AVAILABLE TO TRUE
          PERFORM 1920-READ-ORG-RECORD THRU 1920-EXIT
          PERFORM 1910-FOLD-ORG-RECORD THRU 1910-EXIT
              UNTIL ORG-FILE-EOF
          CLOSE ORG-STRUCTURE-FILE.
      1900-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 1910-FOLD-ORG-RECORD
     *>   A record effective after the business date is passed
     *>   over, so a reorganization keyed ahead takes effect on its
     *>   own night.
     *>--------------------------------------------------------------
      1910-FOLD-ORG-RECORD.
          IF OS-EFF-DATE > WS-CYCLE-DATE
              PERFORM 1920-READ-ORG-RECORD THRU 1920-EXIT
              GO TO 1910-EXIT
          END-IF
          MOVE OS-GROUP-CODE TO WS-LR-WANTED-CODE
          PERFORM 1930-FIND-STRUCTURE-ENTRY THRU 1930-EXIT
          IF NOT ORG-ENTRY-FOUND
              IF WS-STRUCTURE-COUNT >= WS-STRUCTURE-MAX
                  DISPLAY "STRUCTURE TABLE FULL AT "
                      WS-STRUCTURE-MAX " - GROUP " OS-GROUP-CODE
                      " ROLLED UP UNDER *NONE"
                  PERFORM 1920-READ-ORG-RECORD THRU 1920-EXIT
                  GO TO 1910-EXIT
              END-IF
              ADD 1 TO WS-STRUCTURE-COUNT
              MOVE WS-STRUCTURE-COUNT TO WS-LR-SLOT
              SET SX TO WS-LR-SLOT
              MOVE OS-GROUP-CODE TO WS-SE-GROUP-CODE (SX)
          END-IF
          SET SX TO WS-LR-SLOT
          MOVE OS-DEPARTMENT-CODE TO WS-SE-DEPARTMENT-CODE (SX)
          MOVE OS-DIVISION-CODE TO WS-SE-DIVISION-CODE (SX)
          MOVE OS-COST-CENTER TO WS-SE-COST-CENTER (SX)
          MOVE OS-ACTIVE-FLAG TO WS-SE-ACTIVE-FLAG (SX)
          PERFORM 1920-READ-ORG-RECORD THRU 1920-EXIT.
      1910-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 1920-READ-ORG-RECORD
     *>--------------------------------------------------------------
      1920-READ-ORG-RECORD.
          READ ORG-STRUCTURE-FILE
              AT END
                  SET ORG-FILE-EOF TO TRUE
          END-READ.
      1920-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 1930-FIND-STRUCTURE-ENTRY
     *>   WS-LR-WANTED-CODE in (a group code). The matched entry
     *>   number is saved in WS-LR-SLOT because the VARYING steps SX
     *>   once more on the way out of the loop.
     *>--------------------------------------------------------------
      1930-FIND-STRUCTURE-ENTRY.
          MOVE 'N' TO WS-ORG-FOUND-SWITCH
          MOVE 0 TO WS-LR-SLOT
          IF WS-STRUCTURE-COUNT > 0
              PERFORM 1935-SCAN-STRUCTURE-ENTRY THRU 1935-EXIT
                  VARYING SX FROM 1 BY 1
                  UNTIL ORG-ENTRY-FOUND
                      OR SX > WS-STRUCTURE-COUNT
          END-IF.
      1930-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 1935-SCAN-STRUCTURE-ENTRY
     *>--------------------------------------------------------------
      1935-SCAN-STRUCTURE-ENTRY.
          IF WS-SE-GROUP-CODE (SX) = WS-LR-WANTED-CODE
              SET ORG-ENTRY-FOUND TO TRUE
              SET WS-LR-SLOT TO SX
          END-IF.
      1935-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3000-RELEASE-PART-RESULTS
     *>   Releases every 'B' result record to the sort, counts the
     *>   'L' leg markers the legs drop at the front of their
     *>   PARTOUT files and the 'K' records they close them with,
     *>   noting any leg whose file controls failed (PASSED or
     *>   FAILED in cols 43-50). Anything else on PARTIN is not
     *>   ours and is skipped with a console note rather than
     *>   corrupting the merged report.
     *>--------------------------------------------------------------
      3000-RELEASE-PART-RESULTS.
          PERFORM 3100-READ-PART-RECORD THRU 3100-EXIT
              IF PART-IN-RECORD (1:1) = "L"
                  ADD 1 TO WS-LEGS-MERGED
              ELSE
                  IF PART-IN-RECORD (1:1) = "K"
                      ADD 1 TO WS-LEGS-CLOSED
                      IF PART-IN-RECORD (43:8) NOT = "PASSED"
                          ADD 1 TO WS-LEGS-CTL-FAILED
                      END-IF
                  ELSE
                      DISPLAY "UNRECOGNIZED RECORD ON PARTIN SKIPPED: "
                          PART-IN-RECORD (1:20)
                  END-IF
              END-IF
          END-IF
          PERFORM 3100-READ-PART-RECORD THRU 3100-EXIT.
              IF SR-GROUP-CODE NOT = WS-CURRENT-GROUP
                  PERFORM 4500-WRITE-GROUP-SUBTOTAL THRU 4500-EXIT
                  MOVE 0 TO WS-GROUP-SUBTOTAL
                  MOVE 0 TO WS-GROUP-ADJ-TOTAL
                  MOVE SR-GROUP-CODE TO WS-CURRENT-GROUP
                  PERFORM 4300-START-MERGED-GROUP THRU 4300-EXIT
              END-IF
                  MOVE SR-DIFFERENCE TO MO-DIFFERENCE
                  MOVE WS-RPT-OOB-LINE TO MERGE-REPORT-LINE
                  WRITE MERGE-REPORT-LINE
              WHEN "REVERSAL"
              WHEN "ADJUST"
                  PERFORM 4250-WRITE-ADJUST-LINE THRU 4250-EXIT
              WHEN OTHER
                  CONTINUE
          END-EVALUATE
              ON SIZE ERROR
                  PERFORM 8100-ABORT-ON-OVERFLOW THRU 8100-EXIT
          END-ADD
          IF (SR-STATUS = "OK" OR "REVERSAL" OR "ADJUST")
              AND NOT SR-GROUP-UNKNOWN
              AND NOT SR-GROUP-INACTIVE
              AND NOT SR-CHECK-MISMATCHED
              PERFORM 4600-REGISTER-EXTRACT-BATCH THRU 4600-EXIT
          END-IF
          PERFORM 4100-RETURN-SORT-RECORD THRU 4100-EXIT.
      4200-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4250-WRITE-ADJUST-LINE
     *>   Under a reversal or correction's detail line, as on the
     *>   leg report: the batch it puts right, what that batch had
     *>   posted, what it comes to now, and the net effect.
     *>--------------------------------------------------------------
      4250-WRITE-ADJUST-LINE.
          IF SR-IS-REVERSAL
              MOVE "**REVERSES" TO MJ-ACTION
              MOVE 0 TO WS-ADJ-NEW-SUMA
          ELSE
              MOVE "**ADJUSTS" TO MJ-ACTION
              COMPUTE WS-ADJ-NEW-SUMA = SR-ORIG-AMOUNT + SR-SUMA
          END-IF
          MOVE SR-ORIG-BATCH-SEQ-NO TO MJ-ORIG-SEQ-NO
          MOVE SR-ORIG-RUN-DATE TO MJ-ORIG-DATE
          MOVE SR-ORIG-AMOUNT TO MJ-ORIG-NET
          MOVE WS-ADJ-NEW-SUMA TO MJ-NEW-SUMA
          MOVE SR-SUMA TO MJ-DELTA
          MOVE WS-RPT-ADJUST-LINE TO MERGE-REPORT-LINE
          WRITE MERGE-REPORT-LINE
          ADD SR-SUMA TO WS-GROUP-ADJ-TOTAL
              ON SIZE ERROR
                  PERFORM 8100-ABORT-ON-OVERFLOW THRU 8100-EXIT
          END-ADD.
      4250-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4300-START-MERGED-GROUP
     *>   Looks the new group's department name up on the master for
     *>   its subtotal line and resets the once-per-group warning.
          MOVE WS-CURRENT-GROUP TO MG-GROUP-CODE
          MOVE WS-GROUP-DEPT TO MG-DEPARTMENT
          MOVE WS-GROUP-SUBTOTAL TO MG-SUBTOTAL
          IF WS-GROUP-ADJ-TOTAL = 0
              MOVE SPACES TO MG-ADJ-LABEL
          ELSE
              MOVE "INCL ADJUSTMENTS: " TO MG-ADJ-LABEL
          END-IF
          MOVE WS-GROUP-ADJ-TOTAL TO MG-ADJ-TOTAL
          MOVE WS-RPT-GROUP-LINE TO MERGE-REPORT-LINE
          WRITE MERGE-REPORT-LINE.
      4500-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4600-REGISTER-EXTRACT-BATCH
     *>   Registers each clean merged batch - same selection a
     *>   whole-file run applies: passed edit, reconciled, group
     *>   valid - for the extract written at end of step. A new key
     *>   is added pending; an entry already extracted means a rerun
     *>   of a night that posted: the same figures are skipped,
     *>   different figures are held off the extract and raise
     *>   RC 4.
     *>--------------------------------------------------------------
      4600-REGISTER-EXTRACT-BATCH.
          MOVE WS-CYCLE-DATE TO XR-RUN-DATE
          MOVE SR-GROUP-CODE TO XR-GROUP-CODE
          MOVE SR-BATCH-SEQ-NO TO XR-BATCH-SEQ-NO
          READ EXTRACT-REGISTER-FILE
              INVALID KEY
                  PERFORM 4610-BUILD-REGISTER-ENTRY THRU 4610-EXIT
                  WRITE EXTRACT-REGISTER-RECORD
                      INVALID KEY
                          DISPLAY "WRITE FAILED ON EXTREG, FILE STATUS "
                              WS-REGISTER-FILE-STATUS
                          SET JOB-HAD-ERRORS TO TRUE
                  END-WRITE
                  GO TO 4600-EXIT
          END-READ
          IF XR-PENDING
              PERFORM 4610-BUILD-REGISTER-ENTRY THRU 4610-EXIT
              REWRITE EXTRACT-REGISTER-RECORD
                  INVALID KEY
                      DISPLAY "REWRITE FAILED ON EXTREG FOR BATCH "
                          XR-BATCH-SEQ-NO " GROUP " XR-GROUP-CODE
                          ", FILE STATUS " WS-REGISTER-FILE-STATUS
                      SET JOB-HAD-ERRORS TO TRUE
              END-REWRITE
              ADD 1 TO WS-XR-REPLACED-COUNT
              GO TO 4600-EXIT
          END-IF
          MOVE WS-RUN-DATE TO XR-RERUN-DATE
          MOVE WS-RUN-TIME TO XR-RERUN-TIME
          MOVE SR-SUMA TO XR-RERUN-AMOUNT
          IF XR-END-VALUE = SR-END-VALUE AND XR-AMOUNT = SR-SUMA
              SET XR-RERUN-SKIPPED TO TRUE
              ADD 1 TO WS-XR-SKIPPED-COUNT
          ELSE
              SET XR-RERUN-DIFFERS TO TRUE
              ADD 1 TO WS-XR-DIFFERS-COUNT
              SET JOB-HAD-ERRORS TO TRUE
              DISPLAY "BATCH " SR-BATCH-SEQ-NO " GROUP "
                  SR-GROUP-CODE " ALREADY EXTRACTED "
                  XR-EXTRACTED-DATE " WITH DIFFERENT FIGURES"
                  " - HELD OFF THE EXTRACT"
          END-IF
          REWRITE EXTRACT-REGISTER-RECORD
              INVALID KEY
                  DISPLAY "REWRITE FAILED ON EXTREG FOR BATCH "
                      XR-BATCH-SEQ-NO " GROUP " XR-GROUP-CODE
                      ", FILE STATUS " WS-REGISTER-FILE-STATUS
                  SET JOB-HAD-ERRORS TO TRUE
          END-REWRITE.
      4600-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4610-BUILD-REGISTER-ENTRY
     *>--------------------------------------------------------------
      4610-BUILD-REGISTER-ENTRY.
          MOVE SPACES TO EXTRACT-REGISTER-RECORD
          MOVE WS-CYCLE-DATE TO XR-RUN-DATE
          MOVE SR-GROUP-CODE TO XR-GROUP-CODE
          MOVE SR-BATCH-SEQ-NO TO XR-BATCH-SEQ-NO
          MOVE SR-END-VALUE TO XR-END-VALUE
          MOVE SR-SUMA TO XR-AMOUNT
          SET XR-PENDING TO TRUE
          MOVE "SUMMRG" TO XR-STEP-NAME
          MOVE WS-RUN-DATE TO XR-REGISTERED-DATE
          MOVE WS-RUN-TIME TO XR-REGISTERED-TIME
          MOVE 0 TO XR-EXTRACTED-DATE
          MOVE 0 TO XR-EXTRACTED-TIME
          PERFORM 4650-BUILD-HISTORY-KEY THRU 4650-EXIT
          MOVE 0 TO XR-RERUN-DATE
          MOVE 0 TO XR-RERUN-TIME
          MOVE 0 TO XR-RERUN-AMOUNT
          IF SR-IS-ADJUSTMENT
              MOVE SR-ADJ-TYPE TO XR-ADJ-TYPE
              MOVE SR-ORIG-RUN-DATE TO XR-ORIG-RUN-DATE
              MOVE SR-ORIG-BATCH-SEQ-NO TO XR-ORIG-BATCH-SEQ-NO
          ELSE
              MOVE SPACE TO XR-ADJ-TYPE
              MOVE 0 TO XR-ORIG-RUN-DATE
              MOVE 0 TO XR-ORIG-BATCH-SEQ-NO
          END-IF
          MOVE SPACE TO XR-ADJ-ACTION
          MOVE SR-SUMA TO XR-NET-AMOUNT
          MOVE 0 TO XR-LAST-ADJ-DATE
          MOVE 0 TO XR-LAST-ADJ-SEQ-NO.
      4610-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4650-BUILD-HISTORY-KEY
     *>   The accepted-batch history key - department and the
     *>   batch's cols 1-43 rebuilt as submitted - carried on the
     *>   register entry so BCHHIST is written when the batch's 'B'
     *>   record actually goes out.
     *>--------------------------------------------------------------
      4650-BUILD-HISTORY-KEY.
          MOVE SR-GROUP-CODE TO WS-HC-GROUP-CODE
          MOVE SR-START-VALUE TO WS-HC-START-VALUE
          MOVE SR-STEP-VALUE TO WS-HC-STEP-VALUE
          MOVE SR-END-VALUE TO WS-HC-END-VALUE
          IF SR-HAS-EXPECTED = "Y"
              MOVE SR-EXPECTED TO WS-HC-EXPECTED
          ELSE
              MOVE SPACES TO WS-HC-EXPECTED-X
          END-IF
          MOVE SR-DEPARTMENT TO XR-HISTORY-KEY (1:20)
          MOVE WS-HISTORY-CONTROL TO XR-HISTORY-KEY (21:43).
      4650-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4680-RECORD-ACCEPTED-BATCH
     *>   Same rule as SUMINTS: a first posting adds the record, a
     *>   posting on a later business date counts again, the same
     *>   business date again (a rerun of the merge) only refreshes
     *>   the batch seq.
     *>--------------------------------------------------------------
      4680-RECORD-ACCEPTED-BATCH.
          MOVE XR-HISTORY-KEY TO BH-HISTORY-KEY
          READ ACCEPTED-HISTORY-FILE
              INVALID KEY
                  MOVE XR-RUN-DATE TO BH-FIRST-POSTED-DATE
                  MOVE XR-RUN-DATE TO BH-LAST-POSTED-DATE
                  MOVE XR-BATCH-SEQ-NO TO BH-LAST-BATCH-SEQ-NO
                  MOVE 1 TO BH-TIMES-POSTED
                  MOVE XR-STEP-NAME TO BH-LAST-STEP-NAME
                  MOVE SPACES TO ACCEPTED-HISTORY-RECORD (100:1)
                  WRITE ACCEPTED-HISTORY-RECORD
                      INVALID KEY
                          DISPLAY "WRITE FAILED ON BCHHIST, "
                              "FILE STATUS " WS-HISTORY-FILE-STATUS
                          SET JOB-HAD-ERRORS TO TRUE
                  END-WRITE
                  GO TO 4680-EXIT
          END-READ
          IF BH-LAST-POSTED-DATE NOT = XR-RUN-DATE
              IF BH-TIMES-POSTED < 999
                  ADD 1 TO BH-TIMES-POSTED
              END-IF
              MOVE XR-RUN-DATE TO BH-LAST-POSTED-DATE
          END-IF
          MOVE XR-BATCH-SEQ-NO TO BH-LAST-BATCH-SEQ-NO
          MOVE XR-STEP-NAME TO BH-LAST-STEP-NAME
          REWRITE ACCEPTED-HISTORY-RECORD
              INVALID KEY
                  DISPLAY "REWRITE FAILED ON BCHHIST, FILE STATUS "
                      WS-HISTORY-FILE-STATUS
                  SET JOB-HAD-ERRORS TO TRUE
          END-REWRITE.
      4680-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4700-WRITE-EXTRACT-GROUP
     *>   With ORGSTRUC available the group's figures also go into
     *>   its department, division and cost center for the roll-up.
     *>--------------------------------------------------------------
      4700-WRITE-EXTRACT-GROUP.
          IF WS-EXT-GROUP-COUNT = 0
          MOVE SPACES TO LEDGER-EXTRACT-RECORD
          MOVE "G" TO LX-REC-TYPE
          MOVE WS-CYCLE-DATE TO LX-RUN-DATE
          MOVE WS-XR-EMIT-GROUP TO LX-GROUP-CODE
          MOVE WS-EXT-GROUP-COUNT TO LX-BATCH-SEQ-NO
          MOVE 0 TO LX-END-VALUE
          MOVE WS-EXT-GROUP-TOTAL TO LX-AMOUNT
          WRITE LEDGER-EXTRACT-RECORD
          ADD 1 TO WS-EXT-RECORD-COUNT
          IF ORG-STRUCTURE-AVAILABLE
              PERFORM 4720-ROLL-UP-EXTRACT-GROUP THRU 4720-EXIT
          END-IF
          MOVE 0 TO WS-EXT-GROUP-COUNT
          MOVE 0 TO WS-EXT-GROUP-TOTAL.
      4700-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4720-ROLL-UP-EXTRACT-GROUP
     *>   The group just closed into its department (parent the
     *>   division), division (parent the cost center) and cost
     *>   center.
     *>--------------------------------------------------------------
      4720-ROLL-UP-EXTRACT-GROUP.
          PERFORM 4725-PLACE-EXTRACT-GROUP THRU 4725-EXIT
          MOVE '1' TO WS-LR-WANTED-LEVEL
          MOVE WS-LR-DEPARTMENT-CODE TO WS-LR-WANTED-CODE
          MOVE WS-LR-DIVISION-CODE TO WS-LR-WANTED-PARENT
          PERFORM 4730-ADD-TO-LEVEL-ENTRY THRU 4730-EXIT
          MOVE '2' TO WS-LR-WANTED-LEVEL
          MOVE WS-LR-DIVISION-CODE TO WS-LR-WANTED-CODE
          MOVE WS-LR-COST-CENTER TO WS-LR-WANTED-PARENT
          PERFORM 4730-ADD-TO-LEVEL-ENTRY THRU 4730-EXIT
          MOVE '3' TO WS-LR-WANTED-LEVEL
          MOVE WS-LR-COST-CENTER TO WS-LR-WANTED-CODE
          MOVE SPACES TO WS-LR-WANTED-PARENT
          PERFORM 4730-ADD-TO-LEVEL-ENTRY THRU 4730-EXIT.
      4720-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4725-PLACE-EXTRACT-GROUP
     *>   The department, division and cost center in force for the
     *>   group being closed; *NONE at every level when it has no
     *>   entry in force or an inactive one, so its batches still
     *>   count at every level.
     *>--------------------------------------------------------------
      4725-PLACE-EXTRACT-GROUP.
          MOVE WS-XR-EMIT-GROUP TO WS-LR-WANTED-CODE
          PERFORM 1930-FIND-STRUCTURE-ENTRY THRU 1930-EXIT
          IF ORG-ENTRY-FOUND
              SET SX TO WS-LR-SLOT
              IF WS-SE-ACTIVE-FLAG (SX) = 'A'
                  MOVE WS-SE-DEPARTMENT-CODE (SX)
                      TO WS-LR-DEPARTMENT-CODE
                  MOVE WS-SE-DIVISION-CODE (SX)
                      TO WS-LR-DIVISION-CODE
                  MOVE WS-SE-COST-CENTER (SX) TO WS-LR-COST-CENTER
                  GO TO 4725-EXIT
              END-IF
          END-IF
          DISPLAY "GROUP " WS-XR-EMIT-GROUP
              " HAS NO ORGANIZATION STRUCTURE IN FORCE"
              " - ROLLED UP UNDER *NONE"
          MOVE WS-LR-UNASSIGNED-CODE TO WS-LR-DEPARTMENT-CODE
          MOVE WS-LR-UNASSIGNED-CODE TO WS-LR-DIVISION-CODE
          MOVE WS-LR-UNASSIGNED-CODE TO WS-LR-COST-CENTER.
      4725-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4730-ADD-TO-LEVEL-ENTRY
     *>   The closing group's batch count and total into the
     *>   WS-LR-WANTED-KEY entry, added zeroed when the code is new
     *>   at its level. The first group in sets the parent; a later
     *>   group under a different parent marks it *MIX*.
     *>--------------------------------------------------------------
      4730-ADD-TO-LEVEL-ENTRY.
          MOVE 'N' TO WS-ORG-FOUND-SWITCH
          MOVE 0 TO WS-LR-SLOT
          IF WS-LR-COUNT > 0
              PERFORM 4735-SCAN-LEVEL-ENTRY THRU 4735-EXIT
                  VARYING LRX FROM 1 BY 1
                  UNTIL ORG-ENTRY-FOUND
                      OR LRX > WS-LR-COUNT
          END-IF
          IF NOT ORG-ENTRY-FOUND
              IF WS-LR-COUNT >= WS-LR-MAX
                  DISPLAY "ROLL-UP TABLE FULL AT " WS-LR-MAX
                      " - LEVEL " WS-LR-WANTED-LEVEL " CODE "
                      WS-LR-WANTED-CODE " NOT ROLLED UP"
                  GO TO 4730-EXIT
              END-IF
              ADD 1 TO WS-LR-COUNT
              MOVE WS-LR-COUNT TO WS-LR-SLOT
              SET LRX TO WS-LR-SLOT
              MOVE WS-LR-WANTED-KEY TO WS-LR-KEY (LRX)
              MOVE WS-LR-WANTED-PARENT TO WS-LR-PARENT (LRX)
              MOVE 0 TO WS-LR-GROUPS (LRX)
              MOVE 0 TO WS-LR-BATCHES (LRX)
              MOVE 0 TO WS-LR-TOTAL (LRX)
          END-IF
          SET LRX TO WS-LR-SLOT
          IF WS-LR-PARENT (LRX) NOT = WS-LR-WANTED-PARENT
              AND WS-LR-PARENT (LRX) NOT = WS-LR-MIXED-CODE
              DISPLAY "LEVEL " WS-LR-WANTED-LEVEL " CODE "
                  WS-LR-WANTED-CODE " IS UNDER BOTH "
                  WS-LR-PARENT (LRX) " AND " WS-LR-WANTED-PARENT
              MOVE WS-LR-MIXED-CODE TO WS-LR-PARENT (LRX)
          END-IF
          ADD 1 TO WS-LR-GROUPS (LRX)
          ADD WS-EXT-GROUP-COUNT TO WS-LR-BATCHES (LRX)
          ADD WS-EXT-GROUP-TOTAL TO WS-LR-TOTAL (LRX).
      4730-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4735-SCAN-LEVEL-ENTRY
     *>--------------------------------------------------------------
      4735-SCAN-LEVEL-ENTRY.
          IF WS-LR-KEY (LRX) = WS-LR-WANTED-KEY
              SET ORG-ENTRY-FOUND TO TRUE
              SET WS-LR-SLOT TO LRX
          END-IF.
      4735-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4740-WRITE-EXTRACT-ROLLUPS
     *>   After the last 'G' record: the roll-up table sorted on
     *>   level and code (a simple exchange sort, *NONE first in
     *>   each level), then one 'D', 'V' or 'C' record per entry.
     *>--------------------------------------------------------------
      4740-WRITE-EXTRACT-ROLLUPS.
          IF WS-LR-COUNT = 0
              GO TO 4740-EXIT
          END-IF
          IF WS-LR-COUNT > 1
              PERFORM 4745-ROLLUP-SORT-PASS THRU 4745-EXIT
                  VARYING WS-LR-SORT-PASS FROM 1 BY 1
                  UNTIL WS-LR-SORT-PASS >= WS-LR-COUNT
          END-IF
          PERFORM 4760-WRITE-ROLLUP-RECORD THRU 4760-EXIT
              VARYING LRX FROM 1 BY 1
              UNTIL LRX > WS-LR-COUNT.
      4740-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4745-ROLLUP-SORT-PASS
     *>--------------------------------------------------------------
      4745-ROLLUP-SORT-PASS.
          PERFORM 4750-ROLLUP-COMPARE-AND-SWAP THRU 4750-EXIT
              VARYING WS-LR-SORT-SLOT FROM 1 BY 1
              UNTIL WS-LR-SORT-SLOT >= WS-LR-COUNT.
      4745-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4750-ROLLUP-COMPARE-AND-SWAP
     *>--------------------------------------------------------------
      4750-ROLLUP-COMPARE-AND-SWAP.
          IF WS-LR-KEY (WS-LR-SORT-SLOT)
              > WS-LR-KEY (WS-LR-SORT-SLOT + 1)
              MOVE WS-LR-ENTRY (WS-LR-SORT-SLOT)
                  TO WS-LR-SWAP-ENTRY
              MOVE WS-LR-ENTRY (WS-LR-SORT-SLOT + 1)
                  TO WS-LR-ENTRY (WS-LR-SORT-SLOT)
              MOVE WS-LR-SWAP-ENTRY
                  TO WS-LR-ENTRY (WS-LR-SORT-SLOT + 1)
          END-IF.
      4750-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4760-WRITE-ROLLUP-RECORD
     *>--------------------------------------------------------------
      4760-WRITE-ROLLUP-RECORD.
          MOVE SPACES TO LEDGER-EXTRACT-RECORD
          EVALUATE WS-LR-LEVEL (LRX)
              WHEN '1'
                  MOVE "D" TO LX-REC-TYPE
              WHEN '2'
                  MOVE "V" TO LX-REC-TYPE
              WHEN OTHER
                  MOVE "C" TO LX-REC-TYPE
          END-EVALUATE
          MOVE WS-CYCLE-DATE TO LX-RUN-DATE
          MOVE WS-LR-CODE (LRX) TO LX-GROUP-CODE
          MOVE WS-LR-BATCHES (LRX) TO LX-BATCH-SEQ-NO
          MOVE WS-LR-GROUPS (LRX) TO LX-END-VALUE
          MOVE WS-LR-TOTAL (LRX) TO LX-AMOUNT
          MOVE WS-LR-PARENT (LRX) TO LX-PARENT-CODE
          WRITE LEDGER-EXTRACT-RECORD
          ADD 1 TO WS-EXT-RECORD-COUNT.
      4760-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4790-CHECK-LEG-CONTROLS
     *>   The merged night passes its file controls only when every
     *>   leg that started (an 'L' marker) also finished with a
     *>   PASSED 'K' record - a leg whose *HDR*/*TRL* controls
     *>   failed, or whose PARTOUT stops short, holds the extract.
     *>--------------------------------------------------------------
      4790-CHECK-LEG-CONTROLS.
          IF WS-LEGS-CTL-FAILED > 0
              OR WS-LEGS-CLOSED < WS-LEGS-MERGED
              SET LEG-CONTROLS-FAILED TO TRUE
              DISPLAY "LEG FILE CONTROLS: " WS-LEGS-MERGED
                  " LEGS STARTED, " WS-LEGS-CLOSED " CLOSED, "
                  WS-LEGS-CTL-FAILED " FAILED - EXTRACT HELD"
          END-IF.
      4790-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4800-WRITE-LEDGER-EXTRACT
     *>   End-of-merge walk over the business date's register
     *>   entries in key order: each pending entry gets its 'B'
     *>   record, a 'G' closes each group, the organization roll-up
     *>   follows the last group, the 'T' trailer closes the file
     *>   over what this run wrote (when it wrote anything), and the
     *>   entry is marked extracted and put on the accepted-batch
     *>   history. When the legs' file controls did not all pass,
     *>   nothing is written and the entries stay pending for the
     *>   rerun of the date, as on a whole-file run. Prints the
     *>   register section of the report as it goes.
     *>--------------------------------------------------------------
      4800-WRITE-LEDGER-EXTRACT.
          MOVE WS-CYCLE-DATE TO MXH-RUN-DATE
          MOVE WS-RPT-XHDG-LINE TO MERGE-REPORT-LINE
          WRITE MERGE-REPORT-LINE
          MOVE WS-RPT-XCOL-LINE TO MERGE-REPORT-LINE
          WRITE MERGE-REPORT-LINE
          MOVE SPACES TO WS-XR-EMIT-GROUP
          PERFORM 4890-START-REGISTER-SWEEP THRU 4890-EXIT
          PERFORM 4810-EXTRACT-ONE-ENTRY THRU 4810-EXIT
              UNTIL REGISTER-SWEEP-DONE
          IF LEG-CONTROLS-FAILED
              MOVE WS-RPT-XHELD-LINE TO MERGE-REPORT-LINE
              WRITE MERGE-REPORT-LINE
          ELSE
              PERFORM 4700-WRITE-EXTRACT-GROUP THRU 4700-EXIT
              IF ORG-STRUCTURE-AVAILABLE
                  PERFORM 4740-WRITE-EXTRACT-ROLLUPS THRU 4740-EXIT
              END-IF
              IF WS-XR-EMITTED-COUNT > 0
                  PERFORM 4880-WRITE-EXTRACT-TRAILER THRU 4880-EXIT
              END-IF
          END-IF
          MOVE WS-XR-EMITTED-COUNT TO MXS-EMITTED-COUNT
          MOVE WS-XR-REPLACED-COUNT TO MXS-REPLACED-COUNT
          MOVE WS-XR-SKIPPED-COUNT TO MXS-SKIPPED-COUNT
          MOVE WS-XR-DIFFERS-COUNT TO MXS-DIFFERS-COUNT
          MOVE WS-RPT-XSUM-LINE TO MERGE-REPORT-LINE
          WRITE MERGE-REPORT-LINE.
      4800-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4810-EXTRACT-ONE-ENTRY
     *>--------------------------------------------------------------
      4810-EXTRACT-ONE-ENTRY.
          IF XR-RERUN-ACTION NOT = SPACE
              PERFORM 4820-WRITE-REGISTER-DETAIL THRU 4820-EXIT
          END-IF
          IF XR-EXTRACTED OR LEG-CONTROLS-FAILED
              PERFORM 4895-READ-NEXT-ENTRY THRU 4895-EXIT
              GO TO 4810-EXIT
          END-IF
          IF XR-GROUP-CODE NOT = WS-XR-EMIT-GROUP
              PERFORM 4700-WRITE-EXTRACT-GROUP THRU 4700-EXIT
              MOVE XR-GROUP-CODE TO WS-XR-EMIT-GROUP
          END-IF
          MOVE SPACES TO LEDGER-EXTRACT-RECORD
          MOVE "B" TO LX-REC-TYPE
          MOVE XR-RUN-DATE TO LX-RUN-DATE
          MOVE XR-GROUP-CODE TO LX-GROUP-CODE
          MOVE XR-BATCH-SEQ-NO TO LX-BATCH-SEQ-NO
          MOVE XR-END-VALUE TO LX-END-VALUE
          MOVE XR-AMOUNT TO LX-AMOUNT
          IF XR-IS-ADJUSTMENT
              MOVE XR-ADJ-TYPE TO LX-ADJ-TYPE
              MOVE XR-ORIG-RUN-DATE TO LX-ORIG-RUN-DATE
              MOVE XR-ORIG-BATCH-SEQ-NO TO LX-ORIG-BATCH-SEQ-NO
          END-IF
          WRITE LEDGER-EXTRACT-RECORD
          ADD 1 TO WS-EXT-RECORD-COUNT
          ADD 1 TO WS-EXT-GROUP-COUNT
          ADD 1 TO WS-XR-EMITTED-COUNT
          ADD XR-AMOUNT TO WS-EXT-GROUP-TOTAL
              ON SIZE ERROR
                  PERFORM 8100-ABORT-ON-OVERFLOW THRU 8100-EXIT
          END-ADD
          ADD XR-AMOUNT TO WS-EXT-GRAND-TOTAL
              ON SIZE ERROR
                  PERFORM 8100-ABORT-ON-OVERFLOW THRU 8100-EXIT
          END-ADD
          SET XR-EXTRACTED TO TRUE
          ACCEPT XR-EXTRACTED-DATE FROM DATE YYYYMMDD
          ACCEPT XR-EXTRACTED-TIME FROM TIME
          REWRITE EXTRACT-REGISTER-RECORD
              INVALID KEY
                  DISPLAY "REWRITE FAILED ON EXTREG FOR BATCH "
                      XR-BATCH-SEQ-NO " GROUP " XR-GROUP-CODE
                      ", FILE STATUS " WS-REGISTER-FILE-STATUS
                  SET JOB-HAD-ERRORS TO TRUE
          END-REWRITE
          IF XR-IS-ADJUSTMENT
              PERFORM 4850-MARK-ORIGINAL-ENTRY THRU 4850-EXIT
          ELSE
              IF HISTORY-AVAILABLE
                  PERFORM 4680-RECORD-ACCEPTED-BATCH THRU 4680-EXIT
              END-IF
          END-IF
          IF NOT REGISTER-SWEEP-DONE
              PERFORM 4895-READ-NEXT-ENTRY THRU 4895-EXIT
          END-IF.
      4810-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4820-WRITE-REGISTER-DETAIL
     *>--------------------------------------------------------------
      4820-WRITE-REGISTER-DETAIL.
          MOVE XR-BATCH-SEQ-NO TO MXD-BATCH-SEQ-NO
          MOVE XR-GROUP-CODE TO MXD-GROUP-CODE
          MOVE XR-END-VALUE TO MXD-END-VALUE
          MOVE XR-AMOUNT TO MXD-AMOUNT
          MOVE XR-EXTRACTED-DATE TO MXD-EXTRACTED-DATE
          MOVE XR-RERUN-AMOUNT TO MXD-RERUN-AMOUNT
          IF XR-RERUN-DIFFERS
              MOVE "**DIFFERS - HELD OFF EXTRACT" TO MXD-ACTION
          ELSE
              MOVE "SKIPPED - ALREADY EXTRACTED" TO MXD-ACTION
          END-IF
          MOVE WS-RPT-XDET-LINE TO MERGE-REPORT-LINE
          WRITE MERGE-REPORT-LINE.
      4820-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4850-MARK-ORIGINAL-ENTRY
     *>   Same as SUMINTS: once a reversal or correction's 'B' record
     *>   is out, the batch it puts right is marked on its register
     *>   entry with its new net and the adjustment that reached it,
     *>   the mark is listed, and the walk resumes just past the
     *>   adjustment's entry. No accepted-batch history for it.
     *>--------------------------------------------------------------
      4850-MARK-ORIGINAL-ENTRY.
          MOVE XR-REGISTER-KEY TO WS-XR-WALK-KEY
          MOVE XR-ADJ-TYPE TO WS-MARK-TYPE
          MOVE XR-AMOUNT TO WS-MARK-DELTA
          MOVE XR-RUN-DATE TO WS-MARK-ADJ-DATE
          MOVE XR-BATCH-SEQ-NO TO WS-MARK-ADJ-SEQ
          MOVE XR-ORIG-RUN-DATE TO XR-RUN-DATE
          MOVE XR-ORIG-BATCH-SEQ-NO TO XR-BATCH-SEQ-NO
          READ EXTRACT-REGISTER-FILE
              INVALID KEY
                  DISPLAY "BATCH " XR-BATCH-SEQ-NO " OF " XR-RUN-DATE
                      " GROUP " XR-GROUP-CODE
                      " NOT ON EXTREG - ORIGINAL NOT MARKED"
                  GO TO 4860-RESUME-WALK
          END-READ
          IF XR-NET-AMOUNT IS NOT NUMERIC
              MOVE XR-AMOUNT TO XR-NET-AMOUNT
          END-IF
          ADD WS-MARK-DELTA TO XR-NET-AMOUNT
          IF WS-MARK-TYPE = 'R'
              SET XR-ADJ-REVERSED TO TRUE
              MOVE "MARKED REVERSED" TO MXM-ACTION
          ELSE
              IF NOT XR-ADJ-REVERSED
                  SET XR-ADJ-ADJUSTED TO TRUE
              END-IF
              MOVE "MARKED ADJUSTED" TO MXM-ACTION
          END-IF
          MOVE WS-MARK-ADJ-DATE TO XR-LAST-ADJ-DATE
          MOVE WS-MARK-ADJ-SEQ TO XR-LAST-ADJ-SEQ-NO
          REWRITE EXTRACT-REGISTER-RECORD
              INVALID KEY
                  DISPLAY "REWRITE FAILED ON EXTREG FOR BATCH "
                      XR-BATCH-SEQ-NO " GROUP " XR-GROUP-CODE
                      ", FILE STATUS " WS-REGISTER-FILE-STATUS
                  SET JOB-HAD-ERRORS TO TRUE
          END-REWRITE
          MOVE XR-BATCH-SEQ-NO TO MXM-BATCH-SEQ-NO
          MOVE XR-RUN-DATE TO MXM-RUN-DATE
          MOVE XR-GROUP-CODE TO MXM-GROUP-CODE
          MOVE WS-MARK-ADJ-SEQ TO MXM-ADJ-SEQ-NO
          MOVE XR-NET-AMOUNT TO MXM-NET-AMOUNT
          MOVE WS-RPT-XMARK-LINE TO MERGE-REPORT-LINE
          WRITE MERGE-REPORT-LINE.
      4860-RESUME-WALK.
          MOVE WS-XR-WALK-KEY TO XR-REGISTER-KEY
          START EXTRACT-REGISTER-FILE
              KEY IS GREATER THAN XR-REGISTER-KEY
              INVALID KEY
                  SET REGISTER-SWEEP-DONE TO TRUE
          END-START.
      4850-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4880-WRITE-EXTRACT-TRAILER
     *>   The 'T' record: the count of B, G and roll-up records
     *>   this run wrote ahead of it and the grand total of the B
     *>   amounts.
     *>--------------------------------------------------------------
      4880-WRITE-EXTRACT-TRAILER.
          MOVE SPACES TO LEDGER-EXTRACT-RECORD
          MOVE "T" TO LX-REC-TYPE
          MOVE WS-CYCLE-DATE TO LX-RUN-DATE
          MOVE WS-EXT-RECORD-COUNT TO LX-BATCH-SEQ-NO
          MOVE 0 TO LX-END-VALUE
          MOVE WS-EXT-GRAND-TOTAL TO LX-AMOUNT
          WRITE LEDGER-EXTRACT-RECORD.
      4880-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4890-START-REGISTER-SWEEP
     *>   Positions the register at the business date's first entry
     *>   and reads it; the start-up sweep and the end-of-merge walk
     *>   both start here.
     *>--------------------------------------------------------------
      4890-START-REGISTER-SWEEP.
          MOVE 'N' TO WS-REGISTER-EOF-SWITCH
          MOVE LOW-VALUES TO XR-REGISTER-KEY
          MOVE WS-CYCLE-DATE TO XR-RUN-DATE
          START EXTRACT-REGISTER-FILE
              KEY IS NOT LESS THAN XR-REGISTER-KEY
              INVALID KEY
                  SET REGISTER-SWEEP-DONE TO TRUE
                  GO TO 4890-EXIT
          END-START
          PERFORM 4895-READ-NEXT-ENTRY THRU 4895-EXIT.
      4890-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4895-READ-NEXT-ENTRY
     *>--------------------------------------------------------------
      4895-READ-NEXT-ENTRY.
          READ EXTRACT-REGISTER-FILE NEXT RECORD
              AT END
                  SET REGISTER-SWEEP-DONE TO TRUE
                  GO TO 4895-EXIT
          END-READ
          IF XR-RUN-DATE NOT = WS-CYCLE-DATE
              SET REGISTER-SWEEP-DONE TO TRUE
          END-IF.
      4895-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 8000-TERMINATE
     *>   Footer, then the ledger extract written from the register
     *>   with its report section, then close.
     *>--------------------------------------------------------------
      8000-TERMINATE.
          MOVE WS-GRAND-TOTAL TO MT-GRAND-TOTAL
          MOVE WS-RPT-TOTAL-LINE TO MERGE-REPORT-LINE
          WRITE MERGE-REPORT-LINE
          MOVE WS-LIMITS-COUNT TO MS-LIMITS-COUNT
          MOVE WS-RPT-SUMMARY-LINE TO MERGE-REPORT-LINE
          WRITE MERGE-REPORT-LINE
          PERFORM 4790-CHECK-LEG-CONTROLS THRU 4790-EXIT
          PERFORM 4800-WRITE-LEDGER-EXTRACT THRU 4800-EXIT
          CLOSE PART-IN-FILE
          CLOSE MERGE-REPORT-FILE
          CLOSE LEDGER-EXTRACT-FILE
          IF GROUP-MASTER-AVAILABLE
              CLOSE GROUP-MASTER-FILE
          END-IF
          IF HISTORY-AVAILABLE
              CLOSE ACCEPTED-HISTORY-FILE
          END-IF
          CLOSE EXTRACT-REGISTER-FILE.
      8000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
          IF GROUP-MASTER-AVAILABLE
              CLOSE GROUP-MASTER-FILE
          END-IF
          IF HISTORY-AVAILABLE
              CLOSE ACCEPTED-HISTORY-FILE
          END-IF
          CLOSE EXTRACT-REGISTER-FILE
          MOVE 16 TO WS-STEP-COND
          PERFORM 8500-WRITE-STEP-RECORD THRU 8500-EXIT
          MOVE WS-STEP-COND TO RETURN-CODE
