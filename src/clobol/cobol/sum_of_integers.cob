     *>                   extract's 'T' trailer is suppressed, so
     *>                   the partial extract is unterminated and
     *>                   the posting job's own controls refuse it
     *>                   instead of posting a failed night (see
     *>                   2026-09-22 for reruns of a failed night).
     *>                   The 0000 condition-code contract now
     *>                   documents RC 8.
     *>   2026-09-02  JH  Audit, extract and report stamps now carry
     *>                   the BUSINESS date from the CYCLDATE control
     *>                   record the scheduler sets once per night,
     *>                   already get, and the OK selection is exact
     *>                   for whole-file and parallel-leg runs alike.
     *>                   AUDINQ counts the new status in step.
     *>   2026-09-18  JH  Every batch written to the ledger extract
     *>                   is now recorded on the keyed accepted-batch
     *>                   history (BCHHIST) under its owning
     *>                   department and its control fields as
     *>                   submitted, with the business date and batch
     *>                   seq it posted under; the front-end edit
     *>                   holds a later resubmission of the same
     *>                   batch. A rerun of the same business date
     *>                   updates the entry rather than counting a
     *>                   second posting. A PART-mode leg does not
     *>                   open BCHHIST - the legs run concurrently -
     *>                   and instead carries the batch's start and
     *>                   step fields on PARTOUT so SUMMRG records
     *>                   the night's batches. A missing BCHHIST is
     *>                   noted and the run proceeds.
     *>   2026-09-22  JH  The ledger extract is now rerun-safe. Each
     *>                   clean batch is first registered on the
     *>                   keyed extract register (EXTREG) under its
     *>                   business date, group and batch seq, and
     *>                   the 'B'/'G'/'T' records are written from
     *>                   the register at end of step, only when the
     *>                   night passed its file controls. A fresh
     *>                   run drops the date's entries left pending
     *>                   by an earlier incomplete run (they are
     *>                   replaced as the batches are processed
     *>                   again), and a batch already extracted
     *>                   under the same key is skipped - or, if its
     *>                   figures changed, held off the extract and
     *>                   the step ends RC 4. The 'T' trailer covers
     *>                   exactly what this run wrote, and SUMRPT
     *>                   closes with a register section listing the
     *>                   suppressed entries. LEDGEXT no longer has
     *>                   to be cleared before rerunning a failed
     *>                   night. The accepted-batch history is now
     *>                   written when the 'B' record goes out. A
     *>                   PART-mode leg does not open EXTREG; SUMMRG
     *>                   registers and extracts a split night.
     *>   2026-09-25  JH  Reversal and correction batches. An 'R' or
     *>                   'C' in col 64 names the batch being put
     *>                   right by its business date (cols 65-72) and
     *>                   batch seq (cols 73-80) under the same group.
     *>                   The original must be on EXTREG as extracted
     *>                   and not already reversed; a reversal posts
     *>                   minus what the original has netted to date,
     *>                   a correction is summed as submitted and
     *>                   posts the difference. The detail line
     *>                   carries a cross-reference line, the group
     *>                   subtotal shows the adjustments it includes,
     *>                   the audit record carries the original's key
     *>                   in place of the expected total, and when the
     *>                   adjustment's 'B' record goes out the
     *>                   original's register entry is marked REVERSED
     *>                   or ADJUSTED with its net. EXTREG grows to
     *>                   260 bytes and PARTOUT to 160 - redefine and
     *>                   reload EXTREG before the first run. A PART-
     *>                   mode leg now opens EXTREG for input to look
     *>                   the originals up.
     *>   2026-10-01  JH  AUDITLOG is chained. The last ten bytes of
     *>                   every AUDIT-RECORD (AL-CHAIN-VALUE, cut
     *>                   from the spare filler) hold a running
     *>                   remainder over the record's first 121 bytes
     *>                   seeded with the chain value of the record
     *>                   before it, so an edited, inserted or
     *>                   deleted record breaks the chain from that
     *>                   point on. The run reads the log through
     *>                   once at start-up to pick up the last chain
     *>                   value before opening it EXTEND. A PART leg
     *>                   chains its own leg log from zero; AUDCHN
     *>                   re-chains the leg records onto the live log
     *>                   when they are rolled up. AUDVFY verifies.
     *>   2026-10-13  JH  Organization roll-up on LEDGEXT. A whole-
     *>                   file run reads ORGSTRUC (optional, kept by
     *>                   ORGMAINT) for the structure in force on the
     *>                   business date and, after the last 'G'
     *>                   record, writes a 'D' department, 'V'
     *>                   division and 'C' cost center record per
     *>                   code with its batch count, group count,
     *>                   subtotal and parent code (LX-PARENT-CODE,
     *>                   cut from the spare filler). Groups with no
     *>                   structure in force roll up under *NONE. The
     *>                   'T' count includes the roll-up records; its
     *>                   amount is still the total of the 'B'
     *>                   records. No ORGSTRUC, no roll-up records.
     *>   2026-10-15  JH  No 'T' record when the run wrote no 'B'
     *>                   records: a clean rerun of the date was
     *>                   appending an empty trailer to LEDGEXT, a
     *>                   second trailer for the date at the posting
     *>                   job. Every EXTREG and BCHHIST REWRITE now
     *>                   checks INVALID KEY, lists the status and
     *>                   raises RC 4, so a mark that did not stick is
     *>                   not found only when a rerun re-extracts or
     *>                   re-adjusts the batch. A PART-mode leg ends
     *>                   its PARTOUT with a 'K' record carrying its
     *>                   file-controls result for SUMMRG. A reversal
     *>                   or correction counts toward the group's
     *>                   INCL ADJUSTMENTS figure only once it is in
     *>                   balance, as on the merged report.
     *>--------------------------------------------------------------
      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
              ACCESS MODE IS RANDOM
              RECORD KEY IS GL-GROUP-CODE
              FILE STATUS IS WS-LIMITS-FILE-STATUS.
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
      FD  BATCH-SEQ-FILE
          05  BR-END-VALUE            PIC X(09).
          05  BR-EXPECTED-TOTAL       PIC X(15).
          05  BR-DEPARTMENT           PIC X(20).
          05  BR-ADJ-TYPE             PIC X(01).
              88  BR-IS-REVERSAL               VALUE 'R'.
              88  BR-IS-CORRECTION             VALUE 'C'.
          05  BR-ADJ-ORIG-DATE        PIC X(08).
          05  BR-ADJ-ORIG-SEQ         PIC X(08).
      01  BATCH-HEADER-RECORD REDEFINES BATCH-RECORD.
          05  HR-RECORD-TYPE          PIC X(05).
          05  HR-FILE-DATE            PIC X(08).
          05  AL-DEPARTMENT           PIC X(20).
          05  FILLER                  PIC X(01).
          05  AL-EXPECTED             PIC -(17)9.
     *> A REVERSAL or ADJUSTMENT record has no expected total of its
     *> own (AL-HAS-EXPECTED 'X'); the field carries the key of the
     *> batch it corrects instead.
          05  AL-XREF REDEFINES AL-EXPECTED.
              10  AL-XREF-ORIG-DATE   PIC 9(08).
              10  AL-XREF-ORIG-SEQ    PIC 9(09).
              10  AL-XREF-TYPE        PIC X(01).
          05  FILLER                  PIC X(01).
          05  AL-HAS-EXPECTED         PIC X(01).
          05  FILLER                  PIC X(01).
          05  AL-CHAIN-VALUE          PIC 9(10).
      FD  RECYCLE-FILE
          RECORD CONTAINS 100 CHARACTERS.
      01  RECYCLE-RECORD.
          05  PM-CUTOFF-TIME          PIC X(06).
          05  FILLER                  PIC X(58).
      FD  PART-RESULT-FILE
          RECORD CONTAINS 160 CHARACTERS.
      01  PART-RESULT-RECORD.
          05  PR-REC-TYPE             PIC X(01).
          05  PR-GROUP-CODE           PIC X(05).
          05  PR-GROUP-FLAG           PIC X(01).
          05  PR-CHECK-FLAG           PIC X(01).
          05  PR-DEPARTMENT           PIC X(20).
          05  PR-START-VALUE          PIC X(09).
          05  PR-STEP-VALUE           PIC X(05).
          05  PR-ADJ-TYPE             PIC X(01).
          05  PR-ORIG-RUN-DATE        PIC 9(08).
          05  PR-ORIG-BATCH-SEQ-NO    PIC 9(09).
          05  PR-ORIG-AMOUNT          PIC S9(17)
                                          SIGN LEADING SEPARATE.
          05  FILLER                  PIC X(01).
     *> One layout for all the extract record types: 'B' batch
     *> (seq and end value as run), 'G' group subtotal (the seq
     *> field carries the batch count, end value zero), 'T' file
     *> trailer (group spaces, seq carries the count of every
     *> record ahead of it, amount the grand total of extracted
     *> sumas). A 'B' record for a reversal or correction carries
     *> its type and the business date and batch seq of the batch
     *> it corrects; its amount is the net effect on that batch.
     *> When ORGSTRUC is available the 'G' records are followed by
     *> the organization roll-up: 'D' department, 'V' division and
     *> 'C' cost center, each in code order, the group field
     *> carrying the code, the seq field its batch count, the end
     *> value field its group count, the amount its subtotal and
     *> LX-PARENT-CODE the code one level up (spaces on a 'C').
     *> Roll-up amounts restate the 'G' amounts and are not in the
     *> trailer's grand total.
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
          05  CK-CARRY-COUNT          PIC 9(09).
          05  FILLER                  PIC X(01).
          05  CK-CARRY-HASH           PIC 9(16).
          05  CK-GROUP-ADJ-TOTAL      PIC -(17)9.
     *> The cycle-date control record the scheduler writes once per
     *> night: the business date every step of the night stamps,
     *> whatever the clock says when its piece actually runs.
          05  GL-MAX-TERM-COUNT       PIC 9(09).
          05  GL-MAX-SUMA             PIC 9(17).
          05  FILLER                  PIC X(40).
     *> One record per batch that has reached the ledger extract,
     *> keyed by its owning department and its control fields
     *> exactly as submitted (cols 1-43 of the batch record). The
     *> front-end edit reads it to hold a batch that already
     *> posted; SUMMRG writes it on a split night.
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
     *> One entry per batch bound for the ledger extract, keyed by
     *> business date, group and batch seq. 'P' pending until the
     *> end-of-step walk writes its 'B' record, then 'E' with the
     *> extract stamp. A rerun of the date that meets an 'E' entry
     *> marks it skipped ('S') or, when the figures no longer
     *> agree, differs ('D') with the rerun's amount beside it.
     *> XR-HISTORY-KEY carries the accepted-batch history key so
     *> BCHHIST is written when the batch actually goes out.
     *> An entry for a reversal or correction carries its type and
     *> the key of the batch it corrects, and XR-AMOUNT is its net
     *> effect. The corrected batch's own entry keeps its original
     *> amount and is marked reversed ('R') or adjusted ('A'), with
     *> its running net and the last adjustment to reach it.
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
      77  WS-BATCH-FILE-STATUS        PIC X(02).
      77  WS-REPORT-FILE-STATUS       PIC X(02).
      77  WS-RUNCTL-FILE-STATUS       PIC X(02).
      77  WS-CARRY-FILE-STATUS        PIC X(02).
      77  WS-LIMITS-FILE-STATUS       PIC X(02).
      77  WS-HISTORY-FILE-STATUS      PIC X(02).
      77  WS-REGISTER-FILE-STATUS     PIC X(02).
      77  WS-ORG-FILE-STATUS          PIC X(02).
      01  WS-SWITCHES.
          05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
              88  BATCH-FILE-EOF               VALUE 'Y'.
              88  CARRYOVER-STARTED             VALUE 'Y'.
          05  WS-LIMITS-AVAIL-SWITCH  PIC X(01) VALUE 'N'.
              88  LIMITS-AVAILABLE              VALUE 'Y'.
          05  WS-HISTORY-AVAIL-SWITCH PIC X(01) VALUE 'N'.
              88  HISTORY-AVAILABLE             VALUE 'Y'.
          05  WS-LIMITS-SWITCH        PIC X(01) VALUE 'N'.
              88  BATCH-OVER-LIMITS             VALUE 'Y'.
          05  WS-REGISTER-EOF-SWITCH  PIC X(01) VALUE 'N'.
              88  REGISTER-SWEEP-DONE           VALUE 'Y'.
          05  WS-REGISTER-AVAIL-SWITCH
                                      PIC X(01) VALUE 'N'.
              88  REGISTER-AVAILABLE            VALUE 'Y'.
          05  WS-ADJ-TYPE-SWITCH      PIC X(01) VALUE SPACE.
              88  BATCH-IS-REVERSAL             VALUE 'R'.
              88  BATCH-IS-CORRECTION           VALUE 'C'.
              88  BATCH-IS-ADJUSTMENT           VALUE 'R' 'C'.
          05  WS-ADJ-POSTED-SWITCH    PIC X(01) VALUE 'N'.
              88  ADJ-ALREADY-POSTED            VALUE 'Y'.
          05  WS-ADJ-FOUND-SWITCH     PIC X(01) VALUE 'N'.
              88  ORIGINAL-ADJUSTED-THIS-RUN    VALUE 'Y'.
          05  WS-CHAIN-EOF-SWITCH     PIC X(01) VALUE 'N'.
              88  CHAIN-END-FOUND               VALUE 'Y'.
          05  WS-ORG-AVAIL-SWITCH     PIC X(01) VALUE 'N'.
              88  ORG-STRUCTURE-AVAILABLE       VALUE 'Y'.
          05  WS-ORG-EOF-SWITCH       PIC X(01) VALUE 'N'.
              88  ORG-FILE-EOF                  VALUE 'Y'.
          05  WS-ORG-FOUND-SWITCH     PIC X(01) VALUE 'N'.
              88  ORG-ENTRY-FOUND               VALUE 'Y'.
      01  WS-COUNTERS.
          05  WS-BATCH-SEQ-NO         PIC 9(09) BINARY VALUE 0.
          05  WS-INVALID-COUNT        PIC 9(05) BINARY VALUE 0.
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
          05  WS-XR-MARKED-COUNT      PIC 9(09) BINARY VALUE 0.
          05  WS-XR-WALK-KEY          PIC X(22) VALUE SPACES.
     *> The batch a reversal or correction puts right, and what its
     *> own summation and net effect came to.
      01  WS-ADJUSTMENT-VALUES.
          05  WS-ADJ-ORIG-KEY.
              10  WS-ADJ-ORIG-DATE    PIC 9(08) VALUE 0.
              10  WS-ADJ-ORIG-GROUP   PIC X(05) VALUE SPACES.
              10  WS-ADJ-ORIG-SEQ     PIC 9(09) VALUE 0.
          05  WS-ADJ-ORIG-NET         PIC S9(17) COMP-3 VALUE 0.
          05  WS-ADJ-ORIG-END         PIC 9(09) VALUE 0.
          05  WS-ADJ-NEW-SUMA         PIC S9(17) COMP-3 VALUE 0.
          05  WS-ADJ-DELTA            PIC S9(17) COMP-3 VALUE 0.
          05  WS-GROUP-ADJ-TOTAL      PIC S9(17) COMP-3 VALUE 0.
          05  WS-MARK-TYPE            PIC X(01) VALUE SPACE.
          05  WS-MARK-DELTA           PIC S9(17) COMP-3 VALUE 0.
          05  WS-MARK-ADJ-DATE        PIC 9(08) VALUE 0.
          05  WS-MARK-ADJ-SEQ         PIC 9(09) VALUE 0.
     *> Originals already reversed or corrected by an earlier batch
     *> of this run - a second adjustment to the same batch in one
     *> night is turned back rather than netted against a figure
     *> not yet on the register.
      01  WS-ADJUSTED-TABLE.
          05  WS-ADJUSTED-COUNT       PIC 9(03) BINARY VALUE 0.
          05  WS-ADJUSTED-MAX         PIC 9(03) BINARY VALUE 500.
          05  WS-ADJUSTED-ENTRY OCCURS 500 TIMES
                  INDEXED BY AX.
              10  WS-AJ-ORIG-KEY      PIC X(22).
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
      01  WS-FILE-CONTROLS.
          05  WS-CTL-RECORD-COUNT     PIC 9(09) BINARY VALUE 0.
          05  WS-CTL-HASH-TOTAL       PIC 9(16) COMP-3 VALUE 0.
          05  WS-CTL-EXP-HASH         PIC 9(15) VALUE 0.
          05  WS-HDR-FILE-DATE        PIC X(08) VALUE SPACES.
          05  WS-HDR-DEPARTMENT       PIC X(20) VALUE SPACES.
     *> Audit chain working fields. A record's chain value is the
     *> remainder, modulo a ten-digit prime, of a polynomial over
     *> the record's first WS-CHAIN-SPAN bytes started from the
     *> previous record's chain value. Each byte's code is read by
     *> putting it in the low byte of a halfword whose high byte is
     *> LOW-VALUE. The same fields and arithmetic are in AUDCHN and
     *> AUDVFY and must stay identical to them.
      01  WS-CHAIN-VALUES.
          05  WS-CHAIN-PRIOR          PIC 9(10) VALUE 0.
          05  WS-CHAIN-RESULT         PIC 9(10) VALUE 0.
          05  WS-CHAIN-WORK           PIC 9(13) COMP-3 VALUE 0.
          05  WS-CHAIN-QUOTIENT       PIC 9(13) COMP-3 VALUE 0.
          05  WS-CHAIN-MODULUS        PIC 9(10) VALUE 9999999967.
          05  WS-CHAIN-MULTIPLIER     PIC 9(03) VALUE 31.
          05  WS-CHAIN-SPAN           PIC 9(03) BINARY VALUE 121.
          05  WS-CHAIN-POS            PIC 9(03) BINARY VALUE 0.
          05  WS-CHAIN-CHAR-PAIR.
              10  FILLER              PIC X(01) VALUE LOW-VALUE.
              10  WS-CHAIN-CHAR       PIC X(01) VALUE LOW-VALUE.
          05  WS-CHAIN-CHAR-CODE REDEFINES WS-CHAIN-CHAR-PAIR
                                      PIC 9(04) BINARY.
      01  WS-RUN-DATE                 PIC 9(08).
      01  WS-RUN-TIME                 PIC 9(08).
      01  WS-CYCLE-DATE               PIC 9(08) VALUE 0.
      01  WS-DIFFERENCE                PIC S9(17) COMP-3 VALUE 0.
      01  WS-EDIT-FAILED-LABEL          PIC X(15) VALUE SPACES.
      01  WS-RECYCLE-REASON             PIC X(08) VALUE SPACES.
      01  WS-EDIT-FAILED-VALUE          PIC X(17) VALUE SPACES.
      01  WS-CURRENT-GROUP             PIC X(05) VALUE SPACES.
      01  WS-GROUP-DEPT                PIC X(30) VALUE SPACES.
      01  WS-GROUP-SUBTOTAL            PIC S9(17) COMP-3 VALUE 0.
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(10) VALUE "SUBTOTAL: ".
          05  RG-SUBTOTAL             PIC -(17)9.
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  RG-ADJ-LABEL            PIC X(18).
          05  RG-ADJ-TOTAL            PIC -(17)9 BLANK WHEN ZERO.
          05  FILLER                  PIC X(19) VALUE SPACES.
      01  WS-RPT-ADJUST-LINE.
          05  FILLER                  PIC X(04) VALUE SPACES.
          05  RJ-ACTION               PIC X(10).
          05  FILLER                  PIC X(07) VALUE " BATCH ".
          05  RJ-ORIG-SEQ-NO          PIC ZZZZZZZZ9.
          05  FILLER                  PIC X(04) VALUE " OF ".
          05  RJ-ORIG-DATE            PIC 9(08).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(08) VALUE "POSTED: ".
          05  RJ-ORIG-NET             PIC -(17)9.
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(05) VALUE "NOW: ".
          05  RJ-NEW-SUMA             PIC -(17)9.
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(12) VALUE "NET EFFECT: ".
          05  RJ-DELTA                PIC -(17)9.
          05  FILLER                  PIC X(05) VALUE SPACES.
      01  WS-RPT-TOTAL-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(20) VALUE "FINAL TOTAL (SUMA):".
          05  FILLER                  PIC X(13) VALUE "OVER LIMITS:".
          05  RS-LIMITS-COUNT         PIC ZZZZ9.
          05  FILLER                  PIC X(44) VALUE SPACES.
      01  WS-RPT-XHDG-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(40)
                  VALUE "LEDGER EXTRACT REGISTER - BUSINESS DATE:".
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  XH-RUN-DATE             PIC 9(08).
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
          05  XD-BATCH-SEQ-NO         PIC ZZZZZZZZ9.
          05  FILLER                  PIC X(04) VALUE SPACES.
          05  XD-GROUP-CODE           PIC X(05).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  XD-END-VALUE            PIC Z(8)9.
          05  FILLER                  PIC X(04) VALUE SPACES.
          05  XD-AMOUNT               PIC -(17)9.
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  XD-EXTRACTED-DATE       PIC 9(08).
          05  FILLER                  PIC X(04) VALUE SPACES.
          05  XD-RERUN-AMOUNT         PIC -(17)9.
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  XD-ACTION               PIC X(30).
          05  FILLER                  PIC X(16) VALUE SPACES.
      01  WS-RPT-XMARK-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(09) VALUE "ORIGINAL ".
          05  XM-BATCH-SEQ-NO         PIC ZZZZZZZZ9.
          05  FILLER                  PIC X(04) VALUE " OF ".
          05  XM-RUN-DATE             PIC 9(08).
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  XM-GROUP-CODE           PIC X(05).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  XM-ACTION               PIC X(16).
          05  FILLER                  PIC X(04) VALUE " BY ".
          05  XM-ADJ-SEQ-NO           PIC ZZZZZZZZ9.
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(12) VALUE "NET POSTED: ".
          05  XM-NET-AMOUNT           PIC -(17)9.
          05  FILLER                  PIC X(32) VALUE SPACES.
      01  WS-RPT-XSUM-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(16) VALUE "BATCHES WRITTEN:".
          05  XS-EMITTED-COUNT        PIC ZZZZZZZZ9.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(17) VALUE "PENDING REPLACED:".
          05  XS-REPLACED-COUNT       PIC ZZZZZZZZ9.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(25)
                  VALUE "SKIPPED (ALREADY POSTED):".
          05  XS-SKIPPED-COUNT        PIC ZZZZZZZZ9.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(14) VALUE "DIFFERS, HELD:".
          05  XS-DIFFERS-COUNT        PIC ZZZZZZZZ9.
          05  FILLER                  PIC X(14) VALUE SPACES.
      01  WS-RPT-XHELD-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(60)
                  VALUE "**EXTRACT HELD ON EXTREG - FILE CONTROLS FAILED; A RERUN OF".
          05  FILLER                  PIC X(40)
                  VALUE " THIS BUSINESS DATE REPLACES IT".
          05  FILLER                  PIC X(31) VALUE SPACES.
      01  n    BINARY-LONG.
      01  i    BINARY-LONG.
      01  suma PIC S9(17) COMP-3 VALUE 0.
     *>   in balance, 2 if the only event was batches deferred past
     *>   the window cutoff to CARRYOVR, 4 if any batch was rejected
     *>   or came back out of balance (JOB-HAD-ERRORS, which a
     *>   group-master warning, a fast/loop cross-check mismatch or
     *>   a rerun batch whose figures differ from the ones already
     *>   extracted also raises), 8 if the file failed its *HDR*/*TRL* controls
     *>   (FILE-CONTROLS-FAILED), 16 if suma overflowed and the run
     *>   was halted early (set directly at the ON SIZE ERROR in
     *>   2000-PROCESS-BATCH-RECORD).
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          PERFORM 1050-FIND-CHAIN-END THRU 1050-EXIT
          OPEN EXTEND AUDIT-LOG-FILE
          IF WS-AUDIT-FILE-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN AUDITLOG, FILE STATUS "
              DISPLAY "GRPLIM NOT AVAILABLE (FILE STATUS "
                  WS-LIMITS-FILE-STATUS ") - LIMITS NOT ENFORCED"
          END-IF
          IF NOT PART-OUTPUT-WANTED
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
          ELSE
              OPEN INPUT EXTRACT-REGISTER-FILE
              IF WS-REGISTER-FILE-STATUS = "00"
                  SET REGISTER-AVAILABLE TO TRUE
              ELSE
                  DISPLAY "EXTREG NOT AVAILABLE (FILE STATUS "
                      WS-REGISTER-FILE-STATUS
                      ") - ADJUSTMENTS CANNOT BE CHECKED"
              END-IF
          END-IF
          PERFORM 1190-WRITE-REPORT-HEADERS THRU 1190-EXIT
          IF NOT GROUP-MASTER-AVAILABLE
              MOVE WS-RPT-NOMASTER-LINE TO REPORT-LINE
      1000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 1050-FIND-CHAIN-END
     *>   Reads the audit log through once to pick up the chain value
     *>   of its last record, which seeds this run's first record. An
     *>   empty or new log (or one written before chaining) starts
     *>   the chain from zero. The live log is trimmed monthly by
     *>   AUDARC, so the pass stays short.
     *>--------------------------------------------------------------
      1050-FIND-CHAIN-END.
          MOVE 0 TO WS-CHAIN-PRIOR
          OPEN INPUT AUDIT-LOG-FILE
          IF WS-AUDIT-FILE-STATUS NOT = "00"
              GO TO 1050-EXIT
          END-IF
          PERFORM 1060-READ-FOR-CHAIN THRU 1060-EXIT
              UNTIL CHAIN-END-FOUND
          CLOSE AUDIT-LOG-FILE.
      1050-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 1060-READ-FOR-CHAIN
     *>--------------------------------------------------------------
      1060-READ-FOR-CHAIN.
          READ AUDIT-LOG-FILE
              AT END
                  SET CHAIN-END-FOUND TO TRUE
                  GO TO 1060-EXIT
          END-READ
          IF AL-CHAIN-VALUE IS NUMERIC
              MOVE AL-CHAIN-VALUE TO WS-CHAIN-PRIOR
          END-IF.
      1060-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 1190-WRITE-REPORT-HEADERS
     *>   A fresh run gets the full heading block. A restarted run's
     *>   REPORT-FILE is opened EXTEND (so the batches already printed
      1500-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 1800-OPEN-EXTRACT-REGISTER
     *>   The extract register is the only road to LEDGEXT, so a
     *>   register that will not open halts the step rather than
     *>   run a night that could not be extracted. A fresh run (not
     *>   a checkpoint restart) then sweeps the business date's
     *>   entries: anything still pending belongs to an earlier run
     *>   that never wrote its extract and is dropped - this run's
     *>   batches replace it - and the rerun marks on entries
     *>   already extracted are cleared so this run's own skips and
     *>   differences are what the report shows. A PART-mode leg
     *>   opens the register for input only, in 1000, to look up the
     *>   batches its reversals and corrections name.
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
          SET REGISTER-AVAILABLE TO TRUE
          IF RESTART-IN-PROGRESS
              GO TO 1800-EXIT
          END-IF
          PERFORM 7790-START-REGISTER-SWEEP THRU 7790-EXIT
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
          PERFORM 7795-READ-NEXT-ENTRY THRU 7795-EXIT.
      1850-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 1900-LOAD-ORG-STRUCTURE
     *>   Whole-file runs only (a PART-mode leg writes no extract).
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
     *> 1700-LOAD-DEFAULT-LIMITS
     *>   The *DFLT record is the system-wide fallback for a group
     *>   with no limits record of its own; absent, the defaults
              MOVE CK-RUNNING-SUMA TO WS-RESTART-SUMA
              MOVE CK-GRAND-TOTAL TO WS-GRAND-TOTAL
              MOVE CK-GROUP-SUBTOTAL TO WS-GROUP-SUBTOTAL
              IF CK-GROUP-ADJ-TOTAL NOT = SPACES
                  MOVE CK-GROUP-ADJ-TOTAL TO WS-GROUP-ADJ-TOTAL
              END-IF
              MOVE CK-GROUP-CODE TO WS-CURRENT-GROUP
              MOVE CK-BATCH-IN-PROGRESS TO WS-RESTART-MIDBATCH-SWITCH
              MOVE CK-EXT-GROUP-COUNT TO WS-EXT-GROUP-COUNT
     *> 2000-PROCESS-BATCH-RECORD
     *>   Edits one batch record and, if it passes, runs the existing
     *>   summation logic for its N and writes the result, before
     *>   reading the next batch record. A reversal is not summed at
     *>   all and a correction is summed as submitted; either one
     *>   then carries only its net effect on the batch it corrects
     *>   into the totals, the register and the audit log.
     *>--------------------------------------------------------------
      2000-PROCESS-BATCH-RECORD.
          IF BR-IS-TRAILER
              PERFORM 2050-CHECK-GROUP-BREAK THRU 2050-EXIT
              MOVE 'N' TO WS-SUMA-COMPLETE-SWITCH
              MOVE 'N' TO WS-SAMPLE-FAIL-SWITCH
              IF BATCH-IS-REVERSAL
                  MOVE 0 TO suma
              ELSE
                  IF FAST-COMPUTE-MODE
                      PERFORM 2300-SUM-BY-FORMULA THRU 2300-EXIT
                      PERFORM 2400-CROSS-CHECK-SAMPLE THRU 2400-EXIT
                  ELSE
                      PERFORM 2200-SUM-BY-LOOP THRU 2200-EXIT
                  END-IF
              END-IF
              IF BATCH-IS-ADJUSTMENT
                  PERFORM 2450-APPLY-ADJUSTMENT THRU 2450-EXIT
              END-IF
              SET BATCH-SUMA-COMPLETE TO TRUE
              ADD suma TO WS-GRAND-TOTAL
                  PERFORM 6000-RECONCILE-BATCH THRU 6000-EXIT
              END-IF
              PERFORM 2900-WRITE-REPORT-DETAIL THRU 2900-EXIT
              IF BATCH-IS-ADJUSTMENT
                  PERFORM 2960-WRITE-ADJUST-LINE THRU 2960-EXIT
                  IF BATCH-IN-BALANCE
                      PERFORM 2470-ADD-GROUP-ADJUSTMENT THRU 2470-EXIT
                  END-IF
              END-IF
              IF BATCH-OUT-OF-BALANCE
                  PERFORM 2950-WRITE-OOB-EXCEPTION THRU 2950-EXIT
                  MOVE "OUTOFBAL" TO WS-RECYCLE-REASON
              PERFORM 7200-WRITE-PART-RESULT THRU 7200-EXIT
              IF BATCH-IN-BALANCE AND GROUP-IS-VALID
                  AND NOT SAMPLE-MISMATCHED
                  PERFORM 7300-REGISTER-EXTRACT-BATCH THRU 7300-EXIT
                  PERFORM 4120-CHECKPOINT-BATCH-COMPLETE
                      THRU 4120-EXIT
              END-IF
      2400-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2450-APPLY-ADJUSTMENT
     *>   Turns a reversal or correction into its net effect on the
     *>   batch it corrects: a reversal takes off everything the
     *>   original has netted to date (and reports the original's
     *>   end value), a correction posts its own suma less that net.
     *>   The correction's own suma is kept for the reconciliation
     *>   against its expected total. On a rerun of a night whose
     *>   adjustment already went out, the amount already extracted
     *>   stands.
     *>--------------------------------------------------------------
      2450-APPLY-ADJUSTMENT.
          MOVE suma TO WS-ADJ-NEW-SUMA
          IF ADJ-ALREADY-POSTED
              IF BATCH-IS-REVERSAL
                  COMPUTE WS-ADJ-ORIG-NET = 0 - WS-ADJ-DELTA
              ELSE
                  COMPUTE WS-ADJ-ORIG-NET = suma - WS-ADJ-DELTA
                      ON SIZE ERROR
                          PERFORM 8100-ABORT-ON-OVERFLOW THRU 8100-EXIT
                  END-COMPUTE
              END-IF
          ELSE
              COMPUTE WS-ADJ-DELTA = suma - WS-ADJ-ORIG-NET
                  ON SIZE ERROR
                      PERFORM 8100-ABORT-ON-OVERFLOW THRU 8100-EXIT
              END-COMPUTE
          END-IF
          MOVE WS-ADJ-DELTA TO suma
          IF BATCH-IS-REVERSAL
              MOVE WS-ADJ-ORIG-END TO n
          END-IF.
      2450-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2470-ADD-GROUP-ADJUSTMENT
     *>   A reversal or correction that reconciled goes into the
     *>   group's INCL ADJUSTMENTS figure - the same batches SUMMRG
     *>   counts there from the REVERSAL and ADJUST statuses. One
     *>   that came out of balance is an exception, not part of it.
     *>   The checkpoint is taken again so a restart carries it.
     *>--------------------------------------------------------------
      2470-ADD-GROUP-ADJUSTMENT.
          ADD WS-ADJ-DELTA TO WS-GROUP-ADJ-TOTAL
              ON SIZE ERROR
                  PERFORM 8100-ABORT-ON-OVERFLOW THRU 8100-EXIT
          END-ADD
          PERFORM 4120-CHECKPOINT-BATCH-COMPLETE THRU 4120-EXIT.
      2470-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2050-CHECK-GROUP-BREAK
     *>   Batch records are assumed pre-sorted by GROUP-CODE, the same
     *>   control-break assumption as our other batch reports. The
              IF BR-GROUP-CODE NOT = WS-CURRENT-GROUP
                  PERFORM 2980-WRITE-GROUP-SUBTOTAL THRU 2980-EXIT
                  MOVE 0 TO WS-GROUP-SUBTOTAL
                  MOVE 0 TO WS-GROUP-ADJ-TOTAL
                  MOVE BR-GROUP-CODE TO WS-CURRENT-GROUP
                  PERFORM 2060-VALIDATE-GROUP THRU 2060-EXIT
              END-IF
     *> 2980-WRITE-GROUP-SUBTOTAL
     *>   Prints the subtotal line for the group that just ended,
     *>   called on a group break and once more at end of job for the
     *>   last group in the file. A group that carried reversals or
     *>   corrections shows their combined net effect beside the
     *>   subtotal that includes it.
     *>--------------------------------------------------------------
      2980-WRITE-GROUP-SUBTOTAL.
          MOVE WS-CURRENT-GROUP TO RG-GROUP-CODE
          MOVE WS-GROUP-DEPT TO RG-DEPARTMENT
          MOVE WS-GROUP-SUBTOTAL TO RG-SUBTOTAL
          IF WS-GROUP-ADJ-TOTAL = 0
              MOVE SPACES TO RG-ADJ-LABEL
          ELSE
              MOVE "INCL ADJUSTMENTS: " TO RG-ADJ-LABEL
          END-IF
          MOVE WS-GROUP-ADJ-TOTAL TO RG-ADJ-TOTAL
          MOVE WS-RPT-GROUP-LINE TO REPORT-LINE
          WRITE REPORT-LINE
          IF PART-OUTPUT-WANTED
              PERFORM 7450-COUNT-LEG-GROUP THRU 7450-EXIT
          END-IF.
      2980-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *>   is flagged and skipped instead of being summed or aborting
     *>   the run. START-VALUE, STEP and EXPECTED-TOTAL may be left
     *>   blank; START-VALUE/STEP default to 1-to-N-by-1 and a blank
     *>   EXPECTED-TOTAL simply leaves the batch unreconciled. A
     *>   reversal or correction must first name a batch it may put
     *>   right (3600); a reversal's own control fields are not
     *>   used, so it is not edited further.
     *>--------------------------------------------------------------
      3000-EDIT-BATCH-RECORD.
          SET BATCH-RECORD-VALID TO TRUE
          MOVE 'N' TO WS-LIMITS-SWITCH
          MOVE SPACE TO WS-ADJ-TYPE-SWITCH
          MOVE 1 TO WS-START-VALUE
          MOVE 1 TO WS-STEP-VALUE
          IF BR-ADJ-TYPE NOT = SPACE
              PERFORM 3600-EDIT-ADJUSTMENT THRU 3600-EXIT
              IF NOT BATCH-IS-ADJUSTMENT
                  GO TO 3090-EDIT-FAILED
              END-IF
              IF BATCH-IS-REVERSAL
                  MOVE 'N' TO WS-HAS-EXPECTED-SWITCH
                  GO TO 3000-EXIT
              END-IF
          END-IF
          IF BR-START-VALUE = SPACES
              GO TO 3050-EDIT-STEP
          END-IF
                  MOVE "INVSEQCT" TO WS-RECYCLE-REASON
              WHEN "EXPECTED-TOTAL"
                  MOVE "INVEXPTL" TO WS-RECYCLE-REASON
              WHEN "ADJUSTMENT TYPE"
              WHEN "ORIGINAL KEY"
                  MOVE "ADJINVAL" TO WS-RECYCLE-REASON
              WHEN "REGISTER"
                  MOVE "ADJNOREG" TO WS-RECYCLE-REASON
              WHEN "ORIGINAL BATCH"
                  MOVE "ADJNOORG" TO WS-RECYCLE-REASON
              WHEN "ORIG REVERSED"
                  MOVE "ADJREVSD" TO WS-RECYCLE-REASON
              WHEN "ORIG ADJUSTED"
                  MOVE "ADJREPT" TO WS-RECYCLE-REASON
              WHEN OTHER
                  MOVE "INVALID" TO WS-RECYCLE-REASON
          END-EVALUATE
      3500-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3600-EDIT-ADJUSTMENT
     *>   An 'R' (reversal) or 'C' (correction) in col 64 names the
     *>   batch it puts right: its business date in cols 65-72 and
     *>   batch seq in cols 73-80, under this record's own group.
     *>   That batch must be on the extract register as extracted,
     *>   must not itself be an adjustment, must not already be
     *>   reversed, and must not have been put right once already
     *>   tonight. What it has netted to date (its own amount plus
     *>   any earlier corrections) is what this one works from. On a
     *>   rerun of a night whose adjustment already went out, this
     *>   batch's own extracted entry is found first and its amount
     *>   stands. BATCH-IS-ADJUSTMENT is set only when all of that
     *>   holds; otherwise the failed-edit label names the reason.
     *>--------------------------------------------------------------
      3600-EDIT-ADJUSTMENT.
          MOVE 'N' TO WS-ADJ-POSTED-SWITCH
          MOVE 0 TO WS-ADJ-ORIG-NET
          MOVE 0 TO WS-ADJ-ORIG-END
          MOVE 0 TO WS-ADJ-DELTA
          IF NOT BR-IS-REVERSAL AND NOT BR-IS-CORRECTION
              MOVE "ADJUSTMENT TYPE" TO WS-EDIT-FAILED-LABEL
              MOVE BR-ADJ-TYPE TO WS-EDIT-FAILED-VALUE
              GO TO 3600-EXIT
          END-IF
          IF BR-ADJ-ORIG-DATE IS NOT NUMERIC
              OR BR-ADJ-ORIG-SEQ IS NOT NUMERIC
              MOVE "ORIGINAL KEY" TO WS-EDIT-FAILED-LABEL
              MOVE BATCH-RECORD (64:17) TO WS-EDIT-FAILED-VALUE
              GO TO 3600-EXIT
          END-IF
          IF NOT REGISTER-AVAILABLE
              MOVE "REGISTER" TO WS-EDIT-FAILED-LABEL
              MOVE BATCH-RECORD (64:17) TO WS-EDIT-FAILED-VALUE
              GO TO 3600-EXIT
          END-IF
          MOVE BR-ADJ-ORIG-DATE TO WS-ADJ-ORIG-DATE
          MOVE BR-GROUP-CODE TO WS-ADJ-ORIG-GROUP
          MOVE BR-ADJ-ORIG-SEQ TO WS-ADJ-ORIG-SEQ
          MOVE WS-CYCLE-DATE TO XR-RUN-DATE
          MOVE BR-GROUP-CODE TO XR-GROUP-CODE
          MOVE WS-BATCH-SEQ-NO TO XR-BATCH-SEQ-NO
          READ EXTRACT-REGISTER-FILE
              INVALID KEY
                  GO TO 3610-LOOK-UP-ORIGINAL
          END-READ
          IF XR-EXTRACTED
              AND XR-ADJ-TYPE = BR-ADJ-TYPE
              AND XR-ORIG-RUN-DATE = WS-ADJ-ORIG-DATE
              AND XR-ORIG-BATCH-SEQ-NO = WS-ADJ-ORIG-SEQ
              SET ADJ-ALREADY-POSTED TO TRUE
              MOVE XR-AMOUNT TO WS-ADJ-DELTA
              MOVE XR-END-VALUE TO WS-ADJ-ORIG-END
              MOVE BR-ADJ-TYPE TO WS-ADJ-TYPE-SWITCH
              GO TO 3600-EXIT
          END-IF.
      3610-LOOK-UP-ORIGINAL.
          MOVE WS-ADJ-ORIG-KEY TO XR-REGISTER-KEY
          READ EXTRACT-REGISTER-FILE
              INVALID KEY
                  MOVE "ORIGINAL BATCH" TO WS-EDIT-FAILED-LABEL
                  MOVE BATCH-RECORD (64:17) TO WS-EDIT-FAILED-VALUE
                  GO TO 3600-EXIT
          END-READ
          IF NOT XR-EXTRACTED OR XR-IS-ADJUSTMENT
              MOVE "ORIGINAL BATCH" TO WS-EDIT-FAILED-LABEL
              MOVE BATCH-RECORD (64:17) TO WS-EDIT-FAILED-VALUE
              GO TO 3600-EXIT
          END-IF
          IF XR-ADJ-REVERSED
              MOVE "ORIG REVERSED" TO WS-EDIT-FAILED-LABEL
              MOVE BATCH-RECORD (64:17) TO WS-EDIT-FAILED-VALUE
              GO TO 3600-EXIT
          END-IF
          MOVE 'N' TO WS-ADJ-FOUND-SWITCH
          IF WS-ADJUSTED-COUNT > 0
              PERFORM 3650-SCAN-ADJUSTED-TABLE THRU 3650-EXIT
                  VARYING AX FROM 1 BY 1
                  UNTIL ORIGINAL-ADJUSTED-THIS-RUN
                      OR AX > WS-ADJUSTED-COUNT
          END-IF
          IF ORIGINAL-ADJUSTED-THIS-RUN
              MOVE "ORIG ADJUSTED" TO WS-EDIT-FAILED-LABEL
              MOVE BATCH-RECORD (64:17) TO WS-EDIT-FAILED-VALUE
              GO TO 3600-EXIT
          END-IF
          IF XR-NET-AMOUNT IS NUMERIC
              MOVE XR-NET-AMOUNT TO WS-ADJ-ORIG-NET
          ELSE
              MOVE XR-AMOUNT TO WS-ADJ-ORIG-NET
          END-IF
          MOVE XR-END-VALUE TO WS-ADJ-ORIG-END
          MOVE BR-ADJ-TYPE TO WS-ADJ-TYPE-SWITCH.
      3600-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3650-SCAN-ADJUSTED-TABLE
     *>--------------------------------------------------------------
      3650-SCAN-ADJUSTED-TABLE.
          IF WS-AJ-ORIG-KEY (AX) = WS-ADJ-ORIG-KEY
              SET ORIGINAL-ADJUSTED-THIS-RUN TO TRUE
          END-IF.
      3650-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2900-WRITE-REPORT-DETAIL
     *>   Writes one report line for the batch just summed.
     *>--------------------------------------------------------------
                  IF BATCH-OUT-OF-BALANCE
                      MOVE "OUT BAL" TO RD-STATUS
                  ELSE
                      IF BATCH-IS-REVERSAL
                          MOVE "REVERSAL" TO RD-STATUS
                      ELSE
                          IF BATCH-IS-CORRECTION
                              MOVE "ADJUST" TO RD-STATUS
                          ELSE
                              MOVE "OK" TO RD-STATUS
                          END-IF
                      END-IF
                  END-IF
              END-IF
              END-IF
      2950-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2960-WRITE-ADJUST-LINE
     *>   Under a reversal or correction's detail line: the batch it
     *>   puts right, what that batch had posted, what it comes to
     *>   now, and the net effect this batch carries.
     *>--------------------------------------------------------------
      2960-WRITE-ADJUST-LINE.
          IF BATCH-IS-REVERSAL
              MOVE "**REVERSES" TO RJ-ACTION
          ELSE
              MOVE "**ADJUSTS" TO RJ-ACTION
          END-IF
          MOVE WS-ADJ-ORIG-SEQ TO RJ-ORIG-SEQ-NO
          MOVE WS-ADJ-ORIG-DATE TO RJ-ORIG-DATE
          MOVE WS-ADJ-ORIG-NET TO RJ-ORIG-NET
          MOVE WS-ADJ-NEW-SUMA TO RJ-NEW-SUMA
          MOVE WS-ADJ-DELTA TO RJ-DELTA
          MOVE WS-RPT-ADJUST-LINE TO REPORT-LINE
          WRITE REPORT-LINE.
      2960-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4100-WRITE-CHECKPOINT
     *>   Drops the in-flight batch and its running suma to the
     *>   checkpoint file so an interrupted run can resume mid-batch
          MOVE suma TO CK-RUNNING-SUMA
          MOVE WS-GRAND-TOTAL TO CK-GRAND-TOTAL
          MOVE WS-GROUP-SUBTOTAL TO CK-GROUP-SUBTOTAL
          MOVE WS-GROUP-ADJ-TOTAL TO CK-GROUP-ADJ-TOTAL
          MOVE 'Y' TO CK-BATCH-IN-PROGRESS
          PERFORM 4150-STORE-EXTRACT-TOTALS THRU 4150-EXIT
          PERFORM 4190-REWRITE-CHECKPOINT-FILE THRU 4190-EXIT.
          MOVE 0 TO CK-RUNNING-SUMA
          MOVE WS-GRAND-TOTAL TO CK-GRAND-TOTAL
          MOVE WS-GROUP-SUBTOTAL TO CK-GROUP-SUBTOTAL
          MOVE WS-GROUP-ADJ-TOTAL TO CK-GROUP-ADJ-TOTAL
          MOVE 'N' TO CK-BATCH-IN-PROGRESS
          PERFORM 4150-STORE-EXTRACT-TOTALS THRU 4150-EXIT
          PERFORM 4190-REWRITE-CHECKPOINT-FILE THRU 4190-EXIT.
     *> 4150-STORE-EXTRACT-TOTALS
     *>   The extract accumulators - and the carryover state, once a
     *>   cutoff has started deferring - ride along on every
     *>   checkpoint so a restarted PART-mode leg's extract counts
     *>   still cover the whole leg and an open carryover set is
     *>   resumed (no second *HDR*, and the end-of-job *TRL* covers
     *>   the records written before the interruption). A whole-file
     *>   run's extract is rebuilt from the register at end of step
     *>   and needs nothing from here.
     *>--------------------------------------------------------------
      4150-STORE-EXTRACT-TOTALS.
          MOVE WS-EXT-GROUP-COUNT TO CK-EXT-GROUP-COUNT
     *>   Compares the computed suma against the batch's EXPECTED-
     *>   TOTAL and flags the batch OUT OF BALANCE if they differ,
     *>   so a control-total mismatch shows up on the report and in
     *>   the audit log instead of passing silently. A correction's
     *>   expected total is for the corrected batch as submitted,
     *>   not its net effect.
     *>--------------------------------------------------------------
      6000-RECONCILE-BATCH.
          IF BATCH-IS-CORRECTION
              COMPUTE WS-DIFFERENCE = WS-ADJ-NEW-SUMA - WS-EXPECTED-TOTAL
          ELSE
              COMPUTE WS-DIFFERENCE = suma - WS-EXPECTED-TOTAL
          END-IF
          IF WS-DIFFERENCE NOT = 0
              SET BATCH-OUT-OF-BALANCE TO TRUE
              DISPLAY "OUT OF BALANCE ON BATCH " WS-BATCH-SEQ-NO
     *>   ledger extract carries a status other than OK (including
     *>   CHECK MISMATCH for a failed fast/loop cross-check), so
     *>   the OK records ARE the extracted batches - the posting
     *>   match-off depends on that. A clean reversal or correction
     *>   is extracted too and says so: REVERSAL or ADJUSTMENT, its
     *>   suma the net effect, cross-referenced to the batch it puts
     *>   right.
     *>--------------------------------------------------------------
      7000-WRITE-AUDIT-RECORD.
          MOVE SPACES TO AUDIT-RECORD
                              IF SAMPLE-MISMATCHED
                                  MOVE "CHECK MISMATCH" TO AL-STATUS
                              ELSE
                                  IF BATCH-IS-ADJUSTMENT
                                      PERFORM 7050-SET-ADJUSTMENT-STATUS
                                          THRU 7050-EXIT
                                  ELSE
                                      MOVE "OK" TO AL-STATUS
                                  END-IF
                              END-IF
                          END-IF
                      END-IF
              END-IF
          END-IF.
      7000-WRITE.
          PERFORM 7060-CHAIN-AUDIT-RECORD THRU 7060-EXIT
          WRITE AUDIT-RECORD.
      7000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 7050-SET-ADJUSTMENT-STATUS
     *>   The original batch's own audit record is history and is
     *>   never rewritten; the adjustment's record carries the cross-
     *>   reference instead, in place of an expected total (flagged
     *>   'X'), and the readers of the log pair the two up.
     *>--------------------------------------------------------------
      7050-SET-ADJUSTMENT-STATUS.
          IF BATCH-IS-REVERSAL
              MOVE "REVERSAL" TO AL-STATUS
          ELSE
              MOVE "ADJUSTMENT" TO AL-STATUS
          END-IF
          MOVE WS-ADJ-ORIG-DATE TO AL-XREF-ORIG-DATE
          MOVE WS-ADJ-ORIG-SEQ TO AL-XREF-ORIG-SEQ
          MOVE WS-ADJ-TYPE-SWITCH TO AL-XREF-TYPE
          MOVE 'X' TO AL-HAS-EXPECTED.
      7050-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 7060-CHAIN-AUDIT-RECORD
     *>   Chains the finished record onto the one written before it:
     *>   starting from the prior chain value, each of the first
     *>   WS-CHAIN-SPAN bytes is folded in as value * 31 + byte code,
     *>   kept as the remainder by the prime modulus.
     *>--------------------------------------------------------------
      7060-CHAIN-AUDIT-RECORD.
          MOVE WS-CHAIN-PRIOR TO WS-CHAIN-RESULT
          PERFORM 7065-CHAIN-ONE-BYTE THRU 7065-EXIT
              VARYING WS-CHAIN-POS FROM 1 BY 1
              UNTIL WS-CHAIN-POS > WS-CHAIN-SPAN
          MOVE WS-CHAIN-RESULT TO AL-CHAIN-VALUE
          MOVE WS-CHAIN-RESULT TO WS-CHAIN-PRIOR.
      7060-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 7065-CHAIN-ONE-BYTE
     *>--------------------------------------------------------------
      7065-CHAIN-ONE-BYTE.
          MOVE AUDIT-RECORD (WS-CHAIN-POS:1) TO WS-CHAIN-CHAR
          COMPUTE WS-CHAIN-WORK =
              WS-CHAIN-RESULT * WS-CHAIN-MULTIPLIER
              + WS-CHAIN-CHAR-CODE
          DIVIDE WS-CHAIN-WORK BY WS-CHAIN-MODULUS
              GIVING WS-CHAIN-QUOTIENT
              REMAINDER WS-CHAIN-RESULT.
      7065-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 7100-WRITE-RECYCLE-RECORD
     *>   Writes the batch record just rejected or found out of
     *>   balance to RECYCLE-FILE: the original 80 columns untouched,
     *>   for the merge step: everything the combined report needs -
     *>   group, seq, end value, suma, status, and the expected/
     *>   difference figures behind an OUT OF BALANCE exception
     *>   line - plus the batch's start and step fields as
     *>   submitted, which the merge needs to record the batch on
     *>   the accepted-batch history, and for a reversal or
     *>   correction the batch it puts right and that batch's net
     *>   before it. A rejected batch never reaches the group validation
     *>   in 2050/2060 nor the fast/loop cross-check in 2400 - and
     *>   neither does a deferred one - so their flag bytes are
     *>   forced to 'V'/'N' rather than carrying whatever the prior
                  IF BATCH-OUT-OF-BALANCE
                      MOVE "OUT BAL" TO PR-STATUS
                  ELSE
                      IF BATCH-IS-REVERSAL
                          MOVE "REVERSAL" TO PR-STATUS
                      ELSE
                          IF BATCH-IS-CORRECTION
                              MOVE "ADJUST" TO PR-STATUS
                          ELSE
                              MOVE "OK" TO PR-STATUS
                          END-IF
                      END-IF
                  END-IF
              END-IF
              END-IF
              MOVE WS-SAMPLE-FAIL-SWITCH TO PR-CHECK-FLAG
          END-IF
          MOVE BR-DEPARTMENT TO PR-DEPARTMENT
          MOVE BR-START-VALUE TO PR-START-VALUE
          MOVE BR-STEP-VALUE TO PR-STEP-VALUE
          IF BATCH-IS-ADJUSTMENT
              MOVE WS-ADJ-TYPE-SWITCH TO PR-ADJ-TYPE
              MOVE WS-ADJ-ORIG-DATE TO PR-ORIG-RUN-DATE
              MOVE WS-ADJ-ORIG-SEQ TO PR-ORIG-BATCH-SEQ-NO
              MOVE WS-ADJ-ORIG-NET TO PR-ORIG-AMOUNT
          ELSE
              MOVE SPACE TO PR-ADJ-TYPE
              MOVE 0 TO PR-ORIG-RUN-DATE
              MOVE 0 TO PR-ORIG-BATCH-SEQ-NO
              MOVE 0 TO PR-ORIG-AMOUNT
          END-IF
          WRITE PART-RESULT-RECORD.
      7200-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 7250-WRITE-PART-CONTROLS
     *>   A PART-mode leg's last PARTOUT record: 'K' with PASSED or
     *>   FAILED in the status field for the leg's own *HDR*/*TRL*
     *>   controls. SUMMRG writes no extract unless every leg that
     *>   dropped an 'L' marker also closed with a PASSED 'K'.
     *>--------------------------------------------------------------
      7250-WRITE-PART-CONTROLS.
          MOVE SPACES TO PART-RESULT-RECORD
          MOVE "K" TO PR-REC-TYPE
          IF FILE-CONTROLS-FAILED
              MOVE "FAILED" TO PR-STATUS
          ELSE
              MOVE "PASSED" TO PR-STATUS
          END-IF
          MOVE WS-CTL-RECORD-COUNT TO PR-BATCH-SEQ-NO
          WRITE PART-RESULT-RECORD.
      7250-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 7300-REGISTER-EXTRACT-BATCH
     *>   Registers the batch just finished for the ledger extract,
     *>   called only when it passed edit, reconciled clean, its
     *>   group stood up to the master and no fast/loop cross-check
     *>   mismatch hangs over its suma - the ledger posts clean
     *>   numbers; the exceptions stay on the report, audit log and
     *>   recycle file. Nothing reaches LEDGEXT here: the 'B'
     *>   records are written from the register at end of step. A
     *>   new key is added pending; a pending entry (a batch re-run
     *>   after a checkpoint restart) is replaced. An entry already
     *>   extracted under the key means this is a rerun of a night
     *>   that posted: the same figures are skipped, different
     *>   figures are held off the extract for the control clerk and
     *>   raise RC 4 - the ledger already has the first amount. A
     *>   PART-mode leg only counts what it would have extracted, for
     *>   its step record; SUMMRG registers the split night.
     *>--------------------------------------------------------------
      7300-REGISTER-EXTRACT-BATCH.
          IF BATCH-IS-ADJUSTMENT
              PERFORM 7320-NOTE-ADJUSTED-ORIGINAL THRU 7320-EXIT
          END-IF
          IF PART-OUTPUT-WANTED
              ADD 1 TO WS-EXT-RECORD-COUNT
              ADD 1 TO WS-EXT-GROUP-COUNT
              GO TO 7300-EXIT
          END-IF
          MOVE WS-CYCLE-DATE TO XR-RUN-DATE
          MOVE BR-GROUP-CODE TO XR-GROUP-CODE
          MOVE WS-BATCH-SEQ-NO TO XR-BATCH-SEQ-NO
          READ EXTRACT-REGISTER-FILE
              INVALID KEY
                  PERFORM 7310-BUILD-REGISTER-ENTRY THRU 7310-EXIT
                  WRITE EXTRACT-REGISTER-RECORD
                      INVALID KEY
                          DISPLAY "WRITE FAILED ON EXTREG, FILE STATUS "
                              WS-REGISTER-FILE-STATUS
                          SET JOB-HAD-ERRORS TO TRUE
                  END-WRITE
                  GO TO 7300-EXIT
          END-READ
          IF XR-PENDING
              PERFORM 7310-BUILD-REGISTER-ENTRY THRU 7310-EXIT
              REWRITE EXTRACT-REGISTER-RECORD
                  INVALID KEY
                      DISPLAY "REWRITE FAILED ON EXTREG FOR BATCH "
                          XR-BATCH-SEQ-NO " GROUP " XR-GROUP-CODE
                          ", FILE STATUS " WS-REGISTER-FILE-STATUS
                      SET JOB-HAD-ERRORS TO TRUE
              END-REWRITE
              ADD 1 TO WS-XR-REPLACED-COUNT
              GO TO 7300-EXIT
          END-IF
          MOVE WS-RUN-DATE TO XR-RERUN-DATE
          MOVE WS-RUN-TIME TO XR-RERUN-TIME
          MOVE suma TO XR-RERUN-AMOUNT
          IF XR-END-VALUE = n AND XR-AMOUNT = suma
              SET XR-RERUN-SKIPPED TO TRUE
              ADD 1 TO WS-XR-SKIPPED-COUNT
          ELSE
              SET XR-RERUN-DIFFERS TO TRUE
              ADD 1 TO WS-XR-DIFFERS-COUNT
              SET JOB-HAD-ERRORS TO TRUE
              DISPLAY "BATCH " WS-BATCH-SEQ-NO " GROUP "
                  BR-GROUP-CODE " ALREADY EXTRACTED "
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
      7300-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 7310-BUILD-REGISTER-ENTRY
     *>--------------------------------------------------------------
      7310-BUILD-REGISTER-ENTRY.
          MOVE SPACES TO EXTRACT-REGISTER-RECORD
          MOVE WS-CYCLE-DATE TO XR-RUN-DATE
          MOVE BR-GROUP-CODE TO XR-GROUP-CODE
          MOVE WS-BATCH-SEQ-NO TO XR-BATCH-SEQ-NO
          MOVE n TO XR-END-VALUE
          MOVE suma TO XR-AMOUNT
          SET XR-PENDING TO TRUE
          MOVE WS-STEP-NAME TO XR-STEP-NAME
          MOVE WS-RUN-DATE TO XR-REGISTERED-DATE
          MOVE WS-RUN-TIME TO XR-REGISTERED-TIME
          MOVE 0 TO XR-EXTRACTED-DATE
          MOVE 0 TO XR-EXTRACTED-TIME
          MOVE BR-DEPARTMENT TO XR-HISTORY-KEY (1:20)
          MOVE BATCH-RECORD (1:43) TO XR-HISTORY-KEY (21:43)
          MOVE 0 TO XR-RERUN-DATE
          MOVE 0 TO XR-RERUN-TIME
          MOVE 0 TO XR-RERUN-AMOUNT
          MOVE WS-ADJ-TYPE-SWITCH TO XR-ADJ-TYPE
          IF BATCH-IS-ADJUSTMENT
              MOVE WS-ADJ-ORIG-DATE TO XR-ORIG-RUN-DATE
              MOVE WS-ADJ-ORIG-SEQ TO XR-ORIG-BATCH-SEQ-NO
          ELSE
              MOVE 0 TO XR-ORIG-RUN-DATE
              MOVE 0 TO XR-ORIG-BATCH-SEQ-NO
          END-IF
          MOVE SPACE TO XR-ADJ-ACTION
          MOVE suma TO XR-NET-AMOUNT
          MOVE 0 TO XR-LAST-ADJ-DATE
          MOVE 0 TO XR-LAST-ADJ-SEQ-NO.
      7310-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 7320-NOTE-ADJUSTED-ORIGINAL
     *>   Remembers the batch a clean reversal or correction put
     *>   right, so a second one against it later in the run is
     *>   turned back by 3600.
     *>--------------------------------------------------------------
      7320-NOTE-ADJUSTED-ORIGINAL.
          IF WS-ADJUSTED-COUNT >= WS-ADJUSTED-MAX
              DISPLAY "ADJUSTED-BATCH TABLE FULL AT " WS-ADJUSTED-MAX
                  " - REPEAT CHECK SUSPENDED FOR BATCH "
                  WS-ADJ-ORIG-SEQ " OF " WS-ADJ-ORIG-DATE
              GO TO 7320-EXIT
          END-IF
          ADD 1 TO WS-ADJUSTED-COUNT
          SET AX TO WS-ADJUSTED-COUNT
          MOVE WS-ADJ-ORIG-KEY TO WS-AJ-ORIG-KEY (AX).
      7320-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 7350-RECORD-ACCEPTED-BATCH
     *>   The batch whose 'B' record was just written goes on the
     *>   accepted-batch history under its department and control
     *>   fields, carried on its register entry. A first posting
     *>   adds the record; a posting on a later business date (a
     *>   batch the control clerk released) counts again; the same
     *>   business date again is a rerun of the night and only
     *>   refreshes the batch seq it posted under.
     *>--------------------------------------------------------------
      7350-RECORD-ACCEPTED-BATCH.
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
                  GO TO 7350-EXIT
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
      7350-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 7400-WRITE-EXTRACT-GROUP
     *>   One 'G' record when a group's register entries end,
     *>   covering only the batches written for it this run; a group
     *>   with nothing written gets no 'G' record at all. The
     *>   batch-seq field carries the batch count. With ORGSTRUC
     *>   available the group's figures also go into its
     *>   department, division and cost center for the roll-up.
     *>--------------------------------------------------------------
      7400-WRITE-EXTRACT-GROUP.
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
              PERFORM 7420-ROLL-UP-EXTRACT-GROUP THRU 7420-EXIT
          END-IF
          MOVE 0 TO WS-EXT-GROUP-COUNT
          MOVE 0 TO WS-EXT-GROUP-TOTAL.
      7400-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 7420-ROLL-UP-EXTRACT-GROUP
     *>   The group just closed into its department (parent the
     *>   division), division (parent the cost center) and cost
     *>   center.
     *>--------------------------------------------------------------
      7420-ROLL-UP-EXTRACT-GROUP.
          PERFORM 7425-PLACE-EXTRACT-GROUP THRU 7425-EXIT
          MOVE '1' TO WS-LR-WANTED-LEVEL
          MOVE WS-LR-DEPARTMENT-CODE TO WS-LR-WANTED-CODE
          MOVE WS-LR-DIVISION-CODE TO WS-LR-WANTED-PARENT
          PERFORM 7430-ADD-TO-LEVEL-ENTRY THRU 7430-EXIT
          MOVE '2' TO WS-LR-WANTED-LEVEL
          MOVE WS-LR-DIVISION-CODE TO WS-LR-WANTED-CODE
          MOVE WS-LR-COST-CENTER TO WS-LR-WANTED-PARENT
          PERFORM 7430-ADD-TO-LEVEL-ENTRY THRU 7430-EXIT
          MOVE '3' TO WS-LR-WANTED-LEVEL
          MOVE WS-LR-COST-CENTER TO WS-LR-WANTED-CODE
          MOVE SPACES TO WS-LR-WANTED-PARENT
          PERFORM 7430-ADD-TO-LEVEL-ENTRY THRU 7430-EXIT.
      7420-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 7425-PLACE-EXTRACT-GROUP
     *>   The department, division and cost center in force for the
     *>   group being closed; *NONE at every level when it has no
     *>   entry in force or an inactive one, so its batches still
     *>   count at every level.
     *>--------------------------------------------------------------
      7425-PLACE-EXTRACT-GROUP.
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
                  GO TO 7425-EXIT
              END-IF
          END-IF
          DISPLAY "GROUP " WS-XR-EMIT-GROUP
              " HAS NO ORGANIZATION STRUCTURE IN FORCE"
              " - ROLLED UP UNDER *NONE"
          MOVE WS-LR-UNASSIGNED-CODE TO WS-LR-DEPARTMENT-CODE
          MOVE WS-LR-UNASSIGNED-CODE TO WS-LR-DIVISION-CODE
          MOVE WS-LR-UNASSIGNED-CODE TO WS-LR-COST-CENTER.
      7425-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 7430-ADD-TO-LEVEL-ENTRY
     *>   The closing group's batch count and total into the
     *>   WS-LR-WANTED-KEY entry, added zeroed when the code is new
     *>   at its level. The first group in sets the parent; a later
     *>   group under a different parent marks it *MIX*.
     *>--------------------------------------------------------------
      7430-ADD-TO-LEVEL-ENTRY.
          MOVE 'N' TO WS-ORG-FOUND-SWITCH
          MOVE 0 TO WS-LR-SLOT
          IF WS-LR-COUNT > 0
              PERFORM 7435-SCAN-LEVEL-ENTRY THRU 7435-EXIT
                  VARYING LRX FROM 1 BY 1
                  UNTIL ORG-ENTRY-FOUND
                      OR LRX > WS-LR-COUNT
          END-IF
          IF NOT ORG-ENTRY-FOUND
              IF WS-LR-COUNT >= WS-LR-MAX
                  DISPLAY "ROLL-UP TABLE FULL AT " WS-LR-MAX
                      " - LEVEL " WS-LR-WANTED-LEVEL " CODE "
                      WS-LR-WANTED-CODE " NOT ROLLED UP"
                  GO TO 7430-EXIT
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
      7430-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 7435-SCAN-LEVEL-ENTRY
     *>--------------------------------------------------------------
      7435-SCAN-LEVEL-ENTRY.
          IF WS-LR-KEY (LRX) = WS-LR-WANTED-KEY
              SET ORG-ENTRY-FOUND TO TRUE
              SET WS-LR-SLOT TO LRX
          END-IF.
      7435-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 7450-COUNT-LEG-GROUP
     *>   A PART-mode leg's group close: counts the 'G' record the
     *>   merge will write for the group, for the leg's step record.
     *>--------------------------------------------------------------
      7450-COUNT-LEG-GROUP.
          IF WS-EXT-GROUP-COUNT > 0
              ADD 1 TO WS-EXT-RECORD-COUNT
              MOVE 0 TO WS-EXT-GROUP-COUNT
          END-IF.
      7450-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 7470-WRITE-EXTRACT-ROLLUPS
     *>   After the last 'G' record: the roll-up table sorted on
     *>   level and code (a simple exchange sort, *NONE first in
     *>   each level), then one 'D', 'V' or 'C' record per entry.
     *>--------------------------------------------------------------
      7470-WRITE-EXTRACT-ROLLUPS.
          IF WS-LR-COUNT = 0
              GO TO 7470-EXIT
          END-IF
          IF WS-LR-COUNT > 1
              PERFORM 7475-ROLLUP-SORT-PASS THRU 7475-EXIT
                  VARYING WS-LR-SORT-PASS FROM 1 BY 1
                  UNTIL WS-LR-SORT-PASS >= WS-LR-COUNT
          END-IF
          PERFORM 7490-WRITE-ROLLUP-RECORD THRU 7490-EXIT
              VARYING LRX FROM 1 BY 1
              UNTIL LRX > WS-LR-COUNT.
      7470-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 7475-ROLLUP-SORT-PASS
     *>--------------------------------------------------------------
      7475-ROLLUP-SORT-PASS.
          PERFORM 7480-ROLLUP-COMPARE-AND-SWAP THRU 7480-EXIT
              VARYING WS-LR-SORT-SLOT FROM 1 BY 1
              UNTIL WS-LR-SORT-SLOT >= WS-LR-COUNT.
      7475-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 7480-ROLLUP-COMPARE-AND-SWAP
     *>--------------------------------------------------------------
      7480-ROLLUP-COMPARE-AND-SWAP.
          IF WS-LR-KEY (WS-LR-SORT-SLOT)
              > WS-LR-KEY (WS-LR-SORT-SLOT + 1)
              MOVE WS-LR-ENTRY (WS-LR-SORT-SLOT)
                  TO WS-LR-SWAP-ENTRY
              MOVE WS-LR-ENTRY (WS-LR-SORT-SLOT + 1)
                  TO WS-LR-ENTRY (WS-LR-SORT-SLOT)
              MOVE WS-LR-SWAP-ENTRY
                  TO WS-LR-ENTRY (WS-LR-SORT-SLOT + 1)
          END-IF.
      7480-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 7490-WRITE-ROLLUP-RECORD
     *>--------------------------------------------------------------
      7490-WRITE-ROLLUP-RECORD.
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
      7490-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 7500-WRITE-EXTRACT-TRAILER
     *>   The 'T' record closes the extract: the count of B, G and
     *>   roll-up records this run wrote ahead of it and the grand
     *>   total of the B amounts, the posting job's own file-level
     *>   controls.
     *>   Entries skipped on a rerun are not in it, so the trailer
     *>   always describes one clean copy of the night's batches.
     *>   A run that wrote no 'B' records writes no trailer either,
     *>   so a clean rerun leaves LEDGEXT as it found it.
     *>--------------------------------------------------------------
      7500-WRITE-EXTRACT-TRAILER.
          MOVE SPACES TO LEDGER-EXTRACT-RECORD
      7600-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 7700-WRITE-LEDGER-EXTRACT
     *>   End-of-step walk over the business date's register
     *>   entries, in key order (group, then batch seq). When the
     *>   night passed its file controls each pending entry gets its
     *>   'B' record, a 'G' record closes each group, the
     *>   organization roll-up follows the last group, the 'T'
     *>   trailer closes the file (when anything was written ahead
     *>   of it), and the entry is marked extracted
     *>   and put on the accepted-batch history. When the controls
     *>   failed nothing is written - the entries stay pending on
     *>   the register, and the rerun of the date replaces them.
     *>   The walk also prints the register section of the report:
     *>   every entry this run skipped or held as already extracted,
     *>   then the counts.
     *>--------------------------------------------------------------
      7700-WRITE-LEDGER-EXTRACT.
          MOVE WS-CYCLE-DATE TO XH-RUN-DATE
          MOVE WS-RPT-XHDG-LINE TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE WS-RPT-XCOL-LINE TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE 0 TO WS-EXT-GROUP-COUNT
          MOVE 0 TO WS-EXT-GROUP-TOTAL
          MOVE 0 TO WS-EXT-GRAND-TOTAL
          MOVE 0 TO WS-EXT-RECORD-COUNT
          MOVE SPACES TO WS-XR-EMIT-GROUP
          MOVE 0 TO WS-LR-COUNT
          PERFORM 7790-START-REGISTER-SWEEP THRU 7790-EXIT
          PERFORM 7710-EXTRACT-ONE-ENTRY THRU 7710-EXIT
              UNTIL REGISTER-SWEEP-DONE
          IF FILE-CONTROLS-FAILED
              MOVE WS-RPT-XHELD-LINE TO REPORT-LINE
              WRITE REPORT-LINE
          ELSE
              PERFORM 7400-WRITE-EXTRACT-GROUP THRU 7400-EXIT
              IF ORG-STRUCTURE-AVAILABLE
                  PERFORM 7470-WRITE-EXTRACT-ROLLUPS THRU 7470-EXIT
              END-IF
              IF WS-XR-EMITTED-COUNT > 0
                  PERFORM 7500-WRITE-EXTRACT-TRAILER THRU 7500-EXIT
              END-IF
          END-IF
          MOVE WS-XR-EMITTED-COUNT TO XS-EMITTED-COUNT
          MOVE WS-XR-REPLACED-COUNT TO XS-REPLACED-COUNT
          MOVE WS-XR-SKIPPED-COUNT TO XS-SKIPPED-COUNT
          MOVE WS-XR-DIFFERS-COUNT TO XS-DIFFERS-COUNT
          MOVE WS-RPT-XSUM-LINE TO REPORT-LINE
          WRITE REPORT-LINE.
      7700-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 7710-EXTRACT-ONE-ENTRY
     *>--------------------------------------------------------------
      7710-EXTRACT-ONE-ENTRY.
          IF XR-RERUN-ACTION NOT = SPACE
              PERFORM 7720-WRITE-REGISTER-DETAIL THRU 7720-EXIT
          END-IF
          IF XR-EXTRACTED OR FILE-CONTROLS-FAILED
              PERFORM 7795-READ-NEXT-ENTRY THRU 7795-EXIT
              GO TO 7710-EXIT
          END-IF
          IF XR-GROUP-CODE NOT = WS-XR-EMIT-GROUP
              PERFORM 7400-WRITE-EXTRACT-GROUP THRU 7400-EXIT
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
          ADD XR-AMOUNT TO WS-EXT-GRAND-TOTAL
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
              PERFORM 7750-MARK-ORIGINAL-ENTRY THRU 7750-EXIT
          ELSE
              IF HISTORY-AVAILABLE
                  PERFORM 7350-RECORD-ACCEPTED-BATCH THRU 7350-EXIT
              END-IF
          END-IF
          IF NOT REGISTER-SWEEP-DONE
              PERFORM 7795-READ-NEXT-ENTRY THRU 7795-EXIT
          END-IF.
      7710-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 7750-MARK-ORIGINAL-ENTRY
     *>   A reversal or correction's 'B' record has just gone out:
     *>   the batch it puts right is marked on its own register entry
     *>   - reversed, or adjusted unless already reversed - with the
     *>   net it now stands at and the adjustment that last reached
     *>   it, and the mark is listed in the register section. The
     *>   walk is then put back just past the adjustment's entry.
     *>   A reversal or correction is not a resubmission, so it does
     *>   not go on the accepted-batch history.
     *>--------------------------------------------------------------
      7750-MARK-ORIGINAL-ENTRY.
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
                  GO TO 7760-RESUME-WALK
          END-READ
          IF XR-NET-AMOUNT IS NOT NUMERIC
              MOVE XR-AMOUNT TO XR-NET-AMOUNT
          END-IF
          ADD WS-MARK-DELTA TO XR-NET-AMOUNT
          IF WS-MARK-TYPE = 'R'
              SET XR-ADJ-REVERSED TO TRUE
              MOVE "MARKED REVERSED" TO XM-ACTION
          ELSE
              IF NOT XR-ADJ-REVERSED
                  SET XR-ADJ-ADJUSTED TO TRUE
              END-IF
              MOVE "MARKED ADJUSTED" TO XM-ACTION
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
          ADD 1 TO WS-XR-MARKED-COUNT
          MOVE XR-BATCH-SEQ-NO TO XM-BATCH-SEQ-NO
          MOVE XR-RUN-DATE TO XM-RUN-DATE
          MOVE XR-GROUP-CODE TO XM-GROUP-CODE
          MOVE WS-MARK-ADJ-SEQ TO XM-ADJ-SEQ-NO
          MOVE XR-NET-AMOUNT TO XM-NET-AMOUNT
          MOVE WS-RPT-XMARK-LINE TO REPORT-LINE
          WRITE REPORT-LINE.
      7760-RESUME-WALK.
          MOVE WS-XR-WALK-KEY TO XR-REGISTER-KEY
          START EXTRACT-REGISTER-FILE
              KEY IS GREATER THAN XR-REGISTER-KEY
              INVALID KEY
                  SET REGISTER-SWEEP-DONE TO TRUE
          END-START.
      7750-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 7720-WRITE-REGISTER-DETAIL
     *>   One line per entry this run met already extracted: what
     *>   went to the ledger and when, what the rerun computed, and
     *>   whether it was skipped or held.
     *>--------------------------------------------------------------
      7720-WRITE-REGISTER-DETAIL.
          MOVE XR-BATCH-SEQ-NO TO XD-BATCH-SEQ-NO
          MOVE XR-GROUP-CODE TO XD-GROUP-CODE
          MOVE XR-END-VALUE TO XD-END-VALUE
          MOVE XR-AMOUNT TO XD-AMOUNT
          MOVE XR-EXTRACTED-DATE TO XD-EXTRACTED-DATE
          MOVE XR-RERUN-AMOUNT TO XD-RERUN-AMOUNT
          IF XR-RERUN-DIFFERS
              MOVE "**DIFFERS - HELD OFF EXTRACT" TO XD-ACTION
          ELSE
              MOVE "SKIPPED - ALREADY EXTRACTED" TO XD-ACTION
          END-IF
          MOVE WS-RPT-XDET-LINE TO REPORT-LINE
          WRITE REPORT-LINE.
      7720-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 7790-START-REGISTER-SWEEP
     *>   Positions the register at the business date's first entry
     *>   and reads it; the start-up purge and the end-of-step walk
     *>   both start here.
     *>--------------------------------------------------------------
      7790-START-REGISTER-SWEEP.
          MOVE 'N' TO WS-REGISTER-EOF-SWITCH
          MOVE LOW-VALUES TO XR-REGISTER-KEY
          MOVE WS-CYCLE-DATE TO XR-RUN-DATE
          START EXTRACT-REGISTER-FILE
              KEY IS NOT LESS THAN XR-REGISTER-KEY
              INVALID KEY
                  SET REGISTER-SWEEP-DONE TO TRUE
                  GO TO 7790-EXIT
          END-START
          PERFORM 7795-READ-NEXT-ENTRY THRU 7795-EXIT.
      7790-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 7795-READ-NEXT-ENTRY
     *>   The sweep ends at end of file or at the first entry for a
     *>   later business date.
     *>--------------------------------------------------------------
      7795-READ-NEXT-ENTRY.
          READ EXTRACT-REGISTER-FILE NEXT RECORD
              AT END
                  SET REGISTER-SWEEP-DONE TO TRUE
                  GO TO 7795-EXIT
          END-READ
          IF XR-RUN-DATE NOT = WS-CYCLE-DATE
              SET REGISTER-SWEEP-DONE TO TRUE
          END-IF.
      7795-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 8000-TERMINATE
     *>   Normal end-of-job: close out the last group's subtotal and
     *>   the report footer, write the ledger extract from the
     *>   register (whole-file runs; a PART-mode leg leaves that to
     *>   SUMMRG), close the files, and delete the checkpoint, since
     *>   a clean completion has nothing left to resume.
     *>--------------------------------------------------------------
      8000-TERMINATE.
          IF NOT FIRST-BATCH-RECORD
              PERFORM 2980-WRITE-GROUP-SUBTOTAL THRU 2980-EXIT
          END-IF
          PERFORM 8800-VERIFY-FILE-CONTROLS THRU 8800-EXIT
          IF PART-OUTPUT-WANTED
              PERFORM 7250-WRITE-PART-CONTROLS THRU 7250-EXIT
          END-IF
          IF CARRYOVER-STARTED
              PERFORM 7600-WRITE-CARRYOVER-TRAILER THRU 7600-EXIT
          END-IF
          PERFORM 8900-WRITE-REPORT-FOOTER THRU 8900-EXIT
          IF NOT PART-OUTPUT-WANTED
              PERFORM 7700-WRITE-LEDGER-EXTRACT THRU 7700-EXIT
          END-IF
          PERFORM 8050-CLOSE-FILES THRU 8050-EXIT
          DELETE FILE CHECKPOINT-FILE.
      8000-EXIT.
          END-IF
          IF LIMITS-AVAILABLE
              CLOSE GROUP-LIMITS-FILE
          END-IF
          IF HISTORY-AVAILABLE
              CLOSE ACCEPTED-HISTORY-FILE
          END-IF
          IF REGISTER-AVAILABLE
              CLOSE EXTRACT-REGISTER-FILE
          END-IF.
      8050-EXIT.
          EXIT.
