     *>                   card failed edit. ARCHIVE GENERATIONS
     *>                   WRITTEN BEFORE THE 132-BYTE AUDIT RECORD
     *>                   ARE 80 BYTES AND CANNOT RIDE ON ARCHIN.
     *>   2026-09-25  JH  Reversals and corrections posted in the
     *>                   statement month are listed under their
     *>                   group's line against the batch they put
     *>                   right (its seq and business date), with the
     *>                   net effect already inside the group's total
     *>                   suma.
     *>   2026-10-10  JH  Business-calendar section after the summary
     *>                   page, from the business-day calendar
     *>                   (BUSCAL, maintained by BCALMNT): business
     *>                   and non-processing days in the statement
     *>                   month, how many business days logged
     *>                   batches, and a line for each business day
     *>                   with none and each non-processing day with
     *>                   some. Left off when BUSCAL is not there.
     *>   2026-10-13  JH  Organization roll-up section after the
     *>                   calendar section, from the organization
     *>                   structure (ORGSTRUC, maintained by
     *>                   ORGMAINT): the statement month's batches by
     *>                   department, division and cost center, each
     *>                   batch placed by the structure in force on
     *>                   its own business date so a reorganization
     *>                   mid-month splits the month where it fell.
     *>                   Batches, accepted, exceptions by status and
     *>                   accepted subtotal per code, a total per
     *>                   level; *NONE for a group with no structure
     *>                   in force, *MIX* for a code found under two
     *>                   parents. Left off when ORGSTRUC is not
     *>                   there.
     *>   2026-10-15  JH  The organization roll-up counts a rerun's
     *>                   batches once: the month's records are kept
     *>                   one per batch (business date, group and
     *>                   seq), the later record replacing the
     *>                   earlier as on the nightly consolidation,
     *>                   and rolled up after the sweeps with their
     *>                   final status. The roll-up now also prints
     *>                   the group level and a GROUPS column, the
     *>                   same columns as ORGRPT.
     *>--------------------------------------------------------------
      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
              ACCESS MODE IS RANDOM
              RECORD KEY IS GM-GROUP-CODE
              FILE STATUS IS WS-MASTER-FILE-STATUS.
          SELECT OPTIONAL BUSINESS-CAL-FILE ASSIGN TO "BUSCAL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS BU-CAL-DATE
              FILE STATUS IS WS-BUSCAL-FILE-STATUS.
          SELECT OPTIONAL ORG-STRUCTURE-FILE ASSIGN TO "ORGSTRUC"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS OS-ORG-KEY
              FILE STATUS IS WS-ORG-FILE-STATUS.
          SELECT STM-REPORT-FILE ASSIGN TO "STMRPT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-REPORT-FILE-STATUS.
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
          05  FILLER                  PIC X(11).
              88  GM-GROUP-ACTIVE              VALUE 'A'.
              88  GM-GROUP-INACTIVE            VALUE 'I'.
          05  FILLER                  PIC X(44).
     *> The business-day calendar: the standard week under date
     *> 00000000, then holidays (H) and extra business days (B).
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
     *> The organization structure: one record per group and
     *> effective date placing the group under a department,
     *> division and cost center from that date.
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
      FD  STM-REPORT-FILE
          RECORD CONTAINS 132 CHARACTERS.
      01  STM-REPORT-LINE             PIC X(132).
      77  WS-AUDIT-FILE-STATUS        PIC X(02).
      77  WS-PARM-FILE-STATUS         PIC X(02).
      77  WS-MASTER-FILE-STATUS       PIC X(02).
      77  WS-BUSCAL-FILE-STATUS       PIC X(02).
      77  WS-ORG-FILE-STATUS          PIC X(02).
      77  WS-REPORT-FILE-STATUS       PIC X(02).
      01  WS-SWITCHES.
          05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
              88  ARCHIVE-AVAILABLE            VALUE 'Y'.
          05  WS-MASTER-AVAIL-SWITCH  PIC X(01) VALUE 'N'.
              88  GROUP-MASTER-AVAILABLE       VALUE 'Y'.
          05  WS-BUSCAL-AVAIL-SWITCH  PIC X(01) VALUE 'N'.
              88  BUSINESS-CAL-AVAILABLE       VALUE 'Y'.
          05  WS-BUSINESS-DAY-SWITCH  PIC X(01) VALUE 'N'.
              88  IS-BUSINESS-DAY              VALUE 'Y'.
              88  IS-NON-PROCESSING-DAY        VALUE 'N'.
          05  WS-ORG-AVAIL-SWITCH     PIC X(01) VALUE 'N'.
              88  ORG-STRUCTURE-AVAILABLE      VALUE 'Y'.
          05  WS-ORG-EOF-SWITCH       PIC X(01) VALUE 'N'.
              88  ORG-FILE-EOF                 VALUE 'Y'.
          05  WS-ORG-FOUND-SWITCH     PIC X(01) VALUE 'N'.
              88  ORG-ENTRY-FOUND              VALUE 'Y'.
          05  WS-BATCH-FOUND-SWITCH   PIC X(01) VALUE 'N'.
              88  MONTH-BATCH-FOUND            VALUE 'Y'.
          05  WS-PLACE-FOUND-SWITCH   PIC X(01) VALUE 'N'.
              88  GROUP-PLACE-FOUND            VALUE 'Y'.
      01  WS-COUNTERS.
          05  WS-RECORDS-READ         PIC 9(09) BINARY VALUE 0.
          05  WS-RECORDS-SELECTED     PIC 9(09) BINARY VALUE 0.
          05  WS-DT-PRIOR-BATCHES     PIC 9(09) BINARY VALUE 0.
          05  WS-DT-PRIOR-SUMA        PIC S9(17) COMP-3 VALUE 0.
      01  WS-RUN-DATE                 PIC 9(08).
     *> Which days of the statement month logged any batch, by day
     *> of month, for the business-calendar section.
      01  WS-DAY-ACTIVITY-TABLE.
          05  WS-DAY-ACTIVITY OCCURS 31 TIMES
                                      PIC X(01).
      01  WS-CAL-DAY                  PIC 9(02) BINARY VALUE 0.
      01  WS-CAL-MONTH-LENGTH         PIC 9(02) VALUE 0.
      01  WS-CAL-QUOTIENT             PIC 9(09) BINARY VALUE 0.
      01  WS-CAL-REMAINDER            PIC 9(05) BINARY VALUE 0.
      01  WS-CAL-COUNTERS.
          05  WS-CAL-BUSINESS-DAYS    PIC 9(03) BINARY VALUE 0.
          05  WS-CAL-NON-PROC-DAYS    PIC 9(03) BINARY VALUE 0.
          05  WS-CAL-DAYS-RUN         PIC 9(03) BINARY VALUE 0.
          05  WS-CAL-DAYS-NOT-RUN     PIC 9(03) BINARY VALUE 0.
          05  WS-CAL-NON-PROC-RUN     PIC 9(03) BINARY VALUE 0.
     *> The standard week from the calendar, Monday first;
     *> Monday-Friday when the calendar has none.
      01  WS-STANDARD-WEEK.
          05  WS-STD-WEEK-FLAG OCCURS 7 TIMES
                                      PIC X(01).
      01  WS-WEEKDAY-NO               PIC 9(01) VALUE 0.
      01  WS-DAY-REASON               PIC X(30) VALUE SPACES.
      01  WS-DAY-NAME-VALUES          PIC X(21)
              VALUE "MONTUEWEDTHUFRISATSUN".
      01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
          05  WS-DAY-NAME             PIC X(03) OCCURS 7 TIMES.
      01  WS-MONTH-LENGTH-VALUES      PIC X(24)
              VALUE "312831303130313130313031".
      01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
          05  WS-MONTH-LENGTH         PIC 9(02) OCCURS 12 TIMES.
     *> Day-number working fields: a YYYYMMDD date is turned into
     *> a running day count. March is month 3 of the computing
     *> year and January and February fall at the end of the prior
     *> one. Day number mod 7 is 6 on a Monday.
      01  WS-DAY-NUMBER-FIELDS.
          05  WS-DN-DATE              PIC 9(08) VALUE 0.
          05  WS-DN-DATE-R REDEFINES WS-DN-DATE.
              10  WS-DN-MONTH-KEY     PIC 9(06).
              10  WS-DN-DAY           PIC 9(02).
          05  WS-DN-DATE-R2 REDEFINES WS-DN-DATE.
              10  WS-DN-YEAR          PIC 9(04).
              10  WS-DN-MONTH         PIC 9(02).
              10  FILLER              PIC 9(02).
          05  WS-DN-WORK-YEAR         PIC 9(05) BINARY VALUE 0.
          05  WS-DN-WORK-MONTH        PIC 9(03) BINARY VALUE 0.
          05  WS-DN-QUAD              PIC 9(05) BINARY VALUE 0.
          05  WS-DN-CENT              PIC 9(05) BINARY VALUE 0.
          05  WS-DN-QUADCENT          PIC 9(05) BINARY VALUE 0.
          05  WS-DN-MONTH-DAYS        PIC 9(05) BINARY VALUE 0.
          05  WS-DN-DAY-NUMBER        PIC 9(09) BINARY VALUE 0.
     *> One entry per group seen in either month, with the owning
     *> department from GRPMAST attached after accumulation. The
     *> statements are printed department by department, marking
              10  WS-GE-CURR-SUMA     PIC S9(17) COMP-3.
              10  WS-GE-PRIOR-BATCHES PIC 9(09) BINARY.
              10  WS-GE-PRIOR-SUMA    PIC S9(17) COMP-3.
     *> The statement month's reversals and corrections, in logged
     *> order, printed under their group's line on the statement.
      01  WS-ADJUSTMENT-TABLE.
          05  WS-ADJUSTMENT-COUNT     PIC 9(05) BINARY VALUE 0.
          05  WS-ADJUSTMENT-MAX       PIC 9(05) BINARY VALUE 500.
          05  WS-ADJUSTMENT-ENTRY OCCURS 500 TIMES
                  INDEXED BY AX.
              10  WS-AE-GROUP-CODE    PIC X(05).
              10  WS-AE-STATUS        PIC X(15).
              10  WS-AE-ADJ-DATE      PIC 9(08).
              10  WS-AE-ADJ-SEQ-NO    PIC 9(09).
              10  WS-AE-ORIG-DATE     PIC 9(08).
              10  WS-AE-ORIG-SEQ-NO   PIC 9(09).
              10  WS-AE-DELTA         PIC S9(17) COMP-3.
     *> Every ORGSTRUC record, in key order (group, then effective
     *> date ascending), so each batch can be placed by the entry
     *> in force on its own business date - the last entry for its
     *> group dated on or before it.
      01  WS-ORG-TABLE.
          05  WS-ORG-COUNT            PIC 9(05) BINARY VALUE 0.
          05  WS-ORG-MAX              PIC 9(05) BINARY VALUE 1000.
          05  WS-ORG-ENTRY OCCURS 1000 TIMES
                  INDEXED BY OX.
              10  WS-OE-GROUP-CODE    PIC X(05).
              10  WS-OE-EFF-DATE      PIC 9(08).
              10  WS-OE-DEPARTMENT-CODE
                                      PIC X(05).
              10  WS-OE-DIVISION-CODE PIC X(05).
              10  WS-OE-COST-CENTER   PIC X(05).
              10  WS-OE-ACTIVE-FLAG   PIC X(01).
     *> The statement month's batches for the organization
     *> roll-up, one entry per batch. A rerun night appends the
     *> same batches again; the later record replaces the earlier
     *> so each batch is rolled up once, with its final status. A
     *> batch is known by its business date, group and seq
     *> together (each parallel leg numbers its own batches from
     *> 1, and a group never spans legs).
      01  WS-MONTH-BATCH-TABLE.
          05  WS-MB-COUNT             PIC 9(05) BINARY VALUE 0.
          05  WS-MB-MAX               PIC 9(05) BINARY VALUE 20000.
          05  WS-MB-ENTRY OCCURS 20000 TIMES
                  INDEXED BY BX.
              10  WS-MB-RUN-DATE      PIC 9(08).
              10  WS-MB-GROUP-CODE    PIC X(05).
              10  WS-MB-BATCH-SEQ-NO  PIC 9(09) BINARY.
              10  WS-MB-SUMA          PIC S9(17) COMP-3.
              10  WS-MB-STATUS        PIC X(15).
     *> The statement month's roll-up, one entry per level and
     *> code: level 0 group, 1 department, 2 division, 3 cost
     *> center. Every batch goes into one code at each level, so
     *> every level accounts for the same batches. The parent is
     *> the code one level up.
      01  WS-ORG-ROLLUP-TABLE.
          05  WS-OR-COUNT             PIC 9(05) BINARY VALUE 0.
          05  WS-OR-MAX               PIC 9(05) BINARY VALUE 2000.
          05  WS-OR-ENTRY OCCURS 2000 TIMES
                  INDEXED BY RX.
              10  WS-OR-KEY.
                  15  WS-OR-LEVEL     PIC X(01).
                  15  WS-OR-CODE      PIC X(05).
              10  WS-OR-PARENT        PIC X(05).
              10  WS-OR-GROUPS        PIC 9(05) BINARY.
              10  WS-OR-BATCHES       PIC 9(09) BINARY.
              10  WS-OR-ACCEPTED      PIC 9(09) BINARY.
              10  WS-OR-INVALID       PIC 9(09) BINARY.
              10  WS-OR-LIMITS        PIC 9(09) BINARY.
              10  WS-OR-OUT-OF-BAL    PIC 9(09) BINARY.
              10  WS-OR-DEFERRED      PIC 9(09) BINARY.
              10  WS-OR-OTHER         PIC 9(09) BINARY.
              10  WS-OR-SUBTOTAL      PIC S9(17) COMP-3.
      01  WS-OR-SWAP-ENTRY.
          05  FILLER                  PIC X(06).
          05  FILLER                  PIC X(05).
          05  FILLER                  PIC 9(05) BINARY.
          05  FILLER                  PIC 9(09) BINARY.
          05  FILLER                  PIC 9(09) BINARY.
          05  FILLER                  PIC 9(09) BINARY.
          05  FILLER                  PIC 9(09) BINARY.
          05  FILLER                  PIC 9(09) BINARY.
          05  FILLER                  PIC 9(09) BINARY.
          05  FILLER                  PIC 9(09) BINARY.
          05  FILLER                  PIC S9(17) COMP-3.
      01  WS-ROLLUP-VALUES.
          05  WS-OR-SLOT              PIC 9(05) BINARY VALUE 0.
          05  WS-OR-SORT-PASS         PIC 9(05) BINARY VALUE 0.
          05  WS-OR-SORT-SLOT         PIC 9(05) BINARY VALUE 0.
          05  WS-OR-WANTED-KEY.
              10  WS-OR-WANTED-LEVEL  PIC X(01) VALUE SPACE.
              10  WS-OR-WANTED-CODE   PIC X(05) VALUE SPACES.
          05  WS-OR-WANTED-PARENT     PIC X(05) VALUE SPACES.
          05  WS-OR-DEPARTMENT-CODE   PIC X(05) VALUE SPACES.
          05  WS-OR-DIVISION-CODE     PIC X(05) VALUE SPACES.
          05  WS-OR-COST-CENTER       PIC X(05) VALUE SPACES.
          05  WS-OR-UNASSIGNED-CODE   PIC X(05) VALUE "*NONE".
          05  WS-OR-MIXED-CODE        PIC X(05) VALUE "*MIX*".
          05  WS-OR-CURRENT-LEVEL     PIC X(01) VALUE SPACE.
          05  WS-MB-SLOT              PIC 9(05) BINARY VALUE 0.
     *> The codes each group has already been counted under, so a
     *> code's GROUPS column counts a group once however many of
     *> its batches land there. Batches are placed by their own
     *> dates, so a group reorganized mid-month counts under both
     *> its old and its new codes.
      01  WS-GROUP-PLACE-TABLE.
          05  WS-GP-COUNT             PIC 9(05) BINARY VALUE 0.
          05  WS-GP-MAX               PIC 9(05) BINARY VALUE 3000.
          05  WS-GP-ENTRY OCCURS 3000 TIMES
                  INDEXED BY PX.
              10  WS-GP-GROUP-CODE    PIC X(05).
              10  WS-GP-LEVEL-KEY     PIC X(06).
     *> Running totals for the roll-up level being printed.
      01  WS-ORG-LEVEL-TOTALS.
          05  WS-OT-GROUPS            PIC 9(05) BINARY VALUE 0.
          05  WS-OT-BATCHES           PIC 9(09) BINARY VALUE 0.
          05  WS-OT-ACCEPTED          PIC 9(09) BINARY VALUE 0.
          05  WS-OT-INVALID           PIC 9(09) BINARY VALUE 0.
          05  WS-OT-LIMITS            PIC 9(09) BINARY VALUE 0.
          05  WS-OT-OUT-OF-BAL        PIC 9(09) BINARY VALUE 0.
          05  WS-OT-DEFERRED          PIC 9(09) BINARY VALUE 0.
          05  WS-OT-OTHER             PIC 9(09) BINARY VALUE 0.
          05  WS-OT-SUBTOTAL          PIC S9(17) COMP-3 VALUE 0.
      01  WS-RPT-HDG1-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(45) VALUE
          05  FILLER                  PIC X(04) VALUE SPACES.
          05  TT-PRIOR-SUMA           PIC -(17)9.
          05  FILLER                  PIC X(37) VALUE SPACES.
      01  WS-RPT-ADJUST-LINE.
          05  FILLER                  PIC X(08) VALUE SPACES.
          05  TJ-ACTION               PIC X(10).
          05  FILLER                  PIC X(07) VALUE " BATCH ".
          05  TJ-ORIG-SEQ-NO          PIC ZZZZZZZZ9.
          05  FILLER                  PIC X(04) VALUE " OF ".
          05  TJ-ORIG-DATE            PIC 9(08).
          05  FILLER                  PIC X(11) VALUE "  BY BATCH ".
          05  TJ-ADJ-SEQ-NO           PIC ZZZZZZZZ9.
          05  FILLER                  PIC X(04) VALUE " OF ".
          05  TJ-ADJ-DATE             PIC 9(08).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(12) VALUE "NET EFFECT: ".
          05  TJ-DELTA                PIC -(17)9.
          05  FILLER                  PIC X(22) VALUE SPACES.
      01  WS-RPT-SUMHDG-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(40) VALUE
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  TS-PRIOR-SUMA           PIC -(17)9.
          05  FILLER                  PIC X(38) VALUE SPACES.
      01  WS-RPT-CALHDG-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(40) VALUE
              "BUSINESS CALENDAR - STATEMENT MONTH".
          05  FILLER                  PIC X(91) VALUE SPACES.
      01  WS-RPT-CALDAY-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  TK-DATE                 PIC 9(08).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  TK-WEEKDAY              PIC X(03).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  TK-MESSAGE              PIC X(36).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  TK-REASON               PIC X(30).
          05  FILLER                  PIC X(48) VALUE SPACES.
      01  WS-RPT-CALTOT-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(15) VALUE "BUSINESS DAYS:".
          05  TN-BUSINESS-DAYS        PIC ZZ9.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(10) VALUE "WITH RUN:".
          05  TN-DAYS-RUN             PIC ZZ9.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(13) VALUE "WITHOUT RUN:".
          05  TN-DAYS-NOT-RUN         PIC ZZ9.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(20)
                  VALUE "NON-PROCESSING DAYS:".
          05  TN-NON-PROC-DAYS        PIC ZZ9.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(10) VALUE "WITH RUN:".
          05  TN-NON-PROC-RUN         PIC ZZ9.
          05  FILLER                  PIC X(36) VALUE SPACES.
      01  WS-RPT-ORGHDG-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(40) VALUE
              "ORGANIZATION ROLL-UP - STATEMENT MONTH".
          05  FILLER                  PIC X(91) VALUE SPACES.
      01  WS-RPT-ORGLVL-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(07) VALUE "LEVEL: ".
          05  TL-LEVEL-NAME           PIC X(11).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(08) VALUE "UNDER = ".
          05  TL-PARENT-NAME          PIC X(11).
          05  FILLER                  PIC X(92) VALUE SPACES.
      01  WS-RPT-ORGCOL-LINE.
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
      01  WS-RPT-ORGDET-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  TR-CODE                 PIC X(05).
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  TR-PARENT               PIC X(05).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  TR-GROUPS               PIC ZZZZ9.
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  TR-BATCHES              PIC ZZZZZZZ9.
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  TR-ACCEPTED             PIC ZZZZZZZ9.
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  TR-EXCEPTIONS           PIC ZZZZZZZ9.
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  TR-INVALID              PIC ZZZZZZZ9.
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  TR-LIMITS               PIC ZZZZZZZ9.
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  TR-OUT-OF-BAL           PIC ZZZZZZZ9.
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  TR-DEFERRED             PIC ZZZZZZZ9.
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  TR-OTHER                PIC ZZZZZZZ9.
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  TR-SUBTOTAL             PIC -(17)9.
          05  FILLER                  PIC X(11) VALUE SPACES.
      01  WS-RPT-ORGNONE-LINE.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(50)
                  VALUE "(NO BATCHES IN THE STATEMENT MONTH)".
          05  FILLER                  PIC X(79) VALUE SPACES.
      01  WS-RPT-FOOTER-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(15) VALUE "RECORDS READ:".
     *>   Accumulates the statement month and the prior month from
     *>   the archive generations and the live log, attaches each
     *>   group's department from the master, then prints one
     *>   statement per department, the cross-department summary
     *>   page, the business-calendar section and the organization
     *>   roll-up. Condition code 0 when the statements printed, 16
     *>   when a file would not open or the parm card failed edit.
     *>--------------------------------------------------------------
      0000-MAIN-PROCESS.
          PERFORM 1000-INITIALIZE THRU 1000-EXIT
          PERFORM 2000-SWEEP-ARCHIVE THRU 2000-EXIT
          PERFORM 2500-SWEEP-LIVE-LOG THRU 2500-EXIT
          PERFORM 3290-ROLL-UP-MONTH THRU 3290-EXIT
          PERFORM 4000-ATTACH-DEPARTMENTS THRU 4000-EXIT
          PERFORM 5000-PRINT-STATEMENTS THRU 5000-EXIT
          PERFORM 6000-PRINT-SUMMARY-PAGE THRU 6000-EXIT
          PERFORM 7000-PRINT-CALENDAR-SECTION THRU 7000-EXIT
          PERFORM 7500-PRINT-ORG-ROLLUP THRU 7500-EXIT
          PERFORM 8000-TERMINATE THRU 8000-EXIT
          MOVE 0 TO RETURN-CODE
          STOP RUN.
              DISPLAY "GRPMAST NOT AVAILABLE (FILE STATUS "
                  WS-MASTER-FILE-STATUS ") - NO DEPARTMENT NAMES"
          END-IF
          MOVE ALL 'N' TO WS-DAY-ACTIVITY-TABLE
          OPEN INPUT BUSINESS-CAL-FILE
          IF WS-BUSCAL-FILE-STATUS = "00"
              SET BUSINESS-CAL-AVAILABLE TO TRUE
          ELSE
              DISPLAY "BUSCAL NOT AVAILABLE (FILE STATUS "
                  WS-BUSCAL-FILE-STATUS
                  ") - NO BUSINESS-CALENDAR SECTION"
          END-IF
          PERFORM 1300-LOAD-ORG-STRUCTURE THRU 1300-EXIT
          OPEN OUTPUT STM-REPORT-FILE
          IF WS-REPORT-FILE-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN STMRPT, FILE STATUS "
      1200-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 1300-LOAD-ORG-STRUCTURE
     *>   The whole structure file into the table, in key order.
     *>   Entries past the table's size are left out with a
     *>   warning; their groups fall back on an earlier entry or
     *>   *NONE.
     *>--------------------------------------------------------------
      1300-LOAD-ORG-STRUCTURE.
          OPEN INPUT ORG-STRUCTURE-FILE
          IF WS-ORG-FILE-STATUS NOT = "00"
              DISPLAY "ORGSTRUC NOT AVAILABLE (FILE STATUS "
                  WS-ORG-FILE-STATUS
                  ") - NO ORGANIZATION ROLL-UP SECTION"
              GO TO 1300-EXIT
          END-IF
          SET ORG-STRUCTURE-AVAILABLE TO TRUE
          PERFORM 1310-READ-ORG-RECORD THRU 1310-EXIT
          PERFORM 1320-KEEP-ORG-RECORD THRU 1320-EXIT
              UNTIL ORG-FILE-EOF
          CLOSE ORG-STRUCTURE-FILE.
      1300-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 1310-READ-ORG-RECORD
     *>--------------------------------------------------------------
      1310-READ-ORG-RECORD.
          READ ORG-STRUCTURE-FILE
              AT END
                  SET ORG-FILE-EOF TO TRUE
          END-READ.
      1310-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 1320-KEEP-ORG-RECORD
     *>--------------------------------------------------------------
      1320-KEEP-ORG-RECORD.
          IF WS-ORG-COUNT >= WS-ORG-MAX
              DISPLAY "STRUCTURE TABLE FULL AT " WS-ORG-MAX
                  " - GROUP " OS-GROUP-CODE " EFFECTIVE "
                  OS-EFF-DATE " LEFT OUT OF THE ROLL-UP"
              PERFORM 1310-READ-ORG-RECORD THRU 1310-EXIT
              GO TO 1320-EXIT
          END-IF
          ADD 1 TO WS-ORG-COUNT
          SET OX TO WS-ORG-COUNT
          MOVE OS-GROUP-CODE TO WS-OE-GROUP-CODE (OX)
          MOVE OS-EFF-DATE TO WS-OE-EFF-DATE (OX)
          MOVE OS-DEPARTMENT-CODE TO WS-OE-DEPARTMENT-CODE (OX)
          MOVE OS-DIVISION-CODE TO WS-OE-DIVISION-CODE (OX)
          MOVE OS-COST-CENTER TO WS-OE-COST-CENTER (OX)
          MOVE OS-ACTIVE-FLAG TO WS-OE-ACTIVE-FLAG (OX)
          PERFORM 1310-READ-ORG-RECORD THRU 1310-EXIT.
      1320-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2000-SWEEP-ARCHIVE
     *>   The archive generations carry the older months; records
     *>   for either statement month are folded into the group
     *>   current-month side, one in the prior month to the prior
     *>   side; anything else is passed over. The reject and
     *>   out-of-balance counts follow the same status tests the
     *>   archive roll-up uses. A statement-month record is also
     *>   kept for the organization roll-up, which is made once
     *>   the sweeps are done.
     *>--------------------------------------------------------------
      3000-POST-SELECTED-RECORD.
          IF AL-RUN-MONTH NOT = WS-STATEMENT-MONTH
                  ADD 1 TO WS-GE-CURR-OOB (GX)
              END-IF
              ADD WS-AUDIT-SUMA TO WS-GE-CURR-SUMA (GX)
              IF AL-RUN-DAY >= 1 AND AL-RUN-DAY <= 31
                  MOVE 'Y' TO WS-DAY-ACTIVITY (AL-RUN-DAY)
              END-IF
              IF AL-HAS-EXPECTED = 'X'
                  PERFORM 3200-NOTE-ADJUSTMENT THRU 3200-EXIT
              END-IF
              IF ORG-STRUCTURE-AVAILABLE
                  PERFORM 3250-KEEP-MONTH-BATCH THRU 3250-EXIT
              END-IF
          ELSE
              ADD 1 TO WS-GE-PRIOR-BATCHES (GX)
              ADD WS-AUDIT-SUMA TO WS-GE-PRIOR-SUMA (GX)
      3150-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3200-NOTE-ADJUSTMENT
     *>   A reversal or correction in the statement month, kept with
     *>   the key of the batch it puts right for the listing under
     *>   its group's line.
     *>--------------------------------------------------------------
      3200-NOTE-ADJUSTMENT.
          IF WS-ADJUSTMENT-COUNT >= WS-ADJUSTMENT-MAX
              DISPLAY "ADJUSTMENT TABLE FULL AT " WS-ADJUSTMENT-MAX
                  " - BATCH " AL-BATCH-SEQ-NO " OF " AL-RUN-DATE
                  " NOT LISTED"
              GO TO 3200-EXIT
          END-IF
          ADD 1 TO WS-ADJUSTMENT-COUNT
          SET AX TO WS-ADJUSTMENT-COUNT
          MOVE AL-GROUP-CODE TO WS-AE-GROUP-CODE (AX)
          MOVE AL-STATUS TO WS-AE-STATUS (AX)
          MOVE AL-RUN-DATE TO WS-AE-ADJ-DATE (AX)
          MOVE AL-BATCH-SEQ-NO TO WS-AE-ADJ-SEQ-NO (AX)
          MOVE AL-XREF-ORIG-DATE TO WS-AE-ORIG-DATE (AX)
          MOVE AL-XREF-ORIG-SEQ TO WS-AE-ORIG-SEQ-NO (AX)
          MOVE WS-AUDIT-SUMA TO WS-AE-DELTA (AX).
      3200-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3250-KEEP-MONTH-BATCH
     *>   The statement-month record into the batch table. A batch
     *>   already there (a rerun's later record for it) has its
     *>   entry overwritten.
     *>--------------------------------------------------------------
      3250-KEEP-MONTH-BATCH.
          MOVE 'N' TO WS-BATCH-FOUND-SWITCH
          MOVE 0 TO WS-MB-SLOT
          IF WS-MB-COUNT > 0
              PERFORM 3260-SCAN-MONTH-BATCH THRU 3260-EXIT
                  VARYING BX FROM 1 BY 1
                  UNTIL MONTH-BATCH-FOUND
                      OR BX > WS-MB-COUNT
          END-IF
          IF NOT MONTH-BATCH-FOUND
              IF WS-MB-COUNT >= WS-MB-MAX
                  DISPLAY "MONTH BATCH TABLE FULL AT " WS-MB-MAX
                      " - BATCH " AL-BATCH-SEQ-NO " OF " AL-RUN-DATE
                      " NOT ROLLED UP"
                  GO TO 3250-EXIT
              END-IF
              ADD 1 TO WS-MB-COUNT
              MOVE WS-MB-COUNT TO WS-MB-SLOT
              SET BX TO WS-MB-SLOT
              MOVE AL-RUN-DATE TO WS-MB-RUN-DATE (BX)
              MOVE AL-GROUP-CODE TO WS-MB-GROUP-CODE (BX)
              MOVE AL-BATCH-SEQ-NO TO WS-MB-BATCH-SEQ-NO (BX)
          END-IF
          SET BX TO WS-MB-SLOT
          MOVE WS-AUDIT-SUMA TO WS-MB-SUMA (BX)
          MOVE AL-STATUS TO WS-MB-STATUS (BX).
      3250-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3260-SCAN-MONTH-BATCH
     *>   The matched entry number is saved in WS-MB-SLOT because
     *>   the VARYING steps BX once more on the way out of the loop.
     *>--------------------------------------------------------------
      3260-SCAN-MONTH-BATCH.
          IF WS-MB-BATCH-SEQ-NO (BX) = AL-BATCH-SEQ-NO
              AND WS-MB-GROUP-CODE (BX) = AL-GROUP-CODE
              AND WS-MB-RUN-DATE (BX) = AL-RUN-DATE
              SET MONTH-BATCH-FOUND TO TRUE
              SET WS-MB-SLOT TO BX
          END-IF.
      3260-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3290-ROLL-UP-MONTH
     *>   Each of the statement month's batches, once, into the
     *>   organization roll-up.
     *>--------------------------------------------------------------
      3290-ROLL-UP-MONTH.
          IF NOT ORG-STRUCTURE-AVAILABLE
              GO TO 3290-EXIT
          END-IF
          IF WS-MB-COUNT > 0
              PERFORM 3300-ROLL-UP-BATCH THRU 3300-EXIT
                  VARYING BX FROM 1 BY 1
                  UNTIL BX > WS-MB-COUNT
          END-IF.
      3290-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3300-ROLL-UP-BATCH
     *>   The batch at BX into its group (parent the department),
     *>   department (parent the division), division (parent the
     *>   cost center) and cost center. The same statuses count as
     *>   accepted as on the nightly consolidation: OK, and a
     *>   reversal or correction, whose suma is already its net
     *>   effect.
     *>--------------------------------------------------------------
      3300-ROLL-UP-BATCH.
          PERFORM 3310-PLACE-BATCH THRU 3310-EXIT
          MOVE '0' TO WS-OR-WANTED-LEVEL
          MOVE WS-MB-GROUP-CODE (BX) TO WS-OR-WANTED-CODE
          MOVE WS-OR-DEPARTMENT-CODE TO WS-OR-WANTED-PARENT
          PERFORM 3350-ADD-TO-LEVEL-ENTRY THRU 3350-EXIT
          MOVE '1' TO WS-OR-WANTED-LEVEL
          MOVE WS-OR-DEPARTMENT-CODE TO WS-OR-WANTED-CODE
          MOVE WS-OR-DIVISION-CODE TO WS-OR-WANTED-PARENT
          PERFORM 3350-ADD-TO-LEVEL-ENTRY THRU 3350-EXIT
          MOVE '2' TO WS-OR-WANTED-LEVEL
          MOVE WS-OR-DIVISION-CODE TO WS-OR-WANTED-CODE
          MOVE WS-OR-COST-CENTER TO WS-OR-WANTED-PARENT
          PERFORM 3350-ADD-TO-LEVEL-ENTRY THRU 3350-EXIT
          MOVE '3' TO WS-OR-WANTED-LEVEL
          MOVE WS-OR-COST-CENTER TO WS-OR-WANTED-CODE
          MOVE SPACES TO WS-OR-WANTED-PARENT
          PERFORM 3350-ADD-TO-LEVEL-ENTRY THRU 3350-EXIT.
      3300-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3310-PLACE-BATCH
     *>   The department, division and cost center in force for the
     *>   batch's group on its business date: the last entry for
     *>   the group dated on or before it. No such entry, or an
     *>   inactive one, places the batch under *NONE at every level.
     *>--------------------------------------------------------------
      3310-PLACE-BATCH.
          MOVE WS-OR-UNASSIGNED-CODE TO WS-OR-DEPARTMENT-CODE
          MOVE WS-OR-UNASSIGNED-CODE TO WS-OR-DIVISION-CODE
          MOVE WS-OR-UNASSIGNED-CODE TO WS-OR-COST-CENTER
          MOVE 0 TO WS-OR-SLOT
          IF WS-ORG-COUNT > 0
              PERFORM 3320-SCAN-STRUCTURE-ENTRY THRU 3320-EXIT
                  VARYING OX FROM 1 BY 1
                  UNTIL OX > WS-ORG-COUNT
          END-IF
          IF WS-OR-SLOT = 0
              GO TO 3310-EXIT
          END-IF
          SET OX TO WS-OR-SLOT
          IF WS-OE-ACTIVE-FLAG (OX) = 'A'
              MOVE WS-OE-DEPARTMENT-CODE (OX) TO WS-OR-DEPARTMENT-CODE
              MOVE WS-OE-DIVISION-CODE (OX) TO WS-OR-DIVISION-CODE
              MOVE WS-OE-COST-CENTER (OX) TO WS-OR-COST-CENTER
          END-IF.
      3310-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3320-SCAN-STRUCTURE-ENTRY
     *>   The table is in effective-date order within the group, so
     *>   the last match the walk meets is the one in force.
     *>--------------------------------------------------------------
      3320-SCAN-STRUCTURE-ENTRY.
          IF WS-OE-GROUP-CODE (OX) = WS-MB-GROUP-CODE (BX)
              AND WS-OE-EFF-DATE (OX) NOT > WS-MB-RUN-DATE (BX)
              SET WS-OR-SLOT TO OX
          END-IF.
      3320-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3350-ADD-TO-LEVEL-ENTRY
     *>   The batch at BX into the WS-OR-WANTED-KEY entry, added
     *>   zeroed when the code is new at its level. The first batch
     *>   in sets the parent; a later one under a different parent
     *>   marks it *MIX* (at the group level, a group moved to
     *>   another department during the month).
     *>--------------------------------------------------------------
      3350-ADD-TO-LEVEL-ENTRY.
          MOVE 'N' TO WS-ORG-FOUND-SWITCH
          MOVE 0 TO WS-OR-SLOT
          IF WS-OR-COUNT > 0
              PERFORM 3360-SCAN-LEVEL-ENTRY THRU 3360-EXIT
                  VARYING RX FROM 1 BY 1
                  UNTIL ORG-ENTRY-FOUND
                      OR RX > WS-OR-COUNT
          END-IF
          IF NOT ORG-ENTRY-FOUND
              IF WS-OR-COUNT >= WS-OR-MAX
                  DISPLAY "ROLL-UP TABLE FULL AT " WS-OR-MAX
                      " - LEVEL " WS-OR-WANTED-LEVEL " CODE "
                      WS-OR-WANTED-CODE " NOT ROLLED UP"
                  GO TO 3350-EXIT
              END-IF
              ADD 1 TO WS-OR-COUNT
              MOVE WS-OR-COUNT TO WS-OR-SLOT
              SET RX TO WS-OR-SLOT
              MOVE WS-OR-WANTED-KEY TO WS-OR-KEY (RX)
              MOVE WS-OR-WANTED-PARENT TO WS-OR-PARENT (RX)
              MOVE 0 TO WS-OR-GROUPS (RX)
              MOVE 0 TO WS-OR-BATCHES (RX)
              MOVE 0 TO WS-OR-ACCEPTED (RX)
              MOVE 0 TO WS-OR-INVALID (RX)
              MOVE 0 TO WS-OR-LIMITS (RX)
              MOVE 0 TO WS-OR-OUT-OF-BAL (RX)
              MOVE 0 TO WS-OR-DEFERRED (RX)
              MOVE 0 TO WS-OR-OTHER (RX)
              MOVE 0 TO WS-OR-SUBTOTAL (RX)
          END-IF
          SET RX TO WS-OR-SLOT
          IF WS-OR-PARENT (RX) NOT = WS-OR-WANTED-PARENT
              AND WS-OR-PARENT (RX) NOT = WS-OR-MIXED-CODE
              MOVE WS-OR-MIXED-CODE TO WS-OR-PARENT (RX)
          END-IF
          PERFORM 3370-COUNT-GROUP-PLACE THRU 3370-EXIT
          ADD 1 TO WS-OR-BATCHES (RX)
          EVALUATE WS-MB-STATUS (BX)
              WHEN "OK"
              WHEN "REVERSAL"
              WHEN "ADJUSTMENT"
                  ADD 1 TO WS-OR-ACCEPTED (RX)
                  ADD WS-MB-SUMA (BX) TO WS-OR-SUBTOTAL (RX)
              WHEN "INVALID"
                  ADD 1 TO WS-OR-INVALID (RX)
              WHEN "LIMITS"
                  ADD 1 TO WS-OR-LIMITS (RX)
              WHEN "OUT OF BALANCE"
                  ADD 1 TO WS-OR-OUT-OF-BAL (RX)
              WHEN "DEFERRED"
                  ADD 1 TO WS-OR-DEFERRED (RX)
              WHEN OTHER
                  ADD 1 TO WS-OR-OTHER (RX)
          END-EVALUATE.
      3350-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3360-SCAN-LEVEL-ENTRY
     *>--------------------------------------------------------------
      3360-SCAN-LEVEL-ENTRY.
          IF WS-OR-KEY (RX) = WS-OR-WANTED-KEY
              SET ORG-ENTRY-FOUND TO TRUE
              SET WS-OR-SLOT TO RX
          END-IF.
      3360-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3370-COUNT-GROUP-PLACE
     *>   The first of a group's batches to land on the entry at RX
     *>   adds the group to the entry's GROUPS count.
     *>--------------------------------------------------------------
      3370-COUNT-GROUP-PLACE.
          MOVE 'N' TO WS-PLACE-FOUND-SWITCH
          IF WS-GP-COUNT > 0
              PERFORM 3380-SCAN-GROUP-PLACE THRU 3380-EXIT
                  VARYING PX FROM 1 BY 1
                  UNTIL GROUP-PLACE-FOUND
                      OR PX > WS-GP-COUNT
          END-IF
          IF GROUP-PLACE-FOUND
              GO TO 3370-EXIT
          END-IF
          ADD 1 TO WS-OR-GROUPS (RX)
          IF WS-GP-COUNT >= WS-GP-MAX
              DISPLAY "GROUP PLACEMENT TABLE FULL AT " WS-GP-MAX
                  " - GROUP " WS-MB-GROUP-CODE (BX)
                  " MAY BE COUNTED MORE THAN ONCE"
              GO TO 3370-EXIT
          END-IF
          ADD 1 TO WS-GP-COUNT
          SET PX TO WS-GP-COUNT
          MOVE WS-MB-GROUP-CODE (BX) TO WS-GP-GROUP-CODE (PX)
          MOVE WS-OR-WANTED-KEY TO WS-GP-LEVEL-KEY (PX).
      3370-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3380-SCAN-GROUP-PLACE
     *>--------------------------------------------------------------
      3380-SCAN-GROUP-PLACE.
          IF WS-GP-GROUP-CODE (PX) = WS-MB-GROUP-CODE (BX)
              AND WS-GP-LEVEL-KEY (PX) = WS-OR-WANTED-KEY
              SET GROUP-PLACE-FOUND TO TRUE
          END-IF.
      3380-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4000-ATTACH-DEPARTMENTS
     *>   One master read per group; a group not on the master (or
     *>   a run without GRPMAST at all) lands under (UNKNOWN
          MOVE WS-GE-PRIOR-SUMA (WS-GROUP-SLOT) TO TG-PRIOR-SUMA
          MOVE WS-RPT-GROUP-LINE TO STM-REPORT-LINE
          WRITE STM-REPORT-LINE
          IF WS-ADJUSTMENT-COUNT > 0
              PERFORM 5300-PRINT-GROUP-ADJUSTMENT THRU 5300-EXIT
                  VARYING AX FROM 1 BY 1
                  UNTIL AX > WS-ADJUSTMENT-COUNT
          END-IF
          ADD WS-GE-CURR-BATCHES (WS-GROUP-SLOT)
              TO WS-DT-CURR-BATCHES
          ADD WS-GE-CURR-SUMA (WS-GROUP-SLOT) TO WS-DT-CURR-SUMA
      5200-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 5300-PRINT-GROUP-ADJUSTMENT
     *>--------------------------------------------------------------
      5300-PRINT-GROUP-ADJUSTMENT.
          IF WS-AE-GROUP-CODE (AX)
              NOT = WS-GE-GROUP-CODE (WS-GROUP-SLOT)
              GO TO 5300-EXIT
          END-IF
          IF WS-AE-STATUS (AX) = "REVERSAL"
              MOVE "**REVERSES" TO TJ-ACTION
          ELSE
              MOVE "**ADJUSTS" TO TJ-ACTION
          END-IF
          MOVE WS-AE-ORIG-SEQ-NO (AX) TO TJ-ORIG-SEQ-NO
          MOVE WS-AE-ORIG-DATE (AX) TO TJ-ORIG-DATE
          MOVE WS-AE-ADJ-SEQ-NO (AX) TO TJ-ADJ-SEQ-NO
          MOVE WS-AE-ADJ-DATE (AX) TO TJ-ADJ-DATE
          MOVE WS-AE-DELTA (AX) TO TJ-DELTA
          MOVE WS-RPT-ADJUST-LINE TO STM-REPORT-LINE
          WRITE STM-REPORT-LINE.
      5300-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 6000-PRINT-SUMMARY-PAGE
     *>   One line per department across the run - the printed flag
     *>   is reused in reverse: every entry is unmarked again and
      6200-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 7000-PRINT-CALENDAR-SECTION
     *>   Each day of the statement month is tested against the
     *>   business-day calendar by the rule the date roll uses, and
     *>   set against whether any batch was logged under it. A
     *>   business day with no batches, or a non-processing day
     *>   with some, gets its own line; the counts follow.
     *>--------------------------------------------------------------
      7000-PRINT-CALENDAR-SECTION.
          IF NOT BUSINESS-CAL-AVAILABLE
              GO TO 7000-EXIT
          END-IF
          MOVE SPACES TO STM-REPORT-LINE
          WRITE STM-REPORT-LINE
          MOVE WS-RPT-CALHDG-LINE TO STM-REPORT-LINE
          WRITE STM-REPORT-LINE
          MOVE "YYYYYNN" TO WS-STANDARD-WEEK
          MOVE 0 TO BU-CAL-DATE
          READ BUSINESS-CAL-FILE
              INVALID KEY
                  MOVE SPACE TO BU-ACTIVE-FLAG
          END-READ
          IF BU-CAL-ACTIVE AND BU-STANDARD-WEEK
              MOVE BU-WEEK-FLAGS TO WS-STANDARD-WEEK
          END-IF
          MOVE WS-MONTH-LENGTH (WS-STM-MM) TO WS-CAL-MONTH-LENGTH
          IF WS-STM-MM = 2
              DIVIDE WS-STM-YEAR BY 4 GIVING WS-CAL-QUOTIENT
                  REMAINDER WS-CAL-REMAINDER
              IF WS-CAL-REMAINDER = 0
                  MOVE 29 TO WS-CAL-MONTH-LENGTH
                  DIVIDE WS-STM-YEAR BY 100 GIVING WS-CAL-QUOTIENT
                      REMAINDER WS-CAL-REMAINDER
                  IF WS-CAL-REMAINDER = 0
                      MOVE 28 TO WS-CAL-MONTH-LENGTH
                      DIVIDE WS-STM-YEAR BY 400
                          GIVING WS-CAL-QUOTIENT
                          REMAINDER WS-CAL-REMAINDER
                      IF WS-CAL-REMAINDER = 0
                          MOVE 29 TO WS-CAL-MONTH-LENGTH
                      END-IF
                  END-IF
              END-IF
          END-IF
          PERFORM 7100-CHECK-ONE-DAY THRU 7100-EXIT
              VARYING WS-CAL-DAY FROM 1 BY 1
              UNTIL WS-CAL-DAY > WS-CAL-MONTH-LENGTH
          MOVE WS-CAL-BUSINESS-DAYS TO TN-BUSINESS-DAYS
          MOVE WS-CAL-DAYS-RUN TO TN-DAYS-RUN
          MOVE WS-CAL-DAYS-NOT-RUN TO TN-DAYS-NOT-RUN
          MOVE WS-CAL-NON-PROC-DAYS TO TN-NON-PROC-DAYS
          MOVE WS-CAL-NON-PROC-RUN TO TN-NON-PROC-RUN
          MOVE WS-RPT-CALTOT-LINE TO STM-REPORT-LINE
          WRITE STM-REPORT-LINE.
      7000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 7100-CHECK-ONE-DAY
     *>--------------------------------------------------------------
      7100-CHECK-ONE-DAY.
          MOVE WS-STATEMENT-MONTH TO WS-DN-MONTH-KEY
          MOVE WS-CAL-DAY TO WS-DN-DAY
          PERFORM 7200-CHECK-BUSINESS-DAY THRU 7200-EXIT
          MOVE SPACES TO TK-MESSAGE
          IF IS-BUSINESS-DAY
              ADD 1 TO WS-CAL-BUSINESS-DAYS
              IF WS-DAY-ACTIVITY (WS-CAL-DAY) = 'Y'
                  ADD 1 TO WS-CAL-DAYS-RUN
              ELSE
                  ADD 1 TO WS-CAL-DAYS-NOT-RUN
                  MOVE "**BUSINESS DAY - NO BATCHES LOGGED"
                      TO TK-MESSAGE
              END-IF
          ELSE
              ADD 1 TO WS-CAL-NON-PROC-DAYS
              IF WS-DAY-ACTIVITY (WS-CAL-DAY) = 'Y'
                  ADD 1 TO WS-CAL-NON-PROC-RUN
                  MOVE "**NON-PROCESSING DAY - BATCHES LOGGED"
                      TO TK-MESSAGE
              END-IF
          END-IF
          IF TK-MESSAGE = SPACES
              GO TO 7100-EXIT
          END-IF
          MOVE WS-DN-DATE TO TK-DATE
          MOVE WS-DAY-NAME (WS-WEEKDAY-NO) TO TK-WEEKDAY
          MOVE WS-DAY-REASON TO TK-REASON
          MOVE WS-RPT-CALDAY-LINE TO STM-REPORT-LINE
          WRITE STM-REPORT-LINE.
      7100-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 7200-CHECK-BUSINESS-DAY
     *>   WS-DN-DATE in. An active dated record decides (H
     *>   non-processing, B business); otherwise the standard
     *>   week's flag for the weekday does.
     *>--------------------------------------------------------------
      7200-CHECK-BUSINESS-DAY.
          MOVE SPACES TO WS-DAY-REASON
          PERFORM 7300-COMPUTE-DAY-NUMBER THRU 7300-EXIT
          ADD 1 TO WS-DN-DAY-NUMBER
          DIVIDE WS-DN-DAY-NUMBER BY 7 GIVING WS-CAL-QUOTIENT
              REMAINDER WS-CAL-REMAINDER
          COMPUTE WS-WEEKDAY-NO = WS-CAL-REMAINDER + 1
          MOVE WS-DN-DATE TO BU-CAL-DATE
          READ BUSINESS-CAL-FILE
              INVALID KEY
                  MOVE SPACE TO BU-ACTIVE-FLAG
          END-READ
          IF BU-CAL-ACTIVE AND BU-HOLIDAY
              SET IS-NON-PROCESSING-DAY TO TRUE
              MOVE BU-DESCRIPTION TO WS-DAY-REASON
              GO TO 7200-EXIT
          END-IF
          IF BU-CAL-ACTIVE AND BU-EXTRA-BUSINESS-DAY
              SET IS-BUSINESS-DAY TO TRUE
              MOVE BU-DESCRIPTION TO WS-DAY-REASON
              GO TO 7200-EXIT
          END-IF
          IF WS-STD-WEEK-FLAG (WS-WEEKDAY-NO) = 'Y'
              SET IS-BUSINESS-DAY TO TRUE
          ELSE
              SET IS-NON-PROCESSING-DAY TO TRUE
          END-IF.
      7200-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 7300-COMPUTE-DAY-NUMBER
     *>   WS-DN-DATE in, WS-DN-DAY-NUMBER out: days from a fixed
     *>   origin. The month term is the days in the months before
     *>   this one, counted from March.
     *>--------------------------------------------------------------
      7300-COMPUTE-DAY-NUMBER.
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
      7300-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 7500-PRINT-ORG-ROLLUP
     *>   The roll-up table sorted on level and code (a simple
     *>   exchange sort, *NONE first in each level) and printed in
     *>   one pass, a heading at the start of each level and its
     *>   total at the end. Every level accounts for the same
     *>   batches, so the level totals should read the same.
     *>--------------------------------------------------------------
      7500-PRINT-ORG-ROLLUP.
          IF NOT ORG-STRUCTURE-AVAILABLE
              GO TO 7500-EXIT
          END-IF
          MOVE SPACES TO STM-REPORT-LINE
          WRITE STM-REPORT-LINE
          MOVE WS-RPT-ORGHDG-LINE TO STM-REPORT-LINE
          WRITE STM-REPORT-LINE
          IF WS-OR-COUNT = 0
              MOVE WS-RPT-ORGNONE-LINE TO STM-REPORT-LINE
              WRITE STM-REPORT-LINE
              GO TO 7500-EXIT
          END-IF
          IF WS-OR-COUNT > 1
              PERFORM 7510-ROLLUP-SORT-PASS THRU 7510-EXIT
                  VARYING WS-OR-SORT-PASS FROM 1 BY 1
                  UNTIL WS-OR-SORT-PASS >= WS-OR-COUNT
          END-IF
          MOVE SPACE TO WS-OR-CURRENT-LEVEL
          PERFORM 7600-PRINT-ORG-ENTRY THRU 7600-EXIT
              VARYING RX FROM 1 BY 1
              UNTIL RX > WS-OR-COUNT
          PERFORM 7800-PRINT-ORG-LEVEL-TOTAL THRU 7800-EXIT.
      7500-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 7510-ROLLUP-SORT-PASS
     *>--------------------------------------------------------------
      7510-ROLLUP-SORT-PASS.
          PERFORM 7520-ROLLUP-COMPARE-AND-SWAP THRU 7520-EXIT
              VARYING WS-OR-SORT-SLOT FROM 1 BY 1
              UNTIL WS-OR-SORT-SLOT >= WS-OR-COUNT.
      7510-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 7520-ROLLUP-COMPARE-AND-SWAP
     *>--------------------------------------------------------------
      7520-ROLLUP-COMPARE-AND-SWAP.
          IF WS-OR-KEY (WS-OR-SORT-SLOT)
              > WS-OR-KEY (WS-OR-SORT-SLOT + 1)
              MOVE WS-OR-ENTRY (WS-OR-SORT-SLOT)
                  TO WS-OR-SWAP-ENTRY
              MOVE WS-OR-ENTRY (WS-OR-SORT-SLOT + 1)
                  TO WS-OR-ENTRY (WS-OR-SORT-SLOT)
              MOVE WS-OR-SWAP-ENTRY
                  TO WS-OR-ENTRY (WS-OR-SORT-SLOT + 1)
          END-IF.
      7520-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 7600-PRINT-ORG-ENTRY
     *>--------------------------------------------------------------
      7600-PRINT-ORG-ENTRY.
          IF WS-OR-LEVEL (RX) NOT = WS-OR-CURRENT-LEVEL
              IF WS-OR-CURRENT-LEVEL NOT = SPACE
                  PERFORM 7800-PRINT-ORG-LEVEL-TOTAL THRU 7800-EXIT
              END-IF
              PERFORM 7700-START-ORG-LEVEL THRU 7700-EXIT
          END-IF
          MOVE WS-OR-CODE (RX) TO TR-CODE
          MOVE WS-OR-PARENT (RX) TO TR-PARENT
          MOVE WS-OR-GROUPS (RX) TO TR-GROUPS
          MOVE WS-OR-BATCHES (RX) TO TR-BATCHES
          MOVE WS-OR-ACCEPTED (RX) TO TR-ACCEPTED
          COMPUTE TR-EXCEPTIONS =
              WS-OR-BATCHES (RX) - WS-OR-ACCEPTED (RX)
          MOVE WS-OR-INVALID (RX) TO TR-INVALID
          MOVE WS-OR-LIMITS (RX) TO TR-LIMITS
          MOVE WS-OR-OUT-OF-BAL (RX) TO TR-OUT-OF-BAL
          MOVE WS-OR-DEFERRED (RX) TO TR-DEFERRED
          MOVE WS-OR-OTHER (RX) TO TR-OTHER
          MOVE WS-OR-SUBTOTAL (RX) TO TR-SUBTOTAL
          MOVE WS-RPT-ORGDET-LINE TO STM-REPORT-LINE
          WRITE STM-REPORT-LINE
          ADD WS-OR-GROUPS (RX) TO WS-OT-GROUPS
          ADD WS-OR-BATCHES (RX) TO WS-OT-BATCHES
          ADD WS-OR-ACCEPTED (RX) TO WS-OT-ACCEPTED
          ADD WS-OR-INVALID (RX) TO WS-OT-INVALID
          ADD WS-OR-LIMITS (RX) TO WS-OT-LIMITS
          ADD WS-OR-OUT-OF-BAL (RX) TO WS-OT-OUT-OF-BAL
          ADD WS-OR-DEFERRED (RX) TO WS-OT-DEFERRED
          ADD WS-OR-OTHER (RX) TO WS-OT-OTHER
          ADD WS-OR-SUBTOTAL (RX) TO WS-OT-SUBTOTAL.
      7600-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 7700-START-ORG-LEVEL
     *>--------------------------------------------------------------
      7700-START-ORG-LEVEL.
          MOVE WS-OR-LEVEL (RX) TO WS-OR-CURRENT-LEVEL
          EVALUATE WS-OR-CURRENT-LEVEL
              WHEN '0'
                  MOVE "GROUP" TO TL-LEVEL-NAME
                  MOVE "DEPARTMENT" TO TL-PARENT-NAME
              WHEN '1'
                  MOVE "DEPARTMENT" TO TL-LEVEL-NAME
                  MOVE "DIVISION" TO TL-PARENT-NAME
              WHEN '2'
                  MOVE "DIVISION" TO TL-LEVEL-NAME
                  MOVE "COST CENTER" TO TL-PARENT-NAME
              WHEN OTHER
                  MOVE "COST CENTER" TO TL-LEVEL-NAME
                  MOVE "(TOP LEVEL)" TO TL-PARENT-NAME
          END-EVALUATE
          MOVE SPACES TO STM-REPORT-LINE
          WRITE STM-REPORT-LINE
          MOVE WS-RPT-ORGLVL-LINE TO STM-REPORT-LINE
          WRITE STM-REPORT-LINE
          MOVE WS-RPT-ORGCOL-LINE TO STM-REPORT-LINE
          WRITE STM-REPORT-LINE
          MOVE 0 TO WS-OT-GROUPS
          MOVE 0 TO WS-OT-BATCHES
          MOVE 0 TO WS-OT-ACCEPTED
          MOVE 0 TO WS-OT-INVALID
          MOVE 0 TO WS-OT-LIMITS
          MOVE 0 TO WS-OT-OUT-OF-BAL
          MOVE 0 TO WS-OT-DEFERRED
          MOVE 0 TO WS-OT-OTHER
          MOVE 0 TO WS-OT-SUBTOTAL.
      7700-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 7800-PRINT-ORG-LEVEL-TOTAL
     *>--------------------------------------------------------------
      7800-PRINT-ORG-LEVEL-TOTAL.
          MOVE "TOTAL" TO TR-CODE
          MOVE SPACES TO TR-PARENT
          MOVE WS-OT-GROUPS TO TR-GROUPS
          MOVE WS-OT-BATCHES TO TR-BATCHES
          MOVE WS-OT-ACCEPTED TO TR-ACCEPTED
          COMPUTE TR-EXCEPTIONS = WS-OT-BATCHES - WS-OT-ACCEPTED
          MOVE WS-OT-INVALID TO TR-INVALID
          MOVE WS-OT-LIMITS TO TR-LIMITS
          MOVE WS-OT-OUT-OF-BAL TO TR-OUT-OF-BAL
          MOVE WS-OT-DEFERRED TO TR-DEFERRED
          MOVE WS-OT-OTHER TO TR-OTHER
          MOVE WS-OT-SUBTOTAL TO TR-SUBTOTAL
          MOVE WS-RPT-ORGDET-LINE TO STM-REPORT-LINE
          WRITE STM-REPORT-LINE.
      7800-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 8000-TERMINATE
     *>--------------------------------------------------------------
      8000-TERMINATE.
          IF GROUP-MASTER-AVAILABLE
              CLOSE GROUP-MASTER-FILE
          END-IF
          IF BUSINESS-CAL-AVAILABLE
              CLOSE BUSINESS-CAL-FILE
          END-IF
          CLOSE STM-REPORT-FILE.
      8000-EXIT.
          EXIT.
