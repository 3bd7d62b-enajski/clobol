      IDENTIFICATION DIVISION.
      PROGRAM-ID. DepartmentReturn.
      AUTHOR. J. HARTLEY.
      INSTALLATION. BATCH CONTROL GROUP.
      DATE-WRITTEN. 2026-10-04.
      DATE-COMPILED.
     *>--------------------------------------------------------------
     *> MODIFICATION HISTORY
     *>   2026-10-04  JH  New nightly return step (load module
     *>                   DEPTRTN). A department learned what became
     *>                   of its batches only when someone phoned it
     *>                   the next morning with a SUMRPT page. This
     *>                   step writes one return per submitting
     *>                   department and *HDR* file date to the keyed
     *>                   return file (DEPTRTN): a *HDR* record, one
     *>                   *BCH* record per batch it sent with the
     *>                   batch's disposition - POSTED, REJECTED with
     *>                   the reason code, LIMITS, OUT OF BALANCE
     *>                   with the difference, DEFERRED, UNKNOWN
     *>                   GROUP, the rarer statuses as logged, or
     *>                   DUPLICATE-PRIOR for a batch the front-end
     *>                   edit held - one *SET* record per set the
     *>                   edit rejected whole, and a *TRL* record
     *>                   with the record count and END-VALUE hash
     *>                   (low-order 15 digits, their own trailer
     *>                   rule) so their system can reconcile the
     *>                   return against what it transmitted. Read
     *>                   from tonight's AUDITLOG records, RECYCLE
     *>                   for the reason codes and RCVDEPT for the
     *>                   file dates and the edit's rejections. A
     *>                   rerun replaces the night's returns. RTNRPT
     *>                   lists the returns written. RC 0 every
     *>                   batch returned, RC 4 a batch could not be
     *>                   returned (no department stamp, or a table
     *>                   full), RC 16 a file would not open.
     *>   2026-10-15  JH  A *BCH* or *SET* record that will not write
     *>                   to DEPTRTN now counts as not returned (RC
     *>                   4); a *HDR* or *TRL* that will not write
     *>                   leaves the return unusable and ends the
     *>                   step RC 8.
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
          SELECT OPTIONAL RECEIVED-DEPT-FILE ASSIGN TO "RCVDEPT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-RCV-FILE-STATUS.
          SELECT OPTIONAL DEPT-RETURN-FILE ASSIGN TO "DEPTRTN"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DR-RETURN-KEY
              FILE STATUS IS WS-RETURN-FILE-STATUS.
          SELECT OPTIONAL CYCLE-DATE-FILE ASSIGN TO "CYCLDATE"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-CYCLE-FILE-STATUS.
          SELECT RETURN-REPORT-FILE ASSIGN TO "RTNRPT"
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
          05  RY-IMAGE-FIELDS REDEFINES RY-BATCH-IMAGE.
              10  FILLER              PIC X(19).
              10  RY-IMAGE-END-VALUE  PIC X(09).
              10  FILLER              PIC X(52).
          05  RY-REASON-CODE          PIC X(08).
          05  RY-ORIG-BATCH-SEQ-NO    PIC 9(09).
          05  FILLER                  PIC X(03).
     *> Written by the front-end edit: one 'A' record per accepted
     *> *HDR* set (blank in col 31 on files written before the
     *> marks), one 'R' record per set rejected whole and one 'H'
     *> record per batch held as a prior duplicate.
      FD  RECEIVED-DEPT-FILE
          RECORD CONTAINS 80 CHARACTERS.
      01  RECEIVED-DEPT-RECORD.
          05  RV-DEPARTMENT           PIC X(20).
          05  FILLER                  PIC X(01).
          05  RV-FILE-DATE            PIC X(08).
          05  FILLER                  PIC X(01).
          05  RV-SET-STATUS           PIC X(01).
              88  RV-SET-ACCEPTED              VALUE 'A' SPACE.
              88  RV-SET-REJECTED              VALUE 'R'.
              88  RV-BATCH-HELD                VALUE 'H'.
          05  RV-REJECTED-SET-DETAIL.
              10  RV-FAIL-REASON      PIC X(40).
              10  RV-RECORD-COUNT     PIC 9(09).
          05  RV-HELD-BATCH-DETAIL REDEFINES RV-REJECTED-SET-DETAIL.
              10  RV-HB-GROUP-CODE    PIC X(05).
              10  RV-HB-START-VALUE   PIC X(09).
              10  RV-HB-STEP-VALUE    PIC X(05).
              10  RV-HB-END-VALUE     PIC X(09).
              10  RV-HB-EXPECTED-TOTAL
                                      PIC X(15).
              10  FILLER              PIC X(06).
     *> The department return file, keyed on the department, the
     *> file date of the *HDR* it submitted under and a record seq
     *> within that return: the *HDR* record is seq 0, the *BCH*
     *> and *SET* records run from 1 and the *TRL* record is seq
     *> 999999999, so each return reads back in order by key.
      FD  DEPT-RETURN-FILE
          RECORD CONTAINS 160 CHARACTERS.
      01  DEPT-RETURN-RECORD.
          05  DR-RETURN-KEY.
              10  DR-DEPARTMENT       PIC X(20).
              10  DR-FILE-DATE        PIC X(08).
              10  DR-RECORD-SEQ       PIC 9(09).
          05  DR-RECORD-TYPE          PIC X(05).
              88  DR-HEADER-RECORD             VALUE "*HDR*".
              88  DR-BATCH-RECORD              VALUE "*BCH*".
              88  DR-SET-RECORD                VALUE "*SET*".
              88  DR-TRAILER-RECORD            VALUE "*TRL*".
          05  DR-BUSINESS-DATE        PIC 9(08).
          05  DR-RECORD-BODY          PIC X(110).
          05  DR-BATCH-BODY REDEFINES DR-RECORD-BODY.
              10  DR-BATCH-SEQ-NO     PIC 9(09).
              10  DR-GROUP-CODE       PIC X(05).
              10  DR-END-VALUE        PIC 9(09).
              10  DR-DISPOSITION      PIC X(15).
              10  DR-REASON-CODE      PIC X(08).
              10  DR-HAS-EXPECTED     PIC X(01).
              10  DR-EXPECTED         PIC S9(17)
                                      SIGN LEADING SEPARATE.
              10  DR-SUMA             PIC S9(17)
                                      SIGN LEADING SEPARATE.
              10  DR-DIFFERENCE       PIC S9(17)
                                      SIGN LEADING SEPARATE.
              10  FILLER              PIC X(09).
          05  DR-SET-BODY REDEFINES DR-RECORD-BODY.
              10  DR-SET-DISPOSITION  PIC X(15).
              10  DR-SET-REASON       PIC X(40).
              10  DR-SET-RECORD-COUNT PIC 9(09).
              10  FILLER              PIC X(46).
          05  DR-HEADER-BODY REDEFINES DR-RECORD-BODY.
              10  DR-HDR-RUN-DATE     PIC 9(08).
              10  DR-HDR-RUN-TIME     PIC 9(08).
              10  FILLER              PIC X(94).
          05  DR-TRAILER-BODY REDEFINES DR-RECORD-BODY.
              10  DR-TRL-RECORD-COUNT PIC 9(09).
              10  DR-TRL-BATCH-COUNT  PIC 9(09).
              10  DR-TRL-HASH-TOTAL   PIC 9(15).
              10  DR-TRL-POSTED       PIC 9(07).
              10  DR-TRL-REJECTED     PIC 9(07).
              10  DR-TRL-LIMITS       PIC 9(07).
              10  DR-TRL-OUT-OF-BAL   PIC 9(07).
              10  DR-TRL-DEFERRED     PIC 9(07).
              10  DR-TRL-UNKNOWN      PIC 9(07).
              10  DR-TRL-OTHER        PIC 9(07).
              10  DR-TRL-HELD         PIC 9(07).
              10  DR-TRL-SETS-REJECTED
                                      PIC 9(07).
              10  FILLER              PIC X(14).
     *> The cycle-date control record the scheduler writes once per
     *> night, same layout every step of the night reads.
      FD  CYCLE-DATE-FILE
          RECORD CONTAINS 80 CHARACTERS.
      01  CYCLE-DATE-RECORD.
          05  CY-BUSINESS-DATE        PIC X(08).
          05  FILLER                  PIC X(72).
      FD  RETURN-REPORT-FILE
          RECORD CONTAINS 132 CHARACTERS.
      01  RETURN-REPORT-LINE          PIC X(132).
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
      77  WS-RCV-FILE-STATUS          PIC X(02).
      77  WS-RETURN-FILE-STATUS       PIC X(02).
      77  WS-CYCLE-FILE-STATUS        PIC X(02).
      77  WS-REPORT-FILE-STATUS       PIC X(02).
      77  WS-RUNCTL-FILE-STATUS       PIC X(02).
      01  WS-SWITCHES.
          05  WS-AUDIT-EOF-SWITCH     PIC X(01) VALUE 'N'.
              88  AUDIT-FILE-EOF               VALUE 'Y'.
          05  WS-RECYCLE-EOF-SWITCH   PIC X(01) VALUE 'N'.
              88  RECYCLE-FILE-EOF             VALUE 'Y'.
          05  WS-RCV-EOF-SWITCH       PIC X(01) VALUE 'N'.
              88  RCV-FILE-EOF                 VALUE 'Y'.
          05  WS-PURGE-EOF-SWITCH     PIC X(01) VALUE 'N'.
              88  OLD-RETURN-CLEARED           VALUE 'Y'.
          05  WS-FOUND-SWITCH         PIC X(01) VALUE 'N'.
              88  ENTRY-FOUND                  VALUE 'Y'.
          05  WS-SHORT-SWITCH         PIC X(01) VALUE 'N'.
              88  BATCHES-NOT-RETURNED         VALUE 'Y'.
          05  WS-CONTROL-SWITCH       PIC X(01) VALUE 'N'.
              88  RETURN-CONTROLS-FAILED       VALUE 'Y'.
      01  WS-COUNTERS.
          05  WS-AUDIT-READ           PIC 9(09) BINARY VALUE 0.
          05  WS-RCV-READ             PIC 9(09) BINARY VALUE 0.
          05  WS-BATCHES-RETURNED     PIC 9(07) BINARY VALUE 0.
          05  WS-NOT-RETURNED         PIC 9(07) BINARY VALUE 0.
          05  WS-RETURN-RECORDS-OUT   PIC 9(09) BINARY VALUE 0.
          05  WS-OLD-RECORDS-REMOVED  PIC 9(07) BINARY VALUE 0.
      01  WS-RUN-DATE                 PIC 9(08).
      01  WS-RUN-TIME                 PIC 9(08).
      01  WS-CYCLE-DATE               PIC 9(08) VALUE 0.
      01  WS-END-DATE                 PIC 9(08) VALUE 0.
      01  WS-END-TIME                 PIC 9(08) VALUE 0.
      01  WS-STEP-COND                PIC 9(02) VALUE 0.
      01  WS-SLOT                     PIC 9(05) BINARY VALUE 0.
      01  WS-RETURN-SLOT              PIC 9(05) BINARY VALUE 0.
      01  WS-WANTED-DEPARTMENT        PIC X(20) VALUE SPACES.
      01  WS-WANTED-FILE-DATE         PIC X(08) VALUE SPACES.
      01  WS-HASH-WORK                PIC 9(09) VALUE 0.
      01  WS-EXPECTED-WORK            PIC 9(15) VALUE 0.
      01  WS-TRAILER-SEQ              PIC 9(09) VALUE 999999999.
     *> The file date each department's accepted set carried, from
     *> the 'A' records; a department that sent several sets in
     *> one night is returned under the first. One with no 'A'
     *> record (its batches came in on a carried-over set) is
     *> returned under the business date.
      01  WS-RECEIVED-TABLE.
          05  WS-RECEIVED-COUNT       PIC 9(05) BINARY VALUE 0.
          05  WS-RECEIVED-MAX         PIC 9(05) BINARY VALUE 500.
          05  WS-RECEIVED-ENTRY OCCURS 500 TIMES
                  INDEXED BY VX.
              10  WS-RV-DEPARTMENT    PIC X(20).
              10  WS-RV-FILE-DATE     PIC X(08).
     *> Tonight's audit records, one entry per batch. A rerun of
     *> the night appends the same batches again; the later record
     *> replaces the earlier so each batch is returned once, with
     *> its final disposition. Each parallel leg numbers its own
     *> batches from 1, so a batch is known by its group and seq
     *> together (a group never spans legs).
      01  WS-TONIGHT-TABLE.
          05  WS-TONIGHT-COUNT        PIC 9(05) BINARY VALUE 0.
          05  WS-TONIGHT-MAX          PIC 9(05) BINARY VALUE 5000.
          05  WS-TONIGHT-ENTRY OCCURS 5000 TIMES
                  INDEXED BY TX.
              10  WS-TN-BATCH-SEQ-NO  PIC 9(09) BINARY.
              10  WS-TN-GROUP-CODE    PIC X(05).
              10  WS-TN-DEPARTMENT    PIC X(20).
              10  WS-TN-END-VALUE     PIC 9(09) BINARY.
              10  WS-TN-SUMA          PIC S9(17) COMP-3.
              10  WS-TN-EXPECTED      PIC S9(17) COMP-3.
              10  WS-TN-HAS-EXPECTED  PIC X(01).
              10  WS-TN-STATUS        PIC X(15).
              10  WS-TN-REASON-CODE   PIC X(08).
     *> One entry per return being built tonight - a department
     *> and file date - with its running controls; the *HDR* and
     *> *TRL* records are written from here once every batch is in.
      01  WS-RETURN-TABLE.
          05  WS-RETURN-COUNT         PIC 9(05) BINARY VALUE 0.
          05  WS-RETURN-MAX           PIC 9(05) BINARY VALUE 500.
          05  WS-RETURN-ENTRY OCCURS 500 TIMES
                  INDEXED BY RX.
              10  WS-RT-DEPARTMENT    PIC X(20).
              10  WS-RT-FILE-DATE     PIC X(08).
              10  WS-RT-LAST-SEQ      PIC 9(09) BINARY.
              10  WS-RT-BATCH-COUNT   PIC 9(09) BINARY.
              10  WS-RT-HASH-TOTAL    PIC 9(16) COMP-3.
              10  WS-RT-POSTED        PIC 9(07) BINARY.
              10  WS-RT-REJECTED      PIC 9(07) BINARY.
              10  WS-RT-LIMITS        PIC 9(07) BINARY.
              10  WS-RT-OUT-OF-BAL    PIC 9(07) BINARY.
              10  WS-RT-DEFERRED      PIC 9(07) BINARY.
              10  WS-RT-UNKNOWN       PIC 9(07) BINARY.
              10  WS-RT-OTHER         PIC 9(07) BINARY.
              10  WS-RT-HELD          PIC 9(07) BINARY.
              10  WS-RT-SETS-REJECTED PIC 9(07) BINARY.
      01  WS-RPT-HDG1-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(45)
                  VALUE "SUM OF INTEGERS - DEPARTMENT RETURN REGISTER".
          05  FILLER                  PIC X(10) VALUE SPACES.
          05  FILLER                  PIC X(09) VALUE "RUN DATE:".
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  RH1-RUN-DATE            PIC 9(08).
          05  FILLER                  PIC X(58) VALUE SPACES.
      01  WS-RPT-CRIT-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(15)
                  VALUE "BUSINESS DATE: ".
          05  RC1-BUSINESS-DATE       PIC 9(08).
          05  FILLER                  PIC X(108) VALUE SPACES.
      01  WS-RPT-COLHDG-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(20) VALUE "DEPARTMENT".
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(08) VALUE "FILEDATE".
          05  FILLER                  PIC X(10) VALUE "   BATCHES".
          05  FILLER                  PIC X(10) VALUE "    POSTED".
          05  FILLER                  PIC X(10) VALUE "  REJECTED".
          05  FILLER                  PIC X(10) VALUE "    LIMITS".
          05  FILLER                  PIC X(10) VALUE "   OUT BAL".
          05  FILLER                  PIC X(10) VALUE "  DEFERRED".
          05  FILLER                  PIC X(10) VALUE "   UNK GRP".
          05  FILLER                  PIC X(10) VALUE "     OTHER".
          05  FILLER                  PIC X(10) VALUE "  DUP HELD".
          05  FILLER                  PIC X(10) VALUE "  SETS REJ".
          05  FILLER                  PIC X(01) VALUE SPACE.
      01  WS-RPT-RETURN-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  RL-DEPARTMENT           PIC X(20).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  RL-FILE-DATE            PIC X(08).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  RL-BATCH-COUNT          PIC ZZZZZZZ9.
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  RL-POSTED               PIC ZZZZZZZ9.
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  RL-REJECTED             PIC ZZZZZZZ9.
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  RL-LIMITS               PIC ZZZZZZZ9.
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  RL-OUT-OF-BAL           PIC ZZZZZZZ9.
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  RL-DEFERRED             PIC ZZZZZZZ9.
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  RL-UNKNOWN              PIC ZZZZZZZ9.
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  RL-OTHER                PIC ZZZZZZZ9.
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  RL-HELD                 PIC ZZZZZZZ9.
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  RL-SETS-REJECTED        PIC ZZZZZZZ9.
          05  FILLER                  PIC X(01) VALUE SPACE.
      01  WS-RPT-NONE-LINE.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(50) VALUE "(NONE)".
          05  FILLER                  PIC X(79) VALUE SPACES.
      01  WS-RPT-FOOTER-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(17)
                  VALUE "RETURNS WRITTEN: ".
          05  RF-RETURN-COUNT         PIC ZZZZ9.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(18)
                  VALUE "BATCHES RETURNED: ".
          05  RF-BATCHES-RETURNED     PIC ZZZZZZ9.
          05  FILLER                  PIC X(03) VALUE SPACES.
          05  FILLER                  PIC X(14)
                  VALUE "NOT RETURNED: ".
          05  RF-NOT-RETURNED         PIC ZZZZZZ9.
          05  FILLER                  PIC X(57) VALUE SPACES.
      PROCEDURE DIVISION.
     *>--------------------------------------------------------------
     *> 0000-MAIN-PROCESS
     *>   Notes each department's file date, takes tonight's audit
     *>   records and their reason codes, returns every batch to
     *>   its department, adds the edit's rejections, then closes
     *>   each return with its *HDR* and *TRL*. Condition code 0
     *>   every batch returned, 4 a batch could not be returned
     *>   (including a *BCH* or *SET* record that would not write),
     *>   8 a return's *HDR* or *TRL* would not write - that return
     *>   cannot be reconciled and must be rerun - 16 a file would
     *>   not open.
     *>--------------------------------------------------------------
      0000-MAIN-PROCESS.
          PERFORM 1000-INITIALIZE THRU 1000-EXIT
          PERFORM 2000-NOTE-FILE-DATES THRU 2000-EXIT
          PERFORM 3000-LOAD-TONIGHT-AUDIT THRU 3000-EXIT
          PERFORM 3500-ATTACH-REASON-CODES THRU 3500-EXIT
          PERFORM 4000-RETURN-AUDITED-BATCHES THRU 4000-EXIT
          PERFORM 5000-RETURN-EDIT-REJECTIONS THRU 5000-EXIT
          PERFORM 6000-CLOSE-RETURNS THRU 6000-EXIT
          PERFORM 8000-TERMINATE THRU 8000-EXIT
          IF RETURN-CONTROLS-FAILED
              MOVE 8 TO WS-STEP-COND
          ELSE
              IF BATCHES-NOT-RETURNED
                  MOVE 4 TO WS-STEP-COND
              ELSE
                  MOVE 0 TO WS-STEP-COND
              END-IF
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
          OPEN INPUT RECYCLE-FILE
          IF WS-RECYCLE-FILE-STATUS NOT = "00"
              AND WS-RECYCLE-FILE-STATUS NOT = "05"
              DISPLAY "UNABLE TO OPEN RECYCLE, FILE STATUS "
                  WS-RECYCLE-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          OPEN INPUT RECEIVED-DEPT-FILE
          IF WS-RCV-FILE-STATUS NOT = "00"
              AND WS-RCV-FILE-STATUS NOT = "05"
              DISPLAY "UNABLE TO OPEN RCVDEPT, FILE STATUS "
                  WS-RCV-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          OPEN I-O DEPT-RETURN-FILE
          IF WS-RETURN-FILE-STATUS NOT = "00"
              AND WS-RETURN-FILE-STATUS NOT = "05"
              DISPLAY "UNABLE TO OPEN DEPTRTN, FILE STATUS "
                  WS-RETURN-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          OPEN OUTPUT RETURN-REPORT-FILE
          IF WS-REPORT-FILE-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN RTNRPT, FILE STATUS "
                  WS-REPORT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          MOVE WS-RUN-DATE TO RH1-RUN-DATE
          MOVE WS-RPT-HDG1-LINE TO RETURN-REPORT-LINE
          WRITE RETURN-REPORT-LINE
          MOVE WS-CYCLE-DATE TO RC1-BUSINESS-DATE
          MOVE WS-RPT-CRIT-LINE TO RETURN-REPORT-LINE
          WRITE RETURN-REPORT-LINE.
      1000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 1500-READ-CYCLE-DATE
     *>   The business date tonight's audit records carry. Missing
     *>   or bad falls back to the clock date with a warning, the
     *>   same rule as SUMINTS.
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
     *> 2000-NOTE-FILE-DATES
     *>   First pass of RCVDEPT: the file date of each department's
     *>   first accepted set.
     *>--------------------------------------------------------------
      2000-NOTE-FILE-DATES.
          PERFORM 2100-READ-RCV-RECORD THRU 2100-EXIT
          PERFORM 2200-NOTE-ONE-FILE-DATE THRU 2200-EXIT
              UNTIL RCV-FILE-EOF.
      2000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2100-READ-RCV-RECORD
     *>--------------------------------------------------------------
      2100-READ-RCV-RECORD.
          READ RECEIVED-DEPT-FILE
              AT END
                  SET RCV-FILE-EOF TO TRUE
          END-READ.
      2100-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2200-NOTE-ONE-FILE-DATE
     *>--------------------------------------------------------------
      2200-NOTE-ONE-FILE-DATE.
          IF NOT RV-SET-ACCEPTED
              PERFORM 2100-READ-RCV-RECORD THRU 2100-EXIT
              GO TO 2200-EXIT
          END-IF
          MOVE RV-DEPARTMENT TO WS-WANTED-DEPARTMENT
          PERFORM 2300-FIND-FILE-DATE THRU 2300-EXIT
          IF ENTRY-FOUND
              PERFORM 2100-READ-RCV-RECORD THRU 2100-EXIT
              GO TO 2200-EXIT
          END-IF
          IF WS-RECEIVED-COUNT >= WS-RECEIVED-MAX
              DISPLAY "RECEIVED TABLE FULL AT " WS-RECEIVED-MAX
                  " - " RV-DEPARTMENT " RETURNED UNDER THE "
                  "BUSINESS DATE"
              PERFORM 2100-READ-RCV-RECORD THRU 2100-EXIT
              GO TO 2200-EXIT
          END-IF
          ADD 1 TO WS-RECEIVED-COUNT
          SET VX TO WS-RECEIVED-COUNT
          MOVE RV-DEPARTMENT TO WS-RV-DEPARTMENT (VX)
          MOVE RV-FILE-DATE TO WS-RV-FILE-DATE (VX)
          PERFORM 2100-READ-RCV-RECORD THRU 2100-EXIT.
      2200-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2300-FIND-FILE-DATE
     *>   WS-WANTED-DEPARTMENT in; WS-WANTED-FILE-DATE out, the
     *>   business date when the department has no accepted set.
     *>--------------------------------------------------------------
      2300-FIND-FILE-DATE.
          MOVE 'N' TO WS-FOUND-SWITCH
          MOVE WS-CYCLE-DATE TO WS-WANTED-FILE-DATE
          IF WS-RECEIVED-COUNT > 0
              PERFORM 2350-SCAN-FILE-DATE THRU 2350-EXIT
                  VARYING VX FROM 1 BY 1
                  UNTIL ENTRY-FOUND
                      OR VX > WS-RECEIVED-COUNT
          END-IF.
      2300-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2350-SCAN-FILE-DATE
     *>--------------------------------------------------------------
      2350-SCAN-FILE-DATE.
          IF WS-RV-DEPARTMENT (VX) = WS-WANTED-DEPARTMENT
              SET ENTRY-FOUND TO TRUE
              MOVE WS-RV-FILE-DATE (VX) TO WS-WANTED-FILE-DATE
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
                      AL-GROUP-CODE " NOT RETURNED"
                  ADD 1 TO WS-NOT-RETURNED
                  SET BATCHES-NOT-RETURNED TO TRUE
                  PERFORM 3100-READ-AUDIT-RECORD THRU 3100-EXIT
                  GO TO 3200-EXIT
              END-IF
              ADD 1 TO WS-TONIGHT-COUNT
              MOVE WS-TONIGHT-COUNT TO WS-SLOT
          END-IF
          SET TX TO WS-SLOT
          MOVE AL-BATCH-SEQ-NO TO WS-TN-BATCH-SEQ-NO (TX)
          MOVE AL-GROUP-CODE TO WS-TN-GROUP-CODE (TX)
          MOVE AL-DEPARTMENT TO WS-TN-DEPARTMENT (TX)
          MOVE AL-END-VALUE TO WS-TN-END-VALUE (TX)
          MOVE AL-SUMA TO WS-TN-SUMA (TX)
          MOVE AL-HAS-EXPECTED TO WS-TN-HAS-EXPECTED (TX)
          IF AL-HAS-EXPECTED = 'Y'
              MOVE AL-EXPECTED TO WS-TN-EXPECTED (TX)
          ELSE
              MOVE 0 TO WS-TN-EXPECTED (TX)
          END-IF
          MOVE AL-STATUS TO WS-TN-STATUS (TX)
          MOVE SPACES TO WS-TN-REASON-CODE (TX)
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
     *> 3500-ATTACH-REASON-CODES
     *>   Each RECYCLE record is matched to tonight's turned-away
     *>   batch by group, seq and department. RECYCLE accumulates
     *>   until the clerk clears it, so an older night's record can
     *>   match too; tonight's are the last on the file and the
     *>   last match is the one kept. The original image's end
     *>   value replaces the logged one, which SUMINTS zeroes for a
     *>   batch it could not edit - the department's trailer hash
     *>   counted what they sent.
     *>--------------------------------------------------------------
      3500-ATTACH-REASON-CODES.
          PERFORM 3600-READ-RECYCLE-RECORD THRU 3600-EXIT
          PERFORM 3700-ATTACH-ONE-REASON THRU 3700-EXIT
              UNTIL RECYCLE-FILE-EOF.
      3500-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3600-READ-RECYCLE-RECORD
     *>--------------------------------------------------------------
      3600-READ-RECYCLE-RECORD.
          READ RECYCLE-FILE
              AT END
                  SET RECYCLE-FILE-EOF TO TRUE
          END-READ.
      3600-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3700-ATTACH-ONE-REASON
     *>--------------------------------------------------------------
      3700-ATTACH-ONE-REASON.
          MOVE 'N' TO WS-FOUND-SWITCH
          MOVE 0 TO WS-SLOT
          IF WS-TONIGHT-COUNT > 0
              PERFORM 3750-SCAN-FOR-REJECT THRU 3750-EXIT
                  VARYING TX FROM 1 BY 1
                  UNTIL ENTRY-FOUND
                      OR TX > WS-TONIGHT-COUNT
          END-IF
          IF ENTRY-FOUND
              SET TX TO WS-SLOT
              MOVE RY-REASON-CODE TO WS-TN-REASON-CODE (TX)
              IF RY-IMAGE-END-VALUE IS NUMERIC
                  MOVE RY-IMAGE-END-VALUE TO WS-TN-END-VALUE (TX)
              ELSE
                  MOVE 0 TO WS-TN-END-VALUE (TX)
              END-IF
          END-IF
          PERFORM 3600-READ-RECYCLE-RECORD THRU 3600-EXIT.
      3700-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3750-SCAN-FOR-REJECT
     *>   Only a batch kept off the ledger can have gone to RECYCLE.
     *>--------------------------------------------------------------
      3750-SCAN-FOR-REJECT.
          IF WS-TN-BATCH-SEQ-NO (TX) = RY-ORIG-BATCH-SEQ-NO
              AND WS-TN-GROUP-CODE (TX) = RY-IMAGE-CONTROL (1:5)
              AND WS-TN-DEPARTMENT (TX) = RY-IMAGE-DEPARTMENT
              AND WS-TN-STATUS (TX) NOT = "OK"
              AND WS-TN-STATUS (TX) NOT = "REVERSAL"
              AND WS-TN-STATUS (TX) NOT = "ADJUSTMENT"
              SET ENTRY-FOUND TO TRUE
              SET WS-SLOT TO TX
          END-IF.
      3750-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4000-RETURN-AUDITED-BATCHES
     *>   One *BCH* record per batch on tonight's audit log, in the
     *>   order the batches were run.
     *>--------------------------------------------------------------
      4000-RETURN-AUDITED-BATCHES.
          IF WS-TONIGHT-COUNT > 0
              PERFORM 4100-RETURN-ONE-BATCH THRU 4100-EXIT
                  VARYING TX FROM 1 BY 1
                  UNTIL TX > WS-TONIGHT-COUNT
          END-IF.
      4000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4100-RETURN-ONE-BATCH
     *>   A batch with no department stamp (a legacy submission
     *>   without a *HDR*, or one carried over under the generated
     *>   (MULTIPLE) header) has no one to return it to; it is
     *>   listed in the job log and counted.
     *>--------------------------------------------------------------
      4100-RETURN-ONE-BATCH.
          IF WS-TN-DEPARTMENT (TX) = SPACES
              OR WS-TN-DEPARTMENT (TX) = "(MULTIPLE)"
              DISPLAY "BATCH " WS-TN-BATCH-SEQ-NO (TX) " GROUP "
                  WS-TN-GROUP-CODE (TX)
                  " HAS NO DEPARTMENT - NOT RETURNED"
              ADD 1 TO WS-NOT-RETURNED
              SET BATCHES-NOT-RETURNED TO TRUE
              GO TO 4100-EXIT
          END-IF
          MOVE WS-TN-DEPARTMENT (TX) TO WS-WANTED-DEPARTMENT
          PERFORM 2300-FIND-FILE-DATE THRU 2300-EXIT
          PERFORM 7000-FIND-RETURN THRU 7000-EXIT
          IF WS-RETURN-SLOT = 0
              ADD 1 TO WS-NOT-RETURNED
              SET BATCHES-NOT-RETURNED TO TRUE
              GO TO 4100-EXIT
          END-IF
          SET RX TO WS-RETURN-SLOT
          PERFORM 7300-START-DETAIL-RECORD THRU 7300-EXIT
          SET DR-BATCH-RECORD TO TRUE
          MOVE WS-TN-BATCH-SEQ-NO (TX) TO DR-BATCH-SEQ-NO
          MOVE WS-TN-GROUP-CODE (TX) TO DR-GROUP-CODE
          MOVE WS-TN-END-VALUE (TX) TO DR-END-VALUE
          MOVE WS-TN-HAS-EXPECTED (TX) TO DR-HAS-EXPECTED
          MOVE WS-TN-EXPECTED (TX) TO DR-EXPECTED
          MOVE WS-TN-SUMA (TX) TO DR-SUMA
          MOVE 0 TO DR-DIFFERENCE
          MOVE WS-TN-REASON-CODE (TX) TO DR-REASON-CODE
          PERFORM 4200-SET-DISPOSITION THRU 4200-EXIT
          MOVE WS-TN-END-VALUE (TX) TO WS-HASH-WORK
          PERFORM 7400-WRITE-DETAIL-RECORD THRU 7400-EXIT.
      4100-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 4200-SET-DISPOSITION
     *>   The audit status as the department is told it. Anything
     *>   that reached the ledger extract - including a reversal or
     *>   correction - is POSTED. A batch the edit failed is
     *>   REJECTED with the RECYCLE reason code (INVALID if it was
     *>   not found). An out-of-balance batch carries suma less
     *>   expected total. The rarer statuses are passed on as
     *>   logged and counted together.
     *>--------------------------------------------------------------
      4200-SET-DISPOSITION.
          EVALUATE WS-TN-STATUS (TX)
              WHEN "OK"
              WHEN "REVERSAL"
              WHEN "ADJUSTMENT"
                  MOVE "POSTED" TO DR-DISPOSITION
                  ADD 1 TO WS-RT-POSTED (RX)
              WHEN "INVALID"
                  MOVE "REJECTED" TO DR-DISPOSITION
                  IF DR-REASON-CODE = SPACES
                      MOVE "INVALID" TO DR-REASON-CODE
                  END-IF
                  ADD 1 TO WS-RT-REJECTED (RX)
              WHEN "LIMITS"
                  MOVE "LIMITS" TO DR-DISPOSITION
                  MOVE "LIMITS" TO DR-REASON-CODE
                  ADD 1 TO WS-RT-LIMITS (RX)
              WHEN "OUT OF BALANCE"
                  MOVE "OUT OF BALANCE" TO DR-DISPOSITION
                  MOVE "OUTOFBAL" TO DR-REASON-CODE
                  IF WS-TN-HAS-EXPECTED (TX) = 'Y'
                      COMPUTE DR-DIFFERENCE = WS-TN-SUMA (TX)
                          - WS-TN-EXPECTED (TX)
                  END-IF
                  ADD 1 TO WS-RT-OUT-OF-BAL (RX)
              WHEN "DEFERRED"
                  MOVE "DEFERRED" TO DR-DISPOSITION
                  ADD 1 TO WS-RT-DEFERRED (RX)
              WHEN "UNKNOWN GROUP"
                  MOVE "UNKNOWN GROUP" TO DR-DISPOSITION
                  ADD 1 TO WS-RT-UNKNOWN (RX)
              WHEN OTHER
                  MOVE WS-TN-STATUS (TX) TO DR-DISPOSITION
                  ADD 1 TO WS-RT-OTHER (RX)
          END-EVALUATE.
      4200-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 5000-RETURN-EDIT-REJECTIONS
     *>   Second pass of RCVDEPT for what the front-end edit turned
     *>   away before SUMINTS saw it: a *SET* record for each set
     *>   rejected whole, under that set's own file date, and a
     *>   *BCH* record for each batch held as a prior duplicate.
     *>--------------------------------------------------------------
      5000-RETURN-EDIT-REJECTIONS.
          CLOSE RECEIVED-DEPT-FILE
          OPEN INPUT RECEIVED-DEPT-FILE
          IF WS-RCV-FILE-STATUS NOT = "00"
              AND WS-RCV-FILE-STATUS NOT = "05"
              DISPLAY "UNABLE TO REOPEN RCVDEPT, FILE STATUS "
                  WS-RCV-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          MOVE 'N' TO WS-RCV-EOF-SWITCH
          PERFORM 2100-READ-RCV-RECORD THRU 2100-EXIT
          PERFORM 5100-RETURN-ONE-REJECTION THRU 5100-EXIT
              UNTIL RCV-FILE-EOF.
      5000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 5100-RETURN-ONE-REJECTION
     *>--------------------------------------------------------------
      5100-RETURN-ONE-REJECTION.
          ADD 1 TO WS-RCV-READ
          IF RV-SET-ACCEPTED
              PERFORM 2100-READ-RCV-RECORD THRU 2100-EXIT
              GO TO 5100-EXIT
          END-IF
          IF RV-DEPARTMENT = SPACES
              DISPLAY "EDIT REJECTION WITH NO DEPARTMENT, FILE DATE "
                  RV-FILE-DATE " - NOT RETURNED"
              ADD 1 TO WS-NOT-RETURNED
              SET BATCHES-NOT-RETURNED TO TRUE
              PERFORM 2100-READ-RCV-RECORD THRU 2100-EXIT
              GO TO 5100-EXIT
          END-IF
          MOVE RV-DEPARTMENT TO WS-WANTED-DEPARTMENT
          MOVE RV-FILE-DATE TO WS-WANTED-FILE-DATE
          PERFORM 7000-FIND-RETURN THRU 7000-EXIT
          IF WS-RETURN-SLOT = 0
              ADD 1 TO WS-NOT-RETURNED
              SET BATCHES-NOT-RETURNED TO TRUE
              PERFORM 2100-READ-RCV-RECORD THRU 2100-EXIT
              GO TO 5100-EXIT
          END-IF
          SET RX TO WS-RETURN-SLOT
          IF RV-SET-REJECTED
              PERFORM 5200-RETURN-REJECTED-SET THRU 5200-EXIT
          END-IF
          IF RV-BATCH-HELD
              PERFORM 5300-RETURN-HELD-BATCH THRU 5300-EXIT
          END-IF
          PERFORM 2100-READ-RCV-RECORD THRU 2100-EXIT.
      5100-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 5200-RETURN-REJECTED-SET
     *>   The set's records went back on REJSEQ untouched; the return
     *>   says so once, with the edit's reason and the number of
     *>   records the set held, which count toward the batches the
     *>   trailer accounts for. They add nothing to the hash.
     *>--------------------------------------------------------------
      5200-RETURN-REJECTED-SET.
          PERFORM 7300-START-DETAIL-RECORD THRU 7300-EXIT
          SET DR-SET-RECORD TO TRUE
          MOVE "SET REJECTED" TO DR-SET-DISPOSITION
          MOVE RV-FAIL-REASON TO DR-SET-REASON
          IF RV-RECORD-COUNT IS NUMERIC
              MOVE RV-RECORD-COUNT TO DR-SET-RECORD-COUNT
          ELSE
              MOVE 0 TO DR-SET-RECORD-COUNT
          END-IF
          WRITE DEPT-RETURN-RECORD
              INVALID KEY
                  DISPLAY "WRITE FAILED ON DEPTRTN FOR "
                      DR-DEPARTMENT " " DR-FILE-DATE
                      ", FILE STATUS " WS-RETURN-FILE-STATUS
                  ADD DR-SET-RECORD-COUNT TO WS-NOT-RETURNED
                  SET BATCHES-NOT-RETURNED TO TRUE
                  GO TO 5200-EXIT
          END-WRITE
          ADD 1 TO WS-RETURN-RECORDS-OUT
          ADD 1 TO WS-RT-SETS-REJECTED (RX)
          ADD DR-SET-RECORD-COUNT TO WS-RT-BATCH-COUNT (RX)
          ADD DR-SET-RECORD-COUNT TO WS-BATCHES-RETURNED.
      5200-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 5300-RETURN-HELD-BATCH
     *>   A held batch never ran, so it has no seq or suma; its
     *>   control fields are returned as submitted.
     *>--------------------------------------------------------------
      5300-RETURN-HELD-BATCH.
          PERFORM 7300-START-DETAIL-RECORD THRU 7300-EXIT
          SET DR-BATCH-RECORD TO TRUE
          MOVE 0 TO DR-BATCH-SEQ-NO
          MOVE RV-HB-GROUP-CODE TO DR-GROUP-CODE
          MOVE 0 TO WS-HASH-WORK
          IF RV-HB-END-VALUE IS NUMERIC
              MOVE RV-HB-END-VALUE TO WS-HASH-WORK
          END-IF
          MOVE WS-HASH-WORK TO DR-END-VALUE
          IF RV-HB-EXPECTED-TOTAL IS NUMERIC
              MOVE RV-HB-EXPECTED-TOTAL TO WS-EXPECTED-WORK
              MOVE WS-EXPECTED-WORK TO DR-EXPECTED
              MOVE 'Y' TO DR-HAS-EXPECTED
          ELSE
              MOVE 0 TO DR-EXPECTED
              MOVE 'N' TO DR-HAS-EXPECTED
          END-IF
          MOVE 0 TO DR-SUMA
          MOVE 0 TO DR-DIFFERENCE
          MOVE "DUPLICATE-PRIOR" TO DR-DISPOSITION
          MOVE "DUPPRIOR" TO DR-REASON-CODE
          ADD 1 TO WS-RT-HELD (RX)
          PERFORM 7400-WRITE-DETAIL-RECORD THRU 7400-EXIT.
      5300-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 6000-CLOSE-RETURNS
     *>   Each return gets its *HDR* and *TRL* records and a line
     *>   on the register.
     *>--------------------------------------------------------------
      6000-CLOSE-RETURNS.
          MOVE SPACES TO RETURN-REPORT-LINE
          WRITE RETURN-REPORT-LINE
          MOVE WS-RPT-COLHDG-LINE TO RETURN-REPORT-LINE
          WRITE RETURN-REPORT-LINE
          IF WS-RETURN-COUNT = 0
              MOVE WS-RPT-NONE-LINE TO RETURN-REPORT-LINE
              WRITE RETURN-REPORT-LINE
              GO TO 6000-EXIT
          END-IF
          PERFORM 6100-CLOSE-ONE-RETURN THRU 6100-EXIT
              VARYING RX FROM 1 BY 1
              UNTIL RX > WS-RETURN-COUNT.
      6000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 6100-CLOSE-ONE-RETURN
     *>   The trailer carries the number of *BCH* and *SET* records,
     *>   the number of the department's records they account for
     *>   (a rejected set stands for all of its records), the
     *>   END-VALUE hash and the count for each disposition.
     *>--------------------------------------------------------------
      6100-CLOSE-ONE-RETURN.
          MOVE SPACES TO DEPT-RETURN-RECORD
          MOVE WS-RT-DEPARTMENT (RX) TO DR-DEPARTMENT
          MOVE WS-RT-FILE-DATE (RX) TO DR-FILE-DATE
          MOVE 0 TO DR-RECORD-SEQ
          SET DR-HEADER-RECORD TO TRUE
          MOVE WS-CYCLE-DATE TO DR-BUSINESS-DATE
          MOVE WS-RUN-DATE TO DR-HDR-RUN-DATE
          MOVE WS-RUN-TIME TO DR-HDR-RUN-TIME
          PERFORM 6200-WRITE-CONTROL-RECORD THRU 6200-EXIT
          MOVE SPACES TO DR-RECORD-BODY
          MOVE WS-TRAILER-SEQ TO DR-RECORD-SEQ
          SET DR-TRAILER-RECORD TO TRUE
          MOVE WS-RT-LAST-SEQ (RX) TO DR-TRL-RECORD-COUNT
          MOVE WS-RT-BATCH-COUNT (RX) TO DR-TRL-BATCH-COUNT
          MOVE WS-RT-HASH-TOTAL (RX) TO DR-TRL-HASH-TOTAL
          MOVE WS-RT-POSTED (RX) TO DR-TRL-POSTED
          MOVE WS-RT-REJECTED (RX) TO DR-TRL-REJECTED
          MOVE WS-RT-LIMITS (RX) TO DR-TRL-LIMITS
          MOVE WS-RT-OUT-OF-BAL (RX) TO DR-TRL-OUT-OF-BAL
          MOVE WS-RT-DEFERRED (RX) TO DR-TRL-DEFERRED
          MOVE WS-RT-UNKNOWN (RX) TO DR-TRL-UNKNOWN
          MOVE WS-RT-OTHER (RX) TO DR-TRL-OTHER
          MOVE WS-RT-HELD (RX) TO DR-TRL-HELD
          MOVE WS-RT-SETS-REJECTED (RX) TO DR-TRL-SETS-REJECTED
          PERFORM 6200-WRITE-CONTROL-RECORD THRU 6200-EXIT
          MOVE WS-RT-DEPARTMENT (RX) TO RL-DEPARTMENT
          MOVE WS-RT-FILE-DATE (RX) TO RL-FILE-DATE
          MOVE WS-RT-BATCH-COUNT (RX) TO RL-BATCH-COUNT
          MOVE WS-RT-POSTED (RX) TO RL-POSTED
          MOVE WS-RT-REJECTED (RX) TO RL-REJECTED
          MOVE WS-RT-LIMITS (RX) TO RL-LIMITS
          MOVE WS-RT-OUT-OF-BAL (RX) TO RL-OUT-OF-BAL
          MOVE WS-RT-DEFERRED (RX) TO RL-DEFERRED
          MOVE WS-RT-UNKNOWN (RX) TO RL-UNKNOWN
          MOVE WS-RT-OTHER (RX) TO RL-OTHER
          MOVE WS-RT-HELD (RX) TO RL-HELD
          MOVE WS-RT-SETS-REJECTED (RX) TO RL-SETS-REJECTED
          MOVE WS-RPT-RETURN-LINE TO RETURN-REPORT-LINE
          WRITE RETURN-REPORT-LINE.
      6100-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 6200-WRITE-CONTROL-RECORD
     *>   A return without its *HDR* or *TRL* is of no use to the
     *>   department, so a failure here ends the step 8, not 4.
     *>--------------------------------------------------------------
      6200-WRITE-CONTROL-RECORD.
          WRITE DEPT-RETURN-RECORD
              INVALID KEY
                  DISPLAY "WRITE FAILED ON DEPTRTN FOR "
                      DR-DEPARTMENT " " DR-FILE-DATE " "
                      DR-RECORD-TYPE ", FILE STATUS "
                      WS-RETURN-FILE-STATUS
                  SET RETURN-CONTROLS-FAILED TO TRUE
                  GO TO 6200-EXIT
          END-WRITE
          ADD 1 TO WS-RETURN-RECORDS-OUT.
      6200-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 7000-FIND-RETURN
     *>   WS-WANTED-DEPARTMENT and WS-WANTED-FILE-DATE in;
     *>   WS-RETURN-SLOT out, the return's table entry - opened now
     *>   if this is its first record tonight - or zero when the
     *>   table is full.
     *>--------------------------------------------------------------
      7000-FIND-RETURN.
          MOVE 'N' TO WS-FOUND-SWITCH
          MOVE 0 TO WS-RETURN-SLOT
          IF WS-RETURN-COUNT > 0
              PERFORM 7050-SCAN-RETURN THRU 7050-EXIT
                  VARYING RX FROM 1 BY 1
                  UNTIL ENTRY-FOUND
                      OR RX > WS-RETURN-COUNT
          END-IF
          IF ENTRY-FOUND
              GO TO 7000-EXIT
          END-IF
          IF WS-RETURN-COUNT >= WS-RETURN-MAX
              DISPLAY "RETURN TABLE FULL AT " WS-RETURN-MAX
                  " - " WS-WANTED-DEPARTMENT " "
                  WS-WANTED-FILE-DATE " NOT RETURNED"
              GO TO 7000-EXIT
          END-IF
          ADD 1 TO WS-RETURN-COUNT
          MOVE WS-RETURN-COUNT TO WS-RETURN-SLOT
          SET RX TO WS-RETURN-SLOT
          MOVE WS-WANTED-DEPARTMENT TO WS-RT-DEPARTMENT (RX)
          MOVE WS-WANTED-FILE-DATE TO WS-RT-FILE-DATE (RX)
          MOVE 0 TO WS-RT-LAST-SEQ (RX)
          MOVE 0 TO WS-RT-BATCH-COUNT (RX)
          MOVE 0 TO WS-RT-HASH-TOTAL (RX)
          MOVE 0 TO WS-RT-POSTED (RX)
          MOVE 0 TO WS-RT-REJECTED (RX)
          MOVE 0 TO WS-RT-LIMITS (RX)
          MOVE 0 TO WS-RT-OUT-OF-BAL (RX)
          MOVE 0 TO WS-RT-DEFERRED (RX)
          MOVE 0 TO WS-RT-UNKNOWN (RX)
          MOVE 0 TO WS-RT-OTHER (RX)
          MOVE 0 TO WS-RT-HELD (RX)
          MOVE 0 TO WS-RT-SETS-REJECTED (RX)
          PERFORM 7100-CLEAR-OLD-RETURN THRU 7100-EXIT.
      7000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 7050-SCAN-RETURN
     *>--------------------------------------------------------------
      7050-SCAN-RETURN.
          IF WS-RT-DEPARTMENT (RX) = WS-WANTED-DEPARTMENT
              AND WS-RT-FILE-DATE (RX) = WS-WANTED-FILE-DATE
              SET ENTRY-FOUND TO TRUE
              SET WS-RETURN-SLOT TO RX
          END-IF.
      7050-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 7100-CLEAR-OLD-RETURN
     *>   A rerun of the night rebuilds the return whole: whatever
     *>   an earlier run wrote under the same department and file
     *>   date is deleted first.
     *>--------------------------------------------------------------
      7100-CLEAR-OLD-RETURN.
          MOVE 'N' TO WS-PURGE-EOF-SWITCH
          MOVE WS-WANTED-DEPARTMENT TO DR-DEPARTMENT
          MOVE WS-WANTED-FILE-DATE TO DR-FILE-DATE
          MOVE 0 TO DR-RECORD-SEQ
          START DEPT-RETURN-FILE
              KEY IS NOT LESS THAN DR-RETURN-KEY
              INVALID KEY
                  GO TO 7100-EXIT
          END-START
          PERFORM 7150-DELETE-OLD-RECORD THRU 7150-EXIT
              UNTIL OLD-RETURN-CLEARED.
      7100-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 7150-DELETE-OLD-RECORD
     *>--------------------------------------------------------------
      7150-DELETE-OLD-RECORD.
          READ DEPT-RETURN-FILE NEXT RECORD
              AT END
                  SET OLD-RETURN-CLEARED TO TRUE
                  GO TO 7150-EXIT
          END-READ
          IF DR-DEPARTMENT NOT = WS-WANTED-DEPARTMENT
              OR DR-FILE-DATE NOT = WS-WANTED-FILE-DATE
              SET OLD-RETURN-CLEARED TO TRUE
              GO TO 7150-EXIT
          END-IF
          IF DR-HEADER-RECORD
              DISPLAY "RETURN FOR " DR-DEPARTMENT " " DR-FILE-DATE
                  " ALREADY ON FILE - REPLACED"
          END-IF
          DELETE DEPT-RETURN-FILE RECORD
              INVALID KEY
                  DISPLAY "DELETE FAILED ON DEPTRTN, FILE STATUS "
                      WS-RETURN-FILE-STATUS
                  SET OLD-RETURN-CLEARED TO TRUE
                  GO TO 7150-EXIT
          END-DELETE
          ADD 1 TO WS-OLD-RECORDS-REMOVED.
      7150-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 7300-START-DETAIL-RECORD
     *>   Keys the next record of the return at RX.
     *>--------------------------------------------------------------
      7300-START-DETAIL-RECORD.
          MOVE SPACES TO DEPT-RETURN-RECORD
          ADD 1 TO WS-RT-LAST-SEQ (RX)
          MOVE WS-RT-DEPARTMENT (RX) TO DR-DEPARTMENT
          MOVE WS-RT-FILE-DATE (RX) TO DR-FILE-DATE
          MOVE WS-RT-LAST-SEQ (RX) TO DR-RECORD-SEQ
          MOVE WS-CYCLE-DATE TO DR-BUSINESS-DATE.
      7300-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 7400-WRITE-DETAIL-RECORD
     *>   Writes a *BCH* record and adds WS-HASH-WORK, its end value,
     *>   to the return's hash, kept to the low-order 15 digits as
     *>   the department's own trailer is.
     *>--------------------------------------------------------------
      7400-WRITE-DETAIL-RECORD.
          WRITE DEPT-RETURN-RECORD
              INVALID KEY
                  DISPLAY "WRITE FAILED ON DEPTRTN FOR "
                      DR-DEPARTMENT " " DR-FILE-DATE
                      ", FILE STATUS " WS-RETURN-FILE-STATUS
                  ADD 1 TO WS-NOT-RETURNED
                  SET BATCHES-NOT-RETURNED TO TRUE
                  GO TO 7400-EXIT
          END-WRITE
          ADD 1 TO WS-RETURN-RECORDS-OUT
          ADD 1 TO WS-RT-BATCH-COUNT (RX)
          ADD 1 TO WS-BATCHES-RETURNED
          ADD WS-HASH-WORK TO WS-RT-HASH-TOTAL (RX)
          IF WS-RT-HASH-TOTAL (RX) >= 1000000000000000
              SUBTRACT 1000000000000000 FROM WS-RT-HASH-TOTAL (RX)
          END-IF.
      7400-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 8000-TERMINATE
     *>--------------------------------------------------------------
      8000-TERMINATE.
          MOVE SPACES TO RETURN-REPORT-LINE
          WRITE RETURN-REPORT-LINE
          MOVE WS-RETURN-COUNT TO RF-RETURN-COUNT
          MOVE WS-BATCHES-RETURNED TO RF-BATCHES-RETURNED
          MOVE WS-NOT-RETURNED TO RF-NOT-RETURNED
          MOVE WS-RPT-FOOTER-LINE TO RETURN-REPORT-LINE
          WRITE RETURN-REPORT-LINE
          IF WS-OLD-RECORDS-REMOVED > 0
              DISPLAY "EARLIER RETURN RECORDS REPLACED: "
                  WS-OLD-RECORDS-REMOVED
          END-IF
          CLOSE AUDIT-LOG-FILE
          CLOSE RECYCLE-FILE
          CLOSE RECEIVED-DEPT-FILE
          CLOSE DEPT-RETURN-FILE
          CLOSE RETURN-REPORT-FILE.
      8000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 8500-WRITE-STEP-RECORD
     *>   One record to the shared run-control file: tonight's audit
     *>   records and RCVDEPT records read in, return records out.
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
          MOVE "DEPTRTN" TO RC-STEP-NAME
          MOVE WS-CYCLE-DATE TO RC-BUSINESS-DATE
          MOVE WS-RUN-DATE TO RC-START-DATE
          MOVE WS-RUN-TIME TO RC-START-TIME
          MOVE WS-END-DATE TO RC-END-DATE
          MOVE WS-END-TIME TO RC-END-TIME
          COMPUTE RC-RECORDS-IN = WS-AUDIT-READ + WS-RCV-READ
          MOVE WS-RETURN-RECORDS-OUT TO RC-RECORDS-OUT
          MOVE WS-STEP-COND TO RC-COND-CODE
          MOVE 0 TO RC-LEGS
          WRITE RUN-CONTROL-RECORD
          CLOSE RUN-CONTROL-FILE.
      8500-EXIT.
          EXIT.
