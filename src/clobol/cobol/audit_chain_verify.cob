      IDENTIFICATION DIVISION.
      PROGRAM-ID. AuditChainVerify.
      AUTHOR. J. HARTLEY.
      INSTALLATION. BATCH CONTROL GROUP.
      DATE-WRITTEN. 2026-10-01.
      DATE-COMPILED.
     *>--------------------------------------------------------------
     *> MODIFICATION HISTORY
     *>   2026-10-01  JH  New on-request verification program (load
     *>                   module AUDVFY) for the chained AUDITLOG.
     *>                   Walks the live log, any archive generation,
     *>                   or a concatenation of generations in order,
     *>                   recomputing every record's chain value from
     *>                   its contents and the record before it, and
     *>                   prints each broken link (the first one
     *>                   flagged), each gap in a run's batch
     *>                   sequence numbers (records missing between
     *>                   two that survive), and the record counts
     *>                   and the opening and closing chain values.
     *>                   An optional VERPARM card supplies the chain
     *>                   value the file should open from (the
     *>                   closing value of the generation before it,
     *>                   printed by AUDARC) and the value it should
     *>                   close at, so a truncated file is caught too.
     *>                   Reads only; nothing is changed. RC 0 chain
     *>                   intact, RC 8 broken link, missing records
     *>                   or wrong closing value, RC 16 a file would
     *>                   not open or the parm card failed edit.
     *>   2026-10-15  JH  The first broken link keeps its finding
     *>                   (chain mismatch or unchained record) and
     *>                   is flagged FIRST in a BREAK column instead.
     *>--------------------------------------------------------------
      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
      FILE-CONTROL.
          SELECT AUDIT-IN-FILE ASSIGN TO "AUDITIN"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-AUDIT-IN-STATUS.
          SELECT OPTIONAL VER-PARM-FILE ASSIGN TO "VERPARM"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-PARM-FILE-STATUS.
          SELECT VER-REPORT-FILE ASSIGN TO "VERRPT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-REPORT-FILE-STATUS.
      DATA DIVISION.
      FILE SECTION.
      FD  AUDIT-IN-FILE
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
          05  FILLER                  PIC X(01).
          05  AL-CHAIN-VALUE          PIC 9(10).
          05  AL-CHAIN-VALUE-X REDEFINES AL-CHAIN-VALUE
                                      PIC X(10).
     *> Optional. Cols 1-10 the chain value the file opens from,
     *> cols 12-21 the chain value it should close at; either may
     *> be left blank.
      FD  VER-PARM-FILE
          RECORD CONTAINS 80 CHARACTERS.
      01  VER-PARM-RECORD.
          05  VP-OPENING-CHAIN        PIC X(10).
          05  FILLER                  PIC X(01).
          05  VP-CLOSING-CHAIN        PIC X(10).
          05  FILLER                  PIC X(59).
      FD  VER-REPORT-FILE
          RECORD CONTAINS 132 CHARACTERS.
      01  VER-REPORT-LINE             PIC X(132).
      WORKING-STORAGE SECTION.
      77  WS-AUDIT-IN-STATUS          PIC X(02).
      77  WS-PARM-FILE-STATUS         PIC X(02).
      77  WS-REPORT-FILE-STATUS       PIC X(02).
      01  WS-SWITCHES.
          05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
              88  AUDIT-FILE-EOF               VALUE 'Y'.
          05  WS-OPENING-SWITCH       PIC X(01) VALUE 'N'.
              88  OPENING-CHAIN-GIVEN          VALUE 'Y'.
          05  WS-CLOSING-SWITCH       PIC X(01) VALUE 'N'.
              88  CLOSING-CHAIN-GIVEN          VALUE 'Y'.
          05  WS-CHAIN-STARTED-SWITCH PIC X(01) VALUE 'N'.
              88  CHAIN-STARTED                VALUE 'Y'.
          05  WS-PRIOR-SWITCH         PIC X(01) VALUE 'N'.
              88  PRIOR-RECORD-SEEN            VALUE 'Y'.
          05  WS-FIRST-BREAK-SWITCH   PIC X(01) VALUE 'N'.
              88  FIRST-BREAK-REPORTED         VALUE 'Y'.
          05  WS-CLOSING-CHECK-SWITCH PIC X(01) VALUE 'N'.
              88  CLOSING-CHAIN-DIFFERS        VALUE 'Y'.
      01  WS-COUNTERS.
          05  WS-RECORDS-READ         PIC 9(09) BINARY VALUE 0.
          05  WS-RECORDS-UNCHAINED    PIC 9(09) BINARY VALUE 0.
          05  WS-LINKS-VERIFIED       PIC 9(09) BINARY VALUE 0.
          05  WS-LINKS-BROKEN         PIC 9(09) BINARY VALUE 0.
          05  WS-RECORDS-MISSING      PIC 9(09) BINARY VALUE 0.
          05  WS-EXCEPTIONS-PRINTED   PIC 9(05) BINARY VALUE 0.
          05  WS-EXCEPTION-MAX        PIC 9(05) BINARY VALUE 500.
          05  WS-FIRST-BREAK-RECORD   PIC 9(09) BINARY VALUE 0.
          05  WS-GAP-SIZE             PIC 9(09) BINARY VALUE 0.
     *> Audit chain working fields - identical to SUMINTS and AUDCHN.
     *> A record's chain value is the remainder, modulo a ten-digit
     *> prime, of a polynomial over the record's first WS-CHAIN-SPAN
     *> bytes started from the previous record's chain value. Each
     *> byte's code is read by putting it in the low byte of a
     *> halfword whose high byte is LOW-VALUE.
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
      01  WS-OPENING-CHAIN            PIC 9(10) VALUE 0.
      01  WS-EXPECTED-CLOSING         PIC 9(10) VALUE 0.
      01  WS-CLOSING-CHAIN            PIC 9(10) VALUE 0.
     *> The run stamp and batch seq of the record before this one:
     *> within one run (same run date and time) SUMINTS numbers its
     *> audit records 1, 2, 3 ..., so a forward jump means records
     *> are missing between the two.
      01  WS-PRIOR-RECORD-VALUES.
          05  WS-PRIOR-RUN-DATE       PIC 9(08) VALUE 0.
          05  WS-PRIOR-RUN-TIME       PIC 9(08) VALUE 0.
          05  WS-PRIOR-BATCH-SEQ-NO   PIC 9(09) VALUE 0.
      01  WS-RUN-DATE                 PIC 9(08).
      01  WS-RPT-HDG1-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(45)
                  VALUE "SUM OF INTEGERS - AUDIT LOG CHAIN CHECK".
          05  FILLER                  PIC X(10) VALUE SPACES.
          05  FILLER                  PIC X(09) VALUE "RUN DATE:".
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  VH1-RUN-DATE            PIC 9(08).
          05  FILLER                  PIC X(58) VALUE SPACES.
      01  WS-RPT-OPENING-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(15)
                  VALUE "OPENING CHAIN: ".
          05  VO-OPENING-CHAIN        PIC X(10).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  VO-OPENING-NOTE         PIC X(50).
          05  FILLER                  PIC X(54) VALUE SPACES.
      01  WS-RPT-CLOSING-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(24)
                  VALUE "EXPECTED CLOSING CHAIN: ".
          05  VC-EXPECTED-CLOSING     PIC X(10).
          05  FILLER                  PIC X(97) VALUE SPACES.
      01  WS-RPT-HDG2-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(09) VALUE "RECORD NO".
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(08) VALUE "RUN DATE".
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(08) VALUE "RUN TIME".
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(09) VALUE "BATCH SEQ".
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(05) VALUE "GROUP".
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(10) VALUE "STORED".
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(10) VALUE "COMPUTED".
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(07) VALUE "FINDING".
          05  FILLER                  PIC X(36) VALUE SPACES.
          05  FILLER                  PIC X(05) VALUE "BREAK".
          05  FILLER                  PIC X(10) VALUE SPACES.
      01  WS-RPT-EXCEPTION-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  VX-RECORD-NO            PIC ZZZZZZZZ9.
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  VX-RUN-DATE             PIC X(08).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  VX-RUN-TIME             PIC X(08).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  VX-BATCH-SEQ-NO         PIC X(09).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  VX-GROUP-CODE           PIC X(05).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  VX-STORED-CHAIN         PIC X(10).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  VX-COMPUTED-CHAIN       PIC X(10).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  VX-FINDING              PIC X(32).
          05  VX-FINDING-COUNT        PIC ZZZZZZZZ9 BLANK WHEN ZERO.
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  VX-BREAK-FLAG           PIC X(05) VALUE SPACES.
          05  FILLER                  PIC X(10) VALUE SPACES.
      01  WS-RPT-LIMIT-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(35)
                  VALUE "EXCEPTION LISTING STOPPED AT LIMIT ".
          05  FILLER                  PIC X(32)
                  VALUE "- COUNTS BELOW INCLUDE THE REST".
          05  FILLER                  PIC X(64) VALUE SPACES.
      01  WS-RPT-COUNT-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  VT-COUNT-LABEL          PIC X(40).
          05  VT-COUNT                PIC ZZZZZZZZ9.
          05  FILLER                  PIC X(82) VALUE SPACES.
      01  WS-RPT-CHAIN-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  VK-CHAIN-LABEL          PIC X(40).
          05  VK-CHAIN-VALUE          PIC 9(10).
          05  FILLER                  PIC X(81) VALUE SPACES.
      01  WS-RPT-RESULT-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(08) VALUE "RESULT: ".
          05  VR-RESULT               PIC X(60).
          05  FILLER                  PIC X(63) VALUE SPACES.
      PROCEDURE DIVISION.
     *>--------------------------------------------------------------
     *> 0000-MAIN-PROCESS
     *>   Reads the parm card, walks the file once checking every
     *>   link and every run's batch sequence, then prints the
     *>   counts and the verdict. Condition code 0 when the chain is
     *>   intact, 8 when anything was found, 16 when a file would
     *>   not open or the parm card failed edit.
     *>--------------------------------------------------------------
      0000-MAIN-PROCESS.
          PERFORM 1000-INITIALIZE THRU 1000-EXIT
          PERFORM 2000-VERIFY-AUDIT-RECORD THRU 2000-EXIT
              UNTIL AUDIT-FILE-EOF
          PERFORM 8000-TERMINATE THRU 8000-EXIT
          IF WS-LINKS-BROKEN > 0
              OR WS-RECORDS-MISSING > 0
              OR CLOSING-CHAIN-DIFFERS
              MOVE 8 TO RETURN-CODE
          ELSE
              MOVE 0 TO RETURN-CODE
          END-IF
          STOP RUN.
     *>--------------------------------------------------------------
     *> 1000-INITIALIZE
     *>--------------------------------------------------------------
      1000-INITIALIZE.
          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
          OPEN INPUT AUDIT-IN-FILE
          IF WS-AUDIT-IN-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN AUDITIN, FILE STATUS "
                  WS-AUDIT-IN-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          OPEN INPUT VER-PARM-FILE
          IF WS-PARM-FILE-STATUS NOT = "00"
              AND WS-PARM-FILE-STATUS NOT = "05"
              DISPLAY "UNABLE TO OPEN VERPARM, FILE STATUS "
                  WS-PARM-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          OPEN OUTPUT VER-REPORT-FILE
          IF WS-REPORT-FILE-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN VERRPT, FILE STATUS "
                  WS-REPORT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          PERFORM 1200-READ-PARM-CARD THRU 1200-EXIT
          PERFORM 1900-WRITE-REPORT-HEADERS THRU 1900-EXIT
          PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
      1000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 1200-READ-PARM-CARD
     *>   No card, or a blank field, means that value is not known.
     *>   Without an opening value the file's first chained record
     *>   is taken on trust as the anchor and checking starts from
     *>   the record after it. A field that is present but not
     *>   numeric halts the run rather than verifying against a
     *>   value nobody meant.
     *>--------------------------------------------------------------
      1200-READ-PARM-CARD.
          READ VER-PARM-FILE
              AT END
                  GO TO 1200-EXIT
          END-READ
          IF VP-OPENING-CHAIN NOT = SPACES
              IF VP-OPENING-CHAIN IS NOT NUMERIC
                  DISPLAY "INVALID OPENING CHAIN ON PARM CARD: "
                      VP-OPENING-CHAIN
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF
              MOVE VP-OPENING-CHAIN TO WS-OPENING-CHAIN
              SET OPENING-CHAIN-GIVEN TO TRUE
          END-IF
          IF VP-CLOSING-CHAIN NOT = SPACES
              IF VP-CLOSING-CHAIN IS NOT NUMERIC
                  DISPLAY "INVALID CLOSING CHAIN ON PARM CARD: "
                      VP-CLOSING-CHAIN
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF
              MOVE VP-CLOSING-CHAIN TO WS-EXPECTED-CLOSING
              SET CLOSING-CHAIN-GIVEN TO TRUE
          END-IF.
      1200-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 1900-WRITE-REPORT-HEADERS
     *>--------------------------------------------------------------
      1900-WRITE-REPORT-HEADERS.
          MOVE WS-RUN-DATE TO VH1-RUN-DATE
          MOVE WS-RPT-HDG1-LINE TO VER-REPORT-LINE
          WRITE VER-REPORT-LINE
          IF OPENING-CHAIN-GIVEN
              MOVE WS-OPENING-CHAIN TO VO-OPENING-CHAIN
              MOVE "(FROM VERPARM)" TO VO-OPENING-NOTE
          ELSE
              MOVE "(NONE)" TO VO-OPENING-CHAIN
              MOVE "FIRST CHAINED RECORD TAKEN AS THE ANCHOR"
                  TO VO-OPENING-NOTE
          END-IF
          MOVE WS-RPT-OPENING-LINE TO VER-REPORT-LINE
          WRITE VER-REPORT-LINE
          IF CLOSING-CHAIN-GIVEN
              MOVE WS-EXPECTED-CLOSING TO VC-EXPECTED-CLOSING
          ELSE
              MOVE "(NONE)" TO VC-EXPECTED-CLOSING
          END-IF
          MOVE WS-RPT-CLOSING-LINE TO VER-REPORT-LINE
          WRITE VER-REPORT-LINE
          MOVE SPACES TO VER-REPORT-LINE
          WRITE VER-REPORT-LINE
          MOVE WS-RPT-HDG2-LINE TO VER-REPORT-LINE
          WRITE VER-REPORT-LINE.
      1900-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2000-VERIFY-AUDIT-RECORD
     *>   Records written before chaining began carry no chain
     *>   value; they are counted and passed over, but only ahead of
     *>   the first chained record - an unchained record inside the
     *>   chain is a break. The sequence check runs on every record.
     *>--------------------------------------------------------------
      2000-VERIFY-AUDIT-RECORD.
          ADD 1 TO WS-RECORDS-READ
          PERFORM 2300-CHECK-BATCH-SEQUENCE THRU 2300-EXIT
          IF AL-CHAIN-VALUE IS NOT NUMERIC
              IF CHAIN-STARTED
                  MOVE SPACES TO VX-COMPUTED-CHAIN
                  MOVE "UNCHAINED RECORD INSIDE CHAIN" TO VX-FINDING
                  PERFORM 2500-NOTE-BROKEN-LINK THRU 2500-EXIT
              ELSE
                  ADD 1 TO WS-RECORDS-UNCHAINED
              END-IF
              GO TO 2090-NEXT-RECORD
          END-IF
          IF NOT CHAIN-STARTED
              PERFORM 2200-START-CHAIN THRU 2200-EXIT
              IF NOT OPENING-CHAIN-GIVEN
                  AND WS-RECORDS-UNCHAINED = 0
                  MOVE AL-CHAIN-VALUE TO WS-CHAIN-PRIOR
                  GO TO 2090-NEXT-RECORD
              END-IF
          END-IF
          PERFORM 7060-COMPUTE-CHAIN THRU 7060-EXIT
          IF WS-CHAIN-RESULT = AL-CHAIN-VALUE
              ADD 1 TO WS-LINKS-VERIFIED
          ELSE
              MOVE WS-CHAIN-RESULT TO VX-COMPUTED-CHAIN
              MOVE "CHAIN VALUE DOES NOT MATCH" TO VX-FINDING
              PERFORM 2500-NOTE-BROKEN-LINK THRU 2500-EXIT
          END-IF
          MOVE AL-CHAIN-VALUE TO WS-CHAIN-PRIOR.
      2090-NEXT-RECORD.
          PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
      2000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2100-READ-AUDIT-RECORD
     *>--------------------------------------------------------------
      2100-READ-AUDIT-RECORD.
          READ AUDIT-IN-FILE
              AT END
                  SET AUDIT-FILE-EOF TO TRUE
          END-READ.
      2100-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2200-START-CHAIN
     *>   The first chained record links to the VERPARM opening
     *>   value when one was given; after unchained records (the
     *>   log as it stood when chaining began) it links to zero, as
     *>   SUMINTS started it. Otherwise the caller takes it as the
     *>   anchor.
     *>--------------------------------------------------------------
      2200-START-CHAIN.
          SET CHAIN-STARTED TO TRUE
          IF OPENING-CHAIN-GIVEN
              MOVE WS-OPENING-CHAIN TO WS-CHAIN-PRIOR
          ELSE
              MOVE 0 TO WS-CHAIN-PRIOR
          END-IF.
      2200-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2300-CHECK-BATCH-SEQUENCE
     *>   Within one run the batch seq goes up by one per record. A
     *>   restarted run repeats or continues the numbering under a
     *>   new run time, and a new run starts again, so only a
     *>   forward jump inside the same run stamp counts - the jump
     *>   less one is the number of records missing.
     *>--------------------------------------------------------------
      2300-CHECK-BATCH-SEQUENCE.
          IF PRIOR-RECORD-SEEN
              AND AL-RUN-DATE = WS-PRIOR-RUN-DATE
              AND AL-RUN-TIME = WS-PRIOR-RUN-TIME
              AND AL-BATCH-SEQ-NO > WS-PRIOR-BATCH-SEQ-NO + 1
              COMPUTE WS-GAP-SIZE =
                  AL-BATCH-SEQ-NO - WS-PRIOR-BATCH-SEQ-NO - 1
              ADD WS-GAP-SIZE TO WS-RECORDS-MISSING
              MOVE SPACES TO VX-COMPUTED-CHAIN
              MOVE "RECORDS MISSING BEFORE THIS ONE:" TO VX-FINDING
              MOVE WS-GAP-SIZE TO VX-FINDING-COUNT
              PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
          END-IF
          SET PRIOR-RECORD-SEEN TO TRUE
          MOVE AL-RUN-DATE TO WS-PRIOR-RUN-DATE
          MOVE AL-RUN-TIME TO WS-PRIOR-RUN-TIME
          MOVE AL-BATCH-SEQ-NO TO WS-PRIOR-BATCH-SEQ-NO.
      2300-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2500-NOTE-BROKEN-LINK
     *>   Counts the break and lists it with the caller's finding;
     *>   the first one is flagged FIRST in the BREAK column.
     *>   Checking then carries on from the record's own stored
     *>   value, so a single altered record shows as one break and
     *>   the records after it are still checked.
     *>--------------------------------------------------------------
      2500-NOTE-BROKEN-LINK.
          ADD 1 TO WS-LINKS-BROKEN
          IF NOT FIRST-BREAK-REPORTED
              SET FIRST-BREAK-REPORTED TO TRUE
              MOVE WS-RECORDS-READ TO WS-FIRST-BREAK-RECORD
              MOVE "FIRST" TO VX-BREAK-FLAG
          END-IF
          MOVE 0 TO VX-FINDING-COUNT
          PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
          MOVE SPACES TO VX-BREAK-FLAG.
      2500-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2600-WRITE-EXCEPTION
     *>   VX-COMPUTED-CHAIN, VX-FINDING and VX-FINDING-COUNT are set
     *>   by the caller. The listing stops at WS-EXCEPTION-MAX lines
     *>   (a wholesale mismatch, such as the wrong file, would
     *>   otherwise print the whole log); the counts go on.
     *>--------------------------------------------------------------
      2600-WRITE-EXCEPTION.
          IF WS-EXCEPTIONS-PRINTED >= WS-EXCEPTION-MAX
              GO TO 2600-EXIT
          END-IF
          ADD 1 TO WS-EXCEPTIONS-PRINTED
          MOVE WS-RECORDS-READ TO VX-RECORD-NO
          MOVE AUDIT-RECORD (1:8) TO VX-RUN-DATE
          MOVE AUDIT-RECORD (10:8) TO VX-RUN-TIME
          MOVE AUDIT-RECORD (19:9) TO VX-BATCH-SEQ-NO
          MOVE AL-GROUP-CODE TO VX-GROUP-CODE
          MOVE AL-CHAIN-VALUE-X TO VX-STORED-CHAIN
          MOVE WS-RPT-EXCEPTION-LINE TO VER-REPORT-LINE
          WRITE VER-REPORT-LINE
          IF WS-EXCEPTIONS-PRINTED = WS-EXCEPTION-MAX
              MOVE WS-RPT-LIMIT-LINE TO VER-REPORT-LINE
              WRITE VER-REPORT-LINE
          END-IF.
      2600-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 7060-COMPUTE-CHAIN
     *>   Starting from the prior chain value, each of the first
     *>   WS-CHAIN-SPAN bytes is folded in as value * 31 + byte code,
     *>   kept as the remainder by the prime modulus - exactly as
     *>   SUMINTS and AUDCHN chain the record when writing it.
     *>--------------------------------------------------------------
      7060-COMPUTE-CHAIN.
          MOVE WS-CHAIN-PRIOR TO WS-CHAIN-RESULT
          PERFORM 7065-CHAIN-ONE-BYTE THRU 7065-EXIT
              VARYING WS-CHAIN-POS FROM 1 BY 1
              UNTIL WS-CHAIN-POS > WS-CHAIN-SPAN.
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
     *> 8000-TERMINATE
     *>   The closing value is the last chained record's; checked
     *>   against VERPARM when given, so records cut off the end of
     *>   the file (which leave no break behind them) are caught.
     *>--------------------------------------------------------------
      8000-TERMINATE.
          IF CHAIN-STARTED
              MOVE WS-CHAIN-PRIOR TO WS-CLOSING-CHAIN
          ELSE
              MOVE WS-OPENING-CHAIN TO WS-CLOSING-CHAIN
          END-IF
          IF CLOSING-CHAIN-GIVEN
              AND WS-CLOSING-CHAIN NOT = WS-EXPECTED-CLOSING
              SET CLOSING-CHAIN-DIFFERS TO TRUE
              DISPLAY "AUDITIN ENDS AT CHAIN " WS-CLOSING-CHAIN
                  ", VERPARM EXPECTED " WS-EXPECTED-CLOSING
          END-IF
          MOVE SPACES TO VER-REPORT-LINE
          WRITE VER-REPORT-LINE
          MOVE "RECORDS READ:" TO VT-COUNT-LABEL
          MOVE WS-RECORDS-READ TO VT-COUNT
          PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
          MOVE "UNCHAINED (WRITTEN BEFORE CHAINING):"
              TO VT-COUNT-LABEL
          MOVE WS-RECORDS-UNCHAINED TO VT-COUNT
          PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
          MOVE "LINKS VERIFIED:" TO VT-COUNT-LABEL
          MOVE WS-LINKS-VERIFIED TO VT-COUNT
          PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
          MOVE "BROKEN LINKS:" TO VT-COUNT-LABEL
          MOVE WS-LINKS-BROKEN TO VT-COUNT
          PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
          IF FIRST-BREAK-REPORTED
              MOVE "FIRST BROKEN LINK AT RECORD:" TO VT-COUNT-LABEL
              MOVE WS-FIRST-BREAK-RECORD TO VT-COUNT
              PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
          END-IF
          MOVE "RECORDS MISSING (BATCH SEQ GAPS):" TO VT-COUNT-LABEL
          MOVE WS-RECORDS-MISSING TO VT-COUNT
          PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
          IF OPENING-CHAIN-GIVEN
              MOVE "OPENING CHAIN:" TO VK-CHAIN-LABEL
              MOVE WS-OPENING-CHAIN TO VK-CHAIN-VALUE
              MOVE WS-RPT-CHAIN-LINE TO VER-REPORT-LINE
              WRITE VER-REPORT-LINE
          END-IF
          MOVE "CLOSING CHAIN:" TO VK-CHAIN-LABEL
          MOVE WS-CLOSING-CHAIN TO VK-CHAIN-VALUE
          MOVE WS-RPT-CHAIN-LINE TO VER-REPORT-LINE
          WRITE VER-REPORT-LINE
          IF CLOSING-CHAIN-DIFFERS
              MOVE "CLOSING CHAIN NOT AS EXPECTED - RECORDS CUT OFF"
                  TO VR-RESULT
          ELSE
              IF WS-LINKS-BROKEN > 0 OR WS-RECORDS-MISSING > 0
                  MOVE "CHAIN BROKEN - SEE FINDINGS ABOVE" TO VR-RESULT
              ELSE
                  MOVE "CHAIN INTACT" TO VR-RESULT
              END-IF
          END-IF
          MOVE SPACES TO VER-REPORT-LINE
          WRITE VER-REPORT-LINE
          MOVE WS-RPT-RESULT-LINE TO VER-REPORT-LINE
          WRITE VER-REPORT-LINE
          CLOSE AUDIT-IN-FILE
          CLOSE VER-PARM-FILE
          CLOSE VER-REPORT-FILE.
      8000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 8100-WRITE-COUNT-LINE
     *>--------------------------------------------------------------
      8100-WRITE-COUNT-LINE.
          MOVE WS-RPT-COUNT-LINE TO VER-REPORT-LINE
          WRITE VER-REPORT-LINE.
      8100-EXIT.
          EXIT.
