      IDENTIFICATION DIVISION.
      PROGRAM-ID. AuditChainAppend.
      AUTHOR. J. HARTLEY.
      INSTALLATION. BATCH CONTROL GROUP.
      DATE-WRITTEN. 2026-10-01.
      DATE-COMPILED.
     *>--------------------------------------------------------------
     *> MODIFICATION HISTORY
     *>   2026-10-01  JH  New roll-up program (load module AUDCHN)
     *>                   for the split night's AUDAPP step, replacing
     *>                   the IEBGENER copy. The four SUMINTS legs run
     *>                   as concurrent jobs and cannot see each
     *>                   other's audit records, so each leg chains
     *>                   its own leg log from zero. This step reads
     *>                   the live AUDITLOG through to its last chain
     *>                   value, then appends the leg records (the
     *>                   AUDITIN concatenation, legs in order) with
     *>                   their chain values recomputed onto the live
     *>                   chain - the record contents are copied
     *>                   unchanged. RC 0 appended, RC 16 a file
     *>                   would not open (nothing appended; the leg
     *>                   files are kept for a rerun of the step).
     *>--------------------------------------------------------------
      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
      FILE-CONTROL.
          SELECT AUDIT-IN-FILE ASSIGN TO "AUDITIN"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-AUDIT-IN-STATUS.
          SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-AUDIT-LOG-STATUS.
      DATA DIVISION.
      FILE SECTION.
      FD  AUDIT-IN-FILE
          RECORD CONTAINS 132 CHARACTERS.
      01  AUDIT-IN-RECORD             PIC X(132).
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
          05  FILLER                  PIC X(01).
          05  AL-CHAIN-VALUE          PIC 9(10).
      WORKING-STORAGE SECTION.
      77  WS-AUDIT-IN-STATUS          PIC X(02).
      77  WS-AUDIT-LOG-STATUS         PIC X(02).
      01  WS-SWITCHES.
          05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
              88  AUDIT-IN-EOF                 VALUE 'Y'.
          05  WS-CHAIN-EOF-SWITCH     PIC X(01) VALUE 'N'.
              88  CHAIN-END-FOUND              VALUE 'Y'.
      01  WS-COUNTERS.
          05  WS-LOG-RECORDS-READ     PIC 9(09) BINARY VALUE 0.
          05  WS-RECORDS-APPENDED     PIC 9(09) BINARY VALUE 0.
     *> Audit chain working fields - identical to SUMINTS and AUDVFY.
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
      01  WS-CHAIN-OPENING            PIC 9(10) VALUE 0.
      PROCEDURE DIVISION.
     *>--------------------------------------------------------------
     *> 0000-MAIN-PROCESS
     *>   Finds the end of the live chain, then appends every leg
     *>   record re-chained onto it. Condition code 0 when the append
     *>   completed, 16 when a file would not open.
     *>--------------------------------------------------------------
      0000-MAIN-PROCESS.
          PERFORM 1000-INITIALIZE THRU 1000-EXIT
          PERFORM 2000-APPEND-AUDIT-RECORD THRU 2000-EXIT
              UNTIL AUDIT-IN-EOF
          PERFORM 8000-TERMINATE THRU 8000-EXIT
          MOVE 0 TO RETURN-CODE
          STOP RUN.
     *>--------------------------------------------------------------
     *> 1000-INITIALIZE
     *>   The leg input is opened first so a missing leg file halts
     *>   the step before the live log has been touched.
     *>--------------------------------------------------------------
      1000-INITIALIZE.
          OPEN INPUT AUDIT-IN-FILE
          IF WS-AUDIT-IN-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN AUDITIN, FILE STATUS "
                  WS-AUDIT-IN-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          PERFORM 1050-FIND-CHAIN-END THRU 1050-EXIT
          MOVE WS-CHAIN-PRIOR TO WS-CHAIN-OPENING
          OPEN EXTEND AUDIT-LOG-FILE
          IF WS-AUDIT-LOG-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN AUDITLOG, FILE STATUS "
                  WS-AUDIT-LOG-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          PERFORM 2100-READ-AUDIT-IN THRU 2100-EXIT.
      1000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 1050-FIND-CHAIN-END
     *>   As SUMINTS does at start-up: read the live log through
     *>   once for the chain value of its last record. An empty or
     *>   new log (or one written before chaining) starts from zero.
     *>--------------------------------------------------------------
      1050-FIND-CHAIN-END.
          MOVE 0 TO WS-CHAIN-PRIOR
          OPEN INPUT AUDIT-LOG-FILE
          IF WS-AUDIT-LOG-STATUS NOT = "00"
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
          ADD 1 TO WS-LOG-RECORDS-READ
          IF AL-CHAIN-VALUE IS NUMERIC
              MOVE AL-CHAIN-VALUE TO WS-CHAIN-PRIOR
          END-IF.
      1060-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2000-APPEND-AUDIT-RECORD
     *>   The leg record is copied as written; only its chain value
     *>   is replaced, computed onto the live chain.
     *>--------------------------------------------------------------
      2000-APPEND-AUDIT-RECORD.
          MOVE AUDIT-IN-RECORD TO AUDIT-RECORD
          PERFORM 7060-CHAIN-AUDIT-RECORD THRU 7060-EXIT
          WRITE AUDIT-RECORD
          ADD 1 TO WS-RECORDS-APPENDED
          PERFORM 2100-READ-AUDIT-IN THRU 2100-EXIT.
      2000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2100-READ-AUDIT-IN
     *>--------------------------------------------------------------
      2100-READ-AUDIT-IN.
          READ AUDIT-IN-FILE
              AT END
                  SET AUDIT-IN-EOF TO TRUE
          END-READ.
      2100-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 7060-CHAIN-AUDIT-RECORD
     *>   Starting from the prior chain value, each of the first
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
     *> 8000-TERMINATE
     *>   The opening and closing chain values go to the job log so
     *>   the night's append can be matched against AUDVFY later.
     *>--------------------------------------------------------------
      8000-TERMINATE.
          DISPLAY "LIVE AUDITLOG HELD " WS-LOG-RECORDS-READ
              " RECORDS ENDING AT CHAIN " WS-CHAIN-OPENING
          DISPLAY "LEG RECORDS APPENDED " WS-RECORDS-APPENDED
              ", AUDITLOG NOW ENDS AT CHAIN " WS-CHAIN-PRIOR
          CLOSE AUDIT-IN-FILE
          CLOSE AUDIT-LOG-FILE.
      8000-EXIT.
          EXIT.
