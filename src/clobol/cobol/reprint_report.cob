     *>                   trail and that field is left blank, the
     *>                   same documented-omission treatment the
     *>                   compute-mode line gets.
     *>   2026-09-25  JH  A reversal or correction batch prints with
     *>                   its REVERSAL/ADJUST status and a line naming
     *>                   the batch it puts right, as the filed report
     *>                   does. A batch on the reprinted night that a
     *>                   reversal or correction on any later night
     *>                   put right gets a REVERSED BY / ADJUSTED BY
     *>                   line under its detail, from the adjustment's
     *>                   cross-referenced audit record; the totals
     *>                   stay as filed.
     *>--------------------------------------------------------------
      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
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
              10  WS-BE-DEPARTMENT    PIC X(20).
              10  WS-BE-EXPECTED      PIC S9(17) COMP-3.
              10  WS-BE-HAS-EXPECTED  PIC X(01).
              10  WS-BE-XREF-DATE     PIC 9(08).
              10  WS-BE-XREF-SEQ-NO   PIC 9(09).
     *> Every reversal or correction on the trail, whatever night it
     *> ran, that puts right a batch of the reprint date.
      01  WS-CORRECTION-TABLE.
          05  WS-CORRECTION-COUNT     PIC 9(05) BINARY VALUE 0.
          05  WS-CORRECTION-MAX       PIC 9(05) BINARY VALUE 500.
          05  WS-CORRECTION-ENTRY OCCURS 500 TIMES
                  INDEXED BY CX.
              10  WS-CE-GROUP-CODE    PIC X(05).
              10  WS-CE-ORIG-SEQ-NO   PIC 9(09).
              10  WS-CE-STATUS        PIC X(15).
              10  WS-CE-ADJ-DATE      PIC 9(08).
              10  WS-CE-ADJ-SEQ-NO    PIC 9(09).
              10  WS-CE-DELTA         PIC S9(17) COMP-3.
     *> The distinct groups of the night, sorted ascending before
     *> printing so the reprint breaks in the same group order the
     *> original control-break report did.
          05  FILLER                  PIC X(07) VALUE "DIFF: ".
          05  PO-DIFFERENCE           PIC -(17)9.
          05  FILLER                  PIC X(55) VALUE SPACES.
      01  WS-RPT-ADJUST-LINE.
          05  FILLER                  PIC X(04) VALUE SPACES.
          05  PJ-ACTION               PIC X(10).
          05  FILLER                  PIC X(07) VALUE " BATCH ".
          05  PJ-ORIG-SEQ-NO          PIC ZZZZZZZZ9.
          05  FILLER                  PIC X(04) VALUE " OF ".
          05  PJ-ORIG-DATE            PIC 9(08).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(12) VALUE "NET EFFECT: ".
          05  PJ-DELTA                PIC -(17)9.
          05  FILLER                  PIC X(58) VALUE SPACES.
      01  WS-RPT-CORRECTED-LINE.
          05  FILLER                  PIC X(04) VALUE SPACES.
          05  PC-ACTION               PIC X(15).
          05  FILLER                  PIC X(07) VALUE " BATCH ".
          05  PC-ADJ-SEQ-NO           PIC ZZZZZZZZ9.
          05  FILLER                  PIC X(04) VALUE " OF ".
          05  PC-ADJ-DATE             PIC 9(08).
          05  FILLER                  PIC X(02) VALUE SPACES.
          05  FILLER                  PIC X(12) VALUE "NET EFFECT: ".
          05  PC-DELTA                PIC -(17)9.
          05  FILLER                  PIC X(53) VALUE SPACES.
      01  WS-RPT-GROUP-LINE.
          05  FILLER                  PIC X(01) VALUE SPACE.
          05  FILLER                  PIC X(07) VALUE "GROUP: ".
     *> 3000-LOAD-SELECTED-RECORD
     *>--------------------------------------------------------------
      3000-LOAD-SELECTED-RECORD.
          IF AL-HAS-EXPECTED = 'X'
              AND AL-XREF-ORIG-DATE = WS-REPRINT-DATE
              PERFORM 3300-NOTE-CORRECTION THRU 3300-EXIT
          END-IF
          IF AL-RUN-DATE NOT = WS-REPRINT-DATE
              GO TO 3000-EXIT
          END-IF
          MOVE AL-SUMA TO WS-BE-SUMA (BX)
          MOVE AL-STATUS TO WS-BE-STATUS (BX)
          MOVE AL-DEPARTMENT TO WS-BE-DEPARTMENT (BX)
          MOVE 0 TO WS-BE-XREF-DATE (BX)
          MOVE 0 TO WS-BE-XREF-SEQ-NO (BX)
          IF AL-HAS-EXPECTED = 'Y'
              MOVE AL-EXPECTED TO WS-BE-EXPECTED (BX)
              MOVE 'Y' TO WS-BE-HAS-EXPECTED (BX)
          ELSE
              MOVE 0 TO WS-BE-EXPECTED (BX)
              MOVE 'N' TO WS-BE-HAS-EXPECTED (BX)
              IF AL-HAS-EXPECTED = 'X'
                  MOVE 'X' TO WS-BE-HAS-EXPECTED (BX)
                  MOVE AL-XREF-ORIG-DATE TO WS-BE-XREF-DATE (BX)
                  MOVE AL-XREF-ORIG-SEQ TO WS-BE-XREF-SEQ-NO (BX)
              END-IF
          END-IF
          IF AL-DEPARTMENT NOT = SPACES
              IF WS-SUBMIT-DEPT = SPACES
      3000-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3300-NOTE-CORRECTION
     *>   A reversal or correction naming a batch of the reprint
     *>   date - from the same night or any later one - is kept for
     *>   the REVERSED BY / ADJUSTED BY line under that batch.
     *>--------------------------------------------------------------
      3300-NOTE-CORRECTION.
          IF WS-CORRECTION-COUNT >= WS-CORRECTION-MAX
              DISPLAY "CORRECTION TABLE FULL AT " WS-CORRECTION-MAX
                  " - BATCH " AL-BATCH-SEQ-NO " OF " AL-RUN-DATE
                  " NOT SHOWN AGAINST BATCH " AL-XREF-ORIG-SEQ
              GO TO 3300-EXIT
          END-IF
          ADD 1 TO WS-CORRECTION-COUNT
          SET CX TO WS-CORRECTION-COUNT
          MOVE AL-GROUP-CODE TO WS-CE-GROUP-CODE (CX)
          MOVE AL-XREF-ORIG-SEQ TO WS-CE-ORIG-SEQ-NO (CX)
          MOVE AL-STATUS TO WS-CE-STATUS (CX)
          MOVE AL-RUN-DATE TO WS-CE-ADJ-DATE (CX)
          MOVE AL-BATCH-SEQ-NO TO WS-CE-ADJ-SEQ-NO (CX)
          MOVE AL-SUMA TO WS-CE-DELTA (CX).
      3300-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3500-NOTE-GROUP
     *>--------------------------------------------------------------
      3500-NOTE-GROUP.
                  ADD 1 TO WS-LIMITS-COUNT
              WHEN "OVERFLOW"
                  MOVE "OVERFLOW" TO PD-STATUS
              WHEN "REVERSAL"
                  MOVE "REVERSAL" TO PD-STATUS
              WHEN "ADJUSTMENT"
                  MOVE "ADJUST" TO PD-STATUS
              WHEN OTHER
                  MOVE "OK" TO PD-STATUS
          END-EVALUATE
              MOVE WS-RPT-OOB-LINE TO RPR-REPORT-LINE
              WRITE RPR-REPORT-LINE
          END-IF
          IF WS-BE-HAS-EXPECTED (WS-BATCH-SLOT) = 'X'
              IF WS-BE-STATUS (WS-BATCH-SLOT) = "REVERSAL"
                  MOVE "**REVERSES" TO PJ-ACTION
              ELSE
                  MOVE "**ADJUSTS" TO PJ-ACTION
              END-IF
              MOVE WS-BE-XREF-SEQ-NO (WS-BATCH-SLOT) TO PJ-ORIG-SEQ-NO
              MOVE WS-BE-XREF-DATE (WS-BATCH-SLOT) TO PJ-ORIG-DATE
              MOVE WS-BE-SUMA (WS-BATCH-SLOT) TO PJ-DELTA
              MOVE WS-RPT-ADJUST-LINE TO RPR-REPORT-LINE
              WRITE RPR-REPORT-LINE
          END-IF
          IF WS-CORRECTION-COUNT > 0
              PERFORM 5300-PRINT-CORRECTION THRU 5300-EXIT
                  VARYING CX FROM 1 BY 1
                  UNTIL CX > WS-CORRECTION-COUNT
          END-IF
          ADD WS-BE-SUMA (WS-BATCH-SLOT) TO WS-GROUP-SUBTOTAL
          ADD WS-BE-SUMA (WS-BATCH-SLOT) TO WS-GRAND-TOTAL.
      5200-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 5300-PRINT-CORRECTION
     *>   Not part of the report as filed - the totals are left as
     *>   they printed that night - but the reader of a reprint has
     *>   to know the batch was later put right, and by which batch.
     *>--------------------------------------------------------------
      5300-PRINT-CORRECTION.
          IF WS-CE-ORIG-SEQ-NO (CX) NOT = WS-BE-SEQ-NO (WS-BATCH-SLOT)
              OR WS-CE-GROUP-CODE (CX)
                  NOT = WS-BE-GROUP-CODE (WS-BATCH-SLOT)
              GO TO 5300-EXIT
          END-IF
          IF WS-CE-STATUS (CX) = "REVERSAL"
              MOVE "**REVERSED BY" TO PC-ACTION
          ELSE
              MOVE "**ADJUSTED BY" TO PC-ACTION
          END-IF
          MOVE WS-CE-ADJ-SEQ-NO (CX) TO PC-ADJ-SEQ-NO
          MOVE WS-CE-ADJ-DATE (CX) TO PC-ADJ-DATE
          MOVE WS-CE-DELTA (CX) TO PC-DELTA
          MOVE WS-RPT-CORRECTED-LINE TO RPR-REPORT-LINE
          WRITE RPR-REPORT-LINE.
      5300-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 5500-LOOK-UP-DEPARTMENT
     *>--------------------------------------------------------------
      5500-LOOK-UP-DEPARTMENT.
