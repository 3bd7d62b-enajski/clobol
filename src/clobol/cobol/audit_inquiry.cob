     *>                   status the per-group control limits write
     *>                   and the CHECK MISMATCH status a failed
     *>                   fast/loop cross-check now writes.
     *>   2026-09-25  JH  REVERSAL and ADJUSTMENT (batches putting
     *>                   right a batch already posted) get their own
     *>                   lines in the status count block.
     *>--------------------------------------------------------------
      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
          05  WS-DEFERRED-COUNT       PIC 9(09) BINARY VALUE 0.
          05  WS-LIMITS-COUNT         PIC 9(09) BINARY VALUE 0.
          05  WS-MISMATCH-COUNT       PIC 9(09) BINARY VALUE 0.
          05  WS-REVERSAL-COUNT       PIC 9(09) BINARY VALUE 0.
          05  WS-ADJUSTMENT-COUNT     PIC 9(09) BINARY VALUE 0.
          05  WS-OTHER-COUNT          PIC 9(09) BINARY VALUE 0.
      01  WS-SELECTION-VALUES.
          05  WS-FROM-DATE            PIC 9(08) VALUE 0.
                  ADD 1 TO WS-LIMITS-COUNT
              WHEN "CHECK MISMATCH"
                  ADD 1 TO WS-MISMATCH-COUNT
              WHEN "REVERSAL"
                  ADD 1 TO WS-REVERSAL-COUNT
              WHEN "ADJUSTMENT"
                  ADD 1 TO WS-ADJUSTMENT-COUNT
              WHEN OTHER
                  ADD 1 TO WS-OTHER-COUNT
          END-EVALUATE.
          MOVE WS-MISMATCH-COUNT TO IS-COUNT
          MOVE WS-RPT-STATUS-CNT-LINE TO INQ-REPORT-LINE
          WRITE INQ-REPORT-LINE
          MOVE "REVERSAL" TO IS-STATUS
          MOVE WS-REVERSAL-COUNT TO IS-COUNT
          MOVE WS-RPT-STATUS-CNT-LINE TO INQ-REPORT-LINE
          WRITE INQ-REPORT-LINE
          MOVE "ADJUSTMENT" TO IS-STATUS
          MOVE WS-ADJUSTMENT-COUNT TO IS-COUNT
          MOVE WS-RPT-STATUS-CNT-LINE TO INQ-REPORT-LINE
          WRITE INQ-REPORT-LINE
          IF WS-OTHER-COUNT > 0
              MOVE "(UNRECOGNIZED)" TO IS-STATUS
              MOVE WS-OTHER-COUNT TO IS-COUNT
