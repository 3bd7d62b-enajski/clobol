     *>                   with SUMINTS (department and reconciliation
     *>                   figures added there); the match-off keys
     *>                   and amounts are unchanged.
     *>   2026-09-25  JH  REVERSAL and ADJUSTMENT records are extracted
     *>                   to LEDGEXT like OK ones (their amount is the
     *>                   net effect on the batch they put right), so
     *>                   they load into the extract table and are
     *>                   matched off the same way.
     *>   2026-10-15  JH  A rerun of the night appends a second audit
     *>                   record for every batch, but the extract
     *>                   register keeps the rerun from extracting it
     *>                   again, so the second copy was never acked
     *>                   and came out as a false exception. The
     *>                   extract table now holds one entry per group
     *>                   and batch seq, the last record logged for
     *>                   it winning, as DEPTRTN and ORGCONS do.
     *>--------------------------------------------------------------
      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
     *>--------------------------------------------------------------
     *> 2000-LOAD-EXTRACTED-BATCHES
     *>   One sweep of the audit log loading the match date's 'OK'
     *>   batches, reversals and adjustments into the extract table
     *>   - the same selection the nightly run applies before
     *>   writing a LEDGEXT 'B' record
     *>   (rejected, out-of-balance, bad-group and cross-check-
     *>   mismatch batches never reach the extract), so the table is
     *>   exactly what the posting job was given to post. A rerun
     *>   logs the night's batches again; the register extracted
     *>   each only once, so one entry per group and batch seq is
     *>   kept, the last record logged for it winning.
     *>--------------------------------------------------------------
      2000-LOAD-EXTRACTED-BATCHES.
          PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT
     *> 2200-LOAD-ONE-AUDIT
     *>--------------------------------------------------------------
      2200-LOAD-ONE-AUDIT.
          IF AL-RUN-DATE NOT = WS-MATCH-DATE
              OR NOT (AL-STATUS = "OK" OR "REVERSAL" OR "ADJUSTMENT")
              PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT
              GO TO 2200-EXIT
          END-IF
          MOVE 'N' TO WS-MATCH-FOUND-SWITCH
          MOVE 0 TO WS-EXTRACT-SLOT
          IF WS-EXTRACT-ENTRY-COUNT > 0
              PERFORM 2250-SCAN-LOADED-ENTRY THRU 2250-EXIT
                  VARYING EX FROM 1 BY 1
                  UNTIL EXTRACT-ENTRY-FOUND
                      OR EX > WS-EXTRACT-ENTRY-COUNT
          END-IF
          IF EXTRACT-ENTRY-FOUND
              SET EX TO WS-EXTRACT-SLOT
              MOVE AL-SUMA TO WS-EE-AMOUNT (EX)
              PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT
              GO TO 2200-EXIT
          END-IF
          IF WS-EXTRACT-ENTRY-COUNT >= WS-EXTRACT-MAX
              DISPLAY "EXTRACT TABLE FULL AT " WS-EXTRACT-MAX
                  " - BATCH " AL-BATCH-SEQ-NO
                  " OMITTED FROM MATCH-OFF"
              SET MATCH-OFF-FAILED TO TRUE
          ELSE
              ADD 1 TO WS-EXTRACT-ENTRY-COUNT
              ADD 1 TO WS-EXTRACTED-COUNT
              SET EX TO WS-EXTRACT-ENTRY-COUNT
              MOVE AL-GROUP-CODE TO WS-EE-GROUP-CODE (EX)
              MOVE AL-BATCH-SEQ-NO TO WS-EE-BATCH-SEQ-NO (EX)
              MOVE AL-SUMA TO WS-EE-AMOUNT (EX)
              MOVE 'N' TO WS-EE-ACKED-FLAG (EX)
          END-IF
          PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
      2200-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 2250-SCAN-LOADED-ENTRY
     *>--------------------------------------------------------------
      2250-SCAN-LOADED-ENTRY.
          IF WS-EE-GROUP-CODE (EX) = AL-GROUP-CODE
              AND WS-EE-BATCH-SEQ-NO (EX) = AL-BATCH-SEQ-NO
              SET EXTRACT-ENTRY-FOUND TO TRUE
              SET WS-EXTRACT-SLOT TO EX
          END-IF.
      2250-EXIT.
          EXIT.
     *>--------------------------------------------------------------
     *> 3000-MATCH-ACK-FILE
     *>   Walks the acknowledgment file against the extract table.
     *>   Each 'A' record marks its batch acknowledged (or is itself
     *>   the exception when nothing was extracted for it - a
     *>   double post); the 'T' trailer is captured for
     *>   reconciliation in 4000.
     *>--------------------------------------------------------------
      3000-MATCH-ACK-FILE.
          PERFORM 3100-READ-ACK-RECORD THRU 3100-EXIT
     *> 3400-ACK-WITHOUT-EXTRACT
     *>   An acknowledgment with no matching extracted batch means
     *>   the posting side posted something this night's extract
     *>   never carried - a doubled extract or a crossed file.
     *>--------------------------------------------------------------
      3400-ACK-WITHOUT-EXTRACT.
          ADD 1 TO WS-NO-EXTRACT-COUNT
