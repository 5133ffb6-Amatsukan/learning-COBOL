      * marked - a flagged pairing that never reaches a
      * disposition card shows up here as open review items
      * instead of waiting for a complaint.
      *
      * cycle backout: when cycle-backout has reversed the cycle,
      * its CYC-BKOT counters get their own tie-out legs - the
      * history lines removed against the cycle's report lines,
      * history read against removed plus kept, cross-reference
      * sightings backed out against those the removed lines
      * owed, the review queue read against pulled plus kept,
      * and the recall against the feed trailer.  A cycle never
      * backed out prints none of them.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           END-PERFORM
           PERFORM 5000-PRINT-COUNTERS THRU 5000-EXIT
           PERFORM 6000-PRINT-TIE-OUTS THRU 6000-EXIT
           PERFORM 6500-PRINT-BACKOUT-LEGS THRU 6500-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       6000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The backout's legs - printed only when cycle-backout has
      * logged against this cycle, each side from its own CYC-BKOT
      * counters, so a rerun of the cycle after the backout does
      * not muddle them with the new run's figures.
      *----------------------------------------------------------
       6500-PRINT-BACKOUT-LEGS.
           IF OPS-ENTRY-COUNT = 0
               GO TO 6500-EXIT
           END-IF
           MOVE "N" TO OPS-MISSING-SWITCH
           MOVE "CYC-BKOT" TO OPS-WANT-STEP
           MOVE "HSTREAD" TO OPS-WANT-COUNTER
           PERFORM 4000-GET-VALUE THRU 4000-EXIT
           IF OPS-LEG-MISSING
               GO TO 6500-EXIT
           END-IF
           MOVE SPACES TO OPS-PRINT-LINE
           WRITE OPS-PRINT-LINE
           MOVE "CYCLE BACKOUT TIE-OUTS" TO OPS-PRINT-LINE
           WRITE OPS-PRINT-LINE

           MOVE "BACKOUT: HIST READ = REMOVED+KEPT"
               TO OPS-LEG-LABEL
           MOVE OPS-GOT-VALUE TO OPS-LEG-LEFT
           MOVE "HSTREMOVED" TO OPS-WANT-COUNTER
           PERFORM 4000-GET-VALUE THRU 4000-EXIT
           MOVE OPS-GOT-VALUE TO OPS-LEG-RIGHT
           MOVE "HSTKEPT" TO OPS-WANT-COUNTER
           PERFORM 4000-GET-VALUE THRU 4000-EXIT
           ADD OPS-GOT-VALUE TO OPS-LEG-RIGHT
           PERFORM 7000-PRINT-LEG THRU 7000-EXIT

           MOVE "N" TO OPS-MISSING-SWITCH
           MOVE "BACKOUT: RPT LINES = HIST REMOVED"
               TO OPS-LEG-LABEL
           MOVE "RPTLINES" TO OPS-WANT-COUNTER
           PERFORM 4000-GET-VALUE THRU 4000-EXIT
           MOVE OPS-GOT-VALUE TO OPS-LEG-LEFT
           MOVE "HSTREMOVED" TO OPS-WANT-COUNTER
           PERFORM 4000-GET-VALUE THRU 4000-EXIT
           MOVE OPS-GOT-VALUE TO OPS-LEG-RIGHT
           PERFORM 7000-PRINT-LEG THRU 7000-EXIT

           MOVE "N" TO OPS-MISSING-SWITCH
           MOVE "BACKOUT: XREF DUE = BACKED OUT"
               TO OPS-LEG-LABEL
           MOVE "XREFDUE" TO OPS-WANT-COUNTER
           PERFORM 4000-GET-VALUE THRU 4000-EXIT
           MOVE OPS-GOT-VALUE TO OPS-LEG-LEFT
           MOVE "XREFBACKED" TO OPS-WANT-COUNTER
           PERFORM 4000-GET-VALUE THRU 4000-EXIT
           MOVE OPS-GOT-VALUE TO OPS-LEG-RIGHT
           PERFORM 7000-PRINT-LEG THRU 7000-EXIT

           MOVE "N" TO OPS-MISSING-SWITCH
           MOVE "BACKOUT: QUEUE READ = PULLED+KEPT"
               TO OPS-LEG-LABEL
           MOVE "QREAD" TO OPS-WANT-COUNTER
           PERFORM 4000-GET-VALUE THRU 4000-EXIT
           MOVE OPS-GOT-VALUE TO OPS-LEG-LEFT
           MOVE "QREMOVED" TO OPS-WANT-COUNTER
           PERFORM 4000-GET-VALUE THRU 4000-EXIT
           MOVE OPS-GOT-VALUE TO OPS-LEG-RIGHT
           MOVE "QKEPT" TO OPS-WANT-COUNTER
           PERFORM 4000-GET-VALUE THRU 4000-EXIT
           ADD OPS-GOT-VALUE TO OPS-LEG-RIGHT
           PERFORM 7000-PRINT-LEG THRU 7000-EXIT

           MOVE "N" TO OPS-MISSING-SWITCH
           MOVE "BACKOUT: IFC TRAILER = RECALLED"
               TO OPS-LEG-LABEL
           MOVE "IFCTRAILER" TO OPS-WANT-COUNTER
           PERFORM 4000-GET-VALUE THRU 4000-EXIT
           MOVE OPS-GOT-VALUE TO OPS-LEG-LEFT
           MOVE "RECALLED" TO OPS-WANT-COUNTER
           PERFORM 4000-GET-VALUE THRU 4000-EXIT
           MOVE OPS-GOT-VALUE TO OPS-LEG-RIGHT
           PERFORM 7000-PRINT-LEG THRU 7000-EXIT

      *    The cleared stamps and postings have nothing of their
      *    own to balance against - printed as the position.
           MOVE "N" TO OPS-MISSING-SWITCH
           MOVE "BACKOUT: RUNLOG/CYCSTAT CLEARED"
               TO OPS-LEG-LABEL
           MOVE "RLREMOVED" TO OPS-WANT-COUNTER
           PERFORM 4000-GET-VALUE THRU 4000-EXIT
           MOVE OPS-GOT-VALUE TO OPS-LEG-LEFT
           MOVE "CSREMOVED" TO OPS-WANT-COUNTER
           PERFORM 4000-GET-VALUE THRU 4000-EXIT
           MOVE OPS-GOT-VALUE TO OPS-LEG-RIGHT
           MOVE "N" TO OPS-MISSING-SWITCH
           PERFORM 7500-PRINT-INFO-LEG THRU 7500-EXIT.
       6500-EXIT.
           EXIT.

       7000-PRINT-LEG.
           MOVE SPACES TO OPS-LEG-LINE
           MOVE OPS-LEG-LABEL TO LG-LABEL
