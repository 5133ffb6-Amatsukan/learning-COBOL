      * totals, so each site's picture stands on its own page
      * section.  A line with no depot (written before the depot
      * change) counts against the main site (DC1).
      *
      * box requirements: the new ctnr-stock step now runs
      * between ack-match and this one, so the predecessor this
      * step waits on is CTNR-STK.
      *
      * lot-adjustment advisor: main-mdc's new "A" record prints
      * as ADJUST with its own mode subtotal, and its REDUCED
      * column shows the best adjusted lots (N1/N2) the advisor
      * found - blank when nothing stocked fits the tolerance.
      * The audit line grows by the adjusted lots, their GCD and
      * the number of suggestions, after the depot.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               88  RO-MODE-MULTI      VALUE "M".
               88  RO-MODE-FRACTION   VALUE "F".
               88  RO-MODE-DIVISOR    VALUE "D".
               88  RO-MODE-ADJUST     VALUE "A".
           02  FILLER             PIC X(1).
           02  RO-DATE            PIC 9(6).
           02  RO-DATE-PARTS REDEFINES RO-DATE.
           02  RO-REDUCED-N2      PIC 9(7).
           02  FILLER             PIC X(1).
           02  RO-DEPOT           PIC X(3).
           02  FILLER             PIC X(1).
           02  RO-ADJ-N1          PIC 9(7).
           02  FILLER             PIC X(1).
           02  RO-ADJ-N2          PIC 9(7).
           02  FILLER             PIC X(1).
           02  RO-ADJ-RESULT      PIC 9(7).
           02  FILLER             PIC X(1).
           02  RO-ADJ-COUNT       PIC 9(2).

       FD  RPT-PRINT-FILE.
       01  RPT-PRINT-LINE         PIC X(132).

      *----------------------------------------------------------
      * Shared cycle-status file - same layout as main-mdc's
      * MDC-CYCLE-RECORD.  This step may only run after CTNR-STK
      * has stamped a clean ENDED for the current cycle.
      *----------------------------------------------------------
       FD  RPT-CYCLE-FILE.

      *----------------------------------------------------------
      * Per-mode subtotal slots - 1 = PAIR, 2 = MULTI,
      * 3 = FRACTION, 4 = DIVISOR, 5 = ADJUST - plus a
      * grand-total slot 6, all accumulated on the one detail
      * pass.
      *----------------------------------------------------------
       01  RPT-MODE-STATS.
           02  RPT-MODE-SLOT OCCURS 6 TIMES.
               03  MS-COUNT            PIC 9(7) COMP.
               03  MS-SUM              PIC 9(13) COMP.
               03  MS-MIN              PIC 9(7) COMP.
           02  FILLER                  PIC X(8) VALUE "MULTI".
           02  FILLER                  PIC X(8) VALUE "FRACTION".
           02  FILLER                  PIC X(8) VALUE "DIVISOR".
           02  FILLER                  PIC X(8) VALUE "ADJUST".
       01  RPT-MODE-NAME-TABLE REDEFINES RPT-MODE-NAMES.
           02  RPT-MODE-NAME           PIC X(8) OCCURS 5 TIMES.
       01  RPT-STAT-AVG                PIC 9(7)V99 VALUE 0.

      *----------------------------------------------------------
      * repeated in the exception section at the end.
      *----------------------------------------------------------
       01  RPT-EXCEPTION-TABLE.
           02  RPT-EXCEPTION-IMAGE     PIC X(104) OCCURS 200 TIMES.
       01  RPT-EXCEPTION-COUNT         PIC 9(4) VALUE 0 COMP.
       01  RPT-EXCEPTION-LIMIT         PIC 9(4) VALUE 200 COMP.

      *----------------------------------------------------------
       01  RPT-CYCLE-FIELDS.
           02  RPT-STEP-NAME           PIC X(8) VALUE "MDC-RPT".
           02  RPT-PRED-NAME           PIC X(8) VALUE "CTNR-STK".
           02  RPT-CYCLE-DATE          PIC 9(6) VALUE 0.
           02  RPT-CYCLE-EOF           PIC X(1) VALUE "N".
               88  RPT-END-OF-CYCLE-LOG    VALUE "Y".
           OPEN INPUT RPT-AUDIT-FILE
           OPEN OUTPUT RPT-PRINT-FILE
           MOVE 1 TO RPT-MODE-SUB
           PERFORM UNTIL RPT-MODE-SUB > 6
               MOVE 0 TO MS-COUNT (RPT-MODE-SUB)
               MOVE 0 TO MS-SUM (RPT-MODE-SUB)
               MOVE 9999999 TO MS-MIN (RPT-MODE-SUB)

      *----------------------------------------------------------
      * The step may only run inside the cycle main-mdc opened:
      * the latest cycle on the status file must show CTNR-STK
      * ENDED and no ENDED stamp of this step's own.  A STARTED
      * stamp of its own with no ENDED is this step's earlier
      * abend - the rerun is allowed and noted.  Running out of
                       IF RO-MODE-DIVISOR
                           MOVE RPT-MODE-NAME (4) TO DT-MODE
                       ELSE
                           IF RO-MODE-ADJUST
                               MOVE RPT-MODE-NAME (5) TO DT-MODE
                           ELSE
                               MOVE RO-MODE TO DT-MODE
                           END-IF
                       END-IF
                   END-IF
               END-IF
               MOVE RO-REDUCED-N2 TO WR-REDUCED-N2
               MOVE RPT-REDUCED-WORK TO DT-REDUCED
           ELSE
               IF RO-MODE-ADJUST AND RO-ADJ-COUNT NUMERIC
                   AND RO-ADJ-COUNT > 0
                   MOVE RO-ADJ-N1 TO WR-REDUCED-N1
                   MOVE RO-ADJ-N2 TO WR-REDUCED-N2
                   MOVE RPT-REDUCED-WORK TO DT-REDUCED
               ELSE
                   MOVE SPACES TO DT-REDUCED
               END-IF
           END-IF
           MOVE RPT-DETAIL-LINE TO RPT-PRINT-LINE.
       3500-EXIT.
                   IF RO-MODE-DIVISOR
                       MOVE 4 TO RPT-MODE-SUB
                   ELSE
                       IF RO-MODE-ADJUST
                           MOVE 5 TO RPT-MODE-SUB
                       ELSE
                           MOVE 3 TO RPT-MODE-SUB
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 3750-ROLL-SLOT THRU 3750-EXIT
           MOVE 6 TO RPT-MODE-SUB
           PERFORM 3750-ROLL-SLOT THRU 3750-EXIT.
       3700-EXIT.
           EXIT.
           MOVE "SUBTOTALS BY MODE" TO RPT-PRINT-LINE
           PERFORM 8000-PRINT-A-LINE THRU 8000-EXIT
           MOVE 1 TO RPT-MODE-SUB
           PERFORM UNTIL RPT-MODE-SUB > 5
               MOVE RPT-MODE-NAME (RPT-MODE-SUB) TO ST-LABEL
               PERFORM 5500-PRINT-ONE-SLOT THRU 5500-EXIT
               ADD 1 TO RPT-MODE-SUB
           MOVE SPACES TO RPT-PRINT-LINE
           PERFORM 8000-PRINT-A-LINE THRU 8000-EXIT
           MOVE "GRAND TOTAL" TO ST-LABEL
           MOVE 6 TO RPT-MODE-SUB
           PERFORM 5500-PRINT-ONE-SLOT THRU 5500-EXIT.
       5000-EXIT.
           EXIT.
