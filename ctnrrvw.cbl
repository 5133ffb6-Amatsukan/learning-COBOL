       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ctnr-review.
      *
      * Modification history
      * ---------------------------------------------------------
      * container size rationalization review: ctnr-impact can
      * only test a candidate master someone has already keyed,
      * so this analysis says which sizes to key in the first
      * place.  It reads the cumulative history on HSTFILE and,
      * for the months hist-archive has purged, the per-GCD "G"
      * summaries on ARCFILE, and for each depot prints two
      * ranked lists for the quarterly warehouse review:
      *   ADD THESE    - sizes with no entry on CTNRMSTR for the
      *                  depot, ranked by how many flagged
      *                  pairings had that size as their GCD (the
      *                  pairings stocking it would have cleared);
      *   RETIRE THESE - sizes the depot stocks as of the review
      *                  date, least used first, counting both the
      *                  times the size was the GCD and the times
      *                  it was the recommended (largest stocked)
      *                  divisor of a "D" inquiry.
      * Each line carries its counts and the depot's flag rate
      * after the change, alone and cumulatively down the list,
      * against the rate today.  The recommended divisor is
      * worked out again against the master as of the review
      * date - the divisor file itself is rewritten every run.
      * Fraction records never flag and are left out, as in
      * ctnr-impact.  Months archived before the "G" summaries
      * existed carry no size detail and are counted, not
      * ranked.
      *
      * indexed master: CTNRMSTR is now indexed on depot and size
      * with 7-digit sizes.  The master is browsed once in key
      * order straight into the size slots, with no 50-entry
      * table in between, and the recommended divisor is picked
      * from the depot's stocked slots.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRV-PARM-FILE ASSIGN TO CRVPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRV-PARM-STATUS.

           SELECT CRV-MASTER-FILE ASSIGN TO CTNRMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-KEY
               FILE STATUS IS CRV-MASTER-STATUS.

           SELECT CRV-HISTORY-FILE ASSIGN TO HSTFILE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CRV-ARCHIVE-FILE ASSIGN TO ARCFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRV-ARCHIVE-STATUS.

           SELECT CRV-PRINT-FILE ASSIGN TO CRVRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------
      * Operator's review card - the date the master's sizes are
      * judged stocked as of, the first month of history to
      * count (zero for all of it), and how many sizes each list
      * shows per depot (zero for the default of ten).
      *----------------------------------------------------------
       FD  CRV-PARM-FILE.
       01  CRV-PARM-RECORD.
           02  PR-ASOF-DATE          PIC 9(6).
           02  PR-FROM-YYMM          PIC 9(4).
           02  PR-LIST-LIMIT         PIC 9(2).

      *----------------------------------------------------------
      * The live container master - same layout as main-mdc's
      * MDC-MASTER-RECORD, keyed on depot and size.
      *----------------------------------------------------------
       FD  CRV-MASTER-FILE.
       01  CRV-MASTER-RECORD.
           02  CM-KEY.
               03  CM-DEPOT          PIC X(3).
               03  CM-CONTAINER-SIZE PIC 9(7).
           02  CM-EFF-DATE           PIC X(6).
           02  CM-EXP-DATE           PIC X(6).
           02  CM-STATUS             PIC X(1).

      *----------------------------------------------------------
      * One line per result, appended by main-mdc's
      * 5100-WRITE-HISTORY - same layout as MDC-HISTORY-RECORD.
      *----------------------------------------------------------
       FD  CRV-HISTORY-FILE.
       01  CRV-HISTORY-RECORD.
           02  HS-DATE               PIC 9(6).
           02  HS-DATE-PARTS REDEFINES HS-DATE.
               03  HS-DATE-YYMM      PIC 9(4).
               03  HS-DATE-DD        PIC 9(2).
           02  FILLER                PIC X(1).
           02  HS-MODE               PIC X(1).
               88  HS-MODE-FRACTION      VALUE "F".
           02  FILLER                PIC X(1).
           02  HS-N1                 PIC 9(7).
           02  FILLER                PIC X(1).
           02  HS-N2                 PIC 9(7).
           02  FILLER                PIC X(1).
           02  HS-RESULT             PIC 9(7).
           02  FILLER                PIC X(1).
           02  HS-LCM                PIC 9(15).
           02  FILLER                PIC X(1).
           02  HS-FLAG               PIC X(1).
               88  HS-FLAG-REVIEW        VALUE "R".
           02  FILLER                PIC X(1).
           02  HS-DEPOT              PIC X(3).

      *----------------------------------------------------------
      * The history archive - same layouts as hist-archive's
      * ARC-SUMMARY-RECORD, ARC-SIZE-RECORD and
      * ARC-TRAILER-RECORD.
      *----------------------------------------------------------
       FD  CRV-ARCHIVE-FILE.
       01  CRV-ARCHIVE-RECORD.
           02  AR-REC-TYPE           PIC X(1).
               88  AR-SUMMARY-REC        VALUE "S".
               88  AR-SIZE-REC           VALUE "G".
               88  AR-TRAILER-REC        VALUE "T".
           02  FILLER                PIC X(1).
           02  AR-YYMM               PIC 9(4).
           02  FILLER                PIC X(1).
           02  AR-MODE               PIC X(1).
               88  AR-MODE-FRACTION      VALUE "F".
           02  FILLER                PIC X(1).
           02  AR-RECORD-COUNT       PIC 9(7).
           02  FILLER                PIC X(1).
           02  AR-FLAG-COUNT         PIC 9(7).
           02  FILLER                PIC X(1).
           02  AR-UNITY-COUNT        PIC 9(7).
           02  FILLER                PIC X(1).
           02  AR-GCD-SUM            PIC 9(13).
       01  CRV-ARCHIVE-SIZE.
           02  AG-REC-TYPE           PIC X(1).
           02  FILLER                PIC X(1).
           02  AG-YYMM               PIC 9(4).
           02  FILLER                PIC X(1).
           02  AG-MODE               PIC X(1).
               88  AG-MODE-FRACTION      VALUE "F".
           02  FILLER                PIC X(1).
           02  AG-DEPOT              PIC X(3).
           02  FILLER                PIC X(1).
           02  AG-RESULT             PIC 9(7).
           02  FILLER                PIC X(1).
           02  AG-RECORD-COUNT       PIC 9(7).
           02  FILLER                PIC X(1).
           02  AG-FLAG-COUNT         PIC 9(7).
       01  CRV-ARCHIVE-TRAILER.
           02  AT-REC-TYPE           PIC X(1).
           02  FILLER                PIC X(1).
           02  AT-RUN-DATE           PIC 9(6).
           02  FILLER                PIC X(1).
           02  AT-SUMMARY-COUNT      PIC 9(5).
           02  FILLER                PIC X(1).
           02  AT-RECORD-HASH        PIC 9(9).
           02  FILLER                PIC X(1).
           02  AT-SIZE-COUNT         PIC 9(5).
           02  FILLER                PIC X(1).
           02  AT-SIZE-HASH          PIC 9(9).

       FD  CRV-PRINT-FILE.
       01  CRV-PRINT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  CRV-PARM-STATUS             PIC X(2) VALUE "00".
       01  CRV-MASTER-STATUS           PIC X(2) VALUE "00".
       01  CRV-ARCHIVE-STATUS          PIC X(2) VALUE "00".

       01  CRV-SWITCHES.
           02  CRV-EOF-SWITCH          PIC X(01) VALUE "N".
               88  CRV-END-OF-HISTORY      VALUE "Y".
           02  CRV-ARC-EOF-SWITCH      PIC X(01) VALUE "N".
               88  CRV-END-OF-ARCHIVE      VALUE "Y".
           02  CRV-MATCH-SWITCH        PIC X(01) VALUE "N".
               88  CRV-ENTRY-FOUND         VALUE "Y".
           02  CRV-FULL-SWITCH         PIC X(01) VALUE "N".
               88  CRV-SIZE-TABLE-FULL     VALUE "Y".

       01  CRV-ASOF-DATE               PIC 9(6) VALUE 0.
       01  CRV-FROM-YYMM               PIC 9(4) VALUE 0.
       01  CRV-LIST-LIMIT              PIC 9(2) VALUE 10.
       01  CRV-DEFAULT-LIMIT           PIC 9(2) VALUE 10.

      *----------------------------------------------------------
      * A line with no depot code belongs to the main site.
      *----------------------------------------------------------
       01  CRV-DEFAULT-DEPOT           PIC X(3) VALUE "DC1".

      *----------------------------------------------------------
      * The pairing (or archived group of pairings) being posted
      * - from a history line, one at a time, or from a "G"
      * summary, its whole count at once.
      *----------------------------------------------------------
       01  CRV-WORK-FIELDS.
           02  CRV-WORK-DEPOT          PIC X(3).
           02  CRV-WORK-MODE           PIC X(1).
               88  CRV-WORK-DIVISOR        VALUE "D".
           02  CRV-WORK-RESULT         PIC 9(7).
           02  CRV-WORK-SIZE           PIC 9(7).
           02  CRV-WORK-COUNT          PIC 9(7).
           02  CRV-WORK-FLAGGED        PIC 9(7).
           02  CRV-RECOMMENDED         PIC 9(7).
           02  CRV-QUOTIENT            PIC 9(7).
           02  CRV-REMAINDER           PIC 9(7).

      *----------------------------------------------------------
      * The master entry being browsed, with its blanks filled -
      * no effective date = effective immediately, no expiry =
      * never expires, no status = active.
      *----------------------------------------------------------
       01  CRV-MASTER-ENTRY.
           02  ME-EFF-DATE             PIC 9(6).
           02  ME-EXP-DATE             PIC 9(6).
           02  ME-STATUS               PIC X(1).
               88  ME-ACTIVE               VALUE "A".
       01  CRV-CONTAINER-COUNT         PIC 9(7) VALUE 0 COMP.

      *----------------------------------------------------------
      * One slot per depot seen on the master or in history -
      * the pairings counted and how many of them flagged.
      *----------------------------------------------------------
       01  CRV-DEPOT-TABLE.
           02  CRV-DEPOT-SLOT OCCURS 10 TIMES.
               03  DP-DEPOT            PIC X(3).
               03  DP-EVALUATED        PIC 9(7) COMP.
               03  DP-FLAGGED          PIC 9(7) COMP.
       01  CRV-DEPOT-COUNT             PIC 9(4) VALUE 0 COMP.
       01  CRV-DEPOT-LIMIT             PIC 9(4) VALUE 10 COMP.

      *----------------------------------------------------------
      * One slot per depot and size - every size the master
      * carries for the depot, and every GCD seen there.
      *   SZ-SEEN      pairings whose GCD was the size
      *   SZ-FLAGGED   of those, the ones flagged for review
      *   SZ-DIV-HITS  "D" inquiries it was the recommended
      *                divisor for
      *   SZ-MASTER    "Y" - on the master for the depot at all
      *                "S" - stocked there as of the review date
      *----------------------------------------------------------
       01  CRV-SIZE-TABLE.
           02  CRV-SIZE-SLOT OCCURS 2000 TIMES.
               03  SZ-DEPOT            PIC X(3).
               03  SZ-SIZE             PIC 9(7).
               03  SZ-SEEN             PIC 9(7) COMP.
               03  SZ-FLAGGED          PIC 9(7) COMP.
               03  SZ-DIV-HITS         PIC 9(7) COMP.
               03  SZ-MASTER           PIC X(1).
                   88  SZ-NOT-ON-MASTER    VALUE "N".
                   88  SZ-STOCKED          VALUE "S".
               03  SZ-LISTED           PIC X(1).
                   88  SZ-ALREADY-LISTED   VALUE "Y".
       01  CRV-SIZE-COUNT              PIC 9(4) VALUE 0 COMP.
       01  CRV-SIZE-LIMIT              PIC 9(4) VALUE 2000 COMP.

       01  CRV-SUBSCRIPT               PIC 9(4) COMP.
       01  CRV-DEPOT-SUB               PIC 9(4) COMP.
       01  CRV-FOUND-INDEX             PIC 9(4) COMP.
       01  CRV-BEST-INDEX              PIC 9(4) COMP.
       01  CRV-RANK                    PIC 9(4) COMP.

       01  CRV-COUNTS.
           02  CRV-HISTORY-READ        PIC 9(7) VALUE 0 COMP.
           02  CRV-DETAIL-COUNT        PIC 9(7) VALUE 0 COMP.
           02  CRV-ARC-SIZED-LINES     PIC 9(9) VALUE 0 COMP.
           02  CRV-ARC-SUMMARY-LINES   PIC 9(9) VALUE 0 COMP.
           02  CRV-ARC-UNSIZED-LINES   PIC 9(9) VALUE 0 COMP.
           02  CRV-ARC-SIZE-READ       PIC 9(7) VALUE 0 COMP.
           02  CRV-ARC-SIZE-HASH       PIC 9(9) VALUE 0 COMP.
           02  CRV-ARC-TRAILER-COUNT   PIC 9(7) VALUE 0 COMP.
           02  CRV-ARC-TRAILER-HASH    PIC 9(9) VALUE 0 COMP.
           02  CRV-OVERFLOW-COUNT      PIC 9(9) VALUE 0 COMP.
           02  CRV-ADD-LISTED          PIC 9(7) VALUE 0 COMP.
           02  CRV-RETIRE-LISTED       PIC 9(7) VALUE 0 COMP.
           02  CRV-RUNNING-FLAGGED     PIC 9(9) VALUE 0 COMP.
           02  CRV-NEW-FLAGS           PIC 9(9) VALUE 0 COMP.
           02  CRV-USAGE               PIC 9(9) VALUE 0 COMP.
           02  CRV-BEST-USAGE          PIC 9(9) VALUE 0 COMP.

       01  CRV-RATES.
           02  CRV-RATE-NOW            PIC 9(3)V99 VALUE 0.
           02  CRV-RATE-AFTER          PIC 9(3)V99 VALUE 0.
           02  CRV-RATE-CUMULATIVE     PIC 9(3)V99 VALUE 0.

       01  CRV-HEADING-1.
           02  FILLER                  PIC X(20) VALUE SPACES.
           02  FILLER                  PIC X(40) VALUE
               "CONTAINER SIZE RATIONALIZATION REVIEW".
           02  FILLER                  PIC X(6) VALUE "AS OF ".
           02  HD-ASOF-DATE            PIC 9(6).
           02  FILLER                  PIC X(14) VALUE
               "   FROM MONTH ".
           02  HD-FROM-YYMM            PIC 9(4).

       01  CRV-DEPOT-LINE.
           02  FILLER                  PIC X(6) VALUE "DEPOT ".
           02  DL-DEPOT                PIC X(3).
           02  FILLER                  PIC X(11) VALUE
               "  PAIRINGS ".
           02  DL-EVALUATED            PIC ZZZZZZ9.
           02  FILLER                  PIC X(10) VALUE
               "  FLAGGED ".
           02  DL-FLAGGED              PIC ZZZZZZ9.
           02  FILLER                  PIC X(12) VALUE
               "  FLAG RATE ".
           02  DL-RATE                 PIC ZZ9.99.
           02  FILLER                  PIC X(1) VALUE "%".

       01  CRV-ADD-HEADING.
           02  FILLER                  PIC X(40) VALUE
               "    RANK     SIZE   CLEARS   AS GCD    R".
           02  FILLER                  PIC X(30) VALUE
               "ATE AFTER    CUMULATIVE".

       01  CRV-ADD-LINE.
           02  FILLER                  PIC X(4) VALUE SPACES.
           02  AL-RANK                 PIC ZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  AL-SIZE                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  AL-CLEARS               PIC ZZZZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  AL-SEEN                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(5) VALUE SPACES.
           02  AL-RATE-AFTER           PIC ZZ9.99.
           02  FILLER                  PIC X(1) VALUE "%".
           02  FILLER                  PIC X(6) VALUE SPACES.
           02  AL-RATE-CUMULATIVE      PIC ZZ9.99.
           02  FILLER                  PIC X(1) VALUE "%".

       01  CRV-RETIRE-HEADING.
           02  FILLER                  PIC X(40) VALUE
               "    RANK     SIZE   AS GCD  AS DIVISOR ".
           02  FILLER                  PIC X(40) VALUE
               " WOULD FLAG   RATE AFTER    CUMULATIVE".

       01  CRV-RETIRE-LINE.
           02  FILLER                  PIC X(4) VALUE SPACES.
           02  RL-RANK                 PIC ZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RL-SIZE                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RL-SEEN                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(5) VALUE SPACES.
           02  RL-DIV-HITS             PIC ZZZZZZ9.
           02  FILLER                  PIC X(5) VALUE SPACES.
           02  RL-NEW-FLAGS            PIC ZZZZZZ9.
           02  FILLER                  PIC X(5) VALUE SPACES.
           02  RL-RATE-AFTER           PIC ZZ9.99.
           02  FILLER                  PIC X(1) VALUE "%".
           02  FILLER                  PIC X(6) VALUE SPACES.
           02  RL-RATE-CUMULATIVE      PIC ZZ9.99.
           02  FILLER                  PIC X(1) VALUE "%".

       01  CRV-TOTAL-LINE.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  TL-LABEL                PIC X(40).
           02  TL-VALUE                PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-READ-HISTORY THRU 2000-EXIT
           PERFORM UNTIL CRV-END-OF-HISTORY
               ADD 1 TO CRV-HISTORY-READ
               PERFORM 3000-TAKE-HISTORY-LINE THRU 3000-EXIT
               PERFORM 2000-READ-HISTORY THRU 2000-EXIT
           END-PERFORM
           PERFORM 5000-PRINT-RECOMMENDATIONS THRU 5000-EXIT
           PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-REVIEW-CONTROL THRU 1100-EXIT
           PERFORM 1200-LOAD-MASTER THRU 1200-EXIT
           PERFORM 1300-LOAD-ARCHIVE THRU 1300-EXIT
           OPEN INPUT CRV-HISTORY-FILE
           OPEN OUTPUT CRV-PRINT-FILE
           MOVE CRV-ASOF-DATE TO HD-ASOF-DATE
           MOVE CRV-FROM-YYMM TO HD-FROM-YYMM
           MOVE CRV-HEADING-1 TO CRV-PRINT-LINE
           WRITE CRV-PRINT-LINE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Reads and validates the review card.  A missing card or
      * a bad as-of date refuses the run - every dated size
      * would look unstocked against day zero.  A blank from-
      * month takes all the history there is; a blank list
      * length takes the default.
      *----------------------------------------------------------
       1100-READ-REVIEW-CONTROL.
           OPEN INPUT CRV-PARM-FILE
           IF CRV-PARM-STATUS NOT = "00"
               DISPLAY "*** REVIEW CARD FILE MISSING - "
                   "RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           READ CRV-PARM-FILE
               AT END
                   DISPLAY "*** REVIEW CARD FILE EMPTY - "
                       "RUN REFUSED ***"
                   PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-READ
           IF PR-ASOF-DATE NOT NUMERIC OR PR-ASOF-DATE = 0
               DISPLAY "*** REVIEW AS-OF DATE NOT NUMERIC OR "
                   "ZERO - RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           MOVE PR-ASOF-DATE TO CRV-ASOF-DATE
           IF PR-FROM-YYMM NUMERIC
               MOVE PR-FROM-YYMM TO CRV-FROM-YYMM
           ELSE
               MOVE 0 TO CRV-FROM-YYMM
           END-IF
           IF PR-LIST-LIMIT NUMERIC AND PR-LIST-LIMIT > 0
               MOVE PR-LIST-LIMIT TO CRV-LIST-LIMIT
           ELSE
               MOVE CRV-DEFAULT-LIMIT TO CRV-LIST-LIMIT
           END-IF
           CLOSE CRV-PARM-FILE
           DISPLAY "REVIEW CONTROL - MASTER EVALUATED AS OF "
               CRV-ASOF-DATE ", HISTORY FROM " CRV-FROM-YYMM
               ", " CRV-LIST-LIMIT " SIZES PER LIST".
       1100-EXIT.
           EXIT.

       1190-REFUSE-RUN.
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       1190-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Browses the live master in key order and opens a size
      * slot for every entry, so a stocked size that was never
      * used still comes up for retirement.  A missing or empty
      * master leaves every size an "add" candidate.
      *----------------------------------------------------------
       1200-LOAD-MASTER.
           MOVE 0 TO CRV-CONTAINER-COUNT
           OPEN INPUT CRV-MASTER-FILE
           IF CRV-MASTER-STATUS NOT = "00"
               DISPLAY "** CONTAINER MASTER (CTNRMSTR) MISSING - "
                   "NO SIZE IS TREATED AS STOCKED **"
               GO TO 1200-EXIT
           END-IF
           PERFORM UNTIL CRV-MASTER-STATUS = "10"
               READ CRV-MASTER-FILE
                   AT END
                       MOVE "10" TO CRV-MASTER-STATUS
                   NOT AT END
                       ADD 1 TO CRV-CONTAINER-COUNT
                       PERFORM 1280-OPEN-MASTER-SLOT THRU 1280-EXIT
               END-READ
           END-PERFORM
           CLOSE CRV-MASTER-FILE
           DISPLAY "CONTAINER MASTER READ - " CRV-CONTAINER-COUNT
               " SIZE(S)".
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * A master entry's size slot is marked on the master, and
      * stocked if the entry is active and in date on the review
      * date - only a stocked size is worth retiring.
      *----------------------------------------------------------
       1280-OPEN-MASTER-SLOT.
           IF CM-EFF-DATE NUMERIC
               MOVE CM-EFF-DATE TO ME-EFF-DATE
           ELSE
               MOVE 0 TO ME-EFF-DATE
           END-IF
           IF CM-EXP-DATE NUMERIC AND CM-EXP-DATE NOT = "000000"
               MOVE CM-EXP-DATE TO ME-EXP-DATE
           ELSE
               MOVE 999999 TO ME-EXP-DATE
           END-IF
           IF CM-STATUS = "A" OR CM-STATUS = "S"
               MOVE CM-STATUS TO ME-STATUS
           ELSE
               MOVE "A" TO ME-STATUS
           END-IF
           MOVE CM-DEPOT TO CRV-WORK-DEPOT
           MOVE CM-CONTAINER-SIZE TO CRV-WORK-SIZE
           PERFORM 4000-FIND-DEPOT-SLOT THRU 4000-EXIT
           PERFORM 4100-FIND-SIZE-SLOT THRU 4100-EXIT
           IF CRV-FOUND-INDEX > 0
               IF ME-ACTIVE
                   AND ME-EFF-DATE <= CRV-ASOF-DATE
                   AND ME-EXP-DATE >= CRV-ASOF-DATE
                   SET SZ-STOCKED (CRV-FOUND-INDEX) TO TRUE
               ELSE
                   IF SZ-NOT-ON-MASTER (CRV-FOUND-INDEX)
                       MOVE "Y" TO SZ-MASTER (CRV-FOUND-INDEX)
                   END-IF
               END-IF
           END-IF.
       1280-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The archived months.  "G" size summaries post like the
      * history lines they replaced; "S" month summaries only
      * measure how much archived history there is, so the part
      * with no size detail (purged before the "G" summaries
      * existed) can be shown.  The size summaries are balanced
      * against the trailers that carry their control totals.  A
      * missing archive just means nothing has been purged.
      *----------------------------------------------------------
       1300-LOAD-ARCHIVE.
           OPEN INPUT CRV-ARCHIVE-FILE
           IF CRV-ARCHIVE-STATUS NOT = "00"
               GO TO 1300-EXIT
           END-IF
           PERFORM UNTIL CRV-END-OF-ARCHIVE
               READ CRV-ARCHIVE-FILE
                   AT END
                       SET CRV-END-OF-ARCHIVE TO TRUE
                   NOT AT END
                       PERFORM 1350-TAKE-ARCHIVE-RECORD
                           THRU 1350-EXIT
               END-READ
           END-PERFORM
           CLOSE CRV-ARCHIVE-FILE
           IF CRV-ARC-SIZE-READ NOT = CRV-ARC-TRAILER-COUNT
               DISPLAY "** WARNING - ARCHIVE TRAILERS CLAIM "
                   CRV-ARC-TRAILER-COUNT " SIZE SUMMARIES, "
                   CRV-ARC-SIZE-READ " PRESENT **"
           END-IF
           IF CRV-ARC-SIZE-HASH NOT = CRV-ARC-TRAILER-HASH
               DISPLAY "** WARNING - ARCHIVE SIZE TRAILER HASH "
                   CRV-ARC-TRAILER-HASH " BUT COMPUTED "
                   CRV-ARC-SIZE-HASH " **"
           END-IF
           IF CRV-ARC-SUMMARY-LINES > CRV-ARC-SIZED-LINES
               COMPUTE CRV-ARC-UNSIZED-LINES =
                   CRV-ARC-SUMMARY-LINES - CRV-ARC-SIZED-LINES
           END-IF.
       1300-EXIT.
           EXIT.

       1350-TAKE-ARCHIVE-RECORD.
           IF AR-TRAILER-REC
               IF AT-SIZE-COUNT NUMERIC
                   ADD AT-SIZE-COUNT TO CRV-ARC-TRAILER-COUNT
               END-IF
               IF AT-SIZE-HASH NUMERIC
                   ADD AT-SIZE-HASH TO CRV-ARC-TRAILER-HASH
               END-IF
               GO TO 1350-EXIT
           END-IF
           IF AR-SIZE-REC
               ADD 1 TO CRV-ARC-SIZE-READ
               ADD AG-RECORD-COUNT TO CRV-ARC-SIZE-HASH
               IF AG-MODE-FRACTION OR AG-YYMM < CRV-FROM-YYMM
                   GO TO 1350-EXIT
               END-IF
               ADD AG-RECORD-COUNT TO CRV-ARC-SIZED-LINES
               IF AG-DEPOT = SPACES
                   MOVE CRV-DEFAULT-DEPOT TO CRV-WORK-DEPOT
               ELSE
                   MOVE AG-DEPOT TO CRV-WORK-DEPOT
               END-IF
               MOVE AG-MODE TO CRV-WORK-MODE
               MOVE AG-RESULT TO CRV-WORK-RESULT
               MOVE AG-RECORD-COUNT TO CRV-WORK-COUNT
               MOVE AG-FLAG-COUNT TO CRV-WORK-FLAGGED
               PERFORM 3500-POST-PAIRINGS THRU 3500-EXIT
               GO TO 1350-EXIT
           END-IF
           IF AR-SUMMARY-REC
               IF NOT AR-MODE-FRACTION
                   AND AR-YYMM NOT < CRV-FROM-YYMM
                   ADD AR-RECORD-COUNT TO CRV-ARC-SUMMARY-LINES
               END-IF
           END-IF.
       1350-EXIT.
           EXIT.

       2000-READ-HISTORY.
           READ CRV-HISTORY-FILE
               AT END
                   SET CRV-END-OF-HISTORY TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * One history line in the review window posts as a single
      * pairing.
      *----------------------------------------------------------
       3000-TAKE-HISTORY-LINE.
           IF HS-MODE-FRACTION OR HS-DATE-YYMM < CRV-FROM-YYMM
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO CRV-DETAIL-COUNT
           IF HS-DEPOT = SPACES
               MOVE CRV-DEFAULT-DEPOT TO CRV-WORK-DEPOT
           ELSE
               MOVE HS-DEPOT TO CRV-WORK-DEPOT
           END-IF
           MOVE HS-MODE TO CRV-WORK-MODE
           MOVE HS-RESULT TO CRV-WORK-RESULT
           MOVE 1 TO CRV-WORK-COUNT
           IF HS-FLAG-REVIEW
               MOVE 1 TO CRV-WORK-FLAGGED
           ELSE
               MOVE 0 TO CRV-WORK-FLAGGED
           END-IF
           PERFORM 3500-POST-PAIRINGS THRU 3500-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Rolls the pairings into their depot's totals and their
      * GCD's size slot, and for a "D" inquiry credits the
      * largest size stocked at the depot that divides the GCD -
      * the divisor main-mdc would recommend today.
      *----------------------------------------------------------
       3500-POST-PAIRINGS.
           IF CRV-WORK-RESULT = 0
               GO TO 3500-EXIT
           END-IF
           PERFORM 4000-FIND-DEPOT-SLOT THRU 4000-EXIT
           IF CRV-FOUND-INDEX > 0
               ADD CRV-WORK-COUNT TO DP-EVALUATED (CRV-FOUND-INDEX)
               ADD CRV-WORK-FLAGGED TO DP-FLAGGED (CRV-FOUND-INDEX)
           END-IF
           MOVE CRV-WORK-RESULT TO CRV-WORK-SIZE
           PERFORM 4100-FIND-SIZE-SLOT THRU 4100-EXIT
           IF CRV-FOUND-INDEX > 0
               ADD CRV-WORK-COUNT TO SZ-SEEN (CRV-FOUND-INDEX)
               ADD CRV-WORK-FLAGGED TO SZ-FLAGGED (CRV-FOUND-INDEX)
           ELSE
               ADD CRV-WORK-COUNT TO CRV-OVERFLOW-COUNT
           END-IF
           IF NOT CRV-WORK-DIVISOR
               GO TO 3500-EXIT
           END-IF
           PERFORM 3700-FIND-RECOMMENDED THRU 3700-EXIT
           IF CRV-RECOMMENDED > 0
               MOVE CRV-RECOMMENDED TO CRV-WORK-SIZE
               PERFORM 4100-FIND-SIZE-SLOT THRU 4100-EXIT
               IF CRV-FOUND-INDEX > 0
                   ADD CRV-WORK-COUNT TO SZ-DIV-HITS (CRV-FOUND-INDEX)
               END-IF
           END-IF.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The largest master size stocked at the depot on the
      * review date that divides the GCD evenly, or zero - taken
      * from the size slots 1280-OPEN-MASTER-SLOT marked stocked.
      *----------------------------------------------------------
       3700-FIND-RECOMMENDED.
           MOVE 0 TO CRV-RECOMMENDED
           MOVE 1 TO CRV-SUBSCRIPT
           PERFORM UNTIL CRV-SUBSCRIPT > CRV-SIZE-COUNT
               IF SZ-DEPOT (CRV-SUBSCRIPT) = CRV-WORK-DEPOT
                   AND SZ-STOCKED (CRV-SUBSCRIPT)
                   AND SZ-SIZE (CRV-SUBSCRIPT) > CRV-RECOMMENDED
                   DIVIDE CRV-WORK-RESULT BY SZ-SIZE (CRV-SUBSCRIPT)
                       GIVING CRV-QUOTIENT
                       REMAINDER CRV-REMAINDER
                   IF CRV-REMAINDER = 0
                       MOVE SZ-SIZE (CRV-SUBSCRIPT) TO CRV-RECOMMENDED
                   END-IF
               END-IF
               ADD 1 TO CRV-SUBSCRIPT
           END-PERFORM.
       3700-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Finds (or opens) CRV-WORK-DEPOT's slot.  CRV-FOUND-INDEX
      * comes back zero only when the table is full.
      *----------------------------------------------------------
       4000-FIND-DEPOT-SLOT.
           MOVE "N" TO CRV-MATCH-SWITCH
           MOVE 0 TO CRV-FOUND-INDEX
           MOVE 1 TO CRV-DEPOT-SUB
           PERFORM UNTIL CRV-DEPOT-SUB > CRV-DEPOT-COUNT
               OR CRV-ENTRY-FOUND
               IF DP-DEPOT (CRV-DEPOT-SUB) = CRV-WORK-DEPOT
                   SET CRV-ENTRY-FOUND TO TRUE
                   MOVE CRV-DEPOT-SUB TO CRV-FOUND-INDEX
               END-IF
               ADD 1 TO CRV-DEPOT-SUB
           END-PERFORM
           IF NOT CRV-ENTRY-FOUND
               IF CRV-DEPOT-COUNT < CRV-DEPOT-LIMIT
                   ADD 1 TO CRV-DEPOT-COUNT
                   MOVE CRV-DEPOT-COUNT TO CRV-FOUND-INDEX
                   MOVE CRV-WORK-DEPOT TO DP-DEPOT (CRV-FOUND-INDEX)
                   MOVE 0 TO DP-EVALUATED (CRV-FOUND-INDEX)
                   MOVE 0 TO DP-FLAGGED (CRV-FOUND-INDEX)
               END-IF
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Finds (or opens) the slot for CRV-WORK-DEPOT and
      * CRV-WORK-SIZE.  A full table is reported once; what does
      * not fit is counted as not analyzed.
      *----------------------------------------------------------
       4100-FIND-SIZE-SLOT.
           MOVE "N" TO CRV-MATCH-SWITCH
           MOVE 0 TO CRV-FOUND-INDEX
           MOVE 1 TO CRV-SUBSCRIPT
           PERFORM UNTIL CRV-SUBSCRIPT > CRV-SIZE-COUNT
               OR CRV-ENTRY-FOUND
               IF SZ-SIZE (CRV-SUBSCRIPT) = CRV-WORK-SIZE
                   AND SZ-DEPOT (CRV-SUBSCRIPT) = CRV-WORK-DEPOT
                   SET CRV-ENTRY-FOUND TO TRUE
                   MOVE CRV-SUBSCRIPT TO CRV-FOUND-INDEX
               END-IF
               ADD 1 TO CRV-SUBSCRIPT
           END-PERFORM
           IF CRV-ENTRY-FOUND
               GO TO 4100-EXIT
           END-IF
           IF CRV-SIZE-COUNT >= CRV-SIZE-LIMIT
               IF NOT CRV-SIZE-TABLE-FULL
                   SET CRV-SIZE-TABLE-FULL TO TRUE
                   DISPLAY "** MORE THAN " CRV-SIZE-LIMIT
                       " DEPOT/SIZE COMBINATIONS - EXCESS NOT "
                       "ANALYZED **"
               END-IF
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO CRV-SIZE-COUNT
           MOVE CRV-SIZE-COUNT TO CRV-FOUND-INDEX
           MOVE CRV-WORK-DEPOT TO SZ-DEPOT (CRV-FOUND-INDEX)
           MOVE CRV-WORK-SIZE TO SZ-SIZE (CRV-FOUND-INDEX)
           MOVE 0 TO SZ-SEEN (CRV-FOUND-INDEX)
           MOVE 0 TO SZ-FLAGGED (CRV-FOUND-INDEX)
           MOVE 0 TO SZ-DIV-HITS (CRV-FOUND-INDEX)
           MOVE "N" TO SZ-MASTER (CRV-FOUND-INDEX)
           MOVE "N" TO SZ-LISTED (CRV-FOUND-INDEX).
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * One block per depot - its flag rate today, then the
      * "add" and "retire" lists.
      *----------------------------------------------------------
       5000-PRINT-RECOMMENDATIONS.
           MOVE 1 TO CRV-DEPOT-SUB
           PERFORM 5100-PRINT-ONE-DEPOT THRU 5100-EXIT
               UNTIL CRV-DEPOT-SUB > CRV-DEPOT-COUNT
           IF CRV-DEPOT-COUNT = 0
               MOVE SPACES TO CRV-PRINT-LINE
               WRITE CRV-PRINT-LINE
               MOVE "  (NO HISTORY AND NO MASTER - NOTHING TO REVIEW)"
                   TO CRV-PRINT-LINE
               WRITE CRV-PRINT-LINE
           END-IF.
       5000-EXIT.
           EXIT.

       5100-PRINT-ONE-DEPOT.
           IF DP-EVALUATED (CRV-DEPOT-SUB) = 0
               MOVE 0 TO CRV-RATE-NOW
           ELSE
               COMPUTE CRV-RATE-NOW = DP-FLAGGED (CRV-DEPOT-SUB)
                   * 100 / DP-EVALUATED (CRV-DEPOT-SUB)
           END-IF
           MOVE SPACES TO CRV-PRINT-LINE
           WRITE CRV-PRINT-LINE
           MOVE DP-DEPOT (CRV-DEPOT-SUB) TO DL-DEPOT
           MOVE DP-EVALUATED (CRV-DEPOT-SUB) TO DL-EVALUATED
           MOVE DP-FLAGGED (CRV-DEPOT-SUB) TO DL-FLAGGED
           MOVE CRV-RATE-NOW TO DL-RATE
           MOVE CRV-DEPOT-LINE TO CRV-PRINT-LINE
           WRITE CRV-PRINT-LINE
           PERFORM 5200-PRINT-ADD-LIST THRU 5200-EXIT
           PERFORM 5500-PRINT-RETIRE-LIST THRU 5500-EXIT
           ADD 1 TO CRV-DEPOT-SUB.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Sizes with no master entry at the depot, most flagged
      * pairings cleared first (more pairings seen, then the
      * smaller size, on a tie).  The cumulative rate assumes
      * every size down to that line is added.
      *----------------------------------------------------------
       5200-PRINT-ADD-LIST.
           MOVE SPACES TO CRV-PRINT-LINE
           WRITE CRV-PRINT-LINE
           MOVE "  ADD THESE - SIZES NOT ON THE MASTER, BY FLAGGED "
               TO CRV-PRINT-LINE
           MOVE "PAIRINGS THEY WOULD HAVE CLEARED"
               TO CRV-PRINT-LINE (51:32)
           WRITE CRV-PRINT-LINE
           MOVE CRV-ADD-HEADING TO CRV-PRINT-LINE
           WRITE CRV-PRINT-LINE
           MOVE DP-FLAGGED (CRV-DEPOT-SUB) TO CRV-RUNNING-FLAGGED
           MOVE 0 TO CRV-RANK
           MOVE 1 TO CRV-BEST-INDEX
           PERFORM UNTIL CRV-RANK >= CRV-LIST-LIMIT
               OR CRV-BEST-INDEX = 0
               PERFORM 5300-PICK-BEST-ADD THRU 5300-EXIT
               IF CRV-BEST-INDEX > 0
                   ADD 1 TO CRV-RANK
                   PERFORM 5400-PRINT-ONE-ADD THRU 5400-EXIT
               END-IF
           END-PERFORM
           IF CRV-RANK = 0
               MOVE "    (NONE)" TO CRV-PRINT-LINE
               WRITE CRV-PRINT-LINE
           END-IF.
       5200-EXIT.
           EXIT.

       5300-PICK-BEST-ADD.
           MOVE 0 TO CRV-BEST-INDEX
           MOVE 1 TO CRV-SUBSCRIPT
           PERFORM UNTIL CRV-SUBSCRIPT > CRV-SIZE-COUNT
               IF SZ-DEPOT (CRV-SUBSCRIPT) = DP-DEPOT (CRV-DEPOT-SUB)
                   AND SZ-NOT-ON-MASTER (CRV-SUBSCRIPT)
                   AND NOT SZ-ALREADY-LISTED (CRV-SUBSCRIPT)
                   AND SZ-FLAGGED (CRV-SUBSCRIPT) > 0
                   IF CRV-BEST-INDEX = 0
                       MOVE CRV-SUBSCRIPT TO CRV-BEST-INDEX
                   ELSE
                       IF SZ-FLAGGED (CRV-SUBSCRIPT)
                           > SZ-FLAGGED (CRV-BEST-INDEX)
                           OR (SZ-FLAGGED (CRV-SUBSCRIPT)
                               = SZ-FLAGGED (CRV-BEST-INDEX)
                           AND SZ-SEEN (CRV-SUBSCRIPT)
                               > SZ-SEEN (CRV-BEST-INDEX))
                           OR (SZ-FLAGGED (CRV-SUBSCRIPT)
                               = SZ-FLAGGED (CRV-BEST-INDEX)
                           AND SZ-SEEN (CRV-SUBSCRIPT)
                               = SZ-SEEN (CRV-BEST-INDEX)
                           AND SZ-SIZE (CRV-SUBSCRIPT)
                               < SZ-SIZE (CRV-BEST-INDEX))
                           MOVE CRV-SUBSCRIPT TO CRV-BEST-INDEX
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO CRV-SUBSCRIPT
           END-PERFORM.
       5300-EXIT.
           EXIT.

       5400-PRINT-ONE-ADD.
           MOVE "Y" TO SZ-LISTED (CRV-BEST-INDEX)
           ADD 1 TO CRV-ADD-LISTED
           SUBTRACT SZ-FLAGGED (CRV-BEST-INDEX)
               FROM CRV-RUNNING-FLAGGED
           COMPUTE CRV-RATE-AFTER = (DP-FLAGGED (CRV-DEPOT-SUB)
               - SZ-FLAGGED (CRV-BEST-INDEX)) * 100
               / DP-EVALUATED (CRV-DEPOT-SUB)
           COMPUTE CRV-RATE-CUMULATIVE = CRV-RUNNING-FLAGGED * 100
               / DP-EVALUATED (CRV-DEPOT-SUB)
           MOVE CRV-RANK TO AL-RANK
           MOVE SZ-SIZE (CRV-BEST-INDEX) TO AL-SIZE
           MOVE SZ-FLAGGED (CRV-BEST-INDEX) TO AL-CLEARS
           MOVE SZ-SEEN (CRV-BEST-INDEX) TO AL-SEEN
           MOVE CRV-RATE-AFTER TO AL-RATE-AFTER
           MOVE CRV-RATE-CUMULATIVE TO AL-RATE-CUMULATIVE
           MOVE CRV-ADD-LINE TO CRV-PRINT-LINE
           WRITE CRV-PRINT-LINE.
       5400-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Sizes the depot stocks today, least used first - times
      * the GCD plus times the recommended divisor (the smaller
      * size on a tie).  Retiring one newly flags the pairings
      * that had it as their GCD and passed; the cumulative rate
      * assumes every size down to that line is retired.
      *----------------------------------------------------------
       5500-PRINT-RETIRE-LIST.
           MOVE SPACES TO CRV-PRINT-LINE
           WRITE CRV-PRINT-LINE
           MOVE "  RETIRE THESE - SIZES STOCKED TODAY, LEAST USED "
               TO CRV-PRINT-LINE
           MOVE "AS GCD OR RECOMMENDED DIVISOR FIRST"
               TO CRV-PRINT-LINE (50:35)
           WRITE CRV-PRINT-LINE
           MOVE CRV-RETIRE-HEADING TO CRV-PRINT-LINE
           WRITE CRV-PRINT-LINE
           MOVE DP-FLAGGED (CRV-DEPOT-SUB) TO CRV-RUNNING-FLAGGED
           MOVE 0 TO CRV-RANK
           MOVE 1 TO CRV-BEST-INDEX
           PERFORM UNTIL CRV-RANK >= CRV-LIST-LIMIT
               OR CRV-BEST-INDEX = 0
               PERFORM 5600-PICK-BEST-RETIRE THRU 5600-EXIT
               IF CRV-BEST-INDEX > 0
                   ADD 1 TO CRV-RANK
                   PERFORM 5700-PRINT-ONE-RETIRE THRU 5700-EXIT
               END-IF
           END-PERFORM
           IF CRV-RANK = 0
               MOVE "    (NONE)" TO CRV-PRINT-LINE
               WRITE CRV-PRINT-LINE
           END-IF.
       5500-EXIT.
           EXIT.

       5600-PICK-BEST-RETIRE.
           MOVE 0 TO CRV-BEST-INDEX
           MOVE 1 TO CRV-SUBSCRIPT
           PERFORM UNTIL CRV-SUBSCRIPT > CRV-SIZE-COUNT
               IF SZ-DEPOT (CRV-SUBSCRIPT) = DP-DEPOT (CRV-DEPOT-SUB)
                   AND SZ-STOCKED (CRV-SUBSCRIPT)
                   AND NOT SZ-ALREADY-LISTED (CRV-SUBSCRIPT)
                   COMPUTE CRV-USAGE = SZ-SEEN (CRV-SUBSCRIPT)
                       + SZ-DIV-HITS (CRV-SUBSCRIPT)
                   IF CRV-BEST-INDEX = 0
                       OR CRV-USAGE < CRV-BEST-USAGE
                       OR (CRV-USAGE = CRV-BEST-USAGE
                       AND SZ-SIZE (CRV-SUBSCRIPT)
                           < SZ-SIZE (CRV-BEST-INDEX))
                       MOVE CRV-SUBSCRIPT TO CRV-BEST-INDEX
                       MOVE CRV-USAGE TO CRV-BEST-USAGE
                   END-IF
               END-IF
               ADD 1 TO CRV-SUBSCRIPT
           END-PERFORM.
       5600-EXIT.
           EXIT.

       5700-PRINT-ONE-RETIRE.
           MOVE "Y" TO SZ-LISTED (CRV-BEST-INDEX)
           ADD 1 TO CRV-RETIRE-LISTED
           COMPUTE CRV-NEW-FLAGS = SZ-SEEN (CRV-BEST-INDEX)
               - SZ-FLAGGED (CRV-BEST-INDEX)
           ADD CRV-NEW-FLAGS TO CRV-RUNNING-FLAGGED
           IF DP-EVALUATED (CRV-DEPOT-SUB) = 0
               MOVE 0 TO CRV-RATE-AFTER
               MOVE 0 TO CRV-RATE-CUMULATIVE
           ELSE
               COMPUTE CRV-RATE-AFTER = (DP-FLAGGED (CRV-DEPOT-SUB)
                   + CRV-NEW-FLAGS) * 100
                   / DP-EVALUATED (CRV-DEPOT-SUB)
               COMPUTE CRV-RATE-CUMULATIVE =
                   CRV-RUNNING-FLAGGED * 100
                   / DP-EVALUATED (CRV-DEPOT-SUB)
           END-IF
           MOVE CRV-RANK TO RL-RANK
           MOVE SZ-SIZE (CRV-BEST-INDEX) TO RL-SIZE
           MOVE SZ-SEEN (CRV-BEST-INDEX) TO RL-SEEN
           MOVE SZ-DIV-HITS (CRV-BEST-INDEX) TO RL-DIV-HITS
           MOVE CRV-NEW-FLAGS TO RL-NEW-FLAGS
           MOVE CRV-RATE-AFTER TO RL-RATE-AFTER
           MOVE CRV-RATE-CUMULATIVE TO RL-RATE-CUMULATIVE
           MOVE CRV-RETIRE-LINE TO CRV-PRINT-LINE
           WRITE CRV-PRINT-LINE.
       5700-EXIT.
           EXIT.

      *----------------------------------------------------------
      * What the figures above were built from, so the review
      * can see how much history stands behind them.
      *----------------------------------------------------------
       7000-PRINT-TOTALS.
           MOVE SPACES TO CRV-PRINT-LINE
           WRITE CRV-PRINT-LINE
           MOVE "BASIS OF THE REVIEW" TO CRV-PRINT-LINE
           WRITE CRV-PRINT-LINE
           MOVE SPACES TO CRV-TOTAL-LINE
           MOVE "HISTORY LINES READ" TO TL-LABEL
           MOVE CRV-HISTORY-READ TO TL-VALUE
           MOVE CRV-TOTAL-LINE TO CRV-PRINT-LINE
           WRITE CRV-PRINT-LINE
           MOVE SPACES TO CRV-TOTAL-LINE
           MOVE "HISTORY PAIRINGS IN THE REVIEW" TO TL-LABEL
           MOVE CRV-DETAIL-COUNT TO TL-VALUE
           MOVE CRV-TOTAL-LINE TO CRV-PRINT-LINE
           WRITE CRV-PRINT-LINE
           MOVE SPACES TO CRV-TOTAL-LINE
           MOVE "ARCHIVED PAIRINGS WITH SIZE DETAIL" TO TL-LABEL
           MOVE CRV-ARC-SIZED-LINES TO TL-VALUE
           MOVE CRV-TOTAL-LINE TO CRV-PRINT-LINE
           WRITE CRV-PRINT-LINE
           MOVE SPACES TO CRV-TOTAL-LINE
           MOVE "ARCHIVED PAIRINGS WITHOUT (NOT RANKED)" TO TL-LABEL
           MOVE CRV-ARC-UNSIZED-LINES TO TL-VALUE
           MOVE CRV-TOTAL-LINE TO CRV-PRINT-LINE
           WRITE CRV-PRINT-LINE
           IF CRV-OVERFLOW-COUNT > 0
               MOVE SPACES TO CRV-TOTAL-LINE
               MOVE "PAIRINGS NOT ANALYZED (TABLE FULL)"
                   TO TL-LABEL
               MOVE CRV-OVERFLOW-COUNT TO TL-VALUE
               MOVE CRV-TOTAL-LINE TO CRV-PRINT-LINE
               WRITE CRV-PRINT-LINE
           END-IF.
       7000-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE CRV-HISTORY-FILE
           CLOSE CRV-PRINT-FILE
           DISPLAY "=============================================="
           DISPLAY "SIZE RATIONALIZATION REVIEW SUMMARY"
           DISPLAY "  HISTORY LINES READ. . . . . . . : "
               CRV-HISTORY-READ
           DISPLAY "  HISTORY PAIRINGS IN REVIEW. . . : "
               CRV-DETAIL-COUNT
           DISPLAY "  ARCHIVED PAIRINGS WITH SIZES. . : "
               CRV-ARC-SIZED-LINES
           DISPLAY "  ARCHIVED PAIRINGS WITHOUT . . . : "
               CRV-ARC-UNSIZED-LINES
           DISPLAY "  DEPOTS REVIEWED . . . . . . . . : "
               CRV-DEPOT-COUNT
           DISPLAY "  SIZES LISTED TO ADD . . . . . . : "
               CRV-ADD-LISTED
           DISPLAY "  SIZES LISTED TO RETIRE. . . . . : "
               CRV-RETIRE-LISTED
           DISPLAY "==============================================".
       9000-EXIT.
           EXIT.

       END PROGRAM ctnr-review.
