       IDENTIFICATION DIVISION.
       PROGRAM-ID.    override-cost.
      *
      * Modification history
      * ---------------------------------------------------------
      * override packaging cost: an APPROVE card in review-disp
      * releases a pairing whose GCD is not a stocked size to
      * the scheduler on IFCOVRD - usually as a special-order
      * box - where a "D" decomposition would often have given
      * a stocked divisor instead.  This monthly report measures
      * what those releases cost.  It reads the month's APPROVED
      * lines off the review audit on RVWAUDT and, for each one,
      * prices the boxes as released (the lot's units over the
      * GCD, at the GCD size's unit cost) against the boxes at
      * the largest divisor of the GCD stocked at the depot on
      * the approval date (the lot's units over that divisor, at
      * its unit cost).  Unit costs come from the container cost
      * file on CTNRCOST - one price per depot and size, held
      * with the date it takes effect, so each release is priced
      * at the cost in force the day it was approved.  The
      * difference prints per release, by approver, by depot and
      * in total.  A release with no units on its audit line, no
      * cost on file for either size, or no stocked divisor at
      * all is listed and counted but left out of the totals.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVC-PARM-FILE ASSIGN TO OVCPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVC-PARM-STATUS.

           SELECT OVC-COST-FILE ASSIGN TO CTNRCOST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVC-COST-STATUS.

           SELECT OVC-MASTER-FILE ASSIGN TO CTNRMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-KEY
               FILE STATUS IS OVC-MASTER-STATUS.

           SELECT OPTIONAL OVC-AUDIT-FILE ASSIGN TO RVWAUDT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVC-AUDIT-STATUS.

           SELECT OVC-PRINT-FILE ASSIGN TO OVCRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------
      * Operator's card - the month to report, as YYMM.
      *----------------------------------------------------------
       FD  OVC-PARM-FILE.
       01  OVC-PARM-RECORD.
           02  PR-REPORT-YYMM        PIC 9(4).
           02  PR-REPORT-PARTS REDEFINES PR-REPORT-YYMM.
               03  PR-REPORT-YY      PIC 9(2).
               03  PR-REPORT-MM      PIC 9(2).

      *----------------------------------------------------------
      * One line per depot, size and effective date - the cost
      * of one box of the size at the depot from that date on.
      * A blank depot is the main site.
      *----------------------------------------------------------
       FD  OVC-COST-FILE.
       01  OVC-COST-RECORD.
           02  UC-DEPOT              PIC X(3).
           02  FILLER                PIC X(1).
           02  UC-SIZE               PIC 9(7).
           02  FILLER                PIC X(1).
           02  UC-EFF-DATE           PIC 9(6).
           02  FILLER                PIC X(1).
           02  UC-UNIT-COST          PIC 9(5)V99.

      *----------------------------------------------------------
      * The live container master - same layout as main-mdc's
      * MDC-MASTER-RECORD, keyed on depot and size.
      *----------------------------------------------------------
       FD  OVC-MASTER-FILE.
       01  OVC-MASTER-RECORD.
           02  CM-KEY.
               03  CM-DEPOT          PIC X(3).
               03  CM-CONTAINER-SIZE PIC 9(7).
           02  CM-EFF-DATE           PIC X(6).
           02  CM-EXP-DATE           PIC X(6).
           02  CM-STATUS             PIC X(1).

      *----------------------------------------------------------
      * The review audit - same layout as review-disp's
      * RVD-AUDIT-RECORD.
      *----------------------------------------------------------
       FD  OVC-AUDIT-FILE.
       01  OVC-AUDIT-RECORD.
           02  AU-DATE               PIC 9(6).
           02  AU-DATE-PARTS REDEFINES AU-DATE.
               03  AU-DATE-YYMM      PIC 9(4).
               03  AU-DATE-DD        PIC 9(2).
           02  FILLER                PIC X(1).
           02  AU-TIME               PIC 9(6).
           02  FILLER                PIC X(1).
           02  AU-ACTION             PIC X(1).
           02  FILLER                PIC X(1).
           02  AU-MODE               PIC X(1).
               88  AU-MODE-MULTI         VALUE "M".
           02  FILLER                PIC X(1).
           02  AU-N1                 PIC 9(7).
           02  FILLER                PIC X(1).
           02  AU-N2                 PIC 9(7).
           02  FILLER                PIC X(1).
           02  AU-RESULT             PIC 9(7).
           02  FILLER                PIC X(1).
           02  AU-INITIALS           PIC X(3).
           02  FILLER                PIC X(1).
           02  AU-STATUS             PIC X(8).
               88  AU-APPROVED           VALUE "APPROVED".
           02  FILLER                PIC X(1).
           02  AU-REASON             PIC X(24).
           02  FILLER                PIC X(1).
           02  AU-DEPOT              PIC X(3).
           02  FILLER                PIC X(1).
           02  AU-UNITS              PIC 9(9).

       FD  OVC-PRINT-FILE.
       01  OVC-PRINT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  OVC-PARM-STATUS             PIC X(2) VALUE "00".
       01  OVC-COST-STATUS             PIC X(2) VALUE "00".
       01  OVC-MASTER-STATUS           PIC X(2) VALUE "00".
       01  OVC-AUDIT-STATUS            PIC X(2) VALUE "00".

       01  OVC-SWITCHES.
           02  OVC-AUDIT-EOF           PIC X(01) VALUE "N".
               88  OVC-END-OF-AUDIT        VALUE "Y".
           02  OVC-AUDIT-OPEN-SW       PIC X(01) VALUE "N".
               88  OVC-AUDIT-OPEN          VALUE "Y".
           02  OVC-COST-EOF            PIC X(01) VALUE "N".
               88  OVC-END-OF-COSTS        VALUE "Y".
           02  OVC-MASTER-OPEN-SW      PIC X(01) VALUE "N".
               88  OVC-MASTER-AVAILABLE    VALUE "Y".
           02  OVC-STOCKED-SW          PIC X(01) VALUE "N".
               88  OVC-SIZE-STOCKED        VALUE "Y".
           02  OVC-COST-FOUND-SW       PIC X(01) VALUE "N".
               88  OVC-COST-FOUND          VALUE "Y".
           02  OVC-MATCH-SWITCH        PIC X(01) VALUE "N".
               88  OVC-ENTRY-FOUND         VALUE "Y".

       01  OVC-REPORT-YYMM             PIC 9(4) VALUE 0.

      *----------------------------------------------------------
      * A line with no depot code belongs to the main site.
      *----------------------------------------------------------
       01  OVC-DEFAULT-DEPOT           PIC X(3) VALUE "DC1".

      *----------------------------------------------------------
      * The cost file in storage.  A later line for the same
      * depot, size and date replaces an earlier one.
      *----------------------------------------------------------
       01  OVC-COST-TABLE.
           02  OVC-COST-ENTRY OCCURS 2000 TIMES.
               03  CT-DEPOT            PIC X(3).
               03  CT-SIZE             PIC 9(7).
               03  CT-EFF-DATE         PIC 9(6).
               03  CT-UNIT-COST        PIC 9(5)V99.
       01  OVC-COST-COUNT              PIC 9(4) VALUE 0 COMP.
       01  OVC-COST-LIMIT              PIC 9(4) VALUE 2000 COMP.

      *----------------------------------------------------------
      * The master entry just read, with its blanks filled -
      * no effective date = effective immediately, no expiry =
      * never expires, no status = active.
      *----------------------------------------------------------
       01  OVC-MASTER-ENTRY.
           02  ME-EFF-DATE             PIC 9(6).
           02  ME-EXP-DATE             PIC 9(6).
           02  ME-STATUS               PIC X(1).
               88  ME-ACTIVE               VALUE "A".

      *----------------------------------------------------------
      * The release being priced.
      *----------------------------------------------------------
       01  OVC-WORK-FIELDS.
           02  OVC-WORK-DEPOT          PIC X(3).
           02  OVC-WORK-UNITS          PIC 9(9).
           02  OVC-RELEASED-BOXES      PIC 9(9).
           02  OVC-RELEASED-COST       PIC 9(11)V99.
           02  OVC-DIVISOR             PIC 9(7).
           02  OVC-STOCKED-BOXES       PIC 9(9).
           02  OVC-STOCKED-COST        PIC 9(11)V99.
           02  OVC-DIFFERENCE          PIC S9(11)V99.
           02  OVC-REMARK              PIC X(13).
           02  OVC-CANDIDATE           PIC 9(7).
           02  OVC-QUOTIENT            PIC 9(7).
           02  OVC-REMAINDER           PIC 9(7).
           02  OVC-LOOKUP-SIZE         PIC 9(7).
           02  OVC-UNIT-COST           PIC 9(5)V99.
           02  OVC-BEST-EFF-DATE       PIC 9(6).

      *----------------------------------------------------------
      * Running totals - one slot per approver and per depot,
      * and the month's grand total.
      *   RELEASES   approvals in the month
      *   COMPARED   priced both as released and at the stocked
      *              divisor - the only ones in the costs
      *   UNCOSTED   no units, no cost on file or no stocked
      *              divisor
      *----------------------------------------------------------
       01  OVC-APPROVER-TABLE.
           02  OVC-APPROVER-SLOT OCCURS 100 TIMES.
               03  AS-INITIALS         PIC X(3).
               03  AS-RELEASES         PIC 9(7) COMP.
               03  AS-COMPARED         PIC 9(7) COMP.
               03  AS-UNCOSTED         PIC 9(7) COMP.
               03  AS-RELEASED-COST    PIC 9(11)V99.
               03  AS-STOCKED-COST     PIC 9(11)V99.
               03  AS-DIFFERENCE       PIC S9(11)V99.
       01  OVC-APPROVER-COUNT          PIC 9(4) VALUE 0 COMP.
       01  OVC-APPROVER-LIMIT          PIC 9(4) VALUE 100 COMP.
       01  OVC-APPR-INDEX              PIC 9(4) VALUE 0 COMP.

       01  OVC-DEPOT-TABLE.
           02  OVC-DEPOT-SLOT OCCURS 50 TIMES.
               03  DP-DEPOT            PIC X(3).
               03  DP-RELEASES         PIC 9(7) COMP.
               03  DP-COMPARED         PIC 9(7) COMP.
               03  DP-UNCOSTED         PIC 9(7) COMP.
               03  DP-RELEASED-COST    PIC 9(11)V99.
               03  DP-STOCKED-COST     PIC 9(11)V99.
               03  DP-DIFFERENCE       PIC S9(11)V99.
       01  OVC-DEPOT-COUNT             PIC 9(4) VALUE 0 COMP.
       01  OVC-DEPOT-LIMIT             PIC 9(4) VALUE 50 COMP.
       01  OVC-DEPOT-INDEX             PIC 9(4) VALUE 0 COMP.

       01  OVC-GRAND-TOTALS.
           02  GT-RELEASES             PIC 9(7) VALUE 0 COMP.
           02  GT-COMPARED             PIC 9(7) VALUE 0 COMP.
           02  GT-UNCOSTED             PIC 9(7) VALUE 0 COMP.
           02  GT-RELEASED-COST        PIC 9(11)V99 VALUE 0.
           02  GT-STOCKED-COST         PIC 9(11)V99 VALUE 0.
           02  GT-DIFFERENCE           PIC S9(11)V99 VALUE 0.

       01  OVC-SUBSCRIPT               PIC 9(4) COMP.

       01  OVC-COUNTS.
           02  OVC-COST-READ           PIC 9(7) VALUE 0 COMP.
           02  OVC-COST-REJECTED       PIC 9(7) VALUE 0 COMP.
           02  OVC-AUDIT-READ          PIC 9(7) VALUE 0 COMP.
           02  OVC-NO-UNITS-COUNT      PIC 9(7) VALUE 0 COMP.
           02  OVC-NO-GCD-COST-COUNT   PIC 9(7) VALUE 0 COMP.
           02  OVC-NO-STOCKED-COUNT    PIC 9(7) VALUE 0 COMP.
           02  OVC-NO-DIV-COST-COUNT   PIC 9(7) VALUE 0 COMP.
           02  OVC-GCD-STOCKED-COUNT   PIC 9(7) VALUE 0 COMP.
           02  OVC-UNSLOTTED-COUNT     PIC 9(7) VALUE 0 COMP.
           02  OVC-ACCOUNTED           PIC 9(7) VALUE 0 COMP.

       01  OVC-HEADING-1.
           02  FILLER                  PIC X(20) VALUE SPACES.
           02  FILLER                  PIC X(40) VALUE
               "SUPERVISOR OVERRIDE PACKAGING COST".
           02  FILLER                  PIC X(6) VALUE "MONTH ".
           02  HD-REPORT-YYMM          PIC 9(4).

       01  OVC-DETAIL-HEADING-1.
           02  FILLER                  PIC X(51) VALUE SPACES.
           02  FILLER                  PIC X(23) VALUE
               "---- AS RELEASED ----- ".
           02  FILLER                  PIC X(30) VALUE
               "------ AT STOCKED DIVISOR ----".

       01  OVC-DETAIL-HEADING-2.
           02  FILLER                  PIC X(40) VALUE
               "DATE   DEP APR M      N1      N2     GCD".
           02  FILLER                  PIC X(40) VALUE
               "     UNITS     BOXES         COST DIVISO".
           02  FILLER                  PIC X(40) VALUE
               "R     BOXES         COST    DIFFERENCE R".
           02  FILLER                  PIC X(6) VALUE "EMARKS".

       01  OVC-DETAIL-LINE.
           02  DL-DATE                 PIC 9(6).
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  DL-DEPOT                PIC X(3).
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  DL-INITIALS             PIC X(3).
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  DL-MODE                 PIC X(1).
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  DL-N1                   PIC ZZZZZZ9.
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  DL-N2                   PIC ZZZZZZ9.
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  DL-GCD                  PIC ZZZZZZ9.
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  DL-UNITS                PIC ZZZZZZZZ9.
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  DL-RELEASED-BOXES       PIC ZZZZZZZZ9.
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  DL-RELEASED-COST        PIC ZZZZZZZZ9.99.
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  DL-DIVISOR              PIC ZZZZZZ9.
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  DL-STOCKED-BOXES        PIC ZZZZZZZZ9.
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  DL-STOCKED-COST         PIC ZZZZZZZZ9.99.
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  DL-DIFFERENCE           PIC ---------9.99.
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  DL-REMARK               PIC X(13).

       01  OVC-SUMMARY-HEADING.
           02  FILLER                  PIC X(4) VALUE SPACES.
           02  SH-KEY-TITLE            PIC X(5).
           02  FILLER                  PIC X(31) VALUE
               "  RELEASES  COMPARED  UNCOSTED ".
           02  FILLER                  PIC X(40) VALUE
               "        AS RELEASED     AT STOCKED SIZE ".
           02  FILLER                  PIC X(19) VALUE
               "         DIFFERENCE".

       01  OVC-SUMMARY-LINE.
           02  FILLER                  PIC X(4) VALUE SPACES.
           02  SM-KEY                  PIC X(5).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  SM-RELEASES             PIC ZZZZZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  SM-COMPARED             PIC ZZZZZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  SM-UNCOSTED             PIC ZZZZZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  SM-RELEASED-COST        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  SM-STOCKED-COST         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  SM-DIFFERENCE           PIC ---,---,---,--9.99.

       01  OVC-TOTAL-LINE.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  TL-LABEL                PIC X(40).
           02  TL-VALUE                PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-READ-AUDIT THRU 2000-EXIT
           PERFORM UNTIL OVC-END-OF-AUDIT
               ADD 1 TO OVC-AUDIT-READ
               PERFORM 3000-TAKE-AUDIT-LINE THRU 3000-EXIT
               PERFORM 2000-READ-AUDIT THRU 2000-EXIT
           END-PERFORM
           PERFORM 7000-PRINT-SUMMARIES THRU 7000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-COST-CONTROL THRU 1100-EXIT
           PERFORM 1200-LOAD-UNIT-COSTS THRU 1200-EXIT
           PERFORM 1300-OPEN-MASTER THRU 1300-EXIT
           OPEN INPUT OVC-AUDIT-FILE
           IF OVC-AUDIT-STATUS NOT = "00"
               DISPLAY "** REVIEW AUDIT (RVWAUDT) MISSING - "
                   "NO OVERRIDES TO PRICE **"
               SET OVC-END-OF-AUDIT TO TRUE
           ELSE
               SET OVC-AUDIT-OPEN TO TRUE
           END-IF
           OPEN OUTPUT OVC-PRINT-FILE
           MOVE OVC-REPORT-YYMM TO HD-REPORT-YYMM
           MOVE OVC-HEADING-1 TO OVC-PRINT-LINE
           WRITE OVC-PRINT-LINE
           MOVE SPACES TO OVC-PRINT-LINE
           WRITE OVC-PRINT-LINE
           MOVE OVC-DETAIL-HEADING-1 TO OVC-PRINT-LINE
           WRITE OVC-PRINT-LINE
           MOVE OVC-DETAIL-HEADING-2 TO OVC-PRINT-LINE
           WRITE OVC-PRINT-LINE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Reads and validates the report card.  A missing card or
      * a month that is not a month refuses the run.
      *----------------------------------------------------------
       1100-READ-COST-CONTROL.
           OPEN INPUT OVC-PARM-FILE
           IF OVC-PARM-STATUS NOT = "00"
               DISPLAY "*** COST REPORT CARD FILE MISSING - "
                   "RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           READ OVC-PARM-FILE
               AT END
                   DISPLAY "*** COST REPORT CARD FILE EMPTY - "
                       "RUN REFUSED ***"
                   PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-READ
           IF PR-REPORT-YYMM NOT NUMERIC
               OR PR-REPORT-MM < 1 OR PR-REPORT-MM > 12
               DISPLAY "*** REPORT MONTH NOT A VALID YYMM - "
                   "RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           MOVE PR-REPORT-YYMM TO OVC-REPORT-YYMM
           CLOSE OVC-PARM-FILE
           DISPLAY "COST REPORT CONTROL - OVERRIDES APPROVED IN "
               "MONTH " OVC-REPORT-YYMM.
       1100-EXIT.
           EXIT.

       1190-REFUSE-RUN.
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       1190-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Loads the container cost file.  No costs, nothing to
      * measure - a missing or empty file refuses the run, and
      * so does one with more lines than the table holds, rather
      * than price some releases against a partial file.  A line
      * with a bad size, date or cost is rejected and reported.
      *----------------------------------------------------------
       1200-LOAD-UNIT-COSTS.
           OPEN INPUT OVC-COST-FILE
           IF OVC-COST-STATUS NOT = "00"
               DISPLAY "*** CONTAINER COST FILE (CTNRCOST) MISSING"
                   " - RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           PERFORM UNTIL OVC-END-OF-COSTS
               READ OVC-COST-FILE
                   AT END
                       SET OVC-END-OF-COSTS TO TRUE
                   NOT AT END
                       ADD 1 TO OVC-COST-READ
                       PERFORM 1250-TAKE-COST-LINE THRU 1250-EXIT
               END-READ
           END-PERFORM
           CLOSE OVC-COST-FILE
           IF OVC-COST-COUNT = 0
               DISPLAY "*** CONTAINER COST FILE HAS NO USABLE "
                   "LINES - RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           DISPLAY "CONTAINER COSTS LOADED - " OVC-COST-COUNT
               " LINE(S), " OVC-COST-REJECTED " REJECTED".
       1200-EXIT.
           EXIT.

       1250-TAKE-COST-LINE.
           IF UC-SIZE NOT NUMERIC OR UC-SIZE = 0
               OR UC-EFF-DATE NOT NUMERIC
               OR UC-UNIT-COST NOT NUMERIC
               ADD 1 TO OVC-COST-REJECTED
               DISPLAY "** COST LINE " OVC-COST-READ
                   " REJECTED - SIZE, DATE OR COST NOT NUMERIC **"
               GO TO 1250-EXIT
           END-IF
           IF OVC-COST-COUNT NOT < OVC-COST-LIMIT
               DISPLAY "*** CONTAINER COST TABLE FULL ("
                   OVC-COST-LIMIT " LINES) - RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           ADD 1 TO OVC-COST-COUNT
           IF UC-DEPOT = SPACES
               MOVE OVC-DEFAULT-DEPOT TO CT-DEPOT (OVC-COST-COUNT)
           ELSE
               MOVE UC-DEPOT TO CT-DEPOT (OVC-COST-COUNT)
           END-IF
           MOVE UC-SIZE TO CT-SIZE (OVC-COST-COUNT)
           MOVE UC-EFF-DATE TO CT-EFF-DATE (OVC-COST-COUNT)
           MOVE UC-UNIT-COST TO CT-UNIT-COST (OVC-COST-COUNT).
       1250-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The container master is read by key for each divisor.
      * A missing master leaves no size stocked - every release
      * is listed with no stocked divisor.
      *----------------------------------------------------------
       1300-OPEN-MASTER.
           MOVE "N" TO OVC-MASTER-OPEN-SW
           OPEN INPUT OVC-MASTER-FILE
           IF OVC-MASTER-STATUS NOT = "00"
               DISPLAY "** CONTAINER MASTER (CTNRMSTR) MISSING - "
                   "NO SIZE IS TREATED AS STOCKED **"
               GO TO 1300-EXIT
           END-IF
           SET OVC-MASTER-AVAILABLE TO TRUE.
       1300-EXIT.
           EXIT.

       2000-READ-AUDIT.
           READ OVC-AUDIT-FILE
               AT END
                   SET OVC-END-OF-AUDIT TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * One audit line.  Only an approval dated in the report
      * month is priced - rejections, refusals and ignored cards
      * released nothing.
      *----------------------------------------------------------
       3000-TAKE-AUDIT-LINE.
           IF NOT AU-APPROVED
               GO TO 3000-EXIT
           END-IF
           IF AU-DATE NOT NUMERIC
               OR AU-DATE-YYMM NOT = OVC-REPORT-YYMM
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO GT-RELEASES
           MOVE SPACES TO OVC-REMARK
           MOVE 0 TO OVC-RELEASED-BOXES OVC-RELEASED-COST
               OVC-DIVISOR OVC-STOCKED-BOXES OVC-STOCKED-COST
               OVC-DIFFERENCE
           IF AU-DEPOT = SPACES
               MOVE OVC-DEFAULT-DEPOT TO OVC-WORK-DEPOT
           ELSE
               MOVE AU-DEPOT TO OVC-WORK-DEPOT
           END-IF
           PERFORM 3100-FIND-APPROVER-SLOT THRU 3100-EXIT
           PERFORM 3200-FIND-DEPOT-SLOT THRU 3200-EXIT
           PERFORM 3300-PRICE-RELEASE THRU 3300-EXIT
           IF OVC-REMARK = SPACES
               PERFORM 3800-POST-COMPARED THRU 3800-EXIT
           ELSE
               PERFORM 3900-POST-UNCOSTED THRU 3900-EXIT
           END-IF
           PERFORM 6000-PRINT-DETAIL THRU 6000-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The approver's slot, opened on first sight.  A full
      * table leaves the index at zero - the release still
      * counts in the depot and grand totals.
      *----------------------------------------------------------
       3100-FIND-APPROVER-SLOT.
           MOVE "N" TO OVC-MATCH-SWITCH
           MOVE 0 TO OVC-APPR-INDEX
           MOVE 1 TO OVC-SUBSCRIPT
           PERFORM UNTIL OVC-SUBSCRIPT > OVC-APPROVER-COUNT
               OR OVC-ENTRY-FOUND
               IF AS-INITIALS (OVC-SUBSCRIPT) = AU-INITIALS
                   SET OVC-ENTRY-FOUND TO TRUE
                   MOVE OVC-SUBSCRIPT TO OVC-APPR-INDEX
               END-IF
               ADD 1 TO OVC-SUBSCRIPT
           END-PERFORM
           IF OVC-ENTRY-FOUND
               GO TO 3100-EXIT
           END-IF
           IF OVC-APPROVER-COUNT NOT < OVC-APPROVER-LIMIT
               ADD 1 TO OVC-UNSLOTTED-COUNT
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO OVC-APPROVER-COUNT
           MOVE OVC-APPROVER-COUNT TO OVC-APPR-INDEX
           MOVE AU-INITIALS TO AS-INITIALS (OVC-APPR-INDEX)
           MOVE 0 TO AS-RELEASES (OVC-APPR-INDEX)
               AS-COMPARED (OVC-APPR-INDEX)
               AS-UNCOSTED (OVC-APPR-INDEX)
               AS-RELEASED-COST (OVC-APPR-INDEX)
               AS-STOCKED-COST (OVC-APPR-INDEX)
               AS-DIFFERENCE (OVC-APPR-INDEX).
       3100-EXIT.
           EXIT.

       3200-FIND-DEPOT-SLOT.
           MOVE "N" TO OVC-MATCH-SWITCH
           MOVE 0 TO OVC-DEPOT-INDEX
           MOVE 1 TO OVC-SUBSCRIPT
           PERFORM UNTIL OVC-SUBSCRIPT > OVC-DEPOT-COUNT
               OR OVC-ENTRY-FOUND
               IF DP-DEPOT (OVC-SUBSCRIPT) = OVC-WORK-DEPOT
                   SET OVC-ENTRY-FOUND TO TRUE
                   MOVE OVC-SUBSCRIPT TO OVC-DEPOT-INDEX
               END-IF
               ADD 1 TO OVC-SUBSCRIPT
           END-PERFORM
           IF OVC-ENTRY-FOUND
               GO TO 3200-EXIT
           END-IF
           IF OVC-DEPOT-COUNT NOT < OVC-DEPOT-LIMIT
               ADD 1 TO OVC-UNSLOTTED-COUNT
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO OVC-DEPOT-COUNT
           MOVE OVC-DEPOT-COUNT TO OVC-DEPOT-INDEX
           MOVE OVC-WORK-DEPOT TO DP-DEPOT (OVC-DEPOT-INDEX)
           MOVE 0 TO DP-RELEASES (OVC-DEPOT-INDEX)
               DP-COMPARED (OVC-DEPOT-INDEX)
               DP-UNCOSTED (OVC-DEPOT-INDEX)
               DP-RELEASED-COST (OVC-DEPOT-INDEX)
               DP-STOCKED-COST (OVC-DEPOT-INDEX)
               DP-DIFFERENCE (OVC-DEPOT-INDEX).
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Prices the release both ways.  The lot's units come off
      * the audit line; an approval audited before the line
      * carried them has none - a pair's are rebuilt from N1
      * plus N2, a multi-list's cannot be.  Any divisor of the
      * GCD divides every lot size in the pairing, so counting
      * down from the GCD the first stocked one is the largest.
      * The first thing missing leaves its remark set and stops
      * the pricing there.
      *----------------------------------------------------------
       3300-PRICE-RELEASE.
           MOVE 0 TO OVC-WORK-UNITS
           IF AU-UNITS NUMERIC AND AU-UNITS > 0
               MOVE AU-UNITS TO OVC-WORK-UNITS
           ELSE
               IF NOT AU-MODE-MULTI
                   AND AU-N1 NUMERIC AND AU-N2 NUMERIC
                   COMPUTE OVC-WORK-UNITS = AU-N1 + AU-N2
               END-IF
           END-IF
           IF OVC-WORK-UNITS = 0
               OR AU-RESULT NOT NUMERIC OR AU-RESULT = 0
               MOVE "NO UNITS" TO OVC-REMARK
               ADD 1 TO OVC-NO-UNITS-COUNT
               GO TO 3300-EXIT
           END-IF
           DIVIDE OVC-WORK-UNITS BY AU-RESULT
               GIVING OVC-RELEASED-BOXES
           MOVE AU-RESULT TO OVC-LOOKUP-SIZE
           PERFORM 4000-FIND-UNIT-COST THRU 4000-EXIT
           IF NOT OVC-COST-FOUND
               MOVE "NO COST GCD" TO OVC-REMARK
               ADD 1 TO OVC-NO-GCD-COST-COUNT
               GO TO 3300-EXIT
           END-IF
           COMPUTE OVC-RELEASED-COST =
               OVC-RELEASED-BOXES * OVC-UNIT-COST
           PERFORM 4500-FIND-STOCKED-DIVISOR THRU 4500-EXIT
           IF OVC-DIVISOR = 0
               MOVE "NONE STOCKED" TO OVC-REMARK
               ADD 1 TO OVC-NO-STOCKED-COUNT
               GO TO 3300-EXIT
           END-IF
           DIVIDE OVC-WORK-UNITS BY OVC-DIVISOR
               GIVING OVC-STOCKED-BOXES
           MOVE OVC-DIVISOR TO OVC-LOOKUP-SIZE
           PERFORM 4000-FIND-UNIT-COST THRU 4000-EXIT
           IF NOT OVC-COST-FOUND
               MOVE "NO COST DIV" TO OVC-REMARK
               ADD 1 TO OVC-NO-DIV-COST-COUNT
               GO TO 3300-EXIT
           END-IF
           COMPUTE OVC-STOCKED-COST =
               OVC-STOCKED-BOXES * OVC-UNIT-COST
           COMPUTE OVC-DIFFERENCE =
               OVC-RELEASED-COST - OVC-STOCKED-COST
           IF OVC-DIVISOR = AU-RESULT
               ADD 1 TO OVC-GCD-STOCKED-COUNT
           END-IF.
       3300-EXIT.
           EXIT.

       3800-POST-COMPARED.
           ADD 1 TO GT-COMPARED
           ADD OVC-RELEASED-COST TO GT-RELEASED-COST
           ADD OVC-STOCKED-COST TO GT-STOCKED-COST
           ADD OVC-DIFFERENCE TO GT-DIFFERENCE
           IF OVC-APPR-INDEX > 0
               ADD 1 TO AS-RELEASES (OVC-APPR-INDEX)
               ADD 1 TO AS-COMPARED (OVC-APPR-INDEX)
               ADD OVC-RELEASED-COST
                   TO AS-RELEASED-COST (OVC-APPR-INDEX)
               ADD OVC-STOCKED-COST
                   TO AS-STOCKED-COST (OVC-APPR-INDEX)
               ADD OVC-DIFFERENCE TO AS-DIFFERENCE (OVC-APPR-INDEX)
           END-IF
           IF OVC-DEPOT-INDEX > 0
               ADD 1 TO DP-RELEASES (OVC-DEPOT-INDEX)
               ADD 1 TO DP-COMPARED (OVC-DEPOT-INDEX)
               ADD OVC-RELEASED-COST
                   TO DP-RELEASED-COST (OVC-DEPOT-INDEX)
               ADD OVC-STOCKED-COST
                   TO DP-STOCKED-COST (OVC-DEPOT-INDEX)
               ADD OVC-DIFFERENCE TO DP-DIFFERENCE (OVC-DEPOT-INDEX)
           END-IF.
       3800-EXIT.
           EXIT.

       3900-POST-UNCOSTED.
           ADD 1 TO GT-UNCOSTED
           IF OVC-APPR-INDEX > 0
               ADD 1 TO AS-RELEASES (OVC-APPR-INDEX)
               ADD 1 TO AS-UNCOSTED (OVC-APPR-INDEX)
           END-IF
           IF OVC-DEPOT-INDEX > 0
               ADD 1 TO DP-RELEASES (OVC-DEPOT-INDEX)
               ADD 1 TO DP-UNCOSTED (OVC-DEPOT-INDEX)
           END-IF.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The unit cost in force for the lookup size at the
      * release's depot on the approval date - the cost line
      * with the latest effective date on or before it.
      *----------------------------------------------------------
       4000-FIND-UNIT-COST.
           MOVE "N" TO OVC-COST-FOUND-SW
           MOVE 0 TO OVC-UNIT-COST
           MOVE 0 TO OVC-BEST-EFF-DATE
           MOVE 1 TO OVC-SUBSCRIPT
           PERFORM UNTIL OVC-SUBSCRIPT > OVC-COST-COUNT
               IF CT-DEPOT (OVC-SUBSCRIPT) = OVC-WORK-DEPOT
                   AND CT-SIZE (OVC-SUBSCRIPT) = OVC-LOOKUP-SIZE
                   AND CT-EFF-DATE (OVC-SUBSCRIPT) <= AU-DATE
                   AND CT-EFF-DATE (OVC-SUBSCRIPT)
                       >= OVC-BEST-EFF-DATE
                   SET OVC-COST-FOUND TO TRUE
                   MOVE CT-EFF-DATE (OVC-SUBSCRIPT)
                       TO OVC-BEST-EFF-DATE
                   MOVE CT-UNIT-COST (OVC-SUBSCRIPT)
                       TO OVC-UNIT-COST
               END-IF
               ADD 1 TO OVC-SUBSCRIPT
           END-PERFORM.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Counts down from the GCD through its divisors and stops
      * at the first one stocked at the depot on the approval
      * date.  Leaves zero when none is.
      *----------------------------------------------------------
       4500-FIND-STOCKED-DIVISOR.
           MOVE 0 TO OVC-DIVISOR
           IF NOT OVC-MASTER-AVAILABLE
               GO TO 4500-EXIT
           END-IF
           MOVE AU-RESULT TO OVC-CANDIDATE
           PERFORM UNTIL OVC-CANDIDATE = 0 OR OVC-DIVISOR > 0
               DIVIDE AU-RESULT BY OVC-CANDIDATE
                   GIVING OVC-QUOTIENT
                   REMAINDER OVC-REMAINDER
               IF OVC-REMAINDER = 0
                   PERFORM 4600-CHECK-SIZE-STOCKED THRU 4600-EXIT
                   IF OVC-SIZE-STOCKED
                       MOVE OVC-CANDIDATE TO OVC-DIVISOR
                   END-IF
               END-IF
               SUBTRACT 1 FROM OVC-CANDIDATE
           END-PERFORM.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The candidate read by key under the release's depot - it
      * only counts as stocked if it is on the master there,
      * active, and the approval date falls inside its effective
      * and expiry dates, the same test main-mdc makes.
      *----------------------------------------------------------
       4600-CHECK-SIZE-STOCKED.
           MOVE "N" TO OVC-STOCKED-SW
           MOVE OVC-WORK-DEPOT TO CM-DEPOT
           MOVE OVC-CANDIDATE TO CM-CONTAINER-SIZE
           READ OVC-MASTER-FILE
           IF OVC-MASTER-STATUS NOT = "00"
               GO TO 4600-EXIT
           END-IF
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
           IF ME-ACTIVE
               AND ME-EFF-DATE <= AU-DATE
               AND ME-EXP-DATE >= AU-DATE
               SET OVC-SIZE-STOCKED TO TRUE
           END-IF.
       4600-EXIT.
           EXIT.

      *----------------------------------------------------------
      * One line per release - the figures as far as the pricing
      * got, and the reason where it stopped.
      *----------------------------------------------------------
       6000-PRINT-DETAIL.
           MOVE SPACES TO OVC-DETAIL-LINE
           MOVE AU-DATE TO DL-DATE
           MOVE OVC-WORK-DEPOT TO DL-DEPOT
           MOVE AU-INITIALS TO DL-INITIALS
           MOVE AU-MODE TO DL-MODE
           IF AU-N1 NUMERIC
               MOVE AU-N1 TO DL-N1
           END-IF
           IF AU-N2 NUMERIC
               MOVE AU-N2 TO DL-N2
           END-IF
           IF AU-RESULT NUMERIC
               MOVE AU-RESULT TO DL-GCD
           END-IF
           IF OVC-WORK-UNITS > 0
               MOVE OVC-WORK-UNITS TO DL-UNITS
           END-IF
           IF OVC-RELEASED-BOXES > 0
               MOVE OVC-RELEASED-BOXES TO DL-RELEASED-BOXES
           END-IF
           IF OVC-REMARK NOT = "NO UNITS"
               AND OVC-REMARK NOT = "NO COST GCD"
               MOVE OVC-RELEASED-COST TO DL-RELEASED-COST
           END-IF
           IF OVC-DIVISOR > 0
               MOVE OVC-DIVISOR TO DL-DIVISOR
               MOVE OVC-STOCKED-BOXES TO DL-STOCKED-BOXES
           END-IF
           IF OVC-REMARK = SPACES
               MOVE OVC-STOCKED-COST TO DL-STOCKED-COST
               MOVE OVC-DIFFERENCE TO DL-DIFFERENCE
           END-IF
           MOVE OVC-REMARK TO DL-REMARK
           MOVE OVC-DETAIL-LINE TO OVC-PRINT-LINE
           WRITE OVC-PRINT-LINE.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The month by approver, by depot and in total, then what
      * the figures were built from.
      *----------------------------------------------------------
       7000-PRINT-SUMMARIES.
           MOVE SPACES TO OVC-PRINT-LINE
           WRITE OVC-PRINT-LINE
           MOVE "OVERRIDE COST BY APPROVER" TO OVC-PRINT-LINE
           WRITE OVC-PRINT-LINE
           MOVE "APPR " TO SH-KEY-TITLE
           MOVE OVC-SUMMARY-HEADING TO OVC-PRINT-LINE
           WRITE OVC-PRINT-LINE
           MOVE 1 TO OVC-SUBSCRIPT
           PERFORM UNTIL OVC-SUBSCRIPT > OVC-APPROVER-COUNT
               MOVE SPACES TO OVC-SUMMARY-LINE
               MOVE AS-INITIALS (OVC-SUBSCRIPT) TO SM-KEY
               MOVE AS-RELEASES (OVC-SUBSCRIPT) TO SM-RELEASES
               MOVE AS-COMPARED (OVC-SUBSCRIPT) TO SM-COMPARED
               MOVE AS-UNCOSTED (OVC-SUBSCRIPT) TO SM-UNCOSTED
               MOVE AS-RELEASED-COST (OVC-SUBSCRIPT)
                   TO SM-RELEASED-COST
               MOVE AS-STOCKED-COST (OVC-SUBSCRIPT)
                   TO SM-STOCKED-COST
               MOVE AS-DIFFERENCE (OVC-SUBSCRIPT) TO SM-DIFFERENCE
               MOVE OVC-SUMMARY-LINE TO OVC-PRINT-LINE
               WRITE OVC-PRINT-LINE
               ADD 1 TO OVC-SUBSCRIPT
           END-PERFORM
           PERFORM 7500-PRINT-GRAND-TOTAL THRU 7500-EXIT
           MOVE SPACES TO OVC-PRINT-LINE
           WRITE OVC-PRINT-LINE
           MOVE "OVERRIDE COST BY DEPOT" TO OVC-PRINT-LINE
           WRITE OVC-PRINT-LINE
           MOVE "DEPOT" TO SH-KEY-TITLE
           MOVE OVC-SUMMARY-HEADING TO OVC-PRINT-LINE
           WRITE OVC-PRINT-LINE
           MOVE 1 TO OVC-SUBSCRIPT
           PERFORM UNTIL OVC-SUBSCRIPT > OVC-DEPOT-COUNT
               MOVE SPACES TO OVC-SUMMARY-LINE
               MOVE DP-DEPOT (OVC-SUBSCRIPT) TO SM-KEY
               MOVE DP-RELEASES (OVC-SUBSCRIPT) TO SM-RELEASES
               MOVE DP-COMPARED (OVC-SUBSCRIPT) TO SM-COMPARED
               MOVE DP-UNCOSTED (OVC-SUBSCRIPT) TO SM-UNCOSTED
               MOVE DP-RELEASED-COST (OVC-SUBSCRIPT)
                   TO SM-RELEASED-COST
               MOVE DP-STOCKED-COST (OVC-SUBSCRIPT)
                   TO SM-STOCKED-COST
               MOVE DP-DIFFERENCE (OVC-SUBSCRIPT) TO SM-DIFFERENCE
               MOVE OVC-SUMMARY-LINE TO OVC-PRINT-LINE
               WRITE OVC-PRINT-LINE
               ADD 1 TO OVC-SUBSCRIPT
           END-PERFORM
           PERFORM 7500-PRINT-GRAND-TOTAL THRU 7500-EXIT
           PERFORM 7700-PRINT-BASIS THRU 7700-EXIT.
       7000-EXIT.
           EXIT.

       7500-PRINT-GRAND-TOTAL.
           MOVE SPACES TO OVC-SUMMARY-LINE
           MOVE "TOTAL" TO SM-KEY
           MOVE GT-RELEASES TO SM-RELEASES
           MOVE GT-COMPARED TO SM-COMPARED
           MOVE GT-UNCOSTED TO SM-UNCOSTED
           MOVE GT-RELEASED-COST TO SM-RELEASED-COST
           MOVE GT-STOCKED-COST TO SM-STOCKED-COST
           MOVE GT-DIFFERENCE TO SM-DIFFERENCE
           MOVE OVC-SUMMARY-LINE TO OVC-PRINT-LINE
           WRITE OVC-PRINT-LINE.
       7500-EXIT.
           EXIT.

       7700-PRINT-BASIS.
           MOVE SPACES TO OVC-PRINT-LINE
           WRITE OVC-PRINT-LINE
           MOVE "BASIS OF THE REPORT" TO OVC-PRINT-LINE
           WRITE OVC-PRINT-LINE
           MOVE SPACES TO OVC-TOTAL-LINE
           MOVE "AUDIT LINES READ" TO TL-LABEL
           MOVE OVC-AUDIT-READ TO TL-VALUE
           MOVE OVC-TOTAL-LINE TO OVC-PRINT-LINE
           WRITE OVC-PRINT-LINE
           MOVE SPACES TO OVC-TOTAL-LINE
           MOVE "OVERRIDES APPROVED IN THE MONTH" TO TL-LABEL
           MOVE GT-RELEASES TO TL-VALUE
           MOVE OVC-TOTAL-LINE TO OVC-PRINT-LINE
           WRITE OVC-PRINT-LINE
           MOVE SPACES TO OVC-TOTAL-LINE
           MOVE "  COMPARED AT A STOCKED DIVISOR" TO TL-LABEL
           MOVE GT-COMPARED TO TL-VALUE
           MOVE OVC-TOTAL-LINE TO OVC-PRINT-LINE
           WRITE OVC-PRINT-LINE
           MOVE SPACES TO OVC-TOTAL-LINE
           MOVE "    GCD ITSELF STOCKED BY APPROVAL DATE" TO TL-LABEL
           MOVE OVC-GCD-STOCKED-COUNT TO TL-VALUE
           MOVE OVC-TOTAL-LINE TO OVC-PRINT-LINE
           WRITE OVC-PRINT-LINE
           MOVE SPACES TO OVC-TOTAL-LINE
           MOVE "  NO UNITS ON THE AUDIT LINE" TO TL-LABEL
           MOVE OVC-NO-UNITS-COUNT TO TL-VALUE
           MOVE OVC-TOTAL-LINE TO OVC-PRINT-LINE
           WRITE OVC-PRINT-LINE
           MOVE SPACES TO OVC-TOTAL-LINE
           MOVE "  NO COST ON FILE FOR THE GCD" TO TL-LABEL
           MOVE OVC-NO-GCD-COST-COUNT TO TL-VALUE
           MOVE OVC-TOTAL-LINE TO OVC-PRINT-LINE
           WRITE OVC-PRINT-LINE
           MOVE SPACES TO OVC-TOTAL-LINE
           MOVE "  NO DIVISOR STOCKED AT THE DEPOT" TO TL-LABEL
           MOVE OVC-NO-STOCKED-COUNT TO TL-VALUE
           MOVE OVC-TOTAL-LINE TO OVC-PRINT-LINE
           WRITE OVC-PRINT-LINE
           MOVE SPACES TO OVC-TOTAL-LINE
           MOVE "  NO COST ON FILE FOR THE DIVISOR" TO TL-LABEL
           MOVE OVC-NO-DIV-COST-COUNT TO TL-VALUE
           MOVE OVC-TOTAL-LINE TO OVC-PRINT-LINE
           WRITE OVC-PRINT-LINE
           IF OVC-UNSLOTTED-COUNT > 0
               MOVE SPACES TO OVC-TOTAL-LINE
               MOVE "NOT BROKEN DOWN (TABLE FULL)" TO TL-LABEL
               MOVE OVC-UNSLOTTED-COUNT TO TL-VALUE
               MOVE OVC-TOTAL-LINE TO OVC-PRINT-LINE
               WRITE OVC-PRINT-LINE
           END-IF.
       7700-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Every approval in the month is either compared or held
      * out for one of the four reasons.
      *----------------------------------------------------------
       9000-TERMINATE.
           IF OVC-AUDIT-OPEN
               CLOSE OVC-AUDIT-FILE
           END-IF
           IF OVC-MASTER-AVAILABLE
               CLOSE OVC-MASTER-FILE
           END-IF
           CLOSE OVC-PRINT-FILE
           COMPUTE OVC-ACCOUNTED = GT-COMPARED
               + OVC-NO-UNITS-COUNT + OVC-NO-GCD-COST-COUNT
               + OVC-NO-STOCKED-COUNT + OVC-NO-DIV-COST-COUNT
           DISPLAY "=============================================="
           DISPLAY "OVERRIDE PACKAGING COST SUMMARY"
           DISPLAY "  AUDIT LINES READ. . . . . . . . : "
               OVC-AUDIT-READ
           DISPLAY "  OVERRIDES APPROVED IN MONTH . . : "
               GT-RELEASES
           DISPLAY "  COMPARED AT A STOCKED DIVISOR . : "
               GT-COMPARED
           DISPLAY "  NO UNITS ON THE AUDIT LINE. . . : "
               OVC-NO-UNITS-COUNT
           DISPLAY "  NO COST ON FILE FOR THE GCD . . : "
               OVC-NO-GCD-COST-COUNT
           DISPLAY "  NO DIVISOR STOCKED AT THE DEPOT : "
               OVC-NO-STOCKED-COUNT
           DISPLAY "  NO COST ON FILE FOR THE DIVISOR : "
               OVC-NO-DIV-COST-COUNT
           DISPLAY "  APPROVERS . . . . . . . . . . . : "
               OVC-APPROVER-COUNT
           DISPLAY "  DEPOTS. . . . . . . . . . . . . : "
               OVC-DEPOT-COUNT
           IF OVC-ACCOUNTED = GT-RELEASES
               DISPLAY "  OVERRIDES ACCOUNTED FOR - IN BALANCE"
           ELSE
               DISPLAY "  ** OUT OF BALANCE ** OVERRIDES "
                   GT-RELEASES " ACCOUNTED FOR " OVC-ACCOUNTED
           END-IF
           DISPLAY "==============================================".
       9000-EXIT.
           EXIT.

       END PROGRAM override-cost.
