       IDENTIFICATION DIVISION.
       PROGRAM-ID.    batch-window.
      *
      * Modification history
      * ---------------------------------------------------------
      * batch-window elapsed time and SLA: every step of the
      * nightly stream stamps STARTED and ENDED on CYCSTAT, but
      * nothing read the times.  This report works out, for each
      * of the last N cycles on the file, every step's elapsed
      * time, the idle gap between its ENDED and the STARTED of
      * the step that ran next, and the whole stream's time from
      * its first STARTED to its last ENDED - each against the
      * per-step and stream targets on the SLACTL control file -
      * and whether the stream finished before the scheduler's
      * pickup time (05:00 unless the control card says
      * otherwise).  A step that started and never ended, one
      * over its target and a gap over its target are called out
      * on the line.  A trend page follows: per step over the
      * same cycles, the average, fastest and slowest runs, how
      * many ran over target, and the earlier half of the cycles
      * against the later half, so a step getting slower as the
      * files grow shows up before it breaks the pickup.  The
      * report only reads CYCSTAT; it is not a step of the
      * stream and stamps nothing.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLA-CONTROL-FILE ASSIGN TO SLACTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLA-CONTROL-STATUS.

           SELECT OPTIONAL SLA-CYCLE-FILE ASSIGN TO CYCSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLA-CYCLE-STATUS.

           SELECT SLA-PRINT-FILE ASSIGN TO SLARPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------
      * SLA control deck.  One "C" card: how many of the latest
      * cycles to report and trend, the scheduler's pickup time
      * (HHMMSS) and the whole stream's target in minutes.  One
      * "S" card per step: its elapsed-time target and the
      * longest idle gap allowed after it, both in minutes (zero
      * means not checked).
      *----------------------------------------------------------
       FD  SLA-CONTROL-FILE.
       01  SLA-CONTROL-RECORD.
           02  CT-REC-TYPE           PIC X(1).
               88  CT-RUN-CARD           VALUE "C".
               88  CT-STEP-CARD          VALUE "S".
           02  CT-CARD-DATA          PIC X(20).
       01  SLA-RUN-CARD.
           02  FILLER                PIC X(1).
           02  CR-CYCLES             PIC 9(2).
           02  CR-PICKUP-TIME        PIC 9(6).
           02  CR-STREAM-TARGET      PIC 9(4).
       01  SLA-STEP-CARD.
           02  FILLER                PIC X(1).
           02  CC-STEP               PIC X(8).
           02  CC-ELAPSED-TARGET     PIC 9(4).
           02  CC-GAP-TARGET         PIC 9(4).

      *----------------------------------------------------------
      * Shared cycle-status file - same layout as main-mdc's
      * MDC-CYCLE-RECORD.
      *----------------------------------------------------------
       FD  SLA-CYCLE-FILE.
       01  SLA-CYCLE-RECORD.
           02  CS-CYCLE-DATE         PIC 9(6).
           02  FILLER                PIC X(1).
           02  CS-STEP               PIC X(8).
           02  FILLER                PIC X(1).
           02  CS-STATUS             PIC X(8).
               88  CS-STEP-STARTED       VALUE "STARTED".
               88  CS-STEP-ENDED         VALUE "ENDED".
           02  FILLER                PIC X(1).
           02  CS-STAMP-DATE         PIC 9(6).
           02  FILLER                PIC X(1).
           02  CS-STAMP-TIME         PIC 9(6).

       FD  SLA-PRINT-FILE.
       01  SLA-PRINT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  SLA-CONTROL-STATUS          PIC X(2) VALUE "00".
       01  SLA-CYCLE-STATUS            PIC X(2) VALUE "00".

       01  SLA-SWITCHES.
           02  SLA-EOF-SWITCH          PIC X(01) VALUE "N".
               88  SLA-END-OF-FILE         VALUE "Y".
           02  SLA-MATCH-SWITCH        PIC X(01) VALUE "N".
               88  SLA-SLOT-FOUND          VALUE "Y".
           02  SLA-TARGET-SWITCH       PIC X(01) VALUE "N".
               88  SLA-TARGET-FOUND        VALUE "Y".
           02  SLA-STREAM-SWITCH       PIC X(01) VALUE "N".
               88  SLA-STREAM-INCOMPLETE   VALUE "Y".

      *----------------------------------------------------------
      * Run control - defaults stand when the control deck has
      * no "C" card: two weeks of cycles and the 05:00 pickup.
      *----------------------------------------------------------
       01  SLA-RUN-FIELDS.
           02  SLA-CYCLE-WANTED        PIC 9(2) VALUE 14.
           02  SLA-PICKUP-TIME         PIC 9(6) VALUE 050000.
           02  SLA-STREAM-TARGET-SECS  PIC 9(7) VALUE 0 COMP.
           02  SLA-PICKUP-SECS         PIC 9(7) VALUE 0 COMP.

      *----------------------------------------------------------
      * Per-step targets off the "S" cards, in seconds.
      *----------------------------------------------------------
       01  SLA-TARGET-TABLE.
           02  SLA-TARGET-SLOT OCCURS 20 TIMES.
               03  TG-STEP             PIC X(8).
               03  TG-ELAPSED-SECS     PIC 9(7) COMP.
               03  TG-GAP-SECS         PIC 9(7) COMP.
       01  SLA-TARGET-COUNT            PIC 9(4) VALUE 0 COMP.
       01  SLA-TARGET-LIMIT            PIC 9(4) VALUE 20 COMP.
       01  SLA-TARGET-INDEX            PIC 9(4) COMP.

      *----------------------------------------------------------
      * The latest cycles on the file, each with its steps - the
      * first STARTED and last ENDED stamp of each step (a
      * restarted step is timed from its first start to its
      * clean end) as seconds on a running day count, plus the
      * stamps themselves for printing.  When the table holds as
      * many cycles as were asked for, a newer cycle takes the
      * oldest cycle's slot.
      *----------------------------------------------------------
       01  SLA-CYCLE-TABLE.
           02  SLA-CYCLE-SLOT OCCURS 99 TIMES.
               03  CY-CYCLE-DATE       PIC 9(6).
               03  CY-PRINTED-SW       PIC X(1).
                   88  CY-PRINTED          VALUE "Y".
               03  CY-STEP-COUNT       PIC 9(4) COMP.
               03  CY-STEP-SLOT OCCURS 12 TIMES.
                   04  SP-STEP             PIC X(8).
                   04  SP-PRINTED-SW       PIC X(1).
                       88  SP-PRINTED          VALUE "Y".
                   04  SP-START-COUNT      PIC 9(3) COMP.
                   04  SP-ENDED-SW         PIC X(1).
                       88  SP-ENDED            VALUE "Y".
                   04  SP-START-DATE       PIC 9(6).
                   04  SP-START-TIME       PIC 9(6).
                   04  SP-START-SECS       PIC 9(11) COMP.
                   04  SP-END-DATE         PIC 9(6).
                   04  SP-END-TIME         PIC 9(6).
                   04  SP-END-SECS         PIC 9(11) COMP.
       01  SLA-CYCLE-COUNT             PIC 9(4) VALUE 0 COMP.
       01  SLA-STEP-LIMIT              PIC 9(4) VALUE 12 COMP.
       01  SLA-CY                      PIC 9(4) COMP.
       01  SLA-SP                      PIC 9(4) COMP.
       01  SLA-NEXT-SP                 PIC 9(4) COMP.
       01  SLA-SUBSCRIPT               PIC 9(4) COMP.
       01  SLA-FOUND-INDEX             PIC 9(4) COMP.
       01  SLA-OLDEST-INDEX            PIC 9(4) COMP.
       01  SLA-CYCLE-ORDINAL           PIC 9(4) VALUE 0 COMP.
       01  SLA-STEP-ORDINAL            PIC 9(4) COMP.

      *----------------------------------------------------------
      * Per-step trend over the cycles printed.  The "STREAM"
      * slot carries the whole stream's times.  Early and late
      * are the older and newer half of the cycles reported.
      *----------------------------------------------------------
       01  SLA-TREND-TABLE.
           02  SLA-TREND-SLOT OCCURS 21 TIMES.
               03  TR-STEP             PIC X(8).
               03  TR-RUN-COUNT        PIC 9(5) COMP.
               03  TR-OPEN-COUNT       PIC 9(5) COMP.
               03  TR-OVER-COUNT       PIC 9(5) COMP.
               03  TR-SUM-SECS         PIC 9(11) COMP.
               03  TR-MIN-SECS         PIC 9(7) COMP.
               03  TR-MAX-SECS         PIC 9(7) COMP.
               03  TR-EARLY-COUNT      PIC 9(5) COMP.
               03  TR-EARLY-SECS       PIC 9(11) COMP.
               03  TR-LATE-COUNT       PIC 9(5) COMP.
               03  TR-LATE-SECS        PIC 9(11) COMP.
       01  SLA-TREND-COUNT             PIC 9(4) VALUE 0 COMP.
       01  SLA-TREND-LIMIT             PIC 9(4) VALUE 21 COMP.

      *----------------------------------------------------------
      * Work fields for one step or one cycle's figures.
      *----------------------------------------------------------
       01  SLA-WORK-FIELDS.
           02  SLA-ELAPSED-SECS        PIC 9(7) COMP.
           02  SLA-GAP-SECS            PIC 9(7) COMP.
           02  SLA-TARGET-SECS         PIC 9(7) COMP.
           02  SLA-GAP-TARGET-SECS     PIC 9(7) COMP.
           02  SLA-STREAM-START-SECS   PIC 9(11) COMP.
           02  SLA-STREAM-END-SECS     PIC 9(11) COMP.
           02  SLA-DEADLINE-SECS       PIC 9(11) COMP.
           02  SLA-STREAM-START-DATE   PIC 9(6).
           02  SLA-STREAM-START-TIME   PIC 9(6).
           02  SLA-STREAM-END-DATE     PIC 9(6).
           02  SLA-STREAM-END-TIME     PIC 9(6).
           02  SLA-TREND-STEP          PIC X(8).
           02  SLA-TREND-RAN-SW        PIC X(1).
               88  SLA-TREND-RAN           VALUE "Y".
           02  SLA-TREND-OVER-SW       PIC X(1).
               88  SLA-TREND-OVER          VALUE "Y".
           02  SLA-AVERAGE-SECS        PIC 9(7) COMP.
           02  SLA-EARLY-AVG-SECS      PIC 9(7) COMP.
           02  SLA-LATE-AVG-SECS       PIC 9(7) COMP.
           02  SLA-CHANGE-PCT          PIC S9(5) COMP.
           02  SLA-REMARK-PTR          PIC 9(3) COMP.

       01  SLA-COUNTS.
           02  SLA-STAMP-COUNT         PIC 9(7) VALUE 0 COMP.
           02  SLA-OVER-COUNT          PIC 9(5) VALUE 0 COMP.
           02  SLA-OPEN-COUNT          PIC 9(5) VALUE 0 COMP.
           02  SLA-GAP-OVER-COUNT      PIC 9(5) VALUE 0 COMP.
           02  SLA-LATE-CYCLE-COUNT    PIC 9(5) VALUE 0 COMP.
           02  SLA-SLOWING-COUNT       PIC 9(5) VALUE 0 COMP.
           02  SLA-STEP-DROPPED        PIC 9(5) VALUE 0 COMP.

      *----------------------------------------------------------
      * Stamp-to-seconds conversion - a date and time in, the
      * seconds since the start of the century out, on a day
      * count that runs straight across month and year ends so a
      * stream that crosses midnight times correctly.
      *----------------------------------------------------------
       01  SLA-CONVERT.
           02  SLA-CONV-DATE           PIC 9(6).
           02  SLA-CONV-DATE-PARTS REDEFINES SLA-CONV-DATE.
               03  SLA-CONV-YY         PIC 9(2).
               03  SLA-CONV-MM         PIC 9(2).
               03  SLA-CONV-DD         PIC 9(2).
           02  SLA-CONV-TIME           PIC 9(6).
           02  SLA-CONV-TIME-PARTS REDEFINES SLA-CONV-TIME.
               03  SLA-CONV-HH         PIC 9(2).
               03  SLA-CONV-MI         PIC 9(2).
               03  SLA-CONV-SS         PIC 9(2).
           02  SLA-CONV-DAYS           PIC 9(7) COMP.
           02  SLA-CONV-LEAP-DAYS      PIC 9(5) COMP.
           02  SLA-CONV-YEAR-REM       PIC 9(2) COMP.
           02  SLA-CONV-MONTH          PIC 9(2) COMP.
           02  SLA-CONV-DAY-SECS       PIC 9(7) COMP.
           02  SLA-CONV-SECS           PIC 9(11) COMP.

       01  SLA-MONTH-DAYS-VALUES.
           02  FILLER                  PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  SLA-MONTH-DAYS-TABLE REDEFINES SLA-MONTH-DAYS-VALUES.
           02  SLA-DAYS-BEFORE-MONTH   PIC 9(3) OCCURS 12 TIMES.

      *----------------------------------------------------------
      * A duration or a clock time set out as HHH:MM:SS or
      * HH:MM:SS for the print line.
      *----------------------------------------------------------
       01  SLA-DURATION-IN             PIC 9(7) COMP.
       01  SLA-DURATION-WORK           PIC 9(7) COMP.
       01  SLA-DURATION-TEXT.
           02  DU-HH                   PIC ZZ9.
           02  FILLER                  PIC X(1) VALUE ":".
           02  DU-MI                   PIC 99.
           02  FILLER                  PIC X(1) VALUE ":".
           02  DU-SS                   PIC 99.
       01  SLA-CLOCK-IN                PIC 9(6).
       01  SLA-CLOCK-IN-PARTS REDEFINES SLA-CLOCK-IN.
           02  SLA-CLOCK-HH            PIC 9(2).
           02  SLA-CLOCK-MI            PIC 9(2).
           02  SLA-CLOCK-SS            PIC 9(2).
       01  SLA-CLOCK-TEXT.
           02  CK-HH                   PIC 99.
           02  FILLER                  PIC X(1) VALUE ":".
           02  CK-MI                   PIC 99.
           02  FILLER                  PIC X(1) VALUE ":".
           02  CK-SS                   PIC 99.

       01  SLA-HEADING-1.
           02  FILLER                  PIC X(20) VALUE SPACES.
           02  FILLER                  PIC X(40) VALUE
               "BATCH WINDOW ELAPSED TIME AND SLA - LAST".
           02  HD-CYCLES               PIC Z9.
           02  FILLER                  PIC X(20) VALUE
               " CYCLES - PICKUP AT ".
           02  HD-PICKUP               PIC X(8).

       01  SLA-CYCLE-HEADING.
           02  FILLER                  PIC X(6) VALUE "CYCLE ".
           02  CH-CYCLE-DATE           PIC 9(6).

       01  SLA-COLUMN-HEADING-1.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  FILLER                  PIC X(10) VALUE "STEP".
           02  FILLER                  PIC X(17) VALUE "STARTED".
           02  FILLER                  PIC X(17) VALUE "ENDED".
           02  FILLER                  PIC X(11) VALUE "  ELAPSED".
           02  FILLER                  PIC X(11) VALUE "   TARGET".
           02  FILLER                  PIC X(11) VALUE " GAP AFTER".
           02  FILLER                  PIC X(11) VALUE "   GAP TGT".
           02  FILLER                  PIC X(7) VALUE "REMARKS".

       01  SLA-DETAIL-LINE.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  DL-STEP                 PIC X(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  DL-START-DATE           PIC X(6).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  DL-START-TIME           PIC X(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  DL-END-DATE             PIC X(6).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  DL-END-TIME             PIC X(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  DL-ELAPSED              PIC X(9).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  DL-TARGET               PIC X(9).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  DL-GAP                  PIC X(9).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  DL-GAP-TARGET           PIC X(9).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  DL-REMARKS              PIC X(40).

       01  SLA-TREND-HEADING-1.
           02  FILLER                  PIC X(20) VALUE SPACES.
           02  FILLER                  PIC X(40) VALUE
               "STEP TREND OVER THE CYCLES REPORTED".

       01  SLA-TREND-COLUMNS.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  FILLER                  PIC X(10) VALUE "STEP".
           02  FILLER                  PIC X(8) VALUE "  RUNS".
           02  FILLER                  PIC X(8) VALUE "  OPEN".
           02  FILLER                  PIC X(11) VALUE "  AVERAGE".
           02  FILLER                  PIC X(11) VALUE "  FASTEST".
           02  FILLER                  PIC X(11) VALUE "  SLOWEST".
           02  FILLER                  PIC X(11) VALUE "   TARGET".
           02  FILLER                  PIC X(6) VALUE "  OVER".
           02  FILLER                  PIC X(11) VALUE "  EARLIER".
           02  FILLER                  PIC X(11) VALUE "    LATER".
           02  FILLER                  PIC X(8) VALUE " CHANGE".
           02  FILLER                  PIC X(7) VALUE "  NOTE".

       01  SLA-TREND-LINE.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  TL-STEP                 PIC X(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  TL-RUNS                 PIC ZZZZ9.
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  TL-OPEN                 PIC ZZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  TL-AVERAGE              PIC X(9).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  TL-FASTEST              PIC X(9).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  TL-SLOWEST              PIC X(9).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  TL-TARGET               PIC X(9).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  TL-OVER                 PIC ZZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  TL-EARLY                PIC X(9).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  TL-LATE                 PIC X(9).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  TL-CHANGE               PIC X(6).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  TL-NOTE                 PIC X(16).
       01  SLA-CHANGE-TEXT.
           02  CT-CHANGE-PCT           PIC +ZZZ9.
           02  FILLER                  PIC X(1) VALUE "%".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-READ-CYCLE-LOG THRU 2000-EXIT
           PERFORM UNTIL SLA-END-OF-FILE
               ADD 1 TO SLA-STAMP-COUNT
               PERFORM 3000-NOTE-STAMP THRU 3000-EXIT
               PERFORM 2000-READ-CYCLE-LOG THRU 2000-EXIT
           END-PERFORM
           PERFORM 4000-PRINT-CYCLES THRU 4000-EXIT
           PERFORM 5000-PRINT-TREND THRU 5000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-SLA-CONTROL THRU 1100-EXIT
           OPEN INPUT SLA-CYCLE-FILE
           OPEN OUTPUT SLA-PRINT-FILE
           MOVE "STREAM" TO TR-STEP (1)
           MOVE 1 TO SLA-TREND-COUNT
           PERFORM 5900-CLEAR-TREND-SLOT THRU 5900-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Reads the control deck.  A missing deck refuses the run -
      * with no targets there is nothing to measure against - as
      * does a card that is neither "C" nor "S", a target that is
      * not numeric, or more steps than the table holds.
      *----------------------------------------------------------
       1100-READ-SLA-CONTROL.
           OPEN INPUT SLA-CONTROL-FILE
           IF SLA-CONTROL-STATUS NOT = "00"
               DISPLAY "*** SLA CONTROL FILE MISSING - "
                   "RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           MOVE "N" TO SLA-EOF-SWITCH
           PERFORM UNTIL SLA-END-OF-FILE
               READ SLA-CONTROL-FILE
                   AT END
                       SET SLA-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 1150-TAKE-ONE-CARD THRU 1150-EXIT
               END-READ
           END-PERFORM
           CLOSE SLA-CONTROL-FILE
           MOVE "N" TO SLA-EOF-SWITCH
           MOVE SLA-PICKUP-TIME TO SLA-CONV-TIME
           COMPUTE SLA-PICKUP-SECS = SLA-CONV-HH * 3600
               + SLA-CONV-MI * 60 + SLA-CONV-SS
           DISPLAY "SLA CONTROL - LAST " SLA-CYCLE-WANTED
               " CYCLES, PICKUP " SLA-PICKUP-TIME ", "
               SLA-TARGET-COUNT " STEP TARGETS".
       1100-EXIT.
           EXIT.

       1150-TAKE-ONE-CARD.
           IF CT-RUN-CARD
               IF CR-CYCLES NOT NUMERIC OR CR-CYCLES = 0
                   OR CR-PICKUP-TIME NOT NUMERIC
                   OR CR-STREAM-TARGET NOT NUMERIC
                   DISPLAY "*** SLA RUN CARD '" SLA-CONTROL-RECORD
                       "' NOT NUMERIC - RUN REFUSED ***"
                   PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
               END-IF
               MOVE CR-CYCLES TO SLA-CYCLE-WANTED
               MOVE CR-PICKUP-TIME TO SLA-PICKUP-TIME
               COMPUTE SLA-STREAM-TARGET-SECS = CR-STREAM-TARGET * 60
               GO TO 1150-EXIT
           END-IF
           IF NOT CT-STEP-CARD
               DISPLAY "*** SLA CONTROL CARD '" SLA-CONTROL-RECORD
                   "' IS NOT A C OR S CARD - RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           IF CC-ELAPSED-TARGET NOT NUMERIC
               OR CC-GAP-TARGET NOT NUMERIC
               DISPLAY "*** SLA STEP CARD '" SLA-CONTROL-RECORD
                   "' TARGETS NOT NUMERIC - RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           IF SLA-TARGET-COUNT >= SLA-TARGET-LIMIT
               DISPLAY "*** SLA CONTROL HOLDS MORE THAN "
                   SLA-TARGET-LIMIT " STEPS - RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           ADD 1 TO SLA-TARGET-COUNT
           MOVE CC-STEP TO TG-STEP (SLA-TARGET-COUNT)
           COMPUTE TG-ELAPSED-SECS (SLA-TARGET-COUNT)
               = CC-ELAPSED-TARGET * 60
           COMPUTE TG-GAP-SECS (SLA-TARGET-COUNT)
               = CC-GAP-TARGET * 60.
       1150-EXIT.
           EXIT.

       1190-REFUSE-RUN.
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       1190-EXIT.
           EXIT.

       2000-READ-CYCLE-LOG.
           IF SLA-CYCLE-STATUS NOT = "00"
               SET SLA-END-OF-FILE TO TRUE
               GO TO 2000-EXIT
           END-IF
           READ SLA-CYCLE-FILE
               AT END
                   SET SLA-END-OF-FILE TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Files one stamp under its cycle and step.  A cycle older
      * than every cycle held, once the table holds as many as
      * were asked for, is outside the report and skipped.
      *----------------------------------------------------------
       3000-NOTE-STAMP.
           PERFORM 3100-FIND-CYCLE-SLOT THRU 3100-EXIT
           IF NOT SLA-SLOT-FOUND
               GO TO 3000-EXIT
           END-IF
           MOVE SLA-FOUND-INDEX TO SLA-CY
           PERFORM 3200-FIND-STEP-SLOT THRU 3200-EXIT
           IF NOT SLA-SLOT-FOUND
               GO TO 3000-EXIT
           END-IF
           MOVE SLA-FOUND-INDEX TO SLA-SP
           MOVE CS-STAMP-DATE TO SLA-CONV-DATE
           MOVE CS-STAMP-TIME TO SLA-CONV-TIME
           PERFORM 8000-STAMP-TO-SECONDS THRU 8000-EXIT
           IF CS-STEP-STARTED
               ADD 1 TO SP-START-COUNT (SLA-CY SLA-SP)
               IF SP-START-COUNT (SLA-CY SLA-SP) = 1
                   MOVE CS-STAMP-DATE TO SP-START-DATE (SLA-CY SLA-SP)
                   MOVE CS-STAMP-TIME TO SP-START-TIME (SLA-CY SLA-SP)
                   MOVE SLA-CONV-SECS TO SP-START-SECS (SLA-CY SLA-SP)
               END-IF
           END-IF
           IF CS-STEP-ENDED
               MOVE "Y" TO SP-ENDED-SW (SLA-CY SLA-SP)
               MOVE CS-STAMP-DATE TO SP-END-DATE (SLA-CY SLA-SP)
               MOVE CS-STAMP-TIME TO SP-END-TIME (SLA-CY SLA-SP)
               MOVE SLA-CONV-SECS TO SP-END-SECS (SLA-CY SLA-SP)
           END-IF.
       3000-EXIT.
           EXIT.

       3100-FIND-CYCLE-SLOT.
           MOVE "N" TO SLA-MATCH-SWITCH
           MOVE 0 TO SLA-FOUND-INDEX
           MOVE 1 TO SLA-SUBSCRIPT
           PERFORM UNTIL SLA-SUBSCRIPT > SLA-CYCLE-COUNT
               OR SLA-SLOT-FOUND
               IF CY-CYCLE-DATE (SLA-SUBSCRIPT) = CS-CYCLE-DATE
                   SET SLA-SLOT-FOUND TO TRUE
                   MOVE SLA-SUBSCRIPT TO SLA-FOUND-INDEX
               END-IF
               ADD 1 TO SLA-SUBSCRIPT
           END-PERFORM
           IF SLA-SLOT-FOUND
               GO TO 3100-EXIT
           END-IF
           IF SLA-CYCLE-COUNT < SLA-CYCLE-WANTED
               ADD 1 TO SLA-CYCLE-COUNT
               MOVE SLA-CYCLE-COUNT TO SLA-FOUND-INDEX
           ELSE
               MOVE 1 TO SLA-OLDEST-INDEX
               MOVE 2 TO SLA-SUBSCRIPT
               PERFORM UNTIL SLA-SUBSCRIPT > SLA-CYCLE-COUNT
                   IF CY-CYCLE-DATE (SLA-SUBSCRIPT)
                       < CY-CYCLE-DATE (SLA-OLDEST-INDEX)
                       MOVE SLA-SUBSCRIPT TO SLA-OLDEST-INDEX
                   END-IF
                   ADD 1 TO SLA-SUBSCRIPT
               END-PERFORM
               IF CS-CYCLE-DATE < CY-CYCLE-DATE (SLA-OLDEST-INDEX)
                   GO TO 3100-EXIT
               END-IF
               MOVE SLA-OLDEST-INDEX TO SLA-FOUND-INDEX
           END-IF
           SET SLA-SLOT-FOUND TO TRUE
           MOVE CS-CYCLE-DATE TO CY-CYCLE-DATE (SLA-FOUND-INDEX)
           MOVE "N" TO CY-PRINTED-SW (SLA-FOUND-INDEX)
           MOVE 0 TO CY-STEP-COUNT (SLA-FOUND-INDEX).
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Finds (or opens) the step's slot in the cycle.  A cycle
      * with more steps than the slots is noted and the extra
      * step left off, not abended - this is a report.
      *----------------------------------------------------------
       3200-FIND-STEP-SLOT.
           MOVE "N" TO SLA-MATCH-SWITCH
           MOVE 0 TO SLA-FOUND-INDEX
           MOVE 1 TO SLA-SUBSCRIPT
           PERFORM UNTIL SLA-SUBSCRIPT > CY-STEP-COUNT (SLA-CY)
               OR SLA-SLOT-FOUND
               IF SP-STEP (SLA-CY SLA-SUBSCRIPT) = CS-STEP
                   SET SLA-SLOT-FOUND TO TRUE
                   MOVE SLA-SUBSCRIPT TO SLA-FOUND-INDEX
               END-IF
               ADD 1 TO SLA-SUBSCRIPT
           END-PERFORM
           IF SLA-SLOT-FOUND
               GO TO 3200-EXIT
           END-IF
           IF CY-STEP-COUNT (SLA-CY) >= SLA-STEP-LIMIT
               ADD 1 TO SLA-STEP-DROPPED
               DISPLAY "** CYCLE " CS-CYCLE-DATE " HAS MORE THAN "
                   SLA-STEP-LIMIT " STEPS - " CS-STEP " LEFT OFF **"
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO CY-STEP-COUNT (SLA-CY)
           MOVE CY-STEP-COUNT (SLA-CY) TO SLA-FOUND-INDEX
           SET SLA-SLOT-FOUND TO TRUE
           MOVE CS-STEP TO SP-STEP (SLA-CY SLA-FOUND-INDEX)
           MOVE "N" TO SP-PRINTED-SW (SLA-CY SLA-FOUND-INDEX)
           MOVE 0 TO SP-START-COUNT (SLA-CY SLA-FOUND-INDEX)
           MOVE "N" TO SP-ENDED-SW (SLA-CY SLA-FOUND-INDEX)
           MOVE 0 TO SP-START-DATE (SLA-CY SLA-FOUND-INDEX)
           MOVE 0 TO SP-START-TIME (SLA-CY SLA-FOUND-INDEX)
           MOVE 0 TO SP-START-SECS (SLA-CY SLA-FOUND-INDEX)
           MOVE 0 TO SP-END-DATE (SLA-CY SLA-FOUND-INDEX)
           MOVE 0 TO SP-END-TIME (SLA-CY SLA-FOUND-INDEX)
           MOVE 0 TO SP-END-SECS (SLA-CY SLA-FOUND-INDEX).
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The cycles oldest first - each pass picks the earliest
      * cycle not yet printed.
      *----------------------------------------------------------
       4000-PRINT-CYCLES.
           MOVE SLA-CYCLE-WANTED TO HD-CYCLES
           MOVE SLA-PICKUP-TIME TO SLA-CLOCK-IN
           PERFORM 8200-FORMAT-CLOCK THRU 8200-EXIT
           MOVE SLA-CLOCK-TEXT TO HD-PICKUP
           MOVE SLA-HEADING-1 TO SLA-PRINT-LINE
           WRITE SLA-PRINT-LINE
           IF SLA-CYCLE-COUNT = 0
               MOVE SPACES TO SLA-PRINT-LINE
               WRITE SLA-PRINT-LINE
               MOVE "  NO CYCLE-STATUS STAMPS ON FILE"
                   TO SLA-PRINT-LINE
               WRITE SLA-PRINT-LINE
               GO TO 4000-EXIT
           END-IF
           MOVE 0 TO SLA-CYCLE-ORDINAL
           PERFORM 4100-PRINT-ONE-CYCLE THRU 4100-EXIT
               SLA-CYCLE-COUNT TIMES.
       4000-EXIT.
           EXIT.

       4100-PRINT-ONE-CYCLE.
           MOVE 0 TO SLA-CY
           MOVE 1 TO SLA-SUBSCRIPT
           PERFORM UNTIL SLA-SUBSCRIPT > SLA-CYCLE-COUNT
               IF NOT CY-PRINTED (SLA-SUBSCRIPT)
                   IF SLA-CY = 0
                       MOVE SLA-SUBSCRIPT TO SLA-CY
                   ELSE
                       IF CY-CYCLE-DATE (SLA-SUBSCRIPT)
                           < CY-CYCLE-DATE (SLA-CY)
                           MOVE SLA-SUBSCRIPT TO SLA-CY
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO SLA-SUBSCRIPT
           END-PERFORM
           MOVE "Y" TO CY-PRINTED-SW (SLA-CY)
           ADD 1 TO SLA-CYCLE-ORDINAL
           MOVE SPACES TO SLA-PRINT-LINE
           WRITE SLA-PRINT-LINE
           MOVE CY-CYCLE-DATE (SLA-CY) TO CH-CYCLE-DATE
           MOVE SLA-CYCLE-HEADING TO SLA-PRINT-LINE
           WRITE SLA-PRINT-LINE
           MOVE SLA-COLUMN-HEADING-1 TO SLA-PRINT-LINE
           WRITE SLA-PRINT-LINE
           MOVE "N" TO SLA-STREAM-SWITCH
           MOVE 0 TO SLA-STREAM-START-SECS SLA-STREAM-END-SECS
           MOVE 0 TO SLA-STEP-ORDINAL
           PERFORM 4200-PRINT-ONE-STEP THRU 4200-EXIT
               CY-STEP-COUNT (SLA-CY) TIMES
           PERFORM 4500-PRINT-STREAM-LINE THRU 4500-EXIT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The steps in the order they started - each pass picks the
      * earliest start not yet printed, and the step after it is
      * the next earliest, whose start closes this step's gap.
      *----------------------------------------------------------
       4200-PRINT-ONE-STEP.
           PERFORM 4250-PICK-EARLIEST-STEP THRU 4250-EXIT
           MOVE SLA-NEXT-SP TO SLA-SP
           MOVE "Y" TO SP-PRINTED-SW (SLA-CY SLA-SP)
           ADD 1 TO SLA-STEP-ORDINAL
           PERFORM 4250-PICK-EARLIEST-STEP THRU 4250-EXIT
           MOVE SPACES TO SLA-DETAIL-LINE
           MOVE SP-STEP (SLA-CY SLA-SP) TO DL-STEP
           MOVE SP-STEP (SLA-CY SLA-SP) TO SLA-TREND-STEP
           MOVE "N" TO SLA-TREND-RAN-SW
           MOVE "N" TO SLA-TREND-OVER-SW
           MOVE 1 TO SLA-REMARK-PTR
           PERFORM 8300-FIND-TARGET THRU 8300-EXIT

      *    A step with an ENDED stamp and no STARTED (a cycle
      *    whose start fell off an older file) is shown with its
      *    end only and not timed.
           IF SP-START-COUNT (SLA-CY SLA-SP) = 0
               MOVE "--" TO DL-START-DATE
               STRING "NO START STAMP " DELIMITED BY SIZE
                   INTO DL-REMARKS WITH POINTER SLA-REMARK-PTR
           ELSE
               MOVE SP-START-DATE (SLA-CY SLA-SP) TO DL-START-DATE
               MOVE SP-START-TIME (SLA-CY SLA-SP) TO SLA-CLOCK-IN
               PERFORM 8200-FORMAT-CLOCK THRU 8200-EXIT
               MOVE SLA-CLOCK-TEXT TO DL-START-TIME
               IF SLA-STREAM-START-SECS = 0
                   OR SP-START-SECS (SLA-CY SLA-SP)
                       < SLA-STREAM-START-SECS
                   MOVE SP-START-SECS (SLA-CY SLA-SP)
                       TO SLA-STREAM-START-SECS
                   MOVE SP-START-DATE (SLA-CY SLA-SP)
                       TO SLA-STREAM-START-DATE
                   MOVE SP-START-TIME (SLA-CY SLA-SP)
                       TO SLA-STREAM-START-TIME
               END-IF
           END-IF

           IF NOT SP-ENDED (SLA-CY SLA-SP)
               MOVE "--" TO DL-END-DATE
               SET SLA-STREAM-INCOMPLETE TO TRUE
               ADD 1 TO SLA-OPEN-COUNT
               STRING "** NEVER ENDED ** " DELIMITED BY SIZE
                   INTO DL-REMARKS WITH POINTER SLA-REMARK-PTR
           ELSE
               MOVE SP-END-DATE (SLA-CY SLA-SP) TO DL-END-DATE
               MOVE SP-END-TIME (SLA-CY SLA-SP) TO SLA-CLOCK-IN
               PERFORM 8200-FORMAT-CLOCK THRU 8200-EXIT
               MOVE SLA-CLOCK-TEXT TO DL-END-TIME
               IF SP-END-SECS (SLA-CY SLA-SP) > SLA-STREAM-END-SECS
                   MOVE SP-END-SECS (SLA-CY SLA-SP)
                       TO SLA-STREAM-END-SECS
                   MOVE SP-END-DATE (SLA-CY SLA-SP)
                       TO SLA-STREAM-END-DATE
                   MOVE SP-END-TIME (SLA-CY SLA-SP)
                       TO SLA-STREAM-END-TIME
               END-IF
           END-IF

           IF SLA-TARGET-FOUND
               MOVE SLA-TARGET-SECS TO SLA-DURATION-IN
               PERFORM 8100-FORMAT-DURATION THRU 8100-EXIT
               MOVE SLA-DURATION-TEXT TO DL-TARGET
           ELSE
               MOVE "      --" TO DL-TARGET
           END-IF

           IF SP-START-COUNT (SLA-CY SLA-SP) > 0
               AND SP-ENDED (SLA-CY SLA-SP)
               AND SP-END-SECS (SLA-CY SLA-SP)
                   NOT < SP-START-SECS (SLA-CY SLA-SP)
               COMPUTE SLA-ELAPSED-SECS = SP-END-SECS (SLA-CY SLA-SP)
                   - SP-START-SECS (SLA-CY SLA-SP)
               MOVE SLA-ELAPSED-SECS TO SLA-DURATION-IN
               PERFORM 8100-FORMAT-DURATION THRU 8100-EXIT
               MOVE SLA-DURATION-TEXT TO DL-ELAPSED
               SET SLA-TREND-RAN TO TRUE
               IF SLA-TARGET-FOUND AND SLA-TARGET-SECS > 0
                   AND SLA-ELAPSED-SECS > SLA-TARGET-SECS
                   SET SLA-TREND-OVER TO TRUE
                   ADD 1 TO SLA-OVER-COUNT
                   STRING "** OVER TARGET ** " DELIMITED BY SIZE
                       INTO DL-REMARKS WITH POINTER SLA-REMARK-PTR
               END-IF
           END-IF

      *    The gap runs to the next step to start; the last step
      *    of the cycle has none.
           IF SLA-NEXT-SP > 0
               AND SP-ENDED (SLA-CY SLA-SP)
               AND SP-START-COUNT (SLA-CY SLA-NEXT-SP) > 0
               IF SP-START-SECS (SLA-CY SLA-NEXT-SP)
                   > SP-END-SECS (SLA-CY SLA-SP)
                   COMPUTE SLA-GAP-SECS
                       = SP-START-SECS (SLA-CY SLA-NEXT-SP)
                       - SP-END-SECS (SLA-CY SLA-SP)
               ELSE
                   MOVE 0 TO SLA-GAP-SECS
               END-IF
               MOVE SLA-GAP-SECS TO SLA-DURATION-IN
               PERFORM 8100-FORMAT-DURATION THRU 8100-EXIT
               MOVE SLA-DURATION-TEXT TO DL-GAP
               IF SLA-TARGET-FOUND AND SLA-GAP-TARGET-SECS > 0
                   MOVE SLA-GAP-TARGET-SECS TO SLA-DURATION-IN
                   PERFORM 8100-FORMAT-DURATION THRU 8100-EXIT
                   MOVE SLA-DURATION-TEXT TO DL-GAP-TARGET
                   IF SLA-GAP-SECS > SLA-GAP-TARGET-SECS
                       ADD 1 TO SLA-GAP-OVER-COUNT
                       STRING "LONG GAP " DELIMITED BY SIZE
                           INTO DL-REMARKS
                           WITH POINTER SLA-REMARK-PTR
                   END-IF
               END-IF
           END-IF

           IF SP-START-COUNT (SLA-CY SLA-SP) > 1
               STRING "RESTARTED " DELIMITED BY SIZE
                   INTO DL-REMARKS WITH POINTER SLA-REMARK-PTR
           END-IF
           IF NOT SLA-TARGET-FOUND
               STRING "NO TARGET" DELIMITED BY SIZE
                   INTO DL-REMARKS WITH POINTER SLA-REMARK-PTR
           END-IF
           MOVE SLA-DETAIL-LINE TO SLA-PRINT-LINE
           WRITE SLA-PRINT-LINE
           PERFORM 5500-ADD-TO-TREND THRU 5500-EXIT.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The unprinted step of the cycle with the earliest start -
      * zero back when every step is printed.  A step with no
      * start stamp sorts first.
      *----------------------------------------------------------
       4250-PICK-EARLIEST-STEP.
           MOVE 0 TO SLA-NEXT-SP
           MOVE 1 TO SLA-SUBSCRIPT
           PERFORM UNTIL SLA-SUBSCRIPT > CY-STEP-COUNT (SLA-CY)
               IF NOT SP-PRINTED (SLA-CY SLA-SUBSCRIPT)
                   IF SLA-NEXT-SP = 0
                       MOVE SLA-SUBSCRIPT TO SLA-NEXT-SP
                   ELSE
                       IF SP-START-SECS (SLA-CY SLA-SUBSCRIPT)
                           < SP-START-SECS (SLA-CY SLA-NEXT-SP)
                           MOVE SLA-SUBSCRIPT TO SLA-NEXT-SP
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO SLA-SUBSCRIPT
           END-PERFORM.
       4250-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The whole stream - first STARTED to last ENDED - against
      * the stream target and the scheduler's pickup.  The pickup
      * that counts is the first one at or after the stream
      * started: a stream started before 05:00 must end by 05:00
      * that day, one started later by 05:00 the next morning.
      *----------------------------------------------------------
       4500-PRINT-STREAM-LINE.
           MOVE SPACES TO SLA-DETAIL-LINE
           MOVE "STREAM" TO DL-STEP
           MOVE "STREAM" TO SLA-TREND-STEP
           MOVE "N" TO SLA-TREND-RAN-SW
           MOVE "N" TO SLA-TREND-OVER-SW
           MOVE 1 TO SLA-REMARK-PTR
           MOVE SLA-STREAM-START-DATE TO DL-START-DATE
           MOVE SLA-STREAM-START-TIME TO SLA-CLOCK-IN
           PERFORM 8200-FORMAT-CLOCK THRU 8200-EXIT
           MOVE SLA-CLOCK-TEXT TO DL-START-TIME
           IF SLA-STREAM-TARGET-SECS > 0
               MOVE SLA-STREAM-TARGET-SECS TO SLA-DURATION-IN
               PERFORM 8100-FORMAT-DURATION THRU 8100-EXIT
               MOVE SLA-DURATION-TEXT TO DL-TARGET
           ELSE
               MOVE "      --" TO DL-TARGET
           END-IF
           IF SLA-STREAM-INCOMPLETE OR SLA-STREAM-START-SECS = 0
               MOVE "--" TO DL-END-DATE
               ADD 1 TO SLA-LATE-CYCLE-COUNT
               STRING "** STREAM NOT FINISHED ** "
                   DELIMITED BY SIZE
                   INTO DL-REMARKS WITH POINTER SLA-REMARK-PTR
               GO TO 4590-WRITE-STREAM-LINE
           END-IF
           MOVE SLA-STREAM-END-DATE TO DL-END-DATE
           MOVE SLA-STREAM-END-TIME TO SLA-CLOCK-IN
           PERFORM 8200-FORMAT-CLOCK THRU 8200-EXIT
           MOVE SLA-CLOCK-TEXT TO DL-END-TIME
           COMPUTE SLA-ELAPSED-SECS
               = SLA-STREAM-END-SECS - SLA-STREAM-START-SECS
           MOVE SLA-ELAPSED-SECS TO SLA-DURATION-IN
           PERFORM 8100-FORMAT-DURATION THRU 8100-EXIT
           MOVE SLA-DURATION-TEXT TO DL-ELAPSED
           SET SLA-TREND-RAN TO TRUE
           IF SLA-STREAM-TARGET-SECS > 0
               AND SLA-ELAPSED-SECS > SLA-STREAM-TARGET-SECS
               SET SLA-TREND-OVER TO TRUE
               STRING "** OVER TARGET ** " DELIMITED BY SIZE
                   INTO DL-REMARKS WITH POINTER SLA-REMARK-PTR
           END-IF
           MOVE SLA-STREAM-START-DATE TO SLA-CONV-DATE
           MOVE 0 TO SLA-CONV-TIME
           PERFORM 8000-STAMP-TO-SECONDS THRU 8000-EXIT
           COMPUTE SLA-DEADLINE-SECS = SLA-CONV-SECS
               + SLA-PICKUP-SECS
           IF SLA-STREAM-START-SECS NOT < SLA-DEADLINE-SECS
               ADD 86400 TO SLA-DEADLINE-SECS
           END-IF
           IF SLA-STREAM-END-SECS > SLA-DEADLINE-SECS
               ADD 1 TO SLA-LATE-CYCLE-COUNT
               STRING "** MISSED PICKUP ** " DELIMITED BY SIZE
                   INTO DL-REMARKS WITH POINTER SLA-REMARK-PTR
           ELSE
               STRING "BEFORE PICKUP" DELIMITED BY SIZE
                   INTO DL-REMARKS WITH POINTER SLA-REMARK-PTR
           END-IF.
       4590-WRITE-STREAM-LINE.
           MOVE SLA-DETAIL-LINE TO SLA-PRINT-LINE
           WRITE SLA-PRINT-LINE
           PERFORM 5500-ADD-TO-TREND THRU 5500-EXIT.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The trend page - one line per step seen, the stream last.
      *----------------------------------------------------------
       5000-PRINT-TREND.
           IF SLA-CYCLE-COUNT = 0
               GO TO 5000-EXIT
           END-IF
           MOVE SPACES TO SLA-PRINT-LINE
           WRITE SLA-PRINT-LINE
           MOVE SLA-TREND-HEADING-1 TO SLA-PRINT-LINE
           WRITE SLA-PRINT-LINE
           MOVE SLA-TREND-COLUMNS TO SLA-PRINT-LINE
           WRITE SLA-PRINT-LINE
           MOVE 2 TO SLA-SUBSCRIPT
           PERFORM 5100-PRINT-ONE-TREND THRU 5100-EXIT
               UNTIL SLA-SUBSCRIPT > SLA-TREND-COUNT
           MOVE 1 TO SLA-SUBSCRIPT
           PERFORM 5100-PRINT-ONE-TREND THRU 5100-EXIT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * One step's trend.  The change is the later half of the
      * cycles' average against the earlier half's; more than ten
      * per cent slower is called out.
      *----------------------------------------------------------
       5100-PRINT-ONE-TREND.
           MOVE SPACES TO SLA-TREND-LINE
           MOVE TR-STEP (SLA-SUBSCRIPT) TO TL-STEP
           MOVE TR-RUN-COUNT (SLA-SUBSCRIPT) TO TL-RUNS
           MOVE TR-OPEN-COUNT (SLA-SUBSCRIPT) TO TL-OPEN
           MOVE TR-OVER-COUNT (SLA-SUBSCRIPT) TO TL-OVER
           IF TR-STEP (SLA-SUBSCRIPT) = "STREAM"
               MOVE SLA-STREAM-TARGET-SECS TO SLA-TARGET-SECS
               IF SLA-STREAM-TARGET-SECS > 0
                   MOVE "Y" TO SLA-TARGET-SWITCH
               ELSE
                   MOVE "N" TO SLA-TARGET-SWITCH
               END-IF
           ELSE
               MOVE TR-STEP (SLA-SUBSCRIPT) TO SLA-TREND-STEP
               PERFORM 8300-FIND-TARGET THRU 8300-EXIT
           END-IF
           IF SLA-TARGET-FOUND
               MOVE SLA-TARGET-SECS TO SLA-DURATION-IN
               PERFORM 8100-FORMAT-DURATION THRU 8100-EXIT
               MOVE SLA-DURATION-TEXT TO TL-TARGET
           ELSE
               MOVE "      --" TO TL-TARGET
           END-IF
           IF TR-RUN-COUNT (SLA-SUBSCRIPT) = 0
               MOVE "NO TIMED RUNS" TO TL-NOTE
               GO TO 5190-WRITE-TREND-LINE
           END-IF
           DIVIDE TR-SUM-SECS (SLA-SUBSCRIPT)
               BY TR-RUN-COUNT (SLA-SUBSCRIPT)
               GIVING SLA-AVERAGE-SECS ROUNDED
           MOVE SLA-AVERAGE-SECS TO SLA-DURATION-IN
           PERFORM 8100-FORMAT-DURATION THRU 8100-EXIT
           MOVE SLA-DURATION-TEXT TO TL-AVERAGE
           MOVE TR-MIN-SECS (SLA-SUBSCRIPT) TO SLA-DURATION-IN
           PERFORM 8100-FORMAT-DURATION THRU 8100-EXIT
           MOVE SLA-DURATION-TEXT TO TL-FASTEST
           MOVE TR-MAX-SECS (SLA-SUBSCRIPT) TO SLA-DURATION-IN
           PERFORM 8100-FORMAT-DURATION THRU 8100-EXIT
           MOVE SLA-DURATION-TEXT TO TL-SLOWEST
           IF TR-EARLY-COUNT (SLA-SUBSCRIPT) = 0
               OR TR-LATE-COUNT (SLA-SUBSCRIPT) = 0
               GO TO 5190-WRITE-TREND-LINE
           END-IF
           DIVIDE TR-EARLY-SECS (SLA-SUBSCRIPT)
               BY TR-EARLY-COUNT (SLA-SUBSCRIPT)
               GIVING SLA-EARLY-AVG-SECS ROUNDED
           DIVIDE TR-LATE-SECS (SLA-SUBSCRIPT)
               BY TR-LATE-COUNT (SLA-SUBSCRIPT)
               GIVING SLA-LATE-AVG-SECS ROUNDED
           MOVE SLA-EARLY-AVG-SECS TO SLA-DURATION-IN
           PERFORM 8100-FORMAT-DURATION THRU 8100-EXIT
           MOVE SLA-DURATION-TEXT TO TL-EARLY
           MOVE SLA-LATE-AVG-SECS TO SLA-DURATION-IN
           PERFORM 8100-FORMAT-DURATION THRU 8100-EXIT
           MOVE SLA-DURATION-TEXT TO TL-LATE
           IF SLA-EARLY-AVG-SECS = 0
               GO TO 5190-WRITE-TREND-LINE
           END-IF
           COMPUTE SLA-CHANGE-PCT ROUNDED
               = (SLA-LATE-AVG-SECS - SLA-EARLY-AVG-SECS) * 100
                   / SLA-EARLY-AVG-SECS
               ON SIZE ERROR
                   MOVE 9999 TO SLA-CHANGE-PCT
           END-COMPUTE
           MOVE SLA-CHANGE-PCT TO CT-CHANGE-PCT
           MOVE SLA-CHANGE-TEXT TO TL-CHANGE
           IF SLA-CHANGE-PCT > 10
               ADD 1 TO SLA-SLOWING-COUNT
               MOVE "GETTING SLOWER" TO TL-NOTE
           END-IF.
       5190-WRITE-TREND-LINE.
           MOVE SLA-TREND-LINE TO SLA-PRINT-LINE
           WRITE SLA-PRINT-LINE
           ADD 1 TO SLA-SUBSCRIPT.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Rolls one step's (or the stream's) figures for the cycle
      * into its trend slot.  The first half of the cycles
      * reported is "earlier", the rest "later".
      *----------------------------------------------------------
       5500-ADD-TO-TREND.
           MOVE "N" TO SLA-MATCH-SWITCH
           MOVE 0 TO SLA-FOUND-INDEX
           MOVE 1 TO SLA-TARGET-INDEX
           PERFORM UNTIL SLA-TARGET-INDEX > SLA-TREND-COUNT
               OR SLA-SLOT-FOUND
               IF TR-STEP (SLA-TARGET-INDEX) = SLA-TREND-STEP
                   SET SLA-SLOT-FOUND TO TRUE
                   MOVE SLA-TARGET-INDEX TO SLA-FOUND-INDEX
               END-IF
               ADD 1 TO SLA-TARGET-INDEX
           END-PERFORM
           IF NOT SLA-SLOT-FOUND
               IF SLA-TREND-COUNT >= SLA-TREND-LIMIT
                   GO TO 5500-EXIT
               END-IF
               ADD 1 TO SLA-TREND-COUNT
               MOVE SLA-TREND-COUNT TO SLA-FOUND-INDEX
               MOVE SLA-TREND-STEP TO TR-STEP (SLA-FOUND-INDEX)
               PERFORM 5900-CLEAR-TREND-SLOT THRU 5900-EXIT
           END-IF
           IF NOT SLA-TREND-RAN
               ADD 1 TO TR-OPEN-COUNT (SLA-FOUND-INDEX)
               GO TO 5500-EXIT
           END-IF
           ADD 1 TO TR-RUN-COUNT (SLA-FOUND-INDEX)
           ADD SLA-ELAPSED-SECS TO TR-SUM-SECS (SLA-FOUND-INDEX)
           IF TR-RUN-COUNT (SLA-FOUND-INDEX) = 1
               OR SLA-ELAPSED-SECS < TR-MIN-SECS (SLA-FOUND-INDEX)
               MOVE SLA-ELAPSED-SECS TO TR-MIN-SECS (SLA-FOUND-INDEX)
           END-IF
           IF SLA-ELAPSED-SECS > TR-MAX-SECS (SLA-FOUND-INDEX)
               MOVE SLA-ELAPSED-SECS TO TR-MAX-SECS (SLA-FOUND-INDEX)
           END-IF
           IF SLA-TREND-OVER
               ADD 1 TO TR-OVER-COUNT (SLA-FOUND-INDEX)
           END-IF
           IF SLA-CYCLE-ORDINAL * 2 <= SLA-CYCLE-COUNT
               ADD 1 TO TR-EARLY-COUNT (SLA-FOUND-INDEX)
               ADD SLA-ELAPSED-SECS TO TR-EARLY-SECS (SLA-FOUND-INDEX)
           ELSE
               ADD 1 TO TR-LATE-COUNT (SLA-FOUND-INDEX)
               ADD SLA-ELAPSED-SECS TO TR-LATE-SECS (SLA-FOUND-INDEX)
           END-IF.
       5500-EXIT.
           EXIT.

       5900-CLEAR-TREND-SLOT.
           MOVE 0 TO TR-RUN-COUNT (SLA-TREND-COUNT)
           MOVE 0 TO TR-OPEN-COUNT (SLA-TREND-COUNT)
           MOVE 0 TO TR-OVER-COUNT (SLA-TREND-COUNT)
           MOVE 0 TO TR-SUM-SECS (SLA-TREND-COUNT)
           MOVE 0 TO TR-MIN-SECS (SLA-TREND-COUNT)
           MOVE 0 TO TR-MAX-SECS (SLA-TREND-COUNT)
           MOVE 0 TO TR-EARLY-COUNT (SLA-TREND-COUNT)
           MOVE 0 TO TR-EARLY-SECS (SLA-TREND-COUNT)
           MOVE 0 TO TR-LATE-COUNT (SLA-TREND-COUNT)
           MOVE 0 TO TR-LATE-SECS (SLA-TREND-COUNT).
       5900-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Date and time to seconds.  The day count is years times
      * 365, plus a day for each leap year already passed (every
      * fourth year, 00 included), plus the days of the months
      * already passed, plus the day of the month.
      *----------------------------------------------------------
       8000-STAMP-TO-SECONDS.
           MOVE SLA-CONV-MM TO SLA-CONV-MONTH
           IF SLA-CONV-MONTH < 1 OR SLA-CONV-MONTH > 12
               MOVE 1 TO SLA-CONV-MONTH
           END-IF
           COMPUTE SLA-CONV-LEAP-DAYS = (SLA-CONV-YY + 3) / 4
           DIVIDE SLA-CONV-YY BY 4 GIVING SLA-CONV-DAYS
               REMAINDER SLA-CONV-YEAR-REM
           COMPUTE SLA-CONV-DAYS = SLA-CONV-YY * 365
               + SLA-CONV-LEAP-DAYS
               + SLA-DAYS-BEFORE-MONTH (SLA-CONV-MONTH)
               + SLA-CONV-DD
           IF SLA-CONV-YEAR-REM = 0 AND SLA-CONV-MONTH > 2
               ADD 1 TO SLA-CONV-DAYS
           END-IF
           COMPUTE SLA-CONV-DAY-SECS = SLA-CONV-HH * 3600
               + SLA-CONV-MI * 60 + SLA-CONV-SS
           COMPUTE SLA-CONV-SECS = SLA-CONV-DAYS * 86400
               + SLA-CONV-DAY-SECS.
       8000-EXIT.
           EXIT.

       8100-FORMAT-DURATION.
           DIVIDE SLA-DURATION-IN BY 3600 GIVING SLA-DURATION-WORK
           IF SLA-DURATION-WORK > 999
               MOVE 999 TO DU-HH
           ELSE
               MOVE SLA-DURATION-WORK TO DU-HH
           END-IF
           COMPUTE SLA-DURATION-WORK
               = SLA-DURATION-IN - SLA-DURATION-WORK * 3600
           DIVIDE SLA-DURATION-WORK BY 60 GIVING DU-MI
               REMAINDER DU-SS.
       8100-EXIT.
           EXIT.

       8200-FORMAT-CLOCK.
           MOVE SLA-CLOCK-HH TO CK-HH
           MOVE SLA-CLOCK-MI TO CK-MI
           MOVE SLA-CLOCK-SS TO CK-SS.
       8200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Looks the step up on the control deck's targets.
      *----------------------------------------------------------
       8300-FIND-TARGET.
           MOVE "N" TO SLA-TARGET-SWITCH
           MOVE 0 TO SLA-TARGET-SECS SLA-GAP-TARGET-SECS
           MOVE 1 TO SLA-TARGET-INDEX
           PERFORM UNTIL SLA-TARGET-INDEX > SLA-TARGET-COUNT
               OR SLA-TARGET-FOUND
               IF TG-STEP (SLA-TARGET-INDEX) = SLA-TREND-STEP
                   SET SLA-TARGET-FOUND TO TRUE
                   MOVE TG-ELAPSED-SECS (SLA-TARGET-INDEX)
                       TO SLA-TARGET-SECS
                   MOVE TG-GAP-SECS (SLA-TARGET-INDEX)
                       TO SLA-GAP-TARGET-SECS
               END-IF
               ADD 1 TO SLA-TARGET-INDEX
           END-PERFORM.
       8300-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE SLA-CYCLE-FILE
           CLOSE SLA-PRINT-FILE
           DISPLAY "=============================================="
           DISPLAY "BATCH WINDOW SLA SUMMARY"
           DISPLAY "  CYCLE-STATUS STAMPS READ. . . . : "
               SLA-STAMP-COUNT
           DISPLAY "  CYCLES REPORTED . . . . . . . . : "
               SLA-CYCLE-COUNT
           DISPLAY "  STEPS OVER TARGET . . . . . . . : "
               SLA-OVER-COUNT
           DISPLAY "  STEPS STARTED, NEVER ENDED. . . : "
               SLA-OPEN-COUNT
           DISPLAY "  GAPS OVER TARGET. . . . . . . . : "
               SLA-GAP-OVER-COUNT
           DISPLAY "  CYCLES MISSING THE PICKUP . . . : "
               SLA-LATE-CYCLE-COUNT
           DISPLAY "  STEPS GETTING SLOWER. . . . . . : "
               SLA-SLOWING-COUNT
           IF SLA-STEP-DROPPED > 0
               DISPLAY "  STEPS LEFT OFF (TABLE FULL) . . : "
                   SLA-STEP-DROPPED
           END-IF
           DISPLAY "==============================================".
       9000-EXIT.
           EXIT.

       END PROGRAM batch-window.
