       IDENTIFICATION DIVISION.
       PROGRAM-ID.    cycle-backout.
      *
      * Modification history
      * ---------------------------------------------------------
      * cycle backout: a nightly cycle posted from a bad input
      * file used to be unpicked by hand across half a dozen
      * files, and the pieces nobody remembered (the cross-
      * reference counts, the RUNLOG line that then refused the
      * corrected file) turned up weeks later.  This step takes
      * the cycle date off BKOPARM and reverses that cycle's
      * footprint in one controlled run.  The cycle is found by
      * main-mdc's STARTED/ENDED stamps on CYCSTAT; the job points
      * RPTFILE and IFCFILE at the generations that cycle wrote.
      * Its history lines (matched line for line against its own
      * RPTFILE) are dropped from the copy written to NEWHIST;
      * the RUNLOG line it posted and every CYCSTAT line under its
      * date are dropped from NEWRLOG and NEWCYCST; the review
      * entries it queued are pulled from the carried queue on
      * NEWQUEUE onto RETQUEUE - the job swaps all four over the
      * live files only after a clean finish, the same way
      * hist-archive's NEWHIST swap works.  Every interface record
      * the cycle sent goes to RCLFILE with its own count-and-hash
      * trailer, for the packaging-line scheduler to cancel.  The
      * cross-reference cannot be swapped, so it is backed out in
      * place last of all, after every check has passed: each
      * pairing's seen and flag counts lose the cycle's postings,
      * its latest result falls back to the latest retained
      * history line, and a pairing seen only in the cycle is
      * deleted.  BKOAUDT gets a before/after line per file and
      * per pairing touched, and the counts go to JOBLOG under
      * step CYC-BKOT for the ops-balance cross-foot.  Each cycle
      * run backed out is posted on BKORLOG before the cross-
      * reference is touched, and a second backout of the same
      * run is refused - it would take the counts out twice.
      *
      * feeder source registry: a RUNLOG line now carries the
      * source and cycle date of the posting after the posted
      * stamp, so the lines kept on NEWRLOG are copied whole.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKO-PARM-FILE ASSIGN TO BKOPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKO-PARM-STATUS.

           SELECT OPTIONAL BKO-CYCLE-FILE ASSIGN TO CYCSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKO-CYCLE-STATUS.

           SELECT BKO-NEWCYCLE-FILE ASSIGN TO NEWCYCST
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BKO-REPORT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKO-REPORT-STATUS.

           SELECT BKO-INTERFACE-FILE ASSIGN TO IFCFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKO-INTERFACE-STATUS.

           SELECT BKO-RECALL-FILE ASSIGN TO RCLFILE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BKO-HISTORY-FILE ASSIGN TO HSTFILE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BKO-NEWHIST-FILE ASSIGN TO NEWHIST
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BKO-RUNLOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKO-RUNLOG-STATUS.

           SELECT BKO-NEWRLOG-FILE ASSIGN TO NEWRLOG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BKO-QUEUE-FILE ASSIGN TO NEWQUEUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKO-QUEUE-STATUS.

           SELECT BKO-RETQUEUE-FILE ASSIGN TO RETQUEUE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BKO-XREF-FILE ASSIGN TO XREFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XR-KEY
               FILE STATUS IS BKO-XREF-STATUS.

           SELECT OPTIONAL BKO-AUDIT-FILE ASSIGN TO BKOAUDT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BKO-BACKLOG-FILE ASSIGN TO BKORLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKO-BACKLOG-STATUS.

           SELECT OPTIONAL BKO-JOBLOG-FILE ASSIGN TO JOBLOG
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------
      * Operator's backout card - the cycle date (main-mdc's run
      * date) to be reversed.
      *----------------------------------------------------------
       FD  BKO-PARM-FILE.
       01  BKO-PARM-RECORD.
           02  PR-CYCLE-DATE         PIC 9(6).
           02  PR-CYCLE-DATE-PARTS REDEFINES PR-CYCLE-DATE.
               03  PR-CYCLE-YY       PIC X(2).
               03  PR-CYCLE-MM       PIC X(2).
               03  PR-CYCLE-DD       PIC X(2).

      *----------------------------------------------------------
      * Shared cycle-status file - same layout as main-mdc's
      * MDC-CYCLE-RECORD.  Read once for the cycle's window and
      * once more to copy every other cycle's lines to NEWCYCST.
      *----------------------------------------------------------
       FD  BKO-CYCLE-FILE.
       01  BKO-CYCLE-RECORD.
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

       FD  BKO-NEWCYCLE-FILE.
       01  BKO-NEWCYCLE-RECORD       PIC X(38).

      *----------------------------------------------------------
      * The cycle's own audit report - same layout as main-mdc's
      * MDC-REPORT-RECORD.  One line per result, written in the
      * same order as the history lines, so it says exactly
      * which history lines the cycle appended.
      *----------------------------------------------------------
       FD  BKO-REPORT-FILE.
       01  BKO-REPORT-RECORD.
           02  RO-MODE               PIC X(1).
           02  FILLER                PIC X(1).
           02  RO-DATE               PIC 9(6).
           02  FILLER                PIC X(1).
           02  RO-TIME               PIC 9(6).
           02  FILLER                PIC X(1).
           02  RO-N1                 PIC 9(7).
           02  FILLER                PIC X(1).
           02  RO-N2                 PIC 9(7).
           02  FILLER                PIC X(1).
           02  RO-RESULT             PIC 9(7).
           02  FILLER                PIC X(1).
           02  RO-LCM                PIC 9(15).
           02  FILLER                PIC X(1).
           02  RO-FLAG               PIC X(1).
               88  RO-FLAG-REVIEW        VALUE "R".
           02  FILLER                PIC X(1).
           02  RO-REDUCED-N1         PIC 9(7).
           02  FILLER                PIC X(1).
           02  RO-REDUCED-N2         PIC 9(7).
           02  FILLER                PIC X(1).
           02  RO-DEPOT              PIC X(3).
           02  FILLER                PIC X(27).

      *----------------------------------------------------------
      * The feed the cycle sent - same layout as main-mdc's
      * MDC-INTERFACE-RECORD, data records plus the "T" trailer.
      *----------------------------------------------------------
       FD  BKO-INTERFACE-FILE.
       01  BKO-INTERFACE-RECORD.
           02  IF-MODE               PIC X(1).
               88  IF-TRAILER-REC        VALUE "T".
           02  IF-N1                 PIC 9(7).
           02  IF-N2                 PIC 9(7).
           02  IF-RESULT             PIC 9(7).
           02  IF-LCM                PIC 9(15).
           02  IF-DEPOT              PIC X(3).
           02  IF-UNITS              PIC 9(9).
       01  BKO-INTERFACE-TRAILER.
           02  IFT-REC-TYPE          PIC X(1).
           02  IFT-COUNT             PIC 9(7).
           02  IFT-HASH              PIC 9(13).

      *----------------------------------------------------------
      * Recall for the packaging-line scheduler - each interface
      * record to cancel exactly as it was sent, then a "T"
      * trailer with the count and the hash over RC-RESULT, the
      * same control the feed itself carries, and the cycle
      * date being recalled.
      *----------------------------------------------------------
       FD  BKO-RECALL-FILE.
       01  BKO-RECALL-RECORD.
           02  RC-MODE               PIC X(1).
           02  RC-N1                 PIC 9(7).
           02  RC-N2                 PIC 9(7).
           02  RC-RESULT             PIC 9(7).
           02  RC-LCM                PIC 9(15).
           02  RC-DEPOT              PIC X(3).
           02  RC-UNITS              PIC 9(9).
       01  BKO-RECALL-TRAILER.
           02  RCT-REC-TYPE          PIC X(1).
           02  RCT-COUNT             PIC 9(7).
           02  RCT-HASH              PIC 9(13).
           02  RCT-CYCLE-DATE        PIC 9(6).

      *----------------------------------------------------------
      * Cumulative history - same layout as main-mdc's
      * MDC-HISTORY-RECORD.
      *----------------------------------------------------------
       FD  BKO-HISTORY-FILE.
       01  BKO-HISTORY-RECORD.
           02  HS-DATE               PIC 9(6).
           02  FILLER                PIC X(1).
           02  HS-MODE               PIC X(1).
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

       FD  BKO-NEWHIST-FILE.
       01  BKO-NEWHIST-RECORD        PIC X(54).

      *----------------------------------------------------------
      * Input files posted - same layout as main-mdc's
      * MDC-RUNLOG-RECORD.
      *----------------------------------------------------------
       FD  BKO-RUNLOG-FILE.
       01  BKO-RUNLOG-RECORD.
           02  RL-FILE-DATE          PIC 9(6).
           02  FILLER                PIC X(1).
           02  RL-POSTED-DATE        PIC 9(6).
           02  FILLER                PIC X(1).
           02  RL-POSTED-TIME        PIC 9(6).
           02  FILLER                PIC X(1).
           02  RL-SOURCE             PIC X(8).
           02  FILLER                PIC X(1).
           02  RL-CYCLE-DATE         PIC 9(6).

       FD  BKO-NEWRLOG-FILE.
       01  BKO-NEWRLOG-RECORD        PIC X(36).

      *----------------------------------------------------------
      * The carried review queue as review-disp last wrote it -
      * same layout as main-mdc's MDC-REVIEW-RECORD.
      *----------------------------------------------------------
       FD  BKO-QUEUE-FILE.
       01  BKO-QUEUE-RECORD.
           02  RQ-DATE               PIC 9(6).
           02  FILLER                PIC X(1).
           02  RQ-TIME               PIC 9(6).
           02  FILLER                PIC X(1).
           02  RQ-MODE               PIC X(1).
           02  FILLER                PIC X(1).
           02  RQ-N1                 PIC 9(7).
           02  FILLER                PIC X(1).
           02  RQ-N2                 PIC 9(7).
           02  FILLER                PIC X(1).
           02  RQ-RESULT             PIC 9(7).
           02  FILLER                PIC X(1).
           02  RQ-LCM                PIC 9(15).
           02  FILLER                PIC X(1).
           02  RQ-DEPOT              PIC X(3).
           02  FILLER                PIC X(1).
           02  RQ-UNITS              PIC 9(9).

       FD  BKO-RETQUEUE-FILE.
       01  BKO-RETQUEUE-RECORD       PIC X(69).

      *----------------------------------------------------------
      * Indexed cross-reference - same layout as main-mdc's
      * MDC-XREF-RECORD.
      *----------------------------------------------------------
       FD  BKO-XREF-FILE.
       01  BKO-XREF-RECORD.
           02  XR-KEY.
               03  XR-DEPOT          PIC X(3).
               03  XR-N1             PIC 9(7).
               03  XR-N2             PIC 9(7).
           02  XR-LAST-DATE          PIC 9(6).
           02  XR-LAST-MODE          PIC X(1).
           02  XR-LAST-RESULT        PIC 9(7).
           02  XR-LAST-LCM           PIC 9(15).
           02  XR-LAST-FLAG          PIC X(1).
           02  XR-SEEN-COUNT         PIC 9(5).
           02  XR-FLAG-COUNT         PIC 9(5).

      *----------------------------------------------------------
      * Before/after audit - one "F" line per file the backout
      * changed (lines before, removed, after) and one "X" line
      * per cross-reference pairing touched (counts and latest
      * result before and after, and what was done to it).
      *----------------------------------------------------------
       FD  BKO-AUDIT-FILE.
       01  BKO-AUDIT-FILE-LINE.
           02  AU-DATE               PIC 9(6).
           02  FILLER                PIC X(1).
           02  AU-TIME               PIC 9(6).
           02  FILLER                PIC X(1).
           02  AU-CYCLE-DATE         PIC 9(6).
           02  FILLER                PIC X(1).
           02  AU-REC-TYPE           PIC X(1).
           02  FILLER                PIC X(1).
           02  AF-FILE               PIC X(8).
           02  FILLER                PIC X(1).
           02  AF-BEFORE             PIC 9(7).
           02  FILLER                PIC X(1).
           02  AF-REMOVED            PIC 9(7).
           02  FILLER                PIC X(1).
           02  AF-AFTER              PIC 9(7).
           02  FILLER                PIC X(1).
           02  AF-NOTE               PIC X(24).
       01  BKO-AUDIT-XREF-LINE.
           02  FILLER                PIC X(23).
           02  AX-DEPOT              PIC X(3).
           02  FILLER                PIC X(1).
           02  AX-N1                 PIC 9(7).
           02  FILLER                PIC X(1).
           02  AX-N2                 PIC 9(7).
           02  FILLER                PIC X(1).
           02  AX-BEFORE-SEEN        PIC 9(5).
           02  FILLER                PIC X(1).
           02  AX-BEFORE-FLAG        PIC 9(5).
           02  FILLER                PIC X(1).
           02  AX-BEFORE-RESULT      PIC 9(7).
           02  FILLER                PIC X(1).
           02  AX-AFTER-SEEN         PIC 9(5).
           02  FILLER                PIC X(1).
           02  AX-AFTER-FLAG         PIC 9(5).
           02  FILLER                PIC X(1).
           02  AX-AFTER-RESULT       PIC 9(7).
           02  FILLER                PIC X(1).
           02  AX-ACTION             PIC X(10).

      *----------------------------------------------------------
      * One line per cycle run ever backed out - the cycle date
      * and the main-mdc STARTED stamp of the run reversed, so a
      * second backout of the same run is refused while a rerun
      * of the cycle (a new STARTED stamp) can still be backed
      * out in its turn.
      *----------------------------------------------------------
       FD  BKO-BACKLOG-FILE.
       01  BKO-BACKLOG-RECORD.
           02  BL-CYCLE-DATE         PIC 9(6).
           02  FILLER                PIC X(1).
           02  BL-START-DATE         PIC 9(6).
           02  FILLER                PIC X(1).
           02  BL-START-TIME         PIC 9(6).
           02  FILLER                PIC X(1).
           02  BL-POSTED-DATE        PIC 9(6).
           02  FILLER                PIC X(1).
           02  BL-POSTED-TIME        PIC 9(6).

      *----------------------------------------------------------
      * One end-of-job counter per line - same layout as
      * main-mdc's MDC-JOBLOG-RECORD.
      *----------------------------------------------------------
       FD  BKO-JOBLOG-FILE.
       01  BKO-JOBLOG-RECORD.
           02  JL-CYCLE-DATE         PIC 9(6).
           02  FILLER                PIC X(1).
           02  JL-STEP               PIC X(8).
           02  FILLER                PIC X(1).
           02  JL-COUNTER            PIC X(12).
           02  FILLER                PIC X(1).
           02  JL-VALUE              PIC 9(13).

       WORKING-STORAGE SECTION.
       01  BKO-PARM-STATUS             PIC X(2) VALUE "00".
       01  BKO-CYCLE-STATUS            PIC X(2) VALUE "00".
       01  BKO-REPORT-STATUS           PIC X(2) VALUE "00".
       01  BKO-INTERFACE-STATUS        PIC X(2) VALUE "00".
       01  BKO-RUNLOG-STATUS           PIC X(2) VALUE "00".
       01  BKO-QUEUE-STATUS            PIC X(2) VALUE "00".
       01  BKO-XREF-STATUS             PIC X(2) VALUE "00".
       01  BKO-BACKLOG-STATUS          PIC X(2) VALUE "00".

       01  BKO-SWITCHES.
           02  BKO-EOF-SWITCH          PIC X(01) VALUE "N".
               88  BKO-END-OF-FILE         VALUE "Y".
           02  BKO-MATCH-SWITCH        PIC X(01) VALUE "N".
               88  BKO-SLOT-FOUND          VALUE "Y".
           02  BKO-TRAILER-SWITCH      PIC X(01) VALUE "N".
               88  BKO-TRAILER-SEEN        VALUE "Y".
           02  BKO-XREF-OPEN-SW        PIC X(01) VALUE "N".
               88  BKO-XREF-AVAILABLE      VALUE "Y".

       01  BKO-DEFAULT-DEPOT           PIC X(3) VALUE "DC1".

      *----------------------------------------------------------
      * The cycle being reversed and its main-mdc window - the
      * STARTED and ENDED stamps as twelve-digit YYMMDDHHMMSS
      * values, so a RUNLOG posting or a queue entry can be
      * tested against the window in one comparison.
      *----------------------------------------------------------
       01  BKO-CYCLE-FIELDS.
           02  BKO-CYCLE-DATE          PIC 9(6) VALUE 0.
           02  BKO-MDC-STEP-NAME       PIC X(8) VALUE "MAIN-MDC".
           02  BKO-STEP-NAME           PIC X(8) VALUE "CYC-BKOT".
           02  BKO-START-DATE          PIC 9(6) VALUE 0.
           02  BKO-START-TIME          PIC 9(6) VALUE 0.
           02  BKO-STARTED-COUNT       PIC 9(3) VALUE 0 COMP.
           02  BKO-ENDED-COUNT         PIC 9(3) VALUE 0 COMP.
           02  BKO-WINDOW-FROM         PIC 9(12) VALUE 0.
           02  BKO-WINDOW-TO           PIC 9(12) VALUE 0.
           02  BKO-STAMP               PIC 9(12) VALUE 0.

      *----------------------------------------------------------
      * The cycle's report lines, in file order.  History lines
      * are matched against them in the same order, one for one.
      *----------------------------------------------------------
       01  BKO-REPORT-TABLE.
           02  BKO-REPORT-SLOT OCCURS 5000 TIMES.
               03  RT-DATE             PIC 9(6).
               03  RT-MODE             PIC X(1).
               03  RT-N1               PIC 9(7).
               03  RT-N2               PIC 9(7).
               03  RT-RESULT           PIC 9(7).
               03  RT-LCM              PIC 9(15).
               03  RT-FLAG             PIC X(1).
               03  RT-DEPOT            PIC X(3).
       01  BKO-REPORT-COUNT            PIC 9(4) VALUE 0 COMP.
       01  BKO-REPORT-LIMIT            PIC 9(4) VALUE 5000 COMP.
       01  BKO-NEXT-REPORT             PIC 9(4) VALUE 1 COMP.

      *----------------------------------------------------------
      * One slot per cross-reference pairing the cycle posted -
      * the postings to take back out, and the latest history
      * line for the pairing that survives the backout, which
      * becomes its latest result again.
      *----------------------------------------------------------
       01  BKO-KEY-TABLE.
           02  BKO-KEY-SLOT OCCURS 5000 TIMES.
               03  KY-DEPOT            PIC X(3).
               03  KY-N1               PIC 9(7).
               03  KY-N2               PIC 9(7).
               03  KY-SEEN-OUT         PIC 9(5) COMP.
               03  KY-FLAG-OUT         PIC 9(5) COMP.
               03  KY-KEPT-SW          PIC X(1).
                   88  KY-KEPT-LINE-FOUND  VALUE "Y".
               03  KY-LAST-DATE        PIC 9(6).
               03  KY-LAST-MODE        PIC X(1).
               03  KY-LAST-RESULT      PIC 9(7).
               03  KY-LAST-LCM         PIC 9(15).
               03  KY-LAST-FLAG        PIC X(1).
       01  BKO-KEY-COUNT               PIC 9(4) VALUE 0 COMP.
       01  BKO-SUBSCRIPT               PIC 9(4) COMP.
       01  BKO-FOUND-INDEX             PIC 9(4) COMP.

       01  BKO-LOOKUP-KEY.
           02  BKO-LOOKUP-DEPOT        PIC X(3).
           02  BKO-LOOKUP-N1           PIC 9(7).
           02  BKO-LOOKUP-N2           PIC 9(7).

       01  BKO-COUNTS.
           02  BKO-CYCLE-READ-COUNT    PIC 9(7) VALUE 0 COMP.
           02  BKO-CYCLE-OUT-COUNT     PIC 9(7) VALUE 0 COMP.
           02  BKO-CYCLE-KEPT-COUNT    PIC 9(7) VALUE 0 COMP.
           02  BKO-FLAGGED-COUNT       PIC 9(7) VALUE 0 COMP.
           02  BKO-IFC-COUNT           PIC 9(7) VALUE 0 COMP.
           02  BKO-IFC-HASH            PIC 9(13) VALUE 0 COMP.
           02  BKO-IFC-TRAILER-COUNT   PIC 9(7) VALUE 0.
           02  BKO-IFC-TRAILER-HASH    PIC 9(13) VALUE 0.
           02  BKO-HIST-READ-COUNT     PIC 9(7) VALUE 0 COMP.
           02  BKO-HIST-OUT-COUNT      PIC 9(7) VALUE 0 COMP.
           02  BKO-HIST-KEPT-COUNT     PIC 9(7) VALUE 0 COMP.
           02  BKO-XREF-DUE-COUNT      PIC 9(7) VALUE 0 COMP.
           02  BKO-XREF-BACKED-COUNT   PIC 9(7) VALUE 0 COMP.
           02  BKO-XREF-DELETED-COUNT  PIC 9(7) VALUE 0 COMP.
           02  BKO-XREF-MISSING-COUNT  PIC 9(7) VALUE 0 COMP.
           02  BKO-XREF-UNRESTORED     PIC 9(7) VALUE 0 COMP.
           02  BKO-XREF-SEEN-BEFORE    PIC 9(7) VALUE 0 COMP.
           02  BKO-XREF-SEEN-AFTER     PIC 9(7) VALUE 0 COMP.
           02  BKO-RLOG-READ-COUNT     PIC 9(7) VALUE 0 COMP.
           02  BKO-RLOG-OUT-COUNT      PIC 9(7) VALUE 0 COMP.
           02  BKO-RLOG-KEPT-COUNT     PIC 9(7) VALUE 0 COMP.
           02  BKO-QUEUE-READ-COUNT    PIC 9(7) VALUE 0 COMP.
           02  BKO-QUEUE-OUT-COUNT     PIC 9(7) VALUE 0 COMP.
           02  BKO-QUEUE-KEPT-COUNT    PIC 9(7) VALUE 0 COMP.

      *----------------------------------------------------------
      * The cross-reference figures held across one pairing's
      * backout for its audit line.
      *----------------------------------------------------------
       01  BKO-XREF-BEFORE.
           02  BKO-BEFORE-SEEN         PIC 9(5).
           02  BKO-BEFORE-FLAG         PIC 9(5).
           02  BKO-BEFORE-RESULT       PIC 9(7).

      *----------------------------------------------------------
      * One audit "F" line staged - the file and its three
      * counts.
      *----------------------------------------------------------
       01  BKO-AUDIT-FIELDS.
           02  BKO-AUDIT-FILE-NAME     PIC X(8).
           02  BKO-AUDIT-BEFORE        PIC 9(7).
           02  BKO-AUDIT-REMOVED       PIC 9(7).
           02  BKO-AUDIT-AFTER         PIC 9(7).
           02  BKO-AUDIT-NOTE          PIC X(24).

       01  BKO-LOG-FIELDS.
           02  BKO-LOG-COUNTER         PIC X(12).
           02  BKO-LOG-VALUE           PIC 9(13).

       01  BKO-TIMESTAMP.
           02  BKO-CURRENT-DATE        PIC 9(6).
           02  BKO-CURRENT-TIME        PIC 9(6).
           02  BKO-TIME-RAW            PIC 9(8).
           02  BKO-TIME-RAW-PARTS REDEFINES BKO-TIME-RAW.
               03  BKO-TIME-HHMMSS     PIC 9(6).
               03  FILLER              PIC 9(2).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-WRITE-RECALL THRU 2000-EXIT
           PERFORM 3000-SPLIT-HISTORY THRU 3000-EXIT
           PERFORM 4000-CLEAR-RUNLOG THRU 4000-EXIT
           PERFORM 4200-CLEAR-CYCLE-STATUS THRU 4200-EXIT
           PERFORM 4400-PULL-QUEUE-ENTRIES THRU 4400-EXIT
           PERFORM 4500-POST-BACKOUT-LOG THRU 4500-EXIT
           PERFORM 5000-BACK-OUT-XREF THRU 5000-EXIT
           PERFORM 7000-AUDIT-FILES THRU 7000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *----------------------------------------------------------
      * Everything that can refuse the run is proved before a
      * single file is changed: the card, the cycle's window on
      * CYCSTAT, the backout log, and the cycle's report.
      *----------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1100-READ-BACKOUT-CONTROL THRU 1100-EXIT
           PERFORM 1150-FIND-CYCLE-WINDOW THRU 1150-EXIT
           PERFORM 1170-CHECK-BACKOUT-LOG THRU 1170-EXIT
           PERFORM 1200-LOAD-CYCLE-REPORT THRU 1200-EXIT
           DISPLAY "CYCLE BACKOUT - CYCLE " BKO-CYCLE-DATE
               " MAIN-MDC RUN OF " BKO-START-DATE " "
               BKO-START-TIME " WILL BE REVERSED".
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Reads and validates the backout card.  A missing or empty
      * card file, or a cycle date that is not a calendar date,
      * refuses the run.
      *----------------------------------------------------------
       1100-READ-BACKOUT-CONTROL.
           OPEN INPUT BKO-PARM-FILE
           IF BKO-PARM-STATUS NOT = "00"
               DISPLAY "*** BACKOUT-CONTROL CARD FILE MISSING - "
                   "RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           READ BKO-PARM-FILE
               AT END
                   DISPLAY "*** BACKOUT-CONTROL CARD FILE EMPTY - "
                       "RUN REFUSED ***"
                   PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-READ
           IF PR-CYCLE-DATE NOT NUMERIC OR PR-CYCLE-DATE = 0
               DISPLAY "*** BACKOUT CYCLE DATE NOT NUMERIC OR "
                   "ZERO - RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           IF PR-CYCLE-MM < "01" OR PR-CYCLE-MM > "12"
               OR PR-CYCLE-DD < "01" OR PR-CYCLE-DD > "31"
               DISPLAY "*** BACKOUT CYCLE DATE '" PR-CYCLE-DATE
                   "' IS NOT A CALENDAR DATE - RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           MOVE PR-CYCLE-DATE TO BKO-CYCLE-DATE
           CLOSE BKO-PARM-FILE.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The cycle's main-mdc run must be on CYCSTAT with exactly
      * one STARTED and an ENDED stamp.  No run means nothing to
      * back out; no ENDED means an abended run for the restart
      * path to finish first; a second STARTED means a restart,
      * and a restarted run's RPTFILE holds only its last leg -
      * the history the earlier leg wrote could not be found, and
      * a backout must be complete or not happen.
      *----------------------------------------------------------
       1150-FIND-CYCLE-WINDOW.
           MOVE "N" TO BKO-EOF-SWITCH
           OPEN INPUT BKO-CYCLE-FILE
           PERFORM UNTIL BKO-END-OF-FILE
               READ BKO-CYCLE-FILE
                   AT END
                       SET BKO-END-OF-FILE TO TRUE
                   NOT AT END
                       IF CS-CYCLE-DATE = BKO-CYCLE-DATE
                           AND CS-STEP = BKO-MDC-STEP-NAME
                           PERFORM 1160-NOTE-MDC-STAMP
                               THRU 1160-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BKO-CYCLE-FILE
           IF BKO-STARTED-COUNT = 0
               DISPLAY "*** CYCLE " BKO-CYCLE-DATE " HAS NO "
                   "MAIN-MDC RUN ON THE CYCLE-STATUS FILE - "
                   "NOTHING TO BACK OUT - RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           IF BKO-ENDED-COUNT = 0
               DISPLAY "*** CYCLE " BKO-CYCLE-DATE " MAIN-MDC "
                   "STARTED BUT NEVER ENDED - FINISH OR RESTART "
                   "IT FIRST - RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           IF BKO-STARTED-COUNT > 1
               DISPLAY "*** CYCLE " BKO-CYCLE-DATE " MAIN-MDC "
                   "WAS RESTARTED - ITS REPORT HOLDS ONLY THE "
                   "LAST LEG - BACK OUT BY HAND - RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF.
       1150-EXIT.
           EXIT.

       1160-NOTE-MDC-STAMP.
           COMPUTE BKO-STAMP = CS-STAMP-DATE * 1000000
               + CS-STAMP-TIME
           IF CS-STEP-STARTED
               ADD 1 TO BKO-STARTED-COUNT
               MOVE CS-STAMP-DATE TO BKO-START-DATE
               MOVE CS-STAMP-TIME TO BKO-START-TIME
               MOVE BKO-STAMP TO BKO-WINDOW-FROM
           END-IF
           IF CS-STEP-ENDED
               ADD 1 TO BKO-ENDED-COUNT
               MOVE BKO-STAMP TO BKO-WINDOW-TO
           END-IF.
       1160-EXIT.
           EXIT.

      *----------------------------------------------------------
      * A run already on the backout log has had its counts taken
      * out of the cross-reference - doing it again against
      * unswapped files would take them out twice.  A missing log
      * just means no cycle has ever been backed out.
      *----------------------------------------------------------
       1170-CHECK-BACKOUT-LOG.
           MOVE "N" TO BKO-EOF-SWITCH
           OPEN INPUT BKO-BACKLOG-FILE
           PERFORM UNTIL BKO-END-OF-FILE
               READ BKO-BACKLOG-FILE
                   AT END
                       SET BKO-END-OF-FILE TO TRUE
                   NOT AT END
                       IF BL-CYCLE-DATE = BKO-CYCLE-DATE
                           AND BL-START-DATE = BKO-START-DATE
                           AND BL-START-TIME = BKO-START-TIME
                           DISPLAY "*** CYCLE " BKO-CYCLE-DATE
                               " RUN OF " BL-START-DATE " "
                               BL-START-TIME " ALREADY BACKED OUT"
                               " ON " BL-POSTED-DATE " AT "
                               BL-POSTED-TIME " - CHECK THE FILE "
                               "SWAPS BEFORE FORCING A RERUN - "
                               "RUN REFUSED ***"
                           PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BKO-BACKLOG-FILE.
       1170-EXIT.
           EXIT.

       1190-REFUSE-RUN.
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       1190-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Loads the cycle's report lines and the pairings they
      * posted.  Every line must carry a stamp inside the
      * cycle's main-mdc window - a report from any other run
      * would back out the wrong history - and a cycle larger
      * than the table refuses the run rather than backing out
      * part of it.
      *----------------------------------------------------------
       1200-LOAD-CYCLE-REPORT.
           OPEN INPUT BKO-REPORT-FILE
           IF BKO-REPORT-STATUS NOT = "00"
               DISPLAY "*** CYCLE REPORT FILE MISSING - "
                   "RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           MOVE "N" TO BKO-EOF-SWITCH
           PERFORM UNTIL BKO-END-OF-FILE
               READ BKO-REPORT-FILE
                   AT END
                       SET BKO-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 1250-ADD-REPORT-LINE THRU 1250-EXIT
               END-READ
           END-PERFORM
           CLOSE BKO-REPORT-FILE.
       1200-EXIT.
           EXIT.

       1250-ADD-REPORT-LINE.
           COMPUTE BKO-STAMP = RO-DATE * 1000000 + RO-TIME
           IF BKO-STAMP < BKO-WINDOW-FROM
               OR BKO-STAMP > BKO-WINDOW-TO
               DISPLAY "*** REPORT LINE STAMPED " RO-DATE " "
                   RO-TIME " IS OUTSIDE THE CYCLE'S MAIN-MDC RUN "
                   "- NOT THIS CYCLE'S REPORT - RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           IF BKO-REPORT-COUNT >= BKO-REPORT-LIMIT
               DISPLAY "*** CYCLE REPORT EXCEEDS " BKO-REPORT-LIMIT
                   " LINES - TOO LARGE TO BACK OUT IN ONE RUN - "
                   "RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           ADD 1 TO BKO-REPORT-COUNT
           MOVE RO-DATE TO RT-DATE (BKO-REPORT-COUNT)
           MOVE RO-MODE TO RT-MODE (BKO-REPORT-COUNT)
           MOVE RO-N1 TO RT-N1 (BKO-REPORT-COUNT)
           MOVE RO-N2 TO RT-N2 (BKO-REPORT-COUNT)
           MOVE RO-RESULT TO RT-RESULT (BKO-REPORT-COUNT)
           MOVE RO-LCM TO RT-LCM (BKO-REPORT-COUNT)
           MOVE RO-FLAG TO RT-FLAG (BKO-REPORT-COUNT)
           MOVE RO-DEPOT TO RT-DEPOT (BKO-REPORT-COUNT)
           IF RO-FLAG-REVIEW
               ADD 1 TO BKO-FLAGGED-COUNT
           END-IF
      *    A multi-list result is never posted to the cross-
      *    reference, so it has no pairing to back out.
           IF RO-MODE = "M"
               GO TO 1250-EXIT
           END-IF
           MOVE RO-DEPOT TO BKO-LOOKUP-DEPOT
           MOVE RO-N1 TO BKO-LOOKUP-N1
           MOVE RO-N2 TO BKO-LOOKUP-N2
           PERFORM 3200-FIND-KEY-SLOT THRU 3200-EXIT
           IF NOT BKO-SLOT-FOUND
               ADD 1 TO BKO-KEY-COUNT
               MOVE BKO-KEY-COUNT TO BKO-FOUND-INDEX
               MOVE RO-DEPOT TO KY-DEPOT (BKO-FOUND-INDEX)
               MOVE RO-N1 TO KY-N1 (BKO-FOUND-INDEX)
               MOVE RO-N2 TO KY-N2 (BKO-FOUND-INDEX)
               MOVE 0 TO KY-SEEN-OUT (BKO-FOUND-INDEX)
               MOVE 0 TO KY-FLAG-OUT (BKO-FOUND-INDEX)
               MOVE "N" TO KY-KEPT-SW (BKO-FOUND-INDEX)
           END-IF.
       1250-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Copies every data record of the cycle's feed to the
      * recall file and proves the feed whole against its own
      * trailer first - a recall that misses records leaves
      * boxes being packed for a cycle that no longer exists.
      *----------------------------------------------------------
       2000-WRITE-RECALL.
           OPEN INPUT BKO-INTERFACE-FILE
           IF BKO-INTERFACE-STATUS NOT = "00"
               DISPLAY "*** CYCLE INTERFACE FILE MISSING - "
                   "RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           OPEN OUTPUT BKO-RECALL-FILE
           MOVE "N" TO BKO-EOF-SWITCH
           PERFORM UNTIL BKO-END-OF-FILE
               READ BKO-INTERFACE-FILE
                   AT END
                       SET BKO-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 2100-RECALL-ONE-RECORD THRU 2100-EXIT
               END-READ
           END-PERFORM
           CLOSE BKO-INTERFACE-FILE
           IF NOT BKO-TRAILER-SEEN
               DISPLAY "*** CYCLE INTERFACE FILE HAS NO TRAILER - "
                   "RECALL CANNOT BE PROVED COMPLETE - "
                   "RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           IF BKO-IFC-TRAILER-COUNT NOT = BKO-IFC-COUNT
               OR BKO-IFC-TRAILER-HASH NOT = BKO-IFC-HASH
               DISPLAY "*** CYCLE INTERFACE TRAILER SAYS "
                   BKO-IFC-TRAILER-COUNT " RECORDS HASH "
                   BKO-IFC-TRAILER-HASH " BUT FILE HOLDS "
                   BKO-IFC-COUNT " HASH " BKO-IFC-HASH
                   " - RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           MOVE SPACES TO BKO-RECALL-TRAILER
           MOVE "T" TO RCT-REC-TYPE
           MOVE BKO-IFC-COUNT TO RCT-COUNT
           MOVE BKO-IFC-HASH TO RCT-HASH
           MOVE BKO-CYCLE-DATE TO RCT-CYCLE-DATE
           WRITE BKO-RECALL-TRAILER
           CLOSE BKO-RECALL-FILE.
       2000-EXIT.
           EXIT.

       2100-RECALL-ONE-RECORD.
           IF IF-TRAILER-REC
               SET BKO-TRAILER-SEEN TO TRUE
               MOVE IFT-COUNT TO BKO-IFC-TRAILER-COUNT
               MOVE IFT-HASH TO BKO-IFC-TRAILER-HASH
               GO TO 2100-EXIT
           END-IF
           MOVE BKO-INTERFACE-RECORD TO BKO-RECALL-RECORD
           WRITE BKO-RECALL-RECORD
           ADD 1 TO BKO-IFC-COUNT
           ADD IF-RESULT TO BKO-IFC-HASH.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Drops the cycle's history lines and keeps the rest.  The
      * cycle appended its lines in report order, so each history
      * line is held against the next report line not yet found:
      * a match is the cycle's line, anything else is retained.
      * Every report line must be found - a history already
      * swapped, or one archived past the cycle, refuses the run
      * before anything is committed.
      *----------------------------------------------------------
       3000-SPLIT-HISTORY.
           OPEN INPUT BKO-HISTORY-FILE
           OPEN OUTPUT BKO-NEWHIST-FILE
           MOVE "N" TO BKO-EOF-SWITCH
           PERFORM UNTIL BKO-END-OF-FILE
               READ BKO-HISTORY-FILE
                   AT END
                       SET BKO-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO BKO-HIST-READ-COUNT
                       PERFORM 3100-SPLIT-ONE-LINE THRU 3100-EXIT
               END-READ
           END-PERFORM
           CLOSE BKO-HISTORY-FILE
           CLOSE BKO-NEWHIST-FILE
           IF BKO-HIST-OUT-COUNT NOT = BKO-REPORT-COUNT
               DISPLAY "*** ONLY " BKO-HIST-OUT-COUNT " OF "
                   BKO-REPORT-COUNT " CYCLE REPORT LINES FOUND ON "
                   "HISTORY - ALREADY BACKED OUT OR ARCHIVED? - "
                   "RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-SPLIT-ONE-LINE.
           MOVE HS-DEPOT TO BKO-LOOKUP-DEPOT
           IF BKO-LOOKUP-DEPOT = SPACES
               MOVE BKO-DEFAULT-DEPOT TO BKO-LOOKUP-DEPOT
           END-IF
           MOVE HS-N1 TO BKO-LOOKUP-N1
           MOVE HS-N2 TO BKO-LOOKUP-N2
           IF BKO-NEXT-REPORT <= BKO-REPORT-COUNT
               IF HS-DATE = RT-DATE (BKO-NEXT-REPORT)
                   AND HS-MODE = RT-MODE (BKO-NEXT-REPORT)
                   AND HS-N1 = RT-N1 (BKO-NEXT-REPORT)
                   AND HS-N2 = RT-N2 (BKO-NEXT-REPORT)
                   AND HS-RESULT = RT-RESULT (BKO-NEXT-REPORT)
                   AND HS-LCM = RT-LCM (BKO-NEXT-REPORT)
                   AND HS-FLAG = RT-FLAG (BKO-NEXT-REPORT)
                   AND BKO-LOOKUP-DEPOT = RT-DEPOT (BKO-NEXT-REPORT)
                   ADD 1 TO BKO-NEXT-REPORT
                   ADD 1 TO BKO-HIST-OUT-COUNT
                   PERFORM 3150-NOTE-LINE-OUT THRU 3150-EXIT
                   GO TO 3100-EXIT
               END-IF
           END-IF
           ADD 1 TO BKO-HIST-KEPT-COUNT
           MOVE BKO-HISTORY-RECORD TO BKO-NEWHIST-RECORD
           WRITE BKO-NEWHIST-RECORD
           IF HS-MODE = "M"
               GO TO 3100-EXIT
           END-IF
           PERFORM 3200-FIND-KEY-SLOT THRU 3200-EXIT
           IF BKO-SLOT-FOUND
               MOVE "Y" TO KY-KEPT-SW (BKO-FOUND-INDEX)
               MOVE HS-DATE TO KY-LAST-DATE (BKO-FOUND-INDEX)
               MOVE HS-MODE TO KY-LAST-MODE (BKO-FOUND-INDEX)
               MOVE HS-RESULT TO KY-LAST-RESULT (BKO-FOUND-INDEX)
               MOVE HS-LCM TO KY-LAST-LCM (BKO-FOUND-INDEX)
               MOVE HS-FLAG TO KY-LAST-FLAG (BKO-FOUND-INDEX)
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * A history line taken out - its pairing owes the cross-
      * reference one sighting, and one flag if it was flagged.
      *----------------------------------------------------------
       3150-NOTE-LINE-OUT.
           IF HS-MODE = "M"
               GO TO 3150-EXIT
           END-IF
           PERFORM 3200-FIND-KEY-SLOT THRU 3200-EXIT
           IF NOT BKO-SLOT-FOUND
               GO TO 3150-EXIT
           END-IF
           ADD 1 TO BKO-XREF-DUE-COUNT
           ADD 1 TO KY-SEEN-OUT (BKO-FOUND-INDEX)
           IF HS-FLAG-REVIEW
               ADD 1 TO KY-FLAG-OUT (BKO-FOUND-INDEX)
           END-IF.
       3150-EXIT.
           EXIT.

       3200-FIND-KEY-SLOT.
           MOVE "N" TO BKO-MATCH-SWITCH
           MOVE 0 TO BKO-FOUND-INDEX
           MOVE 1 TO BKO-SUBSCRIPT
           PERFORM UNTIL BKO-SUBSCRIPT > BKO-KEY-COUNT
               OR BKO-SLOT-FOUND
               IF KY-DEPOT (BKO-SUBSCRIPT) = BKO-LOOKUP-DEPOT
                   AND KY-N1 (BKO-SUBSCRIPT) = BKO-LOOKUP-N1
                   AND KY-N2 (BKO-SUBSCRIPT) = BKO-LOOKUP-N2
                   SET BKO-SLOT-FOUND TO TRUE
                   MOVE BKO-SUBSCRIPT TO BKO-FOUND-INDEX
               END-IF
               ADD 1 TO BKO-SUBSCRIPT
           END-PERFORM.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Drops the RUNLOG line the cycle posted - the one stamped
      * inside its main-mdc run - so the corrected input file can
      * be posted under the same date.  A missing log just means
      * nothing to drop.
      *----------------------------------------------------------
       4000-CLEAR-RUNLOG.
           OPEN INPUT BKO-RUNLOG-FILE
           OPEN OUTPUT BKO-NEWRLOG-FILE
           MOVE "N" TO BKO-EOF-SWITCH
           PERFORM UNTIL BKO-END-OF-FILE
               READ BKO-RUNLOG-FILE
                   AT END
                       SET BKO-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO BKO-RLOG-READ-COUNT
                       COMPUTE BKO-STAMP = RL-POSTED-DATE * 1000000
                           + RL-POSTED-TIME
                       IF BKO-STAMP NOT < BKO-WINDOW-FROM
                           AND BKO-STAMP NOT > BKO-WINDOW-TO
                           ADD 1 TO BKO-RLOG-OUT-COUNT
                       ELSE
                           ADD 1 TO BKO-RLOG-KEPT-COUNT
                           MOVE BKO-RUNLOG-RECORD TO
                               BKO-NEWRLOG-RECORD
                           WRITE BKO-NEWRLOG-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BKO-RUNLOG-FILE
           CLOSE BKO-NEWRLOG-FILE
           IF BKO-RLOG-OUT-COUNT NOT = 1
               DISPLAY "** WARNING - " BKO-RLOG-OUT-COUNT
                   " RUNLOG POSTINGS FOUND IN THE CYCLE'S RUN - "
                   "ONE EXPECTED **"
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Drops every step's stamps under the cycle date, so the
      * corrected cycle can run the whole stream again.
      *----------------------------------------------------------
       4200-CLEAR-CYCLE-STATUS.
           OPEN INPUT BKO-CYCLE-FILE
           OPEN OUTPUT BKO-NEWCYCLE-FILE
           MOVE "N" TO BKO-EOF-SWITCH
           PERFORM UNTIL BKO-END-OF-FILE
               READ BKO-CYCLE-FILE
                   AT END
                       SET BKO-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO BKO-CYCLE-READ-COUNT
                       IF CS-CYCLE-DATE = BKO-CYCLE-DATE
                           ADD 1 TO BKO-CYCLE-OUT-COUNT
                       ELSE
                           ADD 1 TO BKO-CYCLE-KEPT-COUNT
                           MOVE BKO-CYCLE-RECORD TO
                               BKO-NEWCYCLE-RECORD
                           WRITE BKO-NEWCYCLE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BKO-CYCLE-FILE
           CLOSE BKO-NEWCYCLE-FILE.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Pulls the entries the cycle queued - stamped inside its
      * main-mdc run - off the carried review queue.  Entries
      * the supervisor already disposed of are no longer on it;
      * those decisions stand on RVWAUDT.
      *----------------------------------------------------------
       4400-PULL-QUEUE-ENTRIES.
           OPEN INPUT BKO-QUEUE-FILE
           OPEN OUTPUT BKO-RETQUEUE-FILE
           MOVE "N" TO BKO-EOF-SWITCH
           PERFORM UNTIL BKO-END-OF-FILE
               READ BKO-QUEUE-FILE
                   AT END
                       SET BKO-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO BKO-QUEUE-READ-COUNT
                       COMPUTE BKO-STAMP = RQ-DATE * 1000000
                           + RQ-TIME
                       IF BKO-STAMP NOT < BKO-WINDOW-FROM
                           AND BKO-STAMP NOT > BKO-WINDOW-TO
                           ADD 1 TO BKO-QUEUE-OUT-COUNT
                       ELSE
                           ADD 1 TO BKO-QUEUE-KEPT-COUNT
                           MOVE BKO-QUEUE-RECORD TO
                               BKO-RETQUEUE-RECORD
                           WRITE BKO-RETQUEUE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BKO-QUEUE-FILE
           CLOSE BKO-RETQUEUE-FILE.
       4400-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The run is posted before the cross-reference is touched -
      * if the in-place backout abends partway, a rerun is
      * refused and the operator must inspect the cross-reference
      * instead of an innocent rerun taking counts out twice.
      *----------------------------------------------------------
       4500-POST-BACKOUT-LOG.
           OPEN EXTEND BKO-BACKLOG-FILE
           MOVE SPACES TO BKO-BACKLOG-RECORD
           MOVE BKO-CYCLE-DATE TO BL-CYCLE-DATE
           MOVE BKO-START-DATE TO BL-START-DATE
           MOVE BKO-START-TIME TO BL-START-TIME
           ACCEPT BKO-CURRENT-DATE FROM DATE
           ACCEPT BKO-TIME-RAW FROM TIME
           MOVE BKO-TIME-HHMMSS TO BKO-CURRENT-TIME
           MOVE BKO-CURRENT-DATE TO BL-POSTED-DATE
           MOVE BKO-CURRENT-TIME TO BL-POSTED-TIME
           WRITE BKO-BACKLOG-RECORD
           CLOSE BKO-BACKLOG-FILE.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Takes each pairing's postings back out of the cross-
      * reference, one keyed read and rewrite (or delete) per
      * pairing, with an audit line for each.  A missing cross-
      * reference is noted, not abended - main-mdc runs without
      * one in the same case, and it can be rebuilt from history.
      *----------------------------------------------------------
       5000-BACK-OUT-XREF.
           OPEN EXTEND BKO-AUDIT-FILE
           ACCEPT BKO-CURRENT-DATE FROM DATE
           ACCEPT BKO-TIME-RAW FROM TIME
           MOVE BKO-TIME-HHMMSS TO BKO-CURRENT-TIME
           OPEN I-O BKO-XREF-FILE
           IF BKO-XREF-STATUS = "00"
               SET BKO-XREF-AVAILABLE TO TRUE
           ELSE
               DISPLAY "** CROSS-REFERENCE NOT AVAILABLE (STATUS "
                   BKO-XREF-STATUS ") - COUNTS NOT BACKED OUT **"
               GO TO 5000-EXIT
           END-IF
           MOVE 1 TO BKO-SUBSCRIPT
           PERFORM 5100-BACK-OUT-ONE-KEY THRU 5100-EXIT
               UNTIL BKO-SUBSCRIPT > BKO-KEY-COUNT
           CLOSE BKO-XREF-FILE.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * One pairing.  Seen only in the cycle, it is deleted;
      * otherwise its counts drop by the cycle's postings and its
      * latest result falls back to the latest retained history
      * line.  A pairing whose only other sightings have been
      * archived has no detail line to fall back to - its counts
      * are still corrected and the audit line says the latest
      * result was left as it stood.
      *----------------------------------------------------------
       5100-BACK-OUT-ONE-KEY.
           MOVE SPACES TO BKO-AUDIT-XREF-LINE
           MOVE KY-DEPOT (BKO-SUBSCRIPT) TO XR-DEPOT
           MOVE KY-N1 (BKO-SUBSCRIPT) TO XR-N1
           MOVE KY-N2 (BKO-SUBSCRIPT) TO XR-N2
           MOVE XR-DEPOT TO AX-DEPOT
           MOVE XR-N1 TO AX-N1
           MOVE XR-N2 TO AX-N2
           READ BKO-XREF-FILE
           IF BKO-XREF-STATUS NOT = "00"
               ADD 1 TO BKO-XREF-MISSING-COUNT
               MOVE 0 TO AX-BEFORE-SEEN AX-BEFORE-FLAG
                   AX-BEFORE-RESULT AX-AFTER-SEEN AX-AFTER-FLAG
                   AX-AFTER-RESULT
               MOVE "NOT FOUND" TO AX-ACTION
               GO TO 5190-WRITE-AUDIT
           END-IF
           MOVE XR-SEEN-COUNT TO BKO-BEFORE-SEEN
           MOVE XR-FLAG-COUNT TO BKO-BEFORE-FLAG
           MOVE XR-LAST-RESULT TO BKO-BEFORE-RESULT
           ADD XR-SEEN-COUNT TO BKO-XREF-SEEN-BEFORE
           IF XR-SEEN-COUNT > KY-SEEN-OUT (BKO-SUBSCRIPT)
               SUBTRACT KY-SEEN-OUT (BKO-SUBSCRIPT)
                   FROM XR-SEEN-COUNT
               ADD KY-SEEN-OUT (BKO-SUBSCRIPT)
                   TO BKO-XREF-BACKED-COUNT
           ELSE
               ADD XR-SEEN-COUNT TO BKO-XREF-BACKED-COUNT
               MOVE 0 TO XR-SEEN-COUNT
           END-IF
           IF XR-FLAG-COUNT > KY-FLAG-OUT (BKO-SUBSCRIPT)
               SUBTRACT KY-FLAG-OUT (BKO-SUBSCRIPT)
                   FROM XR-FLAG-COUNT
           ELSE
               MOVE 0 TO XR-FLAG-COUNT
           END-IF
           IF XR-SEEN-COUNT = 0
               DELETE BKO-XREF-FILE RECORD
               ADD 1 TO BKO-XREF-DELETED-COUNT
               MOVE 0 TO XR-FLAG-COUNT XR-LAST-RESULT
               MOVE "DELETED" TO AX-ACTION
           ELSE
               IF KY-KEPT-LINE-FOUND (BKO-SUBSCRIPT)
                   MOVE KY-LAST-DATE (BKO-SUBSCRIPT) TO XR-LAST-DATE
                   MOVE KY-LAST-MODE (BKO-SUBSCRIPT) TO XR-LAST-MODE
                   MOVE KY-LAST-RESULT (BKO-SUBSCRIPT)
                       TO XR-LAST-RESULT
                   MOVE KY-LAST-LCM (BKO-SUBSCRIPT) TO XR-LAST-LCM
                   MOVE KY-LAST-FLAG (BKO-SUBSCRIPT) TO XR-LAST-FLAG
                   MOVE "RESTORED" TO AX-ACTION
               ELSE
                   ADD 1 TO BKO-XREF-UNRESTORED
                   MOVE "COUNTS ONLY" TO AX-ACTION
               END-IF
               REWRITE BKO-XREF-RECORD
               ADD XR-SEEN-COUNT TO BKO-XREF-SEEN-AFTER
           END-IF
           MOVE BKO-BEFORE-SEEN TO AX-BEFORE-SEEN
           MOVE BKO-BEFORE-FLAG TO AX-BEFORE-FLAG
           MOVE BKO-BEFORE-RESULT TO AX-BEFORE-RESULT
           MOVE XR-SEEN-COUNT TO AX-AFTER-SEEN
           MOVE XR-FLAG-COUNT TO AX-AFTER-FLAG
           MOVE XR-LAST-RESULT TO AX-AFTER-RESULT.
       5190-WRITE-AUDIT.
           MOVE BKO-CURRENT-DATE TO AU-DATE
           MOVE BKO-CURRENT-TIME TO AU-TIME
           MOVE BKO-CYCLE-DATE TO AU-CYCLE-DATE
           MOVE "X" TO AU-REC-TYPE
           WRITE BKO-AUDIT-XREF-LINE
           ADD 1 TO BKO-SUBSCRIPT.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * One before/removed/after line per file the backout
      * changed - the proof, once the swaps commit, of what the
      * cycle had put there.
      *----------------------------------------------------------
       7000-AUDIT-FILES.
           MOVE "HSTFILE" TO BKO-AUDIT-FILE-NAME
           MOVE BKO-HIST-READ-COUNT TO BKO-AUDIT-BEFORE
           MOVE BKO-HIST-OUT-COUNT TO BKO-AUDIT-REMOVED
           MOVE BKO-HIST-KEPT-COUNT TO BKO-AUDIT-AFTER
           MOVE "HISTORY LINES REMOVED" TO BKO-AUDIT-NOTE
           PERFORM 7100-AUDIT-ONE-FILE THRU 7100-EXIT
           MOVE "XREFFILE" TO BKO-AUDIT-FILE-NAME
           MOVE BKO-XREF-SEEN-BEFORE TO BKO-AUDIT-BEFORE
           MOVE BKO-XREF-BACKED-COUNT TO BKO-AUDIT-REMOVED
           MOVE BKO-XREF-SEEN-AFTER TO BKO-AUDIT-AFTER
           MOVE "SIGHTINGS BACKED OUT" TO BKO-AUDIT-NOTE
           IF NOT BKO-XREF-AVAILABLE
               MOVE "NOT AVAILABLE - SKIPPED" TO BKO-AUDIT-NOTE
           END-IF
           PERFORM 7100-AUDIT-ONE-FILE THRU 7100-EXIT
           MOVE "RUNLOG" TO BKO-AUDIT-FILE-NAME
           MOVE BKO-RLOG-READ-COUNT TO BKO-AUDIT-BEFORE
           MOVE BKO-RLOG-OUT-COUNT TO BKO-AUDIT-REMOVED
           MOVE BKO-RLOG-KEPT-COUNT TO BKO-AUDIT-AFTER
           MOVE "POSTINGS CLEARED" TO BKO-AUDIT-NOTE
           PERFORM 7100-AUDIT-ONE-FILE THRU 7100-EXIT
           MOVE "CYCSTAT" TO BKO-AUDIT-FILE-NAME
           MOVE BKO-CYCLE-READ-COUNT TO BKO-AUDIT-BEFORE
           MOVE BKO-CYCLE-OUT-COUNT TO BKO-AUDIT-REMOVED
           MOVE BKO-CYCLE-KEPT-COUNT TO BKO-AUDIT-AFTER
           MOVE "STEP STAMPS CLEARED" TO BKO-AUDIT-NOTE
           PERFORM 7100-AUDIT-ONE-FILE THRU 7100-EXIT
           MOVE "NEWQUEUE" TO BKO-AUDIT-FILE-NAME
           MOVE BKO-QUEUE-READ-COUNT TO BKO-AUDIT-BEFORE
           MOVE BKO-QUEUE-OUT-COUNT TO BKO-AUDIT-REMOVED
           MOVE BKO-QUEUE-KEPT-COUNT TO BKO-AUDIT-AFTER
           MOVE "QUEUE ENTRIES PULLED" TO BKO-AUDIT-NOTE
           PERFORM 7100-AUDIT-ONE-FILE THRU 7100-EXIT
           MOVE "IFCFILE" TO BKO-AUDIT-FILE-NAME
           MOVE BKO-IFC-COUNT TO BKO-AUDIT-BEFORE
           MOVE BKO-IFC-COUNT TO BKO-AUDIT-REMOVED
           MOVE 0 TO BKO-AUDIT-AFTER
           MOVE "RECALLED TO SCHEDULER" TO BKO-AUDIT-NOTE
           PERFORM 7100-AUDIT-ONE-FILE THRU 7100-EXIT
           CLOSE BKO-AUDIT-FILE.
       7000-EXIT.
           EXIT.

       7100-AUDIT-ONE-FILE.
           MOVE SPACES TO BKO-AUDIT-FILE-LINE
           MOVE BKO-CURRENT-DATE TO AU-DATE
           MOVE BKO-CURRENT-TIME TO AU-TIME
           MOVE BKO-CYCLE-DATE TO AU-CYCLE-DATE
           MOVE "F" TO AU-REC-TYPE
           MOVE BKO-AUDIT-FILE-NAME TO AF-FILE
           MOVE BKO-AUDIT-BEFORE TO AF-BEFORE
           MOVE BKO-AUDIT-REMOVED TO AF-REMOVED
           MOVE BKO-AUDIT-AFTER TO AF-AFTER
           MOVE BKO-AUDIT-NOTE TO AF-NOTE
           WRITE BKO-AUDIT-FILE-LINE.
       7100-EXIT.
           EXIT.

       9000-TERMINATE.
           DISPLAY "=============================================="
           DISPLAY "CYCLE BACKOUT SUMMARY"
           DISPLAY "  CYCLE BACKED OUT. . . . . . . . : "
               BKO-CYCLE-DATE
           DISPLAY "  CYCLE REPORT LINES. . . . . . . : "
               BKO-REPORT-COUNT
           DISPLAY "  HISTORY LINES READ. . . . . . . : "
               BKO-HIST-READ-COUNT
           DISPLAY "  HISTORY LINES REMOVED . . . . . : "
               BKO-HIST-OUT-COUNT
           DISPLAY "  HISTORY LINES RETAINED. . . . . : "
               BKO-HIST-KEPT-COUNT
           DISPLAY "  XREF PAIRINGS TOUCHED . . . . . : "
               BKO-KEY-COUNT
           DISPLAY "  XREF SIGHTINGS BACKED OUT . . . : "
               BKO-XREF-BACKED-COUNT
           DISPLAY "  XREF PAIRINGS DELETED . . . . . : "
               BKO-XREF-DELETED-COUNT
           DISPLAY "  XREF PAIRINGS NOT FOUND . . . . : "
               BKO-XREF-MISSING-COUNT
           DISPLAY "  XREF LATEST RESULT NOT RESTORED : "
               BKO-XREF-UNRESTORED
           DISPLAY "  RUNLOG POSTINGS CLEARED . . . . : "
               BKO-RLOG-OUT-COUNT
           DISPLAY "  CYCLE-STATUS STAMPS CLEARED . . : "
               BKO-CYCLE-OUT-COUNT
           DISPLAY "  QUEUE ENTRIES PULLED. . . . . . : "
               BKO-QUEUE-OUT-COUNT
           DISPLAY "  QUEUE ENTRIES RETAINED. . . . . : "
               BKO-QUEUE-KEPT-COUNT
           DISPLAY "  INTERFACE RECORDS RECALLED. . . : "
               BKO-IFC-COUNT
           IF BKO-HIST-READ-COUNT
               = BKO-HIST-OUT-COUNT + BKO-HIST-KEPT-COUNT
               AND BKO-HIST-OUT-COUNT = BKO-REPORT-COUNT
               DISPLAY "  TIE-OUT (HISTORY = REPORT). . . : "
                   "IN BALANCE"
           ELSE
               DISPLAY "  TIE-OUT (HISTORY = REPORT). . . : "
                   "** OUT OF BALANCE **"
           END-IF
           IF BKO-XREF-BACKED-COUNT = BKO-XREF-DUE-COUNT
               DISPLAY "  TIE-OUT (XREF = HISTORY OUT). . : "
                   "IN BALANCE"
           ELSE
               DISPLAY "  TIE-OUT (XREF = HISTORY OUT). . : "
                   "** OUT OF BALANCE **"
           END-IF
           IF BKO-QUEUE-OUT-COUNT > BKO-FLAGGED-COUNT
               DISPLAY "  TIE-OUT (QUEUE <= FLAGGED). . . : "
                   "** OUT OF BALANCE **"
           ELSE
               DISPLAY "  TIE-OUT (QUEUE <= FLAGGED). . . : "
                   "IN BALANCE"
           END-IF
           DISPLAY "=============================================="
           PERFORM 9200-WRITE-JOB-LOG THRU 9200-EXIT.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The backout's counts onto the shared job log under the
      * cycle it reversed, for the ops-balance cross-foot:
      * history read = removed + kept, removed = the cycle's
      * report lines, cross-reference sightings backed out = the
      * sightings the removed lines owed, queue read = pulled +
      * kept, and records recalled = the feed trailer's count.
      *----------------------------------------------------------
       9200-WRITE-JOB-LOG.
           OPEN EXTEND BKO-JOBLOG-FILE
           MOVE "RPTLINES" TO BKO-LOG-COUNTER
           MOVE BKO-REPORT-COUNT TO BKO-LOG-VALUE
           PERFORM 9250-LOG-ONE-COUNT THRU 9250-EXIT
           MOVE "HSTREAD" TO BKO-LOG-COUNTER
           MOVE BKO-HIST-READ-COUNT TO BKO-LOG-VALUE
           PERFORM 9250-LOG-ONE-COUNT THRU 9250-EXIT
           MOVE "HSTREMOVED" TO BKO-LOG-COUNTER
           MOVE BKO-HIST-OUT-COUNT TO BKO-LOG-VALUE
           PERFORM 9250-LOG-ONE-COUNT THRU 9250-EXIT
           MOVE "HSTKEPT" TO BKO-LOG-COUNTER
           MOVE BKO-HIST-KEPT-COUNT TO BKO-LOG-VALUE
           PERFORM 9250-LOG-ONE-COUNT THRU 9250-EXIT
           MOVE "XREFDUE" TO BKO-LOG-COUNTER
           MOVE BKO-XREF-DUE-COUNT TO BKO-LOG-VALUE
           PERFORM 9250-LOG-ONE-COUNT THRU 9250-EXIT
           MOVE "XREFBACKED" TO BKO-LOG-COUNTER
           MOVE BKO-XREF-BACKED-COUNT TO BKO-LOG-VALUE
           PERFORM 9250-LOG-ONE-COUNT THRU 9250-EXIT
           MOVE "XREFDELETED" TO BKO-LOG-COUNTER
           MOVE BKO-XREF-DELETED-COUNT TO BKO-LOG-VALUE
           PERFORM 9250-LOG-ONE-COUNT THRU 9250-EXIT
           MOVE "RLREMOVED" TO BKO-LOG-COUNTER
           MOVE BKO-RLOG-OUT-COUNT TO BKO-LOG-VALUE
           PERFORM 9250-LOG-ONE-COUNT THRU 9250-EXIT
           MOVE "CSREMOVED" TO BKO-LOG-COUNTER
           MOVE BKO-CYCLE-OUT-COUNT TO BKO-LOG-VALUE
           PERFORM 9250-LOG-ONE-COUNT THRU 9250-EXIT
           MOVE "QREAD" TO BKO-LOG-COUNTER
           MOVE BKO-QUEUE-READ-COUNT TO BKO-LOG-VALUE
           PERFORM 9250-LOG-ONE-COUNT THRU 9250-EXIT
           MOVE "QREMOVED" TO BKO-LOG-COUNTER
           MOVE BKO-QUEUE-OUT-COUNT TO BKO-LOG-VALUE
           PERFORM 9250-LOG-ONE-COUNT THRU 9250-EXIT
           MOVE "QKEPT" TO BKO-LOG-COUNTER
           MOVE BKO-QUEUE-KEPT-COUNT TO BKO-LOG-VALUE
           PERFORM 9250-LOG-ONE-COUNT THRU 9250-EXIT
           MOVE "IFCTRAILER" TO BKO-LOG-COUNTER
           MOVE BKO-IFC-TRAILER-COUNT TO BKO-LOG-VALUE
           PERFORM 9250-LOG-ONE-COUNT THRU 9250-EXIT
           MOVE "RECALLED" TO BKO-LOG-COUNTER
           MOVE BKO-IFC-COUNT TO BKO-LOG-VALUE
           PERFORM 9250-LOG-ONE-COUNT THRU 9250-EXIT
           CLOSE BKO-JOBLOG-FILE.
       9200-EXIT.
           EXIT.

       9250-LOG-ONE-COUNT.
           MOVE SPACES TO BKO-JOBLOG-RECORD
           MOVE BKO-CYCLE-DATE TO JL-CYCLE-DATE
           MOVE BKO-STEP-NAME TO JL-STEP
           MOVE BKO-LOG-COUNTER TO JL-COUNTER
           MOVE BKO-LOG-VALUE TO JL-VALUE
           WRITE BKO-JOBLOG-RECORD.
       9250-EXIT.
           EXIT.

       END PROGRAM cycle-backout.
