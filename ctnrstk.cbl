       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ctnr-stock.
      *
      * Modification history
      * ---------------------------------------------------------
      * box requirements projection: reads the container stock
      * file on STKFILE - on hand, on order and reorder point for
      * every size at every depot - and everything released to
      * the packaging-line scheduler this cycle, main-mdc's feed
      * on IFCFILE and the supervisor releases on IFCOVRD.  Each
      * released pairing consumes N1/GCD plus N2/GCD boxes of its
      * GCD size (a multi-list, the sum of its line counts - the
      * total units divided by the GCD) at its own depot.  The
      * report prints the projected stock left for every size at
      * each depot, and lists every size the cycle takes below
      * zero or below its reorder point, plus any requirement for
      * a size with no stock record at all - the night before the
      * line stops, not when it does.  Runs after ack-match and
      * ahead of mdc-report on the cycle-status file.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STK-STOCK-FILE ASSIGN TO STKFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STK-STOCK-STATUS.

           SELECT STK-INTERFACE-FILE ASSIGN TO IFCFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STK-INTERFACE-STATUS.

           SELECT OPTIONAL STK-OVERRIDE-FILE ASSIGN TO IFCOVRD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STK-OVERRIDE-STATUS.

           SELECT STK-PRINT-FILE ASSIGN TO STKRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL STK-CYCLE-FILE ASSIGN TO CYCSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STK-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------
      * One line per size per depot - containers on hand, on
      * order from the supplier, and the reorder point the buyer
      * works to.
      *----------------------------------------------------------
       FD  STK-STOCK-FILE.
       01  STK-STOCK-RECORD.
           02  SK-DEPOT              PIC X(3).
           02  FILLER                PIC X(1).
           02  SK-SIZE               PIC 9(7).
           02  FILLER                PIC X(1).
           02  SK-ON-HAND            PIC 9(7).
           02  FILLER                PIC X(1).
           02  SK-ON-ORDER           PIC 9(7).
           02  FILLER                PIC X(1).
           02  SK-REORDER-POINT      PIC 9(7).

      *----------------------------------------------------------
      * The feed main-mdc sent - same layout as its
      * MDC-INTERFACE-RECORD, with the "T" control trailer.
      *----------------------------------------------------------
       FD  STK-INTERFACE-FILE.
       01  STK-INTERFACE-RECORD.
           02  IF-MODE               PIC X(1).
               88  IF-TRAILER-REC        VALUE "T".
           02  IF-N1                 PIC 9(7).
           02  IF-N2                 PIC 9(7).
           02  IF-RESULT             PIC 9(7).
           02  IF-LCM                PIC 9(15).
           02  IF-DEPOT              PIC X(3).
           02  IF-UNITS              PIC 9(9).
       01  STK-INTERFACE-TRAILER.
           02  IFT-REC-TYPE          PIC X(1).
           02  IFT-COUNT             PIC 9(7).
           02  IFT-HASH              PIC 9(13).

      *----------------------------------------------------------
      * Supervisor releases - same layout as review-disp's
      * RVD-OVERRIDE-RECORD.
      *----------------------------------------------------------
       FD  STK-OVERRIDE-FILE.
       01  STK-OVERRIDE-RECORD.
           02  OV-MODE               PIC X(1).
           02  OV-N1                 PIC 9(7).
           02  OV-N2                 PIC 9(7).
           02  OV-RESULT             PIC 9(7).
           02  OV-LCM                PIC 9(15).
           02  OV-MARKER             PIC X(1).
           02  OV-INITIALS           PIC X(3).
           02  OV-DEPOT              PIC X(3).
           02  OV-UNITS              PIC 9(9).

       FD  STK-PRINT-FILE.
       01  STK-PRINT-LINE            PIC X(132).

      *----------------------------------------------------------
      * Shared cycle-status file - same layout as main-mdc's
      * MDC-CYCLE-RECORD.  This step may only run after ACK-MTCH
      * has stamped a clean ENDED for the current cycle.
      *----------------------------------------------------------
       FD  STK-CYCLE-FILE.
       01  STK-CYCLE-RECORD.
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

       WORKING-STORAGE SECTION.
       01  STK-STOCK-STATUS            PIC X(2) VALUE "00".
       01  STK-INTERFACE-STATUS        PIC X(2) VALUE "00".
       01  STK-OVERRIDE-STATUS         PIC X(2) VALUE "00".
       01  STK-CYCLE-STATUS            PIC X(2) VALUE "00".

       01  STK-SWITCHES.
           02  STK-MATCH-SWITCH        PIC X(01) VALUE "N".
               88  STK-ENTRY-FOUND         VALUE "Y".

      *----------------------------------------------------------
      * A record with no depot code belongs to the main site.
      *----------------------------------------------------------
       01  STK-WORK-DEPOT              PIC X(3).
       01  STK-DEFAULT-DEPOT           PIC X(3) VALUE "DC1".

      *----------------------------------------------------------
      * The stock file in storage, with this cycle's requirement
      * and the projection worked out against each size.
      *----------------------------------------------------------
       01  STK-STOCK-TABLE.
           02  STK-STOCK-ENTRY OCCURS 300 TIMES.
               03  SE-DEPOT          PIC X(3).
               03  SE-SIZE           PIC 9(7).
               03  SE-ON-HAND        PIC 9(7).
               03  SE-ON-ORDER       PIC 9(7).
               03  SE-REORDER-POINT  PIC 9(7).
               03  SE-REQUIRED       PIC 9(9).
               03  SE-PAIRINGS       PIC 9(7).
               03  SE-PROJECTED      PIC S9(9).
               03  SE-PROJ-ORDER     PIC S9(9).
               03  SE-STANDING       PIC X(1).
                   88  SE-STANDING-OK        VALUE "O".
                   88  SE-BELOW-REORDER      VALUE "R".
                   88  SE-BELOW-ZERO         VALUE "Z".
       01  STK-STOCK-COUNT             PIC 9(4) VALUE 0 COMP.
       01  STK-STOCK-LIMIT             PIC 9(4) VALUE 300 COMP.
       01  STK-SUBSCRIPT               PIC 9(4) COMP.
       01  STK-FOUND-INDEX             PIC 9(4) COMP.

      *----------------------------------------------------------
      * Requirements for a size the depot holds no stock record
      * for - nothing on hand to project against, so each one is
      * an exception in its own right.
      *----------------------------------------------------------
       01  STK-UNSTOCKED-TABLE.
           02  STK-UNSTOCKED-ENTRY OCCURS 100 TIMES.
               03  UE-DEPOT          PIC X(3).
               03  UE-SIZE           PIC 9(7).
               03  UE-REQUIRED       PIC 9(9).
               03  UE-PAIRINGS       PIC 9(7).
       01  STK-UNSTOCKED-COUNT         PIC 9(4) VALUE 0 COMP.
       01  STK-UNSTOCKED-LIMIT         PIC 9(4) VALUE 100 COMP.

      *----------------------------------------------------------
      * The depots on the stock file, in the order first seen -
      * one report section each.
      *----------------------------------------------------------
       01  STK-DEPOT-TABLE.
           02  STK-DEPOT-ENTRY OCCURS 10 TIMES.
               03  DP-DEPOT          PIC X(3).
       01  STK-DEPOT-COUNT             PIC 9(4) VALUE 0 COMP.
       01  STK-DEPOT-LIMIT             PIC 9(4) VALUE 10 COMP.
       01  STK-DEPOT-SUB               PIC 9(4) COMP.

      *----------------------------------------------------------
      * One released pairing, staged from whichever file it came
      * off, and the boxes it consumes.
      *----------------------------------------------------------
       01  STK-PAIRING-FIELDS.
           02  STK-WORK-MODE           PIC X(1).
           02  STK-WORK-N1             PIC 9(7).
           02  STK-WORK-N2             PIC 9(7).
           02  STK-WORK-RESULT         PIC 9(7).
           02  STK-WORK-UNITS          PIC X(9).
           02  STK-WORK-UNITS-NUM REDEFINES STK-WORK-UNITS
                                       PIC 9(9).
           02  STK-BOXES               PIC 9(9).

       01  STK-COUNTS.
           02  STK-STOCK-READ-COUNT    PIC 9(7) VALUE 0 COMP.
           02  STK-STOCK-REJECT-COUNT  PIC 9(7) VALUE 0 COMP.
           02  STK-STOCK-DUP-COUNT     PIC 9(7) VALUE 0 COMP.
           02  STK-STOCK-OVER-COUNT    PIC 9(7) VALUE 0 COMP.
           02  STK-SENT-COUNT          PIC 9(7) VALUE 0 COMP.
           02  STK-OVERRIDE-COUNT      PIC 9(7) VALUE 0 COMP.
           02  STK-COSTED-COUNT        PIC 9(7) VALUE 0 COMP.
           02  STK-NO-UNITS-COUNT      PIC 9(7) VALUE 0 COMP.
           02  STK-ZERO-GCD-COUNT      PIC 9(7) VALUE 0 COMP.
           02  STK-UNSTOCKED-PAIR-CNT  PIC 9(7) VALUE 0 COMP.
           02  STK-UNSTOCKED-OVER-CNT  PIC 9(7) VALUE 0 COMP.
           02  STK-BELOW-ZERO-COUNT    PIC 9(7) VALUE 0 COMP.
           02  STK-BELOW-REORDER-COUNT PIC 9(7) VALUE 0 COMP.
           02  STK-TOTAL-BOXES         PIC 9(13) VALUE 0.
           02  STK-IFC-TRAILER-COUNT   PIC 9(7) VALUE 0.
           02  STK-IFC-TRAILER-HASH    PIC 9(13) VALUE 0.
           02  STK-IFC-HASH            PIC 9(13) VALUE 0.
           02  STK-TRAILER-SWITCH      PIC X(1) VALUE "N".
               88  STK-TRAILER-SEEN        VALUE "Y".

      *----------------------------------------------------------
      * What the cycle-status file says about the current cycle -
      * scanned at start-up before anything is opened for output.
      *----------------------------------------------------------
       01  STK-CYCLE-FIELDS.
           02  STK-STEP-NAME           PIC X(8) VALUE "CTNR-STK".
           02  STK-PRED-NAME           PIC X(8) VALUE "ACK-MTCH".
           02  STK-CYCLE-DATE          PIC 9(6) VALUE 0.
           02  STK-CYCLE-EOF           PIC X(1) VALUE "N".
               88  STK-END-OF-CYCLE-LOG    VALUE "Y".
           02  STK-PRED-START-SW       PIC X(1) VALUE "N".
               88  STK-PRED-STARTED        VALUE "Y".
           02  STK-PRED-END-SW         PIC X(1) VALUE "N".
               88  STK-PRED-ENDED          VALUE "Y".
           02  STK-SELF-START-SW       PIC X(1) VALUE "N".
               88  STK-SELF-STARTED        VALUE "Y".
           02  STK-SELF-END-SW         PIC X(1) VALUE "N".
               88  STK-SELF-ENDED          VALUE "Y".
           02  STK-CYCLE-STAMP         PIC X(8).

       01  STK-TIMESTAMP.
           02  STK-CURRENT-DATE        PIC 9(6).
           02  STK-CURRENT-TIME        PIC 9(6).
           02  STK-TIME-RAW            PIC 9(8).
           02  STK-TIME-RAW-PARTS REDEFINES STK-TIME-RAW.
               03  STK-TIME-HHMMSS     PIC 9(6).
               03  FILLER              PIC 9(2).

       01  STK-HEADING-1.
           02  FILLER                  PIC X(20) VALUE SPACES.
           02  FILLER                  PIC X(40) VALUE
               "CONTAINER STOCK PROJECTION".
           02  FILLER                  PIC X(6) VALUE "CYCLE ".
           02  HD-CYCLE-DATE           PIC 9(6).

       01  STK-DEPOT-HEADING.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  FILLER                  PIC X(6) VALUE "DEPOT ".
           02  DH-DEPOT                PIC X(3).

       01  STK-COLUMN-HEADING.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  FILLER                  PIC X(5) VALUE "DEPOT".
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  FILLER                  PIC X(4) VALUE "SIZE".
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  FILLER                  PIC X(7) VALUE "ON HAND".
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  FILLER                  PIC X(7) VALUE "ORDERED".
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  FILLER                  PIC X(7) VALUE "REORDER".
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  FILLER                  PIC X(9) VALUE "BOXES REQ".
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  FILLER                  PIC X(9) VALUE "PROJ HAND".
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  FILLER                  PIC X(9) VALUE "W/ ORDER".
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  FILLER                  PIC X(13) VALUE "STANDING".

       01  STK-DETAIL-LINE.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  DT-DEPOT                PIC X(3).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  DT-SIZE                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  DT-ON-HAND              PIC ZZZZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  DT-ON-ORDER             PIC ZZZZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  DT-REORDER-POINT        PIC ZZZZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  DT-REQUIRED             PIC ZZZZZZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  DT-PROJECTED            PIC -(8)9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  DT-PROJ-ORDER           PIC -(8)9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  DT-STANDING             PIC X(15).

       01  STK-TOTAL-LINE.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  TL-LABEL                PIC X(34).
           02  TL-VALUE                PIC Z(12)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 5000-PRINT-PROJECTION THRU 5000-EXIT
           PERFORM 6000-PRINT-EXCEPTIONS THRU 6000-EXIT
           PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-VERIFY-CYCLE THRU 1050-EXIT
           PERFORM 1070-STAMP-CYCLE-START THRU 1070-EXIT
           PERFORM 1200-LOAD-STOCK THRU 1200-EXIT
           PERFORM 1400-LOAD-INTERFACE THRU 1400-EXIT
           PERFORM 1500-LOAD-OVERRIDES THRU 1500-EXIT
           OPEN OUTPUT STK-PRINT-FILE
           MOVE STK-CYCLE-DATE TO HD-CYCLE-DATE
           MOVE STK-HEADING-1 TO STK-PRINT-LINE
           WRITE STK-PRINT-LINE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The step may only run inside the cycle main-mdc opened:
      * the latest cycle on the status file must show ACK-MTCH
      * ENDED and no ENDED stamp of this step's own.  A STARTED
      * stamp of its own with no ENDED is this step's earlier
      * abend - the rerun is allowed and noted.  Running out of
      * order, twice in one cycle, or on top of an abended
      * predecessor is refused with a return code the scheduler
      * can see.
      *----------------------------------------------------------
       1050-VERIFY-CYCLE.
           MOVE "N" TO STK-CYCLE-EOF
           OPEN INPUT STK-CYCLE-FILE
           PERFORM UNTIL STK-END-OF-CYCLE-LOG
               READ STK-CYCLE-FILE
                   AT END
                       SET STK-END-OF-CYCLE-LOG TO TRUE
                   NOT AT END
                       PERFORM 1060-NOTE-CYCLE-LINE THRU 1060-EXIT
               END-READ
           END-PERFORM
           CLOSE STK-CYCLE-FILE
           IF STK-CYCLE-DATE = 0
               DISPLAY "*** NO CYCLE OPEN ON CYCLE-STATUS FILE - "
                   "RUN MAIN-MDC FIRST - RUN REFUSED ***"
               PERFORM 1090-REFUSE-RUN THRU 1090-EXIT
           END-IF
           IF STK-SELF-ENDED
               DISPLAY "*** CYCLE " STK-CYCLE-DATE " STEP "
                   STK-STEP-NAME " HAS ALREADY RUN TO END OF JOB"
                   " - RUN REFUSED ***"
               PERFORM 1090-REFUSE-RUN THRU 1090-EXIT
           END-IF
           IF NOT STK-PRED-ENDED
               IF STK-PRED-STARTED
                   DISPLAY "*** CYCLE " STK-CYCLE-DATE
                       " PREDECESSOR " STK-PRED-NAME " STARTED BUT"
                       " NEVER ENDED - RUN REFUSED ***"
               ELSE
                   DISPLAY "*** CYCLE " STK-CYCLE-DATE
                       " PREDECESSOR " STK-PRED-NAME " HAS NOT RUN"
                       " - STEP OUT OF ORDER - RUN REFUSED ***"
               END-IF
               PERFORM 1090-REFUSE-RUN THRU 1090-EXIT
           END-IF
           IF STK-SELF-STARTED
               DISPLAY "** CYCLE " STK-CYCLE-DATE " STEP "
                   STK-STEP-NAME " STARTED BUT NEVER ENDED - "
                   "TREATED AS RESTART AFTER ABEND **"
           END-IF.
       1050-EXIT.
           EXIT.

      *----------------------------------------------------------
      * A line for a newer cycle supersedes everything noted so
      * far - only the latest cycle on the file governs this run.
      *----------------------------------------------------------
       1060-NOTE-CYCLE-LINE.
           IF CS-CYCLE-DATE > STK-CYCLE-DATE
               MOVE CS-CYCLE-DATE TO STK-CYCLE-DATE
               MOVE "N" TO STK-PRED-START-SW
               MOVE "N" TO STK-PRED-END-SW
               MOVE "N" TO STK-SELF-START-SW
               MOVE "N" TO STK-SELF-END-SW
           END-IF
           IF CS-CYCLE-DATE = STK-CYCLE-DATE
               IF CS-STEP = STK-PRED-NAME
                   IF CS-STEP-ENDED
                       SET STK-PRED-ENDED TO TRUE
                   ELSE
                       SET STK-PRED-STARTED TO TRUE
                   END-IF
               END-IF
               IF CS-STEP = STK-STEP-NAME
                   IF CS-STEP-ENDED
                       SET STK-SELF-ENDED TO TRUE
                   ELSE
                       SET STK-SELF-STARTED TO TRUE
                   END-IF
               END-IF
           END-IF.
       1060-EXIT.
           EXIT.

       1070-STAMP-CYCLE-START.
           MOVE "STARTED" TO STK-CYCLE-STAMP
           PERFORM 1075-WRITE-CYCLE-STAMP THRU 1075-EXIT.
       1070-EXIT.
           EXIT.

       1075-WRITE-CYCLE-STAMP.
           OPEN EXTEND STK-CYCLE-FILE
           MOVE SPACES TO STK-CYCLE-RECORD
           MOVE STK-CYCLE-STAMP TO CS-STATUS
           MOVE STK-CYCLE-DATE TO CS-CYCLE-DATE
           MOVE STK-STEP-NAME TO CS-STEP
           ACCEPT STK-CURRENT-DATE FROM DATE
           ACCEPT STK-TIME-RAW FROM TIME
           MOVE STK-TIME-HHMMSS TO STK-CURRENT-TIME
           MOVE STK-CURRENT-DATE TO CS-STAMP-DATE
           MOVE STK-CURRENT-TIME TO CS-STAMP-TIME
           WRITE STK-CYCLE-RECORD
           CLOSE STK-CYCLE-FILE.
       1075-EXIT.
           EXIT.

       1090-REFUSE-RUN.
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       1090-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Loads the stock file.  A missing or empty file is not a
      * reason to stop the stream - the projection still runs,
      * and every requirement then lists as having no stock
      * record, which is the right alarm.
      *----------------------------------------------------------
       1200-LOAD-STOCK.
           OPEN INPUT STK-STOCK-FILE
           IF STK-STOCK-STATUS = "00"
               PERFORM UNTIL STK-STOCK-STATUS = "10"
                   READ STK-STOCK-FILE
                       AT END
                           MOVE "10" TO STK-STOCK-STATUS
                       NOT AT END
                           ADD 1 TO STK-STOCK-READ-COUNT
                           PERFORM 1250-ADD-STOCK-ENTRY
                               THRU 1250-EXIT
                   END-READ
               END-PERFORM
               CLOSE STK-STOCK-FILE
           END-IF
           DISPLAY "CONTAINER STOCK LOADED - " STK-STOCK-COUNT
               " SIZE(S)"
           IF STK-STOCK-COUNT = 0
               DISPLAY "** WARNING - CONTAINER STOCK FILE MISSING "
                   "OR EMPTY - EVERY REQUIREMENT IS UNSTOCKED **"
           END-IF.
       1200-EXIT.
           EXIT.

       1250-ADD-STOCK-ENTRY.
           IF SK-SIZE NOT NUMERIC OR SK-SIZE = 0
               OR SK-ON-HAND NOT NUMERIC
               OR SK-ON-ORDER NOT NUMERIC
               OR SK-REORDER-POINT NOT NUMERIC
               ADD 1 TO STK-STOCK-REJECT-COUNT
               DISPLAY "** STOCK LINE " STK-STOCK-READ-COUNT
                   " NOT NUMERIC - IGNORED **"
               GO TO 1250-EXIT
           END-IF
           IF SK-DEPOT = SPACES
               MOVE STK-DEFAULT-DEPOT TO STK-WORK-DEPOT
           ELSE
               MOVE SK-DEPOT TO STK-WORK-DEPOT
           END-IF
           MOVE SK-SIZE TO STK-WORK-RESULT
           PERFORM 3500-FIND-STOCK-ENTRY THRU 3500-EXIT
           IF STK-ENTRY-FOUND
               ADD 1 TO STK-STOCK-DUP-COUNT
               DISPLAY "** DEPOT " STK-WORK-DEPOT " SIZE " SK-SIZE
                   " ON STOCK FILE TWICE - FIRST LINE KEPT **"
               GO TO 1250-EXIT
           END-IF
           IF STK-STOCK-COUNT >= STK-STOCK-LIMIT
               ADD 1 TO STK-STOCK-OVER-COUNT
               DISPLAY "** STOCK TABLE FULL - DEPOT " STK-WORK-DEPOT
                   " SIZE " SK-SIZE " NOT PROJECTED **"
               GO TO 1250-EXIT
           END-IF
           ADD 1 TO STK-STOCK-COUNT
           MOVE STK-WORK-DEPOT TO SE-DEPOT (STK-STOCK-COUNT)
           MOVE SK-SIZE TO SE-SIZE (STK-STOCK-COUNT)
           MOVE SK-ON-HAND TO SE-ON-HAND (STK-STOCK-COUNT)
           MOVE SK-ON-ORDER TO SE-ON-ORDER (STK-STOCK-COUNT)
           MOVE SK-REORDER-POINT TO
               SE-REORDER-POINT (STK-STOCK-COUNT)
           MOVE 0 TO SE-REQUIRED (STK-STOCK-COUNT)
           MOVE 0 TO SE-PAIRINGS (STK-STOCK-COUNT)
           PERFORM 1280-NOTE-DEPOT THRU 1280-EXIT.
       1250-EXIT.
           EXIT.

       1280-NOTE-DEPOT.
           MOVE "N" TO STK-MATCH-SWITCH
           MOVE 1 TO STK-DEPOT-SUB
           PERFORM UNTIL STK-DEPOT-SUB > STK-DEPOT-COUNT
               OR STK-ENTRY-FOUND
               IF DP-DEPOT (STK-DEPOT-SUB) = STK-WORK-DEPOT
                   SET STK-ENTRY-FOUND TO TRUE
               END-IF
               ADD 1 TO STK-DEPOT-SUB
           END-PERFORM
           IF STK-ENTRY-FOUND
               GO TO 1280-EXIT
           END-IF
           IF STK-DEPOT-COUNT < STK-DEPOT-LIMIT
               ADD 1 TO STK-DEPOT-COUNT
               MOVE STK-WORK-DEPOT TO DP-DEPOT (STK-DEPOT-COUNT)
           END-IF.
       1280-EXIT.
           EXIT.

      *----------------------------------------------------------
      * This cycle's feed, each record costed in boxes as it is
      * read.  The trailer main-mdc wrote is checked against the
      * records actually present - a short feed understates the
      * requirement.
      *----------------------------------------------------------
       1400-LOAD-INTERFACE.
           OPEN INPUT STK-INTERFACE-FILE
           IF STK-INTERFACE-STATUS = "00"
               PERFORM UNTIL STK-INTERFACE-STATUS = "10"
                   READ STK-INTERFACE-FILE
                       AT END
                           MOVE "10" TO STK-INTERFACE-STATUS
                       NOT AT END
                           IF IF-TRAILER-REC
                               SET STK-TRAILER-SEEN TO TRUE
                               MOVE IFT-COUNT TO
                                   STK-IFC-TRAILER-COUNT
                               MOVE IFT-HASH TO
                                   STK-IFC-TRAILER-HASH
                           ELSE
                               PERFORM 1450-COST-SENT-RECORD
                                   THRU 1450-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STK-INTERFACE-FILE
           END-IF
           IF NOT STK-TRAILER-SEEN
               DISPLAY "** WARNING - INTERFACE FILE HAS NO "
                   "TRAILER - FEED MAY BE SHORT **"
           ELSE
               IF STK-IFC-TRAILER-COUNT NOT = STK-SENT-COUNT
                   DISPLAY "** WARNING - INTERFACE TRAILER SAYS "
                       STK-IFC-TRAILER-COUNT " RECORDS, "
                       STK-SENT-COUNT " PRESENT **"
               END-IF
               IF STK-IFC-TRAILER-HASH NOT = STK-IFC-HASH
                   DISPLAY "** WARNING - INTERFACE TRAILER HASH "
                       STK-IFC-TRAILER-HASH " BUT COMPUTED "
                       STK-IFC-HASH " **"
               END-IF
           END-IF.
       1400-EXIT.
           EXIT.

       1450-COST-SENT-RECORD.
           ADD 1 TO STK-SENT-COUNT
           ADD IF-RESULT TO STK-IFC-HASH
           MOVE IF-MODE TO STK-WORK-MODE
           MOVE IF-N1 TO STK-WORK-N1
           MOVE IF-N2 TO STK-WORK-N2
           MOVE IF-RESULT TO STK-WORK-RESULT
           MOVE IF-UNITS TO STK-WORK-UNITS
           IF IF-DEPOT = SPACES
               MOVE STK-DEFAULT-DEPOT TO STK-WORK-DEPOT
           ELSE
               MOVE IF-DEPOT TO STK-WORK-DEPOT
           END-IF
           PERFORM 3000-COUNT-BOXES THRU 3000-EXIT.
       1450-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Supervisor releases consume boxes the same as the main
      * feed.  A missing override file just means no approvals
      * this cycle.
      *----------------------------------------------------------
       1500-LOAD-OVERRIDES.
           OPEN INPUT STK-OVERRIDE-FILE
           IF STK-OVERRIDE-STATUS = "00"
               PERFORM UNTIL STK-OVERRIDE-STATUS = "10"
                   READ STK-OVERRIDE-FILE
                       AT END
                           MOVE "10" TO STK-OVERRIDE-STATUS
                       NOT AT END
                           PERFORM 1550-COST-OVERRIDE-RECORD
                               THRU 1550-EXIT
                   END-READ
               END-PERFORM
               CLOSE STK-OVERRIDE-FILE
           END-IF.
       1500-EXIT.
           EXIT.

       1550-COST-OVERRIDE-RECORD.
           ADD 1 TO STK-OVERRIDE-COUNT
           MOVE OV-MODE TO STK-WORK-MODE
           MOVE OV-N1 TO STK-WORK-N1
           MOVE OV-N2 TO STK-WORK-N2
           MOVE OV-RESULT TO STK-WORK-RESULT
           MOVE OV-UNITS TO STK-WORK-UNITS
           IF OV-DEPOT = SPACES
               MOVE STK-DEFAULT-DEPOT TO STK-WORK-DEPOT
           ELSE
               MOVE OV-DEPOT TO STK-WORK-DEPOT
           END-IF
           PERFORM 3000-COUNT-BOXES THRU 3000-EXIT.
       1550-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Boxes one released pairing consumes at its depot: N1/GCD
      * plus N2/GCD for a pair; for a multi-list, whose N1/N2 go
      * out as zero, the sum of the line counts - every line is
      * a multiple of the GCD, so that is the total units over
      * the GCD.  A multi-list released before the units field
      * was carried cannot be costed and is counted instead.
      *----------------------------------------------------------
       3000-COUNT-BOXES.
           IF STK-WORK-RESULT NOT NUMERIC OR STK-WORK-RESULT = 0
               ADD 1 TO STK-ZERO-GCD-COUNT
               GO TO 3000-EXIT
           END-IF
           IF STK-WORK-MODE = "M"
               IF STK-WORK-UNITS NOT NUMERIC
                   OR STK-WORK-UNITS-NUM = 0
                   ADD 1 TO STK-NO-UNITS-COUNT
                   GO TO 3000-EXIT
               END-IF
               COMPUTE STK-BOXES = STK-WORK-UNITS-NUM
                   / STK-WORK-RESULT
           ELSE
               COMPUTE STK-BOXES = STK-WORK-N1 / STK-WORK-RESULT
                   + STK-WORK-N2 / STK-WORK-RESULT
           END-IF
           ADD 1 TO STK-COSTED-COUNT
           ADD STK-BOXES TO STK-TOTAL-BOXES
           PERFORM 3500-FIND-STOCK-ENTRY THRU 3500-EXIT
           IF STK-ENTRY-FOUND
               ADD STK-BOXES TO SE-REQUIRED (STK-FOUND-INDEX)
               ADD 1 TO SE-PAIRINGS (STK-FOUND-INDEX)
           ELSE
               PERFORM 3600-ADD-UNSTOCKED THRU 3600-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The stock line for STK-WORK-DEPOT / STK-WORK-RESULT, if
      * there is one.
      *----------------------------------------------------------
       3500-FIND-STOCK-ENTRY.
           MOVE "N" TO STK-MATCH-SWITCH
           MOVE 0 TO STK-FOUND-INDEX
           MOVE 1 TO STK-SUBSCRIPT
           PERFORM UNTIL STK-SUBSCRIPT > STK-STOCK-COUNT
               OR STK-ENTRY-FOUND
               IF SE-DEPOT (STK-SUBSCRIPT) = STK-WORK-DEPOT
                   AND SE-SIZE (STK-SUBSCRIPT) = STK-WORK-RESULT
                   SET STK-ENTRY-FOUND TO TRUE
                   MOVE STK-SUBSCRIPT TO STK-FOUND-INDEX
               END-IF
               ADD 1 TO STK-SUBSCRIPT
           END-PERFORM.
       3500-EXIT.
           EXIT.

       3600-ADD-UNSTOCKED.
           ADD 1 TO STK-UNSTOCKED-PAIR-CNT
           MOVE "N" TO STK-MATCH-SWITCH
           MOVE 1 TO STK-SUBSCRIPT
           PERFORM UNTIL STK-SUBSCRIPT > STK-UNSTOCKED-COUNT
               OR STK-ENTRY-FOUND
               IF UE-DEPOT (STK-SUBSCRIPT) = STK-WORK-DEPOT
                   AND UE-SIZE (STK-SUBSCRIPT) = STK-WORK-RESULT
                   SET STK-ENTRY-FOUND TO TRUE
                   ADD STK-BOXES TO UE-REQUIRED (STK-SUBSCRIPT)
                   ADD 1 TO UE-PAIRINGS (STK-SUBSCRIPT)
               END-IF
               ADD 1 TO STK-SUBSCRIPT
           END-PERFORM
           IF STK-ENTRY-FOUND
               GO TO 3600-EXIT
           END-IF
           IF STK-UNSTOCKED-COUNT >= STK-UNSTOCKED-LIMIT
               ADD 1 TO STK-UNSTOCKED-OVER-CNT
               GO TO 3600-EXIT
           END-IF
           ADD 1 TO STK-UNSTOCKED-COUNT
           MOVE STK-WORK-DEPOT TO UE-DEPOT (STK-UNSTOCKED-COUNT)
           MOVE STK-WORK-RESULT TO UE-SIZE (STK-UNSTOCKED-COUNT)
           MOVE STK-BOXES TO UE-REQUIRED (STK-UNSTOCKED-COUNT)
           MOVE 1 TO UE-PAIRINGS (STK-UNSTOCKED-COUNT).
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Every size at every depot, one section per depot: what
      * is on hand, what the cycle takes, and what is left.
      *----------------------------------------------------------
       5000-PRINT-PROJECTION.
           MOVE 1 TO STK-DEPOT-SUB
           PERFORM UNTIL STK-DEPOT-SUB > STK-DEPOT-COUNT
               MOVE SPACES TO STK-PRINT-LINE
               WRITE STK-PRINT-LINE
               MOVE DP-DEPOT (STK-DEPOT-SUB) TO DH-DEPOT
               MOVE STK-DEPOT-HEADING TO STK-PRINT-LINE
               WRITE STK-PRINT-LINE
               MOVE STK-COLUMN-HEADING TO STK-PRINT-LINE
               WRITE STK-PRINT-LINE
               MOVE 1 TO STK-SUBSCRIPT
               PERFORM UNTIL STK-SUBSCRIPT > STK-STOCK-COUNT
                   IF SE-DEPOT (STK-SUBSCRIPT)
                       = DP-DEPOT (STK-DEPOT-SUB)
                       PERFORM 5100-PROJECT-ONE-SIZE THRU 5100-EXIT
                       PERFORM 5200-PRINT-STOCK-LINE THRU 5200-EXIT
                   END-IF
                   ADD 1 TO STK-SUBSCRIPT
               END-PERFORM
               ADD 1 TO STK-DEPOT-SUB
           END-PERFORM.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Below zero means the line stops; below the reorder point
      * means the buyer should already be on the phone.  The
      * on-order column shows whether what is coming covers it.
      *----------------------------------------------------------
       5100-PROJECT-ONE-SIZE.
           COMPUTE SE-PROJECTED (STK-SUBSCRIPT) =
               SE-ON-HAND (STK-SUBSCRIPT) - SE-REQUIRED (STK-SUBSCRIPT)
           COMPUTE SE-PROJ-ORDER (STK-SUBSCRIPT) =
               SE-PROJECTED (STK-SUBSCRIPT)
               + SE-ON-ORDER (STK-SUBSCRIPT)
           IF SE-PROJECTED (STK-SUBSCRIPT) < 0
               SET SE-BELOW-ZERO (STK-SUBSCRIPT) TO TRUE
               ADD 1 TO STK-BELOW-ZERO-COUNT
           ELSE
               IF SE-PROJECTED (STK-SUBSCRIPT)
                   < SE-REORDER-POINT (STK-SUBSCRIPT)
                   SET SE-BELOW-REORDER (STK-SUBSCRIPT) TO TRUE
                   ADD 1 TO STK-BELOW-REORDER-COUNT
               ELSE
                   SET SE-STANDING-OK (STK-SUBSCRIPT) TO TRUE
               END-IF
           END-IF.
       5100-EXIT.
           EXIT.

       5200-PRINT-STOCK-LINE.
           MOVE SPACES TO STK-DETAIL-LINE
           MOVE SE-DEPOT (STK-SUBSCRIPT) TO DT-DEPOT
           MOVE SE-SIZE (STK-SUBSCRIPT) TO DT-SIZE
           MOVE SE-ON-HAND (STK-SUBSCRIPT) TO DT-ON-HAND
           MOVE SE-ON-ORDER (STK-SUBSCRIPT) TO DT-ON-ORDER
           MOVE SE-REORDER-POINT (STK-SUBSCRIPT) TO DT-REORDER-POINT
           MOVE SE-REQUIRED (STK-SUBSCRIPT) TO DT-REQUIRED
           MOVE SE-PROJECTED (STK-SUBSCRIPT) TO DT-PROJECTED
           MOVE SE-PROJ-ORDER (STK-SUBSCRIPT) TO DT-PROJ-ORDER
           EVALUATE TRUE
               WHEN SE-BELOW-ZERO (STK-SUBSCRIPT)
                   MOVE "BELOW ZERO" TO DT-STANDING
               WHEN SE-BELOW-REORDER (STK-SUBSCRIPT)
                   MOVE "BELOW REORDER" TO DT-STANDING
               WHEN OTHER
                   MOVE "OK" TO DT-STANDING
           END-EVALUATE
           MOVE STK-DETAIL-LINE TO STK-PRINT-LINE
           WRITE STK-PRINT-LINE.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The list the buyer works from in the morning: every size
      * the cycle takes below zero or below its reorder point,
      * then every size required that no depot stock line covers.
      *----------------------------------------------------------
       6000-PRINT-EXCEPTIONS.
           MOVE SPACES TO STK-PRINT-LINE
           WRITE STK-PRINT-LINE
           MOVE "STOCK EXCEPTIONS" TO STK-PRINT-LINE
           WRITE STK-PRINT-LINE
           MOVE STK-COLUMN-HEADING TO STK-PRINT-LINE
           WRITE STK-PRINT-LINE
           MOVE 1 TO STK-SUBSCRIPT
           PERFORM UNTIL STK-SUBSCRIPT > STK-STOCK-COUNT
               IF SE-BELOW-ZERO (STK-SUBSCRIPT)
                   OR SE-BELOW-REORDER (STK-SUBSCRIPT)
                   PERFORM 5200-PRINT-STOCK-LINE THRU 5200-EXIT
               END-IF
               ADD 1 TO STK-SUBSCRIPT
           END-PERFORM
           MOVE 1 TO STK-SUBSCRIPT
           PERFORM UNTIL STK-SUBSCRIPT > STK-UNSTOCKED-COUNT
               PERFORM 6100-PRINT-UNSTOCKED-LINE THRU 6100-EXIT
               ADD 1 TO STK-SUBSCRIPT
           END-PERFORM
           IF STK-BELOW-ZERO-COUNT = 0
               AND STK-BELOW-REORDER-COUNT = 0
               AND STK-UNSTOCKED-COUNT = 0
               MOVE "  NONE" TO STK-PRINT-LINE
               WRITE STK-PRINT-LINE
           END-IF.
       6000-EXIT.
           EXIT.

       6100-PRINT-UNSTOCKED-LINE.
           MOVE SPACES TO STK-DETAIL-LINE
           MOVE UE-DEPOT (STK-SUBSCRIPT) TO DT-DEPOT
           MOVE UE-SIZE (STK-SUBSCRIPT) TO DT-SIZE
           MOVE UE-REQUIRED (STK-SUBSCRIPT) TO DT-REQUIRED
           MOVE "NO STOCK RECORD" TO DT-STANDING
           MOVE STK-DETAIL-LINE TO STK-PRINT-LINE
           WRITE STK-PRINT-LINE.
       6100-EXIT.
           EXIT.

       7000-PRINT-TOTALS.
           MOVE SPACES TO STK-PRINT-LINE
           WRITE STK-PRINT-LINE
           MOVE "TOTALS" TO STK-PRINT-LINE
           WRITE STK-PRINT-LINE
           MOVE "FEED RECORDS READ" TO TL-LABEL
           MOVE STK-SENT-COUNT TO TL-VALUE
           PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT
           MOVE "OVERRIDE RELEASES READ" TO TL-LABEL
           MOVE STK-OVERRIDE-COUNT TO TL-VALUE
           PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT
           MOVE "PAIRINGS COSTED IN BOXES" TO TL-LABEL
           MOVE STK-COSTED-COUNT TO TL-VALUE
           PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT
           MOVE "BOXES REQUIRED" TO TL-LABEL
           MOVE STK-TOTAL-BOXES TO TL-VALUE
           PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT
           MOVE "MULTI-LISTS WITH NO UNITS" TO TL-LABEL
           MOVE STK-NO-UNITS-COUNT TO TL-VALUE
           PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT
           MOVE "RECORDS WITH ZERO GCD" TO TL-LABEL
           MOVE STK-ZERO-GCD-COUNT TO TL-VALUE
           PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT
           MOVE "STOCK LINES LOADED" TO TL-LABEL
           MOVE STK-STOCK-COUNT TO TL-VALUE
           PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT
           MOVE "STOCK LINES IGNORED" TO TL-LABEL
           COMPUTE TL-VALUE = STK-STOCK-REJECT-COUNT
               + STK-STOCK-DUP-COUNT + STK-STOCK-OVER-COUNT
           PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT
           MOVE "SIZES BELOW ZERO" TO TL-LABEL
           MOVE STK-BELOW-ZERO-COUNT TO TL-VALUE
           PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT
           MOVE "SIZES BELOW REORDER POINT" TO TL-LABEL
           MOVE STK-BELOW-REORDER-COUNT TO TL-VALUE
           PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT
           MOVE "SIZES REQUIRED WITH NO STOCK" TO TL-LABEL
           MOVE STK-UNSTOCKED-COUNT TO TL-VALUE
           PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT
           IF STK-UNSTOCKED-OVER-CNT > 0
               DISPLAY "** UNSTOCKED TABLE FULL - "
                   STK-UNSTOCKED-OVER-CNT
                   " REQUIREMENT(S) NOT LISTED **"
           END-IF.
       7000-EXIT.
           EXIT.

       7100-PRINT-TOTAL-LINE.
           MOVE STK-TOTAL-LINE TO STK-PRINT-LINE
           WRITE STK-PRINT-LINE
           MOVE SPACES TO STK-TOTAL-LINE.
       7100-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE STK-PRINT-FILE
           DISPLAY "CONTAINER STOCK PROJECTION - " STK-COSTED-COUNT
               " PAIRING(S), " STK-TOTAL-BOXES " BOX(ES)"
           DISPLAY "  BELOW ZERO " STK-BELOW-ZERO-COUNT
               "  BELOW REORDER " STK-BELOW-REORDER-COUNT
               "  NO STOCK RECORD " STK-UNSTOCKED-COUNT
           PERFORM 9100-STAMP-CYCLE-END THRU 9100-EXIT.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Only a clean end of job reaches here - an abend leaves
      * the STARTED stamp unanswered, which is exactly what tells
      * the next step of the stream not to run.
      *----------------------------------------------------------
       9100-STAMP-CYCLE-END.
           MOVE "ENDED" TO STK-CYCLE-STAMP
           PERFORM 1075-WRITE-CYCLE-STAMP THRU 1075-EXIT.
       9100-EXIT.
           EXIT.

       END PROGRAM ctnr-stock.
