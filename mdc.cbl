      * none either: it would only cover the records after the
      * restart skip, and a partial file under a clean trailer
      * is worse than no file.
      *
      * box requirements: the interface and review-queue records
      * now carry the lot's total units after the depot code -
      * N1 plus N2 for a pair, the sum of the line values for an
      * "M" multi-list, whose N1/N2 go out as zero.  The new
      * ctnr-stock step divides those units by the GCD to get
      * the boxes each released pairing consumes and projects
      * every size's stock at each depot before the line runs.
      * Appended after the last field, so readers that stop at
      * the depot are unaffected.
      *
      * lot-adjustment advisor: an "A" record carries a pairing
      * in 7-digit fields, its depot, and a tolerance in units or
      * as a percentage of each lot.  Every nearby pair of lot
      * quantities inside the tolerance that lands on a multiple
      * of one of the depot's active, in-date sizes is tried, and
      * those whose GCD is itself such a size are ranked by the
      * smallest total change.  The best five go to
      * MDC-ADJUST-FILE, and the best one rides on the RPTFILE
      * audit line after the depot, so planning can rebook the
      * lot instead of sending it to the review queue.  Like a
      * "D" record it is a planner inquiry - nothing goes to the
      * scheduler feed or the review queue from it.  A tolerance
      * that is not "U" or "P" with a non-zero amount (at most
      * 99 percent) suspends with reason 06.
      *
      * indexed container master: CTNRMSTR is now an indexed file
      * keyed on depot and size, with room for 7-digit sizes, so
      * a wide "V" lot's GCD over 999 can match a stocked size
      * and neither depot runs into the old 50-entry table.  The
      * stocked test is one keyed read per candidate size - the
      * reconciliation, the divisor breakdown and the advisor's
      * check of an adjusted pair - and the advisor walks the
      * lot's own depot's sizes by browsing the key from that
      * depot.  Nothing is loaded into storage any more.  A
      * missing or empty master still means no reconciliation.
      *
      * feeder source registry: the input header's source is no
      * longer taken on trust.  SRCMSTR lists every feeder with
      * the days it is expected to send, the record types and
      * depots it may send, and an active flag.  A batch file
      * from a source that is not on the registry, or is not
      * active, is refused at the header, the same way RUNLOG
      * refuses a double-posted file.  A record of a type the
      * source may not send suspends with reason 07, one for a
      * depot it may not send with reason 08.  A CORRECTION run
      * puts each repaired record to its own source's rights, and
      * one whose source has since left the registry or gone
      * inactive suspends with reason 09.  The run log now also
      * records the source and cycle date of each posting, so the
      * new feed-check step can list the feeders that were due
      * this cycle and never arrived.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS MDC-CHECKPOINT-STATUS.

           SELECT MDC-MASTER-FILE ASSIGN TO CTNRMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-KEY
               FILE STATUS IS MDC-MASTER-STATUS.

           SELECT MDC-INTERFACE-FILE ASSIGN TO IFCFILE
           SELECT MDC-DIVISOR-FILE ASSIGN TO DIVFILE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MDC-ADJUST-FILE ASSIGN TO ADJFILE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MDC-CYCLE-FILE ASSIGN TO CYCSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MDC-CYCLE-STATUS.
               RECORD KEY IS XR-KEY
               FILE STATUS IS MDC-XREF-STATUS.

           SELECT OPTIONAL MDC-REGISTRY-FILE ASSIGN TO SRCMSTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MDC-REGISTRY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MDC-INPUT-FILE.
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

       FD  MDC-CHECKPOINT-FILE.
       01  MDC-CHECKPOINT-RECORD.
           02  CK-FLAG-COUNT         PIC 9(7).

      *----------------------------------------------------------
      * One approved size per record, keyed on the depot the size
      * is approved for and the size itself, with its life -
      * effective date, expiry date, active/suspended status - as
      * ctnr-maint maintains it.  Blank dates or status (an entry
      * carried over from the old line master) read as always
      * effective and active.
      *----------------------------------------------------------
       FD  MDC-MASTER-FILE.
       01  MDC-MASTER-RECORD.
           02  CM-KEY.
               03  CM-DEPOT          PIC X(3).
               03  CM-CONTAINER-SIZE PIC 9(7).
           02  CM-EFF-DATE           PIC X(6).
           02  CM-EXP-DATE           PIC X(6).
           02  CM-STATUS             PIC X(1).

      *----------------------------------------------------------
      * Fixed-format hand-off to the packaging-line scheduler -
      * columns only, no separators, so the other system can pick
      * up the box-size decision on its own batch cycle instead of
      * someone re-keying it from the console.  IF-UNITS is the
      * lot's total units across its lines, for the box count.
      *----------------------------------------------------------
       FD  MDC-INTERFACE-FILE.
       01  MDC-INTERFACE-RECORD.
           02  IF-RESULT             PIC 9(7).
           02  IF-LCM                PIC 9(15).
           02  IF-DEPOT              PIC X(3).
           02  IF-UNITS              PIC 9(9).

      *----------------------------------------------------------
      * Outbound control trailer - record count and a hash total
           02  RQ-LCM                PIC 9(15).
           02  FILLER                PIC X(1).
           02  RQ-DEPOT              PIC X(3).
           02  FILLER                PIC X(1).
           02  RQ-UNITS              PIC 9(9).

      *----------------------------------------------------------
      * Keyed cumulative history - one line per result, appended
           02  FILLER                PIC X(1).
           02  DV-RECOMMENDED        PIC X(1).

      *----------------------------------------------------------
      * One line per suggested rebooking of an "A" record's pair,
      * best first - the adjusted lots, the signed change to
      * each, the stocked GCD they land on and the total units
      * moved.  A pair with no adjustment inside its tolerance
      * gets a single rank-00 line with zero quantities, so
      * planning can see it was asked.
      *----------------------------------------------------------
       FD  MDC-ADJUST-FILE.
       01  MDC-ADJUST-RECORD.
           02  AJ-N1                 PIC 9(7).
           02  FILLER                PIC X(1).
           02  AJ-N2                 PIC 9(7).
           02  FILLER                PIC X(1).
           02  AJ-DEPOT              PIC X(3).
           02  FILLER                PIC X(1).
           02  AJ-RANK               PIC 9(2).
           02  FILLER                PIC X(1).
           02  AJ-NEW-N1             PIC 9(7).
           02  FILLER                PIC X(1).
           02  AJ-CHANGE-N1          PIC S9(7)
                                     SIGN IS LEADING SEPARATE.
           02  FILLER                PIC X(1).
           02  AJ-NEW-N2             PIC 9(7).
           02  FILLER                PIC X(1).
           02  AJ-CHANGE-N2          PIC S9(7)
                                     SIGN IS LEADING SEPARATE.
           02  FILLER                PIC X(1).
           02  AJ-NEW-RESULT         PIC 9(7).
           02  FILLER                PIC X(1).
           02  AJ-TOTAL-CHANGE       PIC 9(8).

      *----------------------------------------------------------
      * Operator's run-control card - one card per run, read and
      * validated at start-up.  A bad card refuses the run.
      *----------------------------------------------------------
      * One line per input file posted - checked before a batch
      * run so a file date already posted is refused instead of
      * double-feeding the scheduler.  The source and the cycle
      * it posted under ride at the end, for feed-check; a line
      * posted before they existed carries blanks there.
      *----------------------------------------------------------
       FD  MDC-RUNLOG-FILE.
       01  MDC-RUNLOG-RECORD.
           02  RL-POSTED-DATE        PIC 9(6).
           02  FILLER                PIC X(1).
           02  RL-POSTED-TIME        PIC 9(6).
           02  FILLER                PIC X(1).
           02  RL-SOURCE             PIC X(8).
           02  FILLER                PIC X(1).
           02  RL-CYCLE-DATE         PIC 9(6).

      *----------------------------------------------------------
      * Shared cycle-status file - one STARTED line as each step
           02  XR-SEEN-COUNT         PIC 9(5).
           02  XR-FLAG-COUNT         PIC 9(5).

      *----------------------------------------------------------
      * Feeder source registry - one line per sending system:
      * the weekdays it is expected to send (Monday first, "Y"
      * for a sending day), the record types it may send, up to
      * four depots it may send for, and whether it is active.
      * A blank depot list means the main site only, the depot
      * a feeder that sends no depot code is given.
      *----------------------------------------------------------
       FD  MDC-REGISTRY-FILE.
       01  MDC-REGISTRY-RECORD.
           02  SR-SOURCE             PIC X(8).
           02  FILLER                PIC X(1).
           02  SR-SEND-DAYS          PIC X(7).
           02  FILLER                PIC X(1).
           02  SR-REC-TYPES          PIC X(6).
           02  FILLER                PIC X(1).
           02  SR-DEPOT              PIC X(3) OCCURS 4 TIMES.
           02  FILLER                PIC X(1).
           02  SR-STATUS             PIC X(1).
               88  SR-ACTIVE             VALUE "A".

       WORKING-STORAGE SECTION.
       01  MDC-MASTER-STATUS           PIC X(2) VALUE "00".
       01  MDC-CHECKPOINT-STATUS       PIC X(2) VALUE "00".
       01  MDC-RUNLOG-STATUS           PIC X(2) VALUE "00".
       01  MDC-CYCLE-STATUS            PIC X(2) VALUE "00".
       01  MDC-XREF-STATUS             PIC X(2) VALUE "00".
       01  MDC-REGISTRY-STATUS         PIC X(2) VALUE "00".
       01  MDC-XREF-OPEN-SW            PIC X(1) VALUE "N".
           88  MDC-XREF-AVAILABLE          VALUE "Y".
       01 rec.
           88  MDC-REASON-ZERO-VALUE       VALUE 03.
           88  MDC-REASON-BAD-COUNT        VALUE 04.
           88  MDC-REASON-BAD-TABLE        VALUE 05.
           88  MDC-REASON-BAD-TOLERANCE    VALUE 06.
           88  MDC-REASON-TYPE-NOT-ALLOWED VALUE 07.
           88  MDC-REASON-DEPOT-NOT-ALLOWED VALUE 08.
           88  MDC-REASON-SOURCE-UNKNOWN   VALUE 09.
       01  MDC-INPUT-SEQ               PIC 9(7) VALUE 0 COMP.

      *----------------------------------------------------------
                   88  IR-TYPE-TRAILER    VALUE "T".
                   88  IR-TYPE-WIDE       VALUE "V".
                   88  IR-TYPE-DIVISOR    VALUE "D".
                   88  IR-TYPE-ADJUST     VALUE "A".
               03  IR-N1              PIC 9(3).
               03  IR-N2              PIC 9(3).
               03  IR-COUNT           PIC 9(2).
               03  ITL-COUNT          PIC 9(7).
               03  ITL-HASH           PIC 9(13).
               03  FILLER             PIC X(71).
      *        The lot-adjustment record was born wide - 7-digit
      *        lots, so it needs no "V" counterpart.
           02  MDC-INPUT-ADJUST-REC REDEFINES MDC-INPUT-WIDE-REC.
               03  IA-REC-TYPE        PIC X(1).
               03  IA-N1              PIC 9(7).
               03  IA-N2              PIC 9(7).
               03  IA-TOL-BASIS       PIC X(1).
                   88  IA-TOL-UNITS       VALUE "U".
                   88  IA-TOL-PERCENT     VALUE "P".
               03  IA-TOLERANCE       PIC 9(5).
               03  IA-DEPOT           PIC X(3).
               03  FILLER             PIC X(68).

      *----------------------------------------------------------
      * Both input record families are staged here after
               88  MDC-IN-MULTI            VALUE "M".
               88  MDC-IN-FRACTION         VALUE "F".
               88  MDC-IN-DIVISOR          VALUE "D".
               88  MDC-IN-ADJUST           VALUE "A".
           02  MDC-IN-N1               PIC 9(7).
           02  MDC-IN-N2               PIC 9(7).
           02  MDC-IN-COUNT            PIC 9(2).
           02  MDC-IN-VALUES           PIC 9(7) OCCURS 10 TIMES.
           02  MDC-IN-DEPOT            PIC X(3).
           02  MDC-IN-TOL-BASIS        PIC X(1).
               88  MDC-IN-TOL-PERCENT      VALUE "P".
           02  MDC-IN-TOLERANCE        PIC 9(5).

      *----------------------------------------------------------
      * A record with no depot code is the main site's - the
           02  MDC-DIV-RECOMMENDED     PIC 9(7).
           02  MDC-DIV-COUNT           PIC 9(5) COMP.

      *----------------------------------------------------------
      * Work fields for an "A" record's search.  For each lot
      * the tolerance in units and the (at most two) nearest
      * multiples of the size being tried that fall inside it -
      * the one at or below the lot and the one above.
      *----------------------------------------------------------
       01  MDC-ADJUST-FIELDS.
           02  MDC-ADJ-ORIG-RESULT     PIC 9(7).
           02  MDC-ADJ-SIZE            PIC 9(7).
           02  MDC-ADJ-QUOTIENT        PIC 9(7).
           02  MDC-ADJ-REMAINDER       PIC 9(7).
           02  MDC-ADJ-UPPER           PIC 9(9).
           02  MDC-ADJ-TRY-N1          PIC 9(7).
           02  MDC-ADJ-TRY-N2          PIC 9(7).
           02  MDC-ADJ-TRY-CHANGE-N1   PIC S9(7).
           02  MDC-ADJ-TRY-CHANGE-N2   PIC S9(7).
           02  MDC-ADJ-TRY-TOTAL       PIC 9(8).
           02  MDC-ADJ-TRY-RESULT      PIC 9(7).
           02  MDC-ADJ-BROWSE-SWITCH   PIC X(1).
               88  MDC-ADJ-BROWSE-DONE     VALUE "Y".
           02  MDC-ADJ-LOT-SUB        PIC 9(4) COMP.
           02  MDC-ADJ-SUB1            PIC 9(4) COMP.
           02  MDC-ADJ-SUB2            PIC 9(4) COMP.
           02  MDC-ADJ-RANK-SUB        PIC 9(4) COMP.
           02  MDC-ADJ-INSERT-AT       PIC 9(4) COMP.
           02  MDC-ADJ-DUP-SWITCH      PIC X(1).
               88  MDC-ADJ-DUPLICATE       VALUE "Y".
           02  MDC-ADJ-LOT OCCURS 2 TIMES.
               03  AC-LOT-QTY          PIC 9(7).
               03  AC-LOT-TOL          PIC 9(7).
               03  AC-COUNT            PIC 9(4) COMP.
               03  AC-CHOICE OCCURS 2 TIMES.
                   04  AC-VALUE        PIC 9(7).
                   04  AC-CHANGE       PIC S9(7).

      *----------------------------------------------------------
      * The best suggestions so far, kept in rank order - least
      * total change first, the larger box first on a tie.
      *----------------------------------------------------------
       01  MDC-ADJ-RANK-TABLE.
           02  MDC-ADJ-RANK-ENTRY OCCURS 5 TIMES.
               03  SG-NEW-N1           PIC 9(7).
               03  SG-CHANGE-N1        PIC S9(7).
               03  SG-NEW-N2           PIC 9(7).
               03  SG-CHANGE-N2        PIC S9(7).
               03  SG-RESULT           PIC 9(7).
               03  SG-TOTAL-CHANGE     PIC 9(8).
       01  MDC-ADJ-RANK-COUNT          PIC 9(4) VALUE 0 COMP.
       01  MDC-ADJ-RANK-LIMIT          PIC 9(4) VALUE 5 COMP.
       01  MDC-ADVISED-COUNT           PIC 9(7) VALUE 0 COMP.

      *----------------------------------------------------------
      * Control-total balancing - what the input header and
      * trailer claim against what was actually read, and the
           02  MDC-TRAILER-SWITCH      PIC X(1) VALUE "N".
               88  MDC-TRAILER-SEEN        VALUE "Y".

      *----------------------------------------------------------
      * The feeder source registry, loaded at start-up for a
      * BATCH or CORRECTION run, and the entry of the source
      * whose records are being processed.
      *----------------------------------------------------------
       01  MDC-REGISTRY-TABLE.
           02  MDC-REGISTRY-SLOT OCCURS 50 TIMES.
               03  RG-SOURCE           PIC X(8).
               03  RG-REC-TYPES        PIC X(6).
               03  RG-DEPOT            PIC X(3) OCCURS 4 TIMES.
               03  RG-STATUS           PIC X(1).
                   88  RG-ACTIVE           VALUE "A".
       01  MDC-REGISTRY-COUNT          PIC 9(4) VALUE 0 COMP.
       01  MDC-REGISTRY-LIMIT          PIC 9(4) VALUE 50 COMP.
       01  MDC-REGISTRY-FIELDS.
           02  MDC-REG-SOURCE          PIC X(8).
           02  MDC-REG-INDEX           PIC 9(4) COMP.
           02  MDC-REG-SUB             PIC 9(4) COMP.
           02  MDC-REG-EOF             PIC X(1) VALUE "N".
               88  MDC-END-OF-REGISTRY     VALUE "Y".
           02  MDC-REG-FOUND-SW        PIC X(1) VALUE "N".
               88  MDC-REG-FOUND           VALUE "Y".
           02  MDC-REG-ALLOWED-SW      PIC X(1) VALUE "N".
               88  MDC-REG-ALLOWED         VALUE "Y".
           02  MDC-REG-REC-TYPE        PIC X(1).

      *----------------------------------------------------------
      * Values lifted off the run-control card after validation.
      *----------------------------------------------------------
           02  MDC-LOG-VALUE           PIC 9(13).

      *----------------------------------------------------------
      * The master entry last read from MDC-MASTER-FILE with its
      * blanks filled, so a computed GCD can be checked against
      * what the warehouse actually stocks - "stocked" means
      * stocked as of the run date.  The switch says whether the
      * master opened with at least one size on it.
      *----------------------------------------------------------
       01  MDC-MASTER-ENTRY.
           02  ME-EFF-DATE             PIC 9(6).
           02  ME-EXP-DATE             PIC 9(6).
           02  ME-STATUS               PIC X(1).
               88  ME-ACTIVE               VALUE "A".
               88  ME-SUSPENDED            VALUE "S".
       01  MDC-MASTER-OPEN-SW          PIC X(1) VALUE "N".
           88  MDC-MASTER-AVAILABLE        VALUE "Y".
       01  MDC-MASTER-SIZES-SW         PIC X(1) VALUE "N".
           88  MDC-MASTER-HAS-SIZES        VALUE "Y".
       01  MDC-CONTAINER-MATCH         PIC X(1) VALUE "N".
           88  MDC-CONTAINER-FOUND         VALUE "Y".
       01  MDC-STOCK-CANDIDATE         PIC 9(7) VALUE 0.
           02  MDC-RECONCILE-VALUE     PIC 9(7).
           02  MDC-REDUCED-N1          PIC 9(7) VALUE 0.
           02  MDC-REDUCED-N2          PIC 9(7) VALUE 0.
           02  MDC-LINE-UNITS          PIC 9(9) VALUE 0.

      *----------------------------------------------------------
      * Multi-number GCD mode - folds the Euclidean step across a

       1000-INITIALIZE.
           PERFORM 1100-READ-RUN-CONTROL THRU 1100-EXIT
           IF MDC-MODE-BATCH OR MDC-MODE-CORRECTION
               PERFORM 1250-LOAD-SOURCE-REGISTRY THRU 1250-EXIT
           END-IF
      *    Only the nightly BATCH step opens and stamps the
      *    cycle.  A clerk's console one-off or a CORRECTION
      *    repair run must neither block that night's stream nor
           OPEN OUTPUT MDC-INTERFACE-FILE
           OPEN OUTPUT MDC-REVIEW-FILE
           OPEN OUTPUT MDC-DIVISOR-FILE
           OPEN OUTPUT MDC-ADJUST-FILE
           OPEN EXTEND MDC-HISTORY-FILE
           PERFORM 1300-OPEN-XREF THRU 1300-EXIT
           PERFORM 1200-OPEN-CONTAINER-MASTER THRU 1200-EXIT
      *    The interactive paths have no depot on their input -
      *    a console entry is the main site's.
           MOVE MDC-DEFAULT-DEPOT TO MDC-IN-DEPOT.
           EXIT.

      *----------------------------------------------------------
      * Opens the indexed container master for keyed reads - every
      * GCD is checked by one read on depot and size, nothing is
      * loaded.  A missing master file, or one with no sizes on
      * it, means no sizes are on record - reconciliation is
      * skipped, not abended, in that case.
      *----------------------------------------------------------
       1200-OPEN-CONTAINER-MASTER.
           MOVE "N" TO MDC-MASTER-OPEN-SW
           MOVE "N" TO MDC-MASTER-SIZES-SW
           OPEN INPUT MDC-MASTER-FILE
           IF MDC-MASTER-STATUS NOT = "00"
               GO TO 1200-EXIT
           END-IF
           SET MDC-MASTER-AVAILABLE TO TRUE
           MOVE LOW-VALUES TO CM-KEY
           START MDC-MASTER-FILE KEY IS NOT LESS THAN CM-KEY
           IF MDC-MASTER-STATUS = "00"
               READ MDC-MASTER-FILE NEXT RECORD
               IF MDC-MASTER-STATUS = "00"
                   SET MDC-MASTER-HAS-SIZES TO TRUE
               END-IF
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Loads the feeder source registry for the runs that post
      * a feeder's records.  With no registry every source is
      * unknown, so a missing one refuses the run rather than
      * refusing the file later; so does a registry larger than
      * the table, rather than leave a feeder off it.
      *----------------------------------------------------------
       1250-LOAD-SOURCE-REGISTRY.
           MOVE 0 TO MDC-REGISTRY-COUNT
           OPEN INPUT MDC-REGISTRY-FILE
           IF MDC-REGISTRY-STATUS NOT = "00"
               DISPLAY "*** FEEDER SOURCE REGISTRY MISSING - "
                   "RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           MOVE "N" TO MDC-REG-EOF
           PERFORM UNTIL MDC-END-OF-REGISTRY
               READ MDC-REGISTRY-FILE
                   AT END
                       SET MDC-END-OF-REGISTRY TO TRUE
                   NOT AT END
                       IF MDC-REGISTRY-COUNT >= MDC-REGISTRY-LIMIT
                           DISPLAY "*** FEEDER SOURCE REGISTRY "
                               "HOLDS MORE THAN " MDC-REGISTRY-LIMIT
                               " SOURCES - RUN REFUSED ***"
                           PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
                       END-IF
                       ADD 1 TO MDC-REGISTRY-COUNT
                       MOVE SR-SOURCE
                           TO RG-SOURCE (MDC-REGISTRY-COUNT)
                       MOVE SR-REC-TYPES
                           TO RG-REC-TYPES (MDC-REGISTRY-COUNT)
                       MOVE SR-DEPOT (1)
                           TO RG-DEPOT (MDC-REGISTRY-COUNT 1)
                       MOVE SR-DEPOT (2)
                           TO RG-DEPOT (MDC-REGISTRY-COUNT 2)
                       MOVE SR-DEPOT (3)
                           TO RG-DEPOT (MDC-REGISTRY-COUNT 3)
                       MOVE SR-DEPOT (4)
                           TO RG-DEPOT (MDC-REGISTRY-COUNT 4)
                       MOVE SR-STATUS
                           TO RG-STATUS (MDC-REGISTRY-COUNT)
               END-READ
           END-PERFORM
           CLOSE MDC-REGISTRY-FILE.
       1250-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Finds MDC-REG-SOURCE on the loaded registry and leaves
      * its slot in MDC-REG-INDEX.
      *----------------------------------------------------------
       1260-FIND-SOURCE.
           MOVE "N" TO MDC-REG-FOUND-SW
           MOVE 0 TO MDC-REG-INDEX
           MOVE 1 TO MDC-REG-SUB
           PERFORM UNTIL MDC-REG-SUB > MDC-REGISTRY-COUNT
               OR MDC-REG-FOUND
               IF RG-SOURCE (MDC-REG-SUB) = MDC-REG-SOURCE
                   SET MDC-REG-FOUND TO TRUE
                   MOVE MDC-REG-SUB TO MDC-REG-INDEX
               END-IF
               ADD 1 TO MDC-REG-SUB
           END-PERFORM.
       1260-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE "T" TO IFT-REC-TYPE
           MOVE MDC-IFC-COUNT TO IFT-COUNT
           CLOSE MDC-INTERFACE-FILE
           CLOSE MDC-REVIEW-FILE
           CLOSE MDC-DIVISOR-FILE
           CLOSE MDC-ADJUST-FILE
           CLOSE MDC-HISTORY-FILE
           IF MDC-XREF-AVAILABLE
               CLOSE MDC-XREF-FILE
           END-IF
           IF MDC-MASTER-AVAILABLE
               CLOSE MDC-MASTER-FILE
           END-IF
      *    Console one-offs write no job log and no cycle stamp -
      *    their counters would overwrite the nightly figures
      *    ops-balance reads, and their stamp would refuse the
           MOVE IH-SOURCE TO MDC-HDR-SOURCE
           DISPLAY "INPUT FILE DATED " MDC-HDR-DATE
               " FROM " MDC-HDR-SOURCE
           PERFORM 3012-CHECK-SOURCE THRU 3012-EXIT
           PERFORM 3015-CHECK-RUN-LOG THRU 3015-EXIT.
       3010-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The header's source must be a registered, active feeder -
      * a file from anyone else is refused before any of its
      * records is touched, and no return feed goes back to a
      * name we do not know.
      *----------------------------------------------------------
       3012-CHECK-SOURCE.
           MOVE MDC-HDR-SOURCE TO MDC-REG-SOURCE
           PERFORM 1260-FIND-SOURCE THRU 1260-EXIT
           IF NOT MDC-REG-FOUND
               DISPLAY "*** INPUT FILE SOURCE " MDC-HDR-SOURCE
                   " IS NOT ON THE FEEDER REGISTRY - RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           IF NOT RG-ACTIVE (MDC-REG-INDEX)
               DISPLAY "*** INPUT FILE SOURCE " MDC-HDR-SOURCE
                   " IS NOT AN ACTIVE FEEDER - RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF.
       3012-EXIT.
           EXIT.

      *----------------------------------------------------------
      * A header date already on the run log means this file has
      * been posted - running it again would double-feed the
           MOVE MDC-TIME-HHMMSS TO MDC-CURRENT-TIME
           MOVE MDC-CURRENT-DATE TO RL-POSTED-DATE
           MOVE MDC-CURRENT-TIME TO RL-POSTED-TIME
           MOVE MDC-HDR-SOURCE TO RL-SOURCE
           MOVE MDC-RUN-DATE TO RL-CYCLE-DATE
           WRITE MDC-RUNLOG-RECORD
           CLOSE MDC-RUNLOG-FILE.
       3090-EXIT.
           PERFORM 3150-VALIDATE-RECORD THRU 3150-EXIT
           IF MDC-INPUT-VALID
               PERFORM 3180-STAGE-INPUT THRU 3180-EXIT
               PERFORM 3185-CHECK-SOURCE-RIGHTS THRU 3185-EXIT
           END-IF
           IF MDC-INPUT-VALID
               IF MDC-IN-MULTI
                   PERFORM 3300-PROCESS-MULTI-RECORD THRU 3300-EXIT
               ELSE
                           PERFORM 3500-PROCESS-DIVISOR-RECORD
                               THRU 3500-EXIT
                       ELSE
                           IF MDC-IN-ADJUST
                               PERFORM 3250-PROCESS-ADJUST-RECORD
                                   THRU 3250-EXIT
                           ELSE
                               IF MDC-IN-PAIR
                                   PERFORM 3200-PROCESS-PAIR-RECORD
                                       THRU 3200-EXIT
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           MOVE ZERO TO MDC-IN-N1
           MOVE ZERO TO MDC-IN-N2
           MOVE ZERO TO MDC-IN-COUNT
           MOVE SPACES TO MDC-IN-TOL-BASIS
           MOVE ZERO TO MDC-IN-TOLERANCE
           IF IR-TYPE-WIDE
               MOVE WR-DEPOT TO MDC-IN-DEPOT
           ELSE
               IF IR-TYPE-ADJUST
                   MOVE IA-DEPOT TO MDC-IN-DEPOT
               ELSE
                   MOVE IR-DEPOT TO MDC-IN-DEPOT
               END-IF
           END-IF
           IF MDC-IN-DEPOT = SPACES
               MOVE MDC-DEFAULT-DEPOT TO MDC-IN-DEPOT
                       ADD 1 TO MDC-SUBSCRIPT
                   END-PERFORM
               ELSE
                   IF IR-TYPE-ADJUST
                       MOVE IA-N1 TO MDC-IN-N1
                       MOVE IA-N2 TO MDC-IN-N2
                       MOVE IA-TOL-BASIS TO MDC-IN-TOL-BASIS
                       MOVE IA-TOLERANCE TO MDC-IN-TOLERANCE
                   ELSE
                       MOVE IR-N1 TO MDC-IN-N1
                       MOVE IR-N2 TO MDC-IN-N2
                   END-IF
               END-IF
           END-IF.
       3180-EXIT.
           EXIT.

      *----------------------------------------------------------
      * A well-formed record must also be one its source may
      * send - its record type on the source's list, and its
      * depot (blank read as the main site) among the source's
      * depots.  A batch record is held to the header's source; a
      * CORRECTION record to the source its suspense line carries,
      * which must still be registered and active.  A suspense
      * line from before the source was carried has none, and is
      * held only to the record edits.
      *----------------------------------------------------------
       3185-CHECK-SOURCE-RIGHTS.
           IF MDC-MODE-CORRECTION
               IF MDC-CARRY-SOURCE = SPACES
                   GO TO 3185-EXIT
               END-IF
               MOVE MDC-CARRY-SOURCE TO MDC-REG-SOURCE
               PERFORM 1260-FIND-SOURCE THRU 1260-EXIT
               IF NOT MDC-REG-FOUND
                   MOVE "N" TO MDC-VALID-SWITCH
                   SET MDC-REASON-SOURCE-UNKNOWN TO TRUE
                   GO TO 3185-EXIT
               END-IF
               IF NOT RG-ACTIVE (MDC-REG-INDEX)
                   MOVE "N" TO MDC-VALID-SWITCH
                   SET MDC-REASON-SOURCE-UNKNOWN TO TRUE
                   GO TO 3185-EXIT
               END-IF
           END-IF
           MOVE IR-REC-TYPE TO MDC-REG-REC-TYPE
           MOVE "N" TO MDC-REG-ALLOWED-SW
           MOVE 1 TO MDC-REG-SUB
           PERFORM UNTIL MDC-REG-SUB > 6 OR MDC-REG-ALLOWED
               IF RG-REC-TYPES (MDC-REG-INDEX) (MDC-REG-SUB:1)
                   = MDC-REG-REC-TYPE
                   SET MDC-REG-ALLOWED TO TRUE
               END-IF
               ADD 1 TO MDC-REG-SUB
           END-PERFORM
           IF NOT MDC-REG-ALLOWED
               MOVE "N" TO MDC-VALID-SWITCH
               SET MDC-REASON-TYPE-NOT-ALLOWED TO TRUE
               GO TO 3185-EXIT
           END-IF
           MOVE "N" TO MDC-REG-ALLOWED-SW
           IF RG-DEPOT (MDC-REG-INDEX 1) = SPACES
               AND RG-DEPOT (MDC-REG-INDEX 2) = SPACES
               AND RG-DEPOT (MDC-REG-INDEX 3) = SPACES
               AND RG-DEPOT (MDC-REG-INDEX 4) = SPACES
               IF MDC-IN-DEPOT = MDC-DEFAULT-DEPOT
                   SET MDC-REG-ALLOWED TO TRUE
               END-IF
           ELSE
               MOVE 1 TO MDC-REG-SUB
               PERFORM UNTIL MDC-REG-SUB > 4 OR MDC-REG-ALLOWED
                   IF RG-DEPOT (MDC-REG-INDEX MDC-REG-SUB)
                       = MDC-IN-DEPOT
                       SET MDC-REG-ALLOWED TO TRUE
                   END-IF
                   ADD 1 TO MDC-REG-SUB
               END-PERFORM
           END-IF
           IF NOT MDC-REG-ALLOWED
               MOVE "N" TO MDC-VALID-SWITCH
               SET MDC-REASON-DEPOT-NOT-ALLOWED TO TRUE
           END-IF.
       3185-EXIT.
           EXIT.

      *----------------------------------------------------------
      * A run that abended partway through a big end-of-month file
      * can be restarted from its last checkpoint instead of
               MDC-ESCALATED-COUNT
           DISPLAY "  PAIRINGS FLAGGED FOR REVIEW . . : "
               MDC-FLAG-COUNT
           DISPLAY "  LOT ADJUSTMENTS ADVISED . . . . : "
               MDC-ADVISED-COUNT
           DISPLAY "  RECORDS READ FROM INPUT . . . . : "
               MDC-INPUT-SEQ
           DISPLAY "  STATUS RECORDS RETURNED . . . . : "
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Lot-adjustment record - the pair as booked is worked and
      * reconciled like any pair, then each of the depot's
      * active, in-date sizes is tried in turn: the nearest
      * multiples of that size to each lot, inside the lot's
      * tolerance, are paired up and kept if their GCD is itself
      * a stocked size.  The best survive in rank order.
      *----------------------------------------------------------
       3250-PROCESS-ADJUST-RECORD.
           MOVE "A" TO MDC-REPORT-MODE
           MOVE MDC-IN-N1 TO n1
           MOVE MDC-IN-N2 TO n2
           MOVE MDC-IN-N1 TO MDC-ORIG-N1
           MOVE MDC-IN-N2 TO MDC-ORIG-N2
           MOVE ZERO TO MDC-REDUCED-N1
           MOVE ZERO TO MDC-REDUCED-N2
           PERFORM 4000-COMPUTE-GCD THRU 4000-EXIT
           PERFORM 4500-COMPUTE-LCM THRU 4500-EXIT
           MOVE result TO MDC-RECONCILE-VALUE
           PERFORM 4700-RECONCILE-CONTAINER THRU 4700-EXIT
           MOVE result TO MDC-ADJ-ORIG-RESULT
           MOVE MDC-ORIG-N1 TO AC-LOT-QTY (1)
           MOVE MDC-ORIG-N2 TO AC-LOT-QTY (2)
           IF MDC-IN-TOL-PERCENT
               COMPUTE AC-LOT-TOL (1) =
                   MDC-ORIG-N1 * MDC-IN-TOLERANCE / 100
               COMPUTE AC-LOT-TOL (2) =
                   MDC-ORIG-N2 * MDC-IN-TOLERANCE / 100
           ELSE
               MOVE MDC-IN-TOLERANCE TO AC-LOT-TOL (1)
               MOVE MDC-IN-TOLERANCE TO AC-LOT-TOL (2)
           END-IF
           MOVE 0 TO MDC-ADJ-RANK-COUNT
           MOVE 0 TO MDC-ADJ-SIZE
           MOVE "N" TO MDC-ADJ-BROWSE-SWITCH
           IF NOT MDC-MASTER-HAS-SIZES
               SET MDC-ADJ-BROWSE-DONE TO TRUE
           END-IF
           PERFORM UNTIL MDC-ADJ-BROWSE-DONE
               PERFORM 3255-NEXT-DEPOT-SIZE THRU 3255-EXIT
               IF NOT MDC-ADJ-BROWSE-DONE
                   PERFORM 3260-TRY-ONE-SIZE THRU 3260-EXIT
               END-IF
           END-PERFORM
      *    The search ran the Euclidean step over every candidate
      *    - the booked pair's own GCD goes back for the totals
      *    and the audit line.
           MOVE MDC-ADJ-ORIG-RESULT TO result
           PERFORM 3900-ACCUMULATE-STATS THRU 3900-EXIT
           PERFORM 3280-WRITE-SUGGESTIONS THRU 3280-EXIT
      *    A planner inquiry, like a "D" record - nothing goes to
      *    the scheduler feed or the review queue from here.
           PERFORM 5000-WRITE-REPORT THRU 5000-EXIT
           IF MDC-OPT-DETAIL
               IF MDC-ADJ-RANK-COUNT > 0
                   DISPLAY "N1: " MDC-IN-N1 " N2: " MDC-IN-N2
                       " GCD: " result " - BEST ADJUSTMENT "
                       SG-NEW-N1 (1) "/" SG-NEW-N2 (1)
                       " ON STOCKED SIZE " SG-RESULT (1)
               ELSE
                   DISPLAY "N1: " MDC-IN-N1 " N2: " MDC-IN-N2
                       " GCD: " result " - NO STOCKED SIZE "
                       "INSIDE TOLERANCE"
               END-IF
           END-IF.
       3250-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The next size on the master after MDC-ADJ-SIZE at this
      * lot's depot.  The browse is re-started from the last size
      * each time because the stocked checks in between read the
      * master by key and move its position.  The first size
      * from another depot, or the end of the file, ends it.
      *----------------------------------------------------------
       3255-NEXT-DEPOT-SIZE.
           MOVE MDC-IN-DEPOT TO CM-DEPOT
           MOVE MDC-ADJ-SIZE TO CM-CONTAINER-SIZE
           START MDC-MASTER-FILE KEY IS GREATER THAN CM-KEY
           IF MDC-MASTER-STATUS = "00"
               READ MDC-MASTER-FILE NEXT RECORD
           END-IF
           IF MDC-MASTER-STATUS NOT = "00"
               OR CM-DEPOT NOT = MDC-IN-DEPOT
               SET MDC-ADJ-BROWSE-DONE TO TRUE
               GO TO 3255-EXIT
           END-IF
           MOVE CM-CONTAINER-SIZE TO MDC-ADJ-SIZE
           PERFORM 4790-UNPACK-MASTER-ENTRY THRU 4790-EXIT.
       3255-EXIT.
           EXIT.

      *----------------------------------------------------------
      * One of the depot's master sizes: only a size active and
      * in date is worth aiming at.
      *----------------------------------------------------------
       3260-TRY-ONE-SIZE.
           IF NOT ME-ACTIVE
               OR ME-EFF-DATE > MDC-RUN-DATE
               OR ME-EXP-DATE < MDC-RUN-DATE
               OR MDC-ADJ-SIZE = 0
               GO TO 3260-EXIT
           END-IF
           MOVE 1 TO MDC-ADJ-LOT-SUB
           PERFORM 3262-NEAREST-MULTIPLES THRU 3262-EXIT
           MOVE 2 TO MDC-ADJ-LOT-SUB
           PERFORM 3262-NEAREST-MULTIPLES THRU 3262-EXIT
           MOVE 1 TO MDC-ADJ-SUB1
           PERFORM UNTIL MDC-ADJ-SUB1 > AC-COUNT (1)
               MOVE 1 TO MDC-ADJ-SUB2
               PERFORM UNTIL MDC-ADJ-SUB2 > AC-COUNT (2)
                   PERFORM 3265-TRY-ONE-ADJUSTMENT THRU 3265-EXIT
                   ADD 1 TO MDC-ADJ-SUB2
               END-PERFORM
               ADD 1 TO MDC-ADJ-SUB1
           END-PERFORM.
       3260-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The multiple of the size at or below the lot (never
      * zero) and the one above it, each kept only if the move
      * is inside the lot's tolerance.  A lot the size already
      * divides keeps itself, unchanged.
      *----------------------------------------------------------
       3262-NEAREST-MULTIPLES.
           MOVE 0 TO AC-COUNT (MDC-ADJ-LOT-SUB)
           DIVIDE AC-LOT-QTY (MDC-ADJ-LOT-SUB) BY MDC-ADJ-SIZE
               GIVING MDC-ADJ-QUOTIENT
               REMAINDER MDC-ADJ-REMAINDER
           IF MDC-ADJ-QUOTIENT > 0
               AND MDC-ADJ-REMAINDER <= AC-LOT-TOL (MDC-ADJ-LOT-SUB)
               ADD 1 TO AC-COUNT (MDC-ADJ-LOT-SUB)
               COMPUTE AC-VALUE (MDC-ADJ-LOT-SUB,
                   AC-COUNT (MDC-ADJ-LOT-SUB)) =
                   AC-LOT-QTY (MDC-ADJ-LOT-SUB) - MDC-ADJ-REMAINDER
               COMPUTE AC-CHANGE (MDC-ADJ-LOT-SUB,
                   AC-COUNT (MDC-ADJ-LOT-SUB)) =
                   0 - MDC-ADJ-REMAINDER
           END-IF
           IF MDC-ADJ-REMAINDER > 0
               COMPUTE MDC-ADJ-UPPER = AC-LOT-QTY (MDC-ADJ-LOT-SUB)
                   - MDC-ADJ-REMAINDER + MDC-ADJ-SIZE
               IF MDC-ADJ-SIZE - MDC-ADJ-REMAINDER
                   <= AC-LOT-TOL (MDC-ADJ-LOT-SUB)
                   AND MDC-ADJ-UPPER <= 9999999
                   ADD 1 TO AC-COUNT (MDC-ADJ-LOT-SUB)
                   MOVE MDC-ADJ-UPPER TO AC-VALUE (MDC-ADJ-LOT-SUB,
                       AC-COUNT (MDC-ADJ-LOT-SUB))
                   COMPUTE AC-CHANGE (MDC-ADJ-LOT-SUB,
                       AC-COUNT (MDC-ADJ-LOT-SUB)) =
                       MDC-ADJ-SIZE - MDC-ADJ-REMAINDER
               END-IF
           END-IF.
       3262-EXIT.
           EXIT.

      *----------------------------------------------------------
      * One adjusted pair: skipped if already ranked (two sizes
      * can lead to the same lots), kept only if its own GCD is
      * a size the depot stocks today.
      *----------------------------------------------------------
       3265-TRY-ONE-ADJUSTMENT.
           MOVE AC-VALUE (1, MDC-ADJ-SUB1) TO MDC-ADJ-TRY-N1
           MOVE AC-CHANGE (1, MDC-ADJ-SUB1) TO MDC-ADJ-TRY-CHANGE-N1
           MOVE AC-VALUE (2, MDC-ADJ-SUB2) TO MDC-ADJ-TRY-N2
           MOVE AC-CHANGE (2, MDC-ADJ-SUB2) TO MDC-ADJ-TRY-CHANGE-N2
           MOVE "N" TO MDC-ADJ-DUP-SWITCH
           MOVE 1 TO MDC-ADJ-RANK-SUB
           PERFORM UNTIL MDC-ADJ-RANK-SUB > MDC-ADJ-RANK-COUNT
               OR MDC-ADJ-DUPLICATE
               IF SG-NEW-N1 (MDC-ADJ-RANK-SUB) = MDC-ADJ-TRY-N1
                   AND SG-NEW-N2 (MDC-ADJ-RANK-SUB) = MDC-ADJ-TRY-N2
                   SET MDC-ADJ-DUPLICATE TO TRUE
               END-IF
               ADD 1 TO MDC-ADJ-RANK-SUB
           END-PERFORM
           IF MDC-ADJ-DUPLICATE
               GO TO 3265-EXIT
           END-IF
           MOVE MDC-ADJ-TRY-N1 TO n1
           MOVE MDC-ADJ-TRY-N2 TO n2
           PERFORM 4000-COMPUTE-GCD THRU 4000-EXIT
           MOVE result TO MDC-ADJ-TRY-RESULT
           MOVE MDC-ADJ-TRY-RESULT TO MDC-STOCK-CANDIDATE
           PERFORM 4770-CHECK-SIZE-STOCKED THRU 4770-EXIT
           IF NOT MDC-CONTAINER-FOUND
               GO TO 3265-EXIT
           END-IF
           MOVE 0 TO MDC-ADJ-TRY-TOTAL
           IF MDC-ADJ-TRY-CHANGE-N1 < 0
               SUBTRACT MDC-ADJ-TRY-CHANGE-N1 FROM MDC-ADJ-TRY-TOTAL
           ELSE
               ADD MDC-ADJ-TRY-CHANGE-N1 TO MDC-ADJ-TRY-TOTAL
           END-IF
           IF MDC-ADJ-TRY-CHANGE-N2 < 0
               SUBTRACT MDC-ADJ-TRY-CHANGE-N2 FROM MDC-ADJ-TRY-TOTAL
           ELSE
               ADD MDC-ADJ-TRY-CHANGE-N2 TO MDC-ADJ-TRY-TOTAL
           END-IF
           PERFORM 3270-RANK-SUGGESTION THRU 3270-EXIT.
       3265-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Slots the suggestion into the ranked table ahead of the
      * first entry it beats - less total change, or the same
      * change on a larger box - pushing the rest down and the
      * last off the end when the table is full.
      *----------------------------------------------------------
       3270-RANK-SUGGESTION.
           COMPUTE MDC-ADJ-INSERT-AT = MDC-ADJ-RANK-COUNT + 1
           MOVE 1 TO MDC-ADJ-RANK-SUB
           PERFORM UNTIL MDC-ADJ-RANK-SUB > MDC-ADJ-RANK-COUNT
               IF SG-TOTAL-CHANGE (MDC-ADJ-RANK-SUB)
                   > MDC-ADJ-TRY-TOTAL
                   OR (SG-TOTAL-CHANGE (MDC-ADJ-RANK-SUB)
                       = MDC-ADJ-TRY-TOTAL
                   AND SG-RESULT (MDC-ADJ-RANK-SUB)
                       < MDC-ADJ-TRY-RESULT)
                   MOVE MDC-ADJ-RANK-SUB TO MDC-ADJ-INSERT-AT
                   MOVE MDC-ADJ-RANK-COUNT TO MDC-ADJ-RANK-SUB
               END-IF
               ADD 1 TO MDC-ADJ-RANK-SUB
           END-PERFORM
           IF MDC-ADJ-INSERT-AT > MDC-ADJ-RANK-LIMIT
               GO TO 3270-EXIT
           END-IF
           IF MDC-ADJ-RANK-COUNT < MDC-ADJ-RANK-LIMIT
               ADD 1 TO MDC-ADJ-RANK-COUNT
           END-IF
           MOVE MDC-ADJ-RANK-COUNT TO MDC-ADJ-RANK-SUB
           PERFORM UNTIL MDC-ADJ-RANK-SUB <= MDC-ADJ-INSERT-AT
               MOVE MDC-ADJ-RANK-ENTRY (MDC-ADJ-RANK-SUB - 1)
                   TO MDC-ADJ-RANK-ENTRY (MDC-ADJ-RANK-SUB)
               SUBTRACT 1 FROM MDC-ADJ-RANK-SUB
           END-PERFORM
           MOVE MDC-ADJ-TRY-N1 TO SG-NEW-N1 (MDC-ADJ-INSERT-AT)
           MOVE MDC-ADJ-TRY-CHANGE-N1 TO
               SG-CHANGE-N1 (MDC-ADJ-INSERT-AT)
           MOVE MDC-ADJ-TRY-N2 TO SG-NEW-N2 (MDC-ADJ-INSERT-AT)
           MOVE MDC-ADJ-TRY-CHANGE-N2 TO
               SG-CHANGE-N2 (MDC-ADJ-INSERT-AT)
           MOVE MDC-ADJ-TRY-RESULT TO SG-RESULT (MDC-ADJ-INSERT-AT)
           MOVE MDC-ADJ-TRY-TOTAL TO
               SG-TOTAL-CHANGE (MDC-ADJ-INSERT-AT).
       3270-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The ranked suggestions onto MDC-ADJUST-FILE, best first,
      * or one rank-00 line saying nothing fits the tolerance.
      *----------------------------------------------------------
       3280-WRITE-SUGGESTIONS.
           ADD 1 TO MDC-ADVISED-COUNT
           MOVE SPACES TO MDC-ADJUST-RECORD
           MOVE MDC-ORIG-N1 TO AJ-N1
           MOVE MDC-ORIG-N2 TO AJ-N2
           MOVE MDC-IN-DEPOT TO AJ-DEPOT
           IF MDC-ADJ-RANK-COUNT = 0
               MOVE 0 TO AJ-RANK
               MOVE 0 TO AJ-NEW-N1
               MOVE 0 TO AJ-CHANGE-N1
               MOVE 0 TO AJ-NEW-N2
               MOVE 0 TO AJ-CHANGE-N2
               MOVE 0 TO AJ-NEW-RESULT
               MOVE 0 TO AJ-TOTAL-CHANGE
               WRITE MDC-ADJUST-RECORD
               GO TO 3280-EXIT
           END-IF
           MOVE 1 TO MDC-ADJ-RANK-SUB
           PERFORM UNTIL MDC-ADJ-RANK-SUB > MDC-ADJ-RANK-COUNT
               MOVE MDC-ADJ-RANK-SUB TO AJ-RANK
               MOVE SG-NEW-N1 (MDC-ADJ-RANK-SUB) TO AJ-NEW-N1
               MOVE SG-CHANGE-N1 (MDC-ADJ-RANK-SUB) TO AJ-CHANGE-N1
               MOVE SG-NEW-N2 (MDC-ADJ-RANK-SUB) TO AJ-NEW-N2
               MOVE SG-CHANGE-N2 (MDC-ADJ-RANK-SUB) TO AJ-CHANGE-N2
               MOVE SG-RESULT (MDC-ADJ-RANK-SUB) TO AJ-NEW-RESULT
               MOVE SG-TOTAL-CHANGE (MDC-ADJ-RANK-SUB)
                   TO AJ-TOTAL-CHANGE
               WRITE MDC-ADJUST-RECORD
               ADD 1 TO MDC-ADJ-RANK-SUB
           END-PERFORM.
       3280-EXIT.
           EXIT.

       3300-PROCESS-MULTI-RECORD.
           MOVE "M" TO MDC-REPORT-MODE
           MOVE MDC-IN-COUNT TO MDC-MULTI-COUNT
           EXIT.

      *----------------------------------------------------------
      * Looks the candidate up on the container master, the same
      * check 4700-RECONCILE-CONTAINER makes for a GCD.
      *----------------------------------------------------------
       3550-CHECK-DIVISOR-STOCKED.
           MOVE "N" TO MDC-CONTAINER-MATCH
           IF MDC-MASTER-HAS-SIZES
               MOVE MDC-DIV-CANDIDATE TO MDC-STOCK-CANDIDATE
               PERFORM 4770-CHECK-SIZE-STOCKED THRU 4770-EXIT
           END-IF.
       3550-EXIT.
           EXIT.
                               IF WR-N2 NUMERIC
                                   ADD WR-N2 TO MDC-CTL-HASH
                               END-IF
                           ELSE
                           IF IR-TYPE-ADJUST
                               IF IA-N1 NUMERIC
                                   ADD IA-N1 TO MDC-CTL-HASH
                               END-IF
                               IF IA-N2 NUMERIC
                                   ADD IA-N2 TO MDC-CTL-HASH
                               END-IF
                           ELSE
                               IF IR-N1 NUMERIC
                                   ADD IR-N1 TO MDC-CTL-HASH
                                   ADD IR-N2 TO MDC-CTL-HASH
                               END-IF
                           END-IF
                           END-IF
                       END-IF
               END-READ
           END-IF.
               IF IR-TYPE-WIDE
                   PERFORM 3170-VALIDATE-WIDE THRU 3170-EXIT
               ELSE
               IF IR-TYPE-ADJUST
                   PERFORM 3190-VALIDATE-ADJUST THRU 3190-EXIT
               ELSE
               IF IR-TYPE-MULTI
                   PERFORM 3160-VALIDATE-MULTI THRU 3160-EXIT
               ELSE
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.
       3150-EXIT.
           EXIT.
       3170-EXIT.
           EXIT.

      *----------------------------------------------------------
      * A lot-adjustment record needs both lots usable, the same
      * as a pair, and a tolerance the search can work with - a
      * "U" (units) or "P" (percent of each lot) basis and a
      * non-zero amount, no more than 99 percent.
      *----------------------------------------------------------
       3190-VALIDATE-ADJUST.
           MOVE "Y" TO MDC-VALID-SWITCH
           IF IA-N1 NOT NUMERIC OR IA-N2 NOT NUMERIC
               MOVE "N" TO MDC-VALID-SWITCH
               SET MDC-REASON-NOT-NUMERIC TO TRUE
               GO TO 3190-EXIT
           END-IF
           IF IA-N1 = 0 OR IA-N2 = 0
               MOVE "N" TO MDC-VALID-SWITCH
               SET MDC-REASON-ZERO-VALUE TO TRUE
               GO TO 3190-EXIT
           END-IF
           IF NOT IA-TOL-UNITS AND NOT IA-TOL-PERCENT
               MOVE "N" TO MDC-VALID-SWITCH
               SET MDC-REASON-BAD-TOLERANCE TO TRUE
               GO TO 3190-EXIT
           END-IF
           IF IA-TOLERANCE NOT NUMERIC OR IA-TOLERANCE = 0
               MOVE "N" TO MDC-VALID-SWITCH
               SET MDC-REASON-BAD-TOLERANCE TO TRUE
               GO TO 3190-EXIT
           END-IF
           IF IA-TOL-PERCENT AND IA-TOLERANCE > 99
               MOVE "N" TO MDC-VALID-SWITCH
               SET MDC-REASON-BAD-TOLERANCE TO TRUE
           END-IF.
       3190-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Euclidean algorithm - shared by both run modes.
      *----------------------------------------------------------

      *----------------------------------------------------------
      * Confirm MDC-RECONCILE-VALUE (the computed GCD) is one of
      * the approved container sizes on the master opened by
      * 1200-OPEN-CONTAINER-MASTER.  A missing or empty master
      * file means no reconciliation was requested, so every run
      * passes silently.  Otherwise a size the master doesn't
      * stock is flagged for review instead of being accepted
      * without comment.
      *----------------------------------------------------------
       4700-RECONCILE-CONTAINER.
           MOVE SPACE TO MDC-REPORT-FLAG
           IF MDC-MASTER-HAS-SIZES
               MOVE MDC-RECONCILE-VALUE TO MDC-STOCK-CANDIDATE
               PERFORM 4770-CHECK-SIZE-STOCKED THRU 4770-EXIT
               IF NOT MDC-CONTAINER-FOUND
                   MOVE "R" TO MDC-REPORT-FLAG
                   ADD 1 TO MDC-FLAG-COUNT
       4700-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The candidate size read by key under the lot's own depot
      * - it only counts as stocked if it is on the master there,
      * active, and the run date falls inside its effective and
      * expiry dates.  A size out of season, suspended, or
      * stocked only at the other site is simply not stocked for
      * this lot today.
      *----------------------------------------------------------
       4770-CHECK-SIZE-STOCKED.
           MOVE "N" TO MDC-CONTAINER-MATCH
           IF NOT MDC-MASTER-HAS-SIZES
               GO TO 4770-EXIT
           END-IF
           MOVE MDC-IN-DEPOT TO CM-DEPOT
           MOVE MDC-STOCK-CANDIDATE TO CM-CONTAINER-SIZE
           READ MDC-MASTER-FILE
           IF MDC-MASTER-STATUS NOT = "00"
               GO TO 4770-EXIT
           END-IF
           PERFORM 4790-UNPACK-MASTER-ENTRY THRU 4790-EXIT
           IF ME-ACTIVE
               AND ME-EFF-DATE <= MDC-RUN-DATE
               AND ME-EXP-DATE >= MDC-RUN-DATE
               SET MDC-CONTAINER-FOUND TO TRUE
           END-IF.
       4770-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The master record just read, with its blanks filled -
      * an entry carried over from the old line master with no
      * dates or status reads as effective immediately, never
      * expiring and active, the same way the old master behaved.
      *----------------------------------------------------------
       4790-UNPACK-MASTER-ENTRY.
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
           END-IF.
       4790-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Append one audit line per run to MDC-REPORT-FILE so the
      * result can be handed to the warehouse supervisor without
           MOVE MDC-REDUCED-N1 TO RO-REDUCED-N1
           MOVE MDC-REDUCED-N2 TO RO-REDUCED-N2
           MOVE MDC-IN-DEPOT TO RO-DEPOT
           IF MDC-REPORT-MODE = "A"
               IF MDC-ADJ-RANK-COUNT > 0
                   MOVE SG-NEW-N1 (1) TO RO-ADJ-N1
                   MOVE SG-NEW-N2 (1) TO RO-ADJ-N2
                   MOVE SG-RESULT (1) TO RO-ADJ-RESULT
               ELSE
                   MOVE 0 TO RO-ADJ-N1
                   MOVE 0 TO RO-ADJ-N2
                   MOVE 0 TO RO-ADJ-RESULT
               END-IF
               MOVE MDC-ADJ-RANK-COUNT TO RO-ADJ-COUNT
           END-IF
           WRITE MDC-REPORT-RECORD
           PERFORM 5100-WRITE-HISTORY THRU 5100-EXIT.
       5000-EXIT.
      * floor-bound feed.
      *----------------------------------------------------------
       5500-WRITE-INTERFACE.
           PERFORM 5450-COUNT-LINE-UNITS THRU 5450-EXIT
           MOVE SPACES TO MDC-INTERFACE-RECORD
           MOVE MDC-REPORT-MODE TO IF-MODE
           MOVE MDC-ORIG-N1 TO IF-N1
           MOVE result TO IF-RESULT
           MOVE MDC-LCM-RESULT TO IF-LCM
           MOVE MDC-IN-DEPOT TO IF-DEPOT
           MOVE MDC-LINE-UNITS TO IF-UNITS
           WRITE MDC-INTERFACE-RECORD
           ADD 1 TO MDC-IFC-COUNT
           ADD result TO MDC-IFC-HASH.
       5500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The lot's total units for the box count downstream - the
      * pair's two lots, or every line of a multi-list (whose
      * N1/N2 go out as zero, so the lines must be added here).
      *----------------------------------------------------------
       5450-COUNT-LINE-UNITS.
           IF MDC-REPORT-MODE = "M"
               MOVE 0 TO MDC-LINE-UNITS
               MOVE 1 TO MDC-SUBSCRIPT
               PERFORM UNTIL MDC-SUBSCRIPT > MDC-MULTI-COUNT
                   ADD MDC-MULTI-VALUES (MDC-SUBSCRIPT)
                       TO MDC-LINE-UNITS
                   ADD 1 TO MDC-SUBSCRIPT
               END-PERFORM
           ELSE
               COMPUTE MDC-LINE-UNITS = MDC-ORIG-N1 + MDC-ORIG-N2
           END-IF.
       5450-EXIT.
           EXIT.

      *----------------------------------------------------------
      * A pairing withheld from the interface feed by the review
      * flag is queued here instead, so the supervisor's decision
      * the packaging line.
      *----------------------------------------------------------
       5600-WRITE-REVIEW-QUEUE.
           PERFORM 5450-COUNT-LINE-UNITS THRU 5450-EXIT
           MOVE SPACES TO MDC-REVIEW-RECORD
           ACCEPT MDC-CURRENT-DATE FROM DATE
           ACCEPT MDC-TIME-RAW FROM TIME
           MOVE result TO RQ-RESULT
           MOVE MDC-LCM-RESULT TO RQ-LCM
           MOVE MDC-IN-DEPOT TO RQ-DEPOT
           MOVE MDC-LINE-UNITS TO RQ-UNITS
           WRITE MDC-REVIEW-RECORD.
       5600-EXIT.
           EXIT.
