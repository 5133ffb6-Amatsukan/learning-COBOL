      * against its own depot's candidate sizes - a size retired
      * at one site leaves the other site's pairings alone.  A
      * history line with no depot is the main site's (DC1).
      *
      * indexed master: ctnr-maint now maintains the indexed
      * CTNRMSTR in place, so there is no NEWMSTR candidate to
      * read.  The candidate is now the live master as the
      * transaction deck on CTNRTRAN would leave it - this
      * program runs against the deck before ctnr-maint applies
      * it.  Each card is played with the same edits ctnr-maint
      * makes (a duplicate add, a delete or change of a size not
      * there, bad dates or status are counted as rejects and
      * change nothing), and the sizes it touches are held in a
      * small pending table that overrides the master.  Every
      * other size is read from the master by depot and size as
      * a history line needs it, so sizes wider than three
      * digits are evaluated and nothing is capped at 50.  A deck
      * that touches more sizes than the pending table holds
      * refuses the run rather than simulate part of it.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIM-PARM-STATUS.

           SELECT SIM-MASTER-FILE ASSIGN TO CTNRMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-KEY
               FILE STATUS IS SIM-MASTER-STATUS.

           SELECT SIM-TRANS-FILE ASSIGN TO CTNRTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIM-TRANS-STATUS.

           SELECT SIM-HISTORY-FILE ASSIGN TO HSTFILE
               ORGANIZATION IS LINE SEQUENTIAL.
           02  PR-ASOF-DATE          PIC 9(6).

      *----------------------------------------------------------
      * The live container master - same layout as ctnr-maint's
      * CTM-MASTER-RECORD, keyed on depot and size.
      *----------------------------------------------------------
       FD  SIM-MASTER-FILE.
       01  SIM-MASTER-RECORD.
           02  CM-KEY.
               03  CM-DEPOT          PIC X(3).
               03  CM-CONTAINER-SIZE PIC 9(7).
           02  CM-EFF-DATE           PIC X(6).
           02  CM-EXP-DATE           PIC X(6).
           02  CM-STATUS             PIC X(1).

      *----------------------------------------------------------
      * The maintenance deck ctnr-maint is about to apply - same
      * layout as its CTM-TRANS-RECORD.
      *----------------------------------------------------------
       FD  SIM-TRANS-FILE.
       01  SIM-TRANS-RECORD.
           02  TR-ACTION             PIC X(1).
               88  TR-ACTION-ADD         VALUE "A".
               88  TR-ACTION-DELETE      VALUE "D".
               88  TR-ACTION-LIST        VALUE "L".
               88  TR-ACTION-CHANGE      VALUE "C".
           02  TR-SIZE               PIC 9(3).
           02  TR-USER               PIC X(3).
           02  TR-DEPOT              PIC X(3).
           02  TR-EFF-DATE           PIC X(6).
           02  TR-EXP-DATE           PIC X(6).
           02  TR-STATUS             PIC X(1).
           02  TR-WIDE-SIZE          PIC X(7).

      *----------------------------------------------------------
      * One line per result, appended by main-mdc's

       WORKING-STORAGE SECTION.
       01  SIM-PARM-STATUS             PIC X(2) VALUE "00".
       01  SIM-MASTER-STATUS           PIC X(2) VALUE "00".
       01  SIM-TRANS-STATUS            PIC X(2) VALUE "00".

       01  SIM-SWITCHES.
           02  SIM-EOF-SWITCH          PIC X(01) VALUE "N".
               88  SIM-END-OF-HISTORY      VALUE "Y".
           02  SIM-MATCH-SWITCH        PIC X(01) VALUE "N".
               88  SIM-SIZE-STOCKED        VALUE "Y".
           02  SIM-MASTER-OPEN-SW      PIC X(01) VALUE "N".
               88  SIM-MASTER-AVAILABLE    VALUE "Y".
           02  SIM-CANDIDATE-SW        PIC X(01) VALUE "N".
               88  SIM-ON-CANDIDATE        VALUE "Y".
           02  SIM-CARD-SW             PIC X(01) VALUE "N".
               88  SIM-CARD-REJECTED       VALUE "Y".

       01  SIM-ASOF-DATE               PIC 9(6) VALUE 0.

      * A line with no depot code belongs to the main site.
      *----------------------------------------------------------
       01  SIM-WORK-DEPOT              PIC X(3).
       01  SIM-WORK-SIZE               PIC 9(7).
       01  SIM-DEFAULT-DEPOT           PIC X(3) VALUE "DC1".

      *----------------------------------------------------------
      * One size as the candidate has it - off the pending table
      * or off the master with its blanks filled (no effective
      * date = effective immediately, no expiry = never expires,
      * no status = active).
      *----------------------------------------------------------
       01  SIM-CANDIDATE-ENTRY.
           02  CE-EFF-DATE             PIC 9(6).
           02  CE-EXP-DATE             PIC 9(6).
           02  CE-STATUS               PIC X(1).
               88  CE-ACTIVE               VALUE "A".

      *----------------------------------------------------------
      * Every size the deck touches, as the deck leaves it - on
      * the candidate or deleted from it - overriding the master.
      *----------------------------------------------------------
       01  SIM-PENDING-TABLE.
           02  SIM-PENDING-ENTRY OCCURS 500 TIMES.
               03  PD-DEPOT            PIC X(3).
               03  PD-SIZE             PIC 9(7).
               03  PD-PRESENT-SW       PIC X(1).
                   88  PD-PRESENT          VALUE "Y".
               03  PD-EFF-DATE         PIC 9(6).
               03  PD-EXP-DATE         PIC 9(6).
               03  PD-STATUS           PIC X(1).
       01  SIM-PENDING-COUNT           PIC 9(4) VALUE 0 COMP.
       01  SIM-PENDING-LIMIT           PIC 9(4) VALUE 500 COMP.
       01  SIM-PENDING-SUB             PIC 9(4) COMP.
       01  SIM-SUBSCRIPT               PIC 9(4) COMP.

      *----------------------------------------------------------
      * One deck card's dates and status after the same edits
      * ctnr-maint makes.
      *----------------------------------------------------------
       01  SIM-CARD-WORK.
           02  SIM-CARD-EFF            PIC 9(6).
           02  SIM-CARD-EXP            PIC 9(6).
           02  SIM-CARD-STATUS         PIC X(1).

      *----------------------------------------------------------
      * Sizes on the candidate: the master's count, plus the
      * deck's adds, less its deletes.
      *----------------------------------------------------------
       01  SIM-CONTAINER-COUNT         PIC 9(7) VALUE 0 COMP.

       01  SIM-COUNTS.
           02  SIM-RECORD-COUNT        PIC 9(7) VALUE 0 COMP.
           02  SIM-EVALUATED-COUNT     PIC 9(7) VALUE 0 COMP.
           02  SIM-WOULD-FLAG-COUNT    PIC 9(7) VALUE 0 COMP.
           02  SIM-NEW-FLAG-COUNT      PIC 9(7) VALUE 0 COMP.
           02  SIM-CLEARED-COUNT       PIC 9(7) VALUE 0 COMP.
           02  SIM-CARD-COUNT          PIC 9(7) VALUE 0 COMP.
           02  SIM-CARD-APPLIED-COUNT  PIC 9(7) VALUE 0 COMP.
           02  SIM-CARD-REJECT-COUNT   PIC 9(7) VALUE 0 COMP.

       01  SIM-RATES.
           02  SIM-OLD-RATE            PIC 9(3)V99 VALUE 0.

       1000-INITIALIZE.
           PERFORM 1100-READ-SIM-CONTROL THRU 1100-EXIT
           PERFORM 1200-OPEN-MASTER THRU 1200-EXIT
           PERFORM 1300-LOAD-PENDING-DECK THRU 1300-EXIT
           OPEN INPUT SIM-HISTORY-FILE
           OPEN OUTPUT SIM-PRINT-FILE
           MOVE SIM-ASOF-DATE TO HD-ASOF-DATE
           EXIT.

      *----------------------------------------------------------
      * Opens the live master for keyed reads and counts what is
      * on it.  A missing master is an empty one - ctnr-maint
      * builds the file from nothing on its first run.
      *----------------------------------------------------------
       1200-OPEN-MASTER.
           MOVE 0 TO SIM-CONTAINER-COUNT
           OPEN INPUT SIM-MASTER-FILE
           IF SIM-MASTER-STATUS NOT = "00"
               DISPLAY "** CONTAINER MASTER NOT FOUND - "
                   "SIMULATING AGAINST AN EMPTY MASTER **"
               GO TO 1200-EXIT
           END-IF
           SET SIM-MASTER-AVAILABLE TO TRUE
           MOVE LOW-VALUES TO CM-KEY
           START SIM-MASTER-FILE KEY IS NOT LESS THAN CM-KEY
           PERFORM UNTIL SIM-MASTER-STATUS NOT = "00"
               READ SIM-MASTER-FILE NEXT RECORD
               IF SIM-MASTER-STATUS = "00"
                   ADD 1 TO SIM-CONTAINER-COUNT
               END-IF
           END-PERFORM
           DISPLAY "CONTAINER MASTER HOLDS " SIM-CONTAINER-COUNT
               " SIZE(S)".
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Plays the maintenance deck over the master into the
      * pending table.  A missing deck refuses the run: there is
      * nothing to simulate.
      *----------------------------------------------------------
       1300-LOAD-PENDING-DECK.
           MOVE 0 TO SIM-PENDING-COUNT
           OPEN INPUT SIM-TRANS-FILE
           IF SIM-TRANS-STATUS NOT = "00"
               DISPLAY "*** MAINTENANCE DECK (CTNRTRAN) MISSING - "
                   "RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           PERFORM UNTIL SIM-TRANS-STATUS = "10"
               READ SIM-TRANS-FILE
                   AT END
                       MOVE "10" TO SIM-TRANS-STATUS
                   NOT AT END
                       ADD 1 TO SIM-CARD-COUNT
                       PERFORM 1350-PLAY-ONE-CARD THRU 1350-EXIT
               END-READ
           END-PERFORM
           CLOSE SIM-TRANS-FILE
           DISPLAY "MAINTENANCE DECK PLAYED - " SIM-CARD-APPLIED-COUNT
               " CHANGE(S), " SIM-CARD-REJECT-COUNT
               " WOULD BE REJECTED"
           DISPLAY "CANDIDATE MASTER HOLDS " SIM-CONTAINER-COUNT
               " SIZE(S)"
           IF SIM-CONTAINER-COUNT = 0
               DISPLAY "** CANDIDATE MASTER IS EMPTY - "
                   "RECONCILIATION WOULD BE SKIPPED, NOTHING "
                   "WOULD FLAG **"
           END-IF.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * One card, staged and edited the way ctnr-maint's
      * 3000-APPLY-TRANS does it.  A list card changes nothing;
      * anything ctnr-maint would reject is counted and skipped.
      *----------------------------------------------------------
       1350-PLAY-ONE-CARD.
           IF TR-ACTION-LIST
               GO TO 1350-EXIT
           END-IF
           MOVE "N" TO SIM-CARD-SW
           IF TR-DEPOT = SPACES
               MOVE SIM-DEFAULT-DEPOT TO SIM-WORK-DEPOT
           ELSE
               MOVE TR-DEPOT TO SIM-WORK-DEPOT
           END-IF
           IF TR-WIDE-SIZE = SPACES
               IF TR-SIZE NUMERIC
                   MOVE TR-SIZE TO SIM-WORK-SIZE
               ELSE
                   MOVE 0 TO SIM-WORK-SIZE
               END-IF
           ELSE
               IF TR-WIDE-SIZE NUMERIC
                   MOVE TR-WIDE-SIZE TO SIM-WORK-SIZE
               ELSE
                   MOVE 0 TO SIM-WORK-SIZE
               END-IF
           END-IF
           IF SIM-WORK-SIZE = 0
               OR NOT (TR-ACTION-ADD OR TR-ACTION-DELETE
                   OR TR-ACTION-CHANGE)
               ADD 1 TO SIM-CARD-REJECT-COUNT
               GO TO 1350-EXIT
           END-IF
           PERFORM 4000-FIND-CANDIDATE THRU 4000-EXIT
           IF TR-ACTION-ADD AND SIM-ON-CANDIDATE
               SET SIM-CARD-REJECTED TO TRUE
           END-IF
           IF (TR-ACTION-DELETE OR TR-ACTION-CHANGE)
               AND NOT SIM-ON-CANDIDATE
               SET SIM-CARD-REJECTED TO TRUE
           END-IF
           IF NOT TR-ACTION-DELETE AND NOT SIM-CARD-REJECTED
               PERFORM 1360-EDIT-DATES-STATUS THRU 1360-EXIT
           END-IF
           IF SIM-CARD-REJECTED
               ADD 1 TO SIM-CARD-REJECT-COUNT
               GO TO 1350-EXIT
           END-IF
           PERFORM 1380-OPEN-PENDING-SLOT THRU 1380-EXIT
           IF TR-ACTION-DELETE
               MOVE "N" TO PD-PRESENT-SW (SIM-PENDING-SUB)
               SUBTRACT 1 FROM SIM-CONTAINER-COUNT
           ELSE
               IF TR-ACTION-ADD
                   ADD 1 TO SIM-CONTAINER-COUNT
               END-IF
               MOVE "Y" TO PD-PRESENT-SW (SIM-PENDING-SUB)
               MOVE SIM-CARD-EFF TO PD-EFF-DATE (SIM-PENDING-SUB)
               MOVE SIM-CARD-EXP TO PD-EXP-DATE (SIM-PENDING-SUB)
               MOVE SIM-CARD-STATUS TO PD-STATUS (SIM-PENDING-SUB)
           END-IF
           ADD 1 TO SIM-CARD-APPLIED-COUNT.
       1350-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The card's dates and status with the blanks filled, the
      * same edits as ctnr-maint's 3050-EDIT-DATES-STATUS.
      *----------------------------------------------------------
       1360-EDIT-DATES-STATUS.
           IF TR-EFF-DATE = SPACES
               MOVE 0 TO SIM-CARD-EFF
           ELSE
               IF TR-EFF-DATE NUMERIC
                   MOVE TR-EFF-DATE TO SIM-CARD-EFF
               ELSE
                   SET SIM-CARD-REJECTED TO TRUE
                   GO TO 1360-EXIT
               END-IF
           END-IF
           IF TR-EXP-DATE = SPACES
               MOVE 999999 TO SIM-CARD-EXP
           ELSE
               IF TR-EXP-DATE NUMERIC
                   MOVE TR-EXP-DATE TO SIM-CARD-EXP
               ELSE
                   SET SIM-CARD-REJECTED TO TRUE
                   GO TO 1360-EXIT
               END-IF
           END-IF
           IF SIM-CARD-EXP < SIM-CARD-EFF
               SET SIM-CARD-REJECTED TO TRUE
               GO TO 1360-EXIT
           END-IF
           IF TR-STATUS = SPACE
               MOVE "A" TO SIM-CARD-STATUS
           ELSE
               IF TR-STATUS = "A" OR TR-STATUS = "S"
                   MOVE TR-STATUS TO SIM-CARD-STATUS
               ELSE
                   SET SIM-CARD-REJECTED TO TRUE
               END-IF
           END-IF.
       1360-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The pending slot for the card's depot and size - the one
      * 4000-FIND-CANDIDATE found, or a new one.  A deck touching
      * more sizes than the table holds refuses the run.
      *----------------------------------------------------------
       1380-OPEN-PENDING-SLOT.
           IF SIM-PENDING-SUB NOT = 0
               GO TO 1380-EXIT
           END-IF
           IF SIM-PENDING-COUNT >= SIM-PENDING-LIMIT
               DISPLAY "*** MAINTENANCE DECK TOUCHES MORE THAN "
                   SIM-PENDING-LIMIT " SIZES - RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           ADD 1 TO SIM-PENDING-COUNT
           MOVE SIM-PENDING-COUNT TO SIM-PENDING-SUB
           MOVE SIM-WORK-DEPOT TO PD-DEPOT (SIM-PENDING-SUB)
           MOVE SIM-WORK-SIZE TO PD-SIZE (SIM-PENDING-SUB).
       1380-EXIT.
           EXIT.

       2000-READ-HISTORY.
      * way main-mdc treats a missing master.
      *----------------------------------------------------------
       3500-CHECK-CANDIDATE-STOCKED.
           MOVE "N" TO SIM-MATCH-SWITCH
           IF SIM-CONTAINER-COUNT = 0
               SET SIM-SIZE-STOCKED TO TRUE
               GO TO 3500-EXIT
           ELSE
               MOVE HS-DEPOT TO SIM-WORK-DEPOT
           END-IF
           MOVE HS-RESULT TO SIM-WORK-SIZE
           PERFORM 4000-FIND-CANDIDATE THRU 4000-EXIT
           IF SIM-ON-CANDIDATE
               AND CE-ACTIVE
               AND CE-EFF-DATE <= SIM-ASOF-DATE
               AND CE-EXP-DATE >= SIM-ASOF-DATE
               SET SIM-SIZE-STOCKED TO TRUE
           END-IF.
       3500-EXIT.
           EXIT.

       5000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The candidate's entry for SIM-WORK-DEPOT / SIM-WORK-SIZE:
      * the deck's pending entry if it touched the size, else the
      * master record read by key.  SIM-PENDING-SUB is left on
      * the pending slot, or zero when there is none.
      *----------------------------------------------------------
       4000-FIND-CANDIDATE.
           MOVE "N" TO SIM-CANDIDATE-SW
           MOVE 0 TO SIM-PENDING-SUB
           MOVE 1 TO SIM-SUBSCRIPT
           PERFORM UNTIL SIM-SUBSCRIPT > SIM-PENDING-COUNT
               OR SIM-PENDING-SUB NOT = 0
               IF PD-DEPOT (SIM-SUBSCRIPT) = SIM-WORK-DEPOT
                   AND PD-SIZE (SIM-SUBSCRIPT) = SIM-WORK-SIZE
                   MOVE SIM-SUBSCRIPT TO SIM-PENDING-SUB
               END-IF
               ADD 1 TO SIM-SUBSCRIPT
           END-PERFORM
           IF SIM-PENDING-SUB NOT = 0
               IF PD-PRESENT (SIM-PENDING-SUB)
                   SET SIM-ON-CANDIDATE TO TRUE
                   MOVE PD-EFF-DATE (SIM-PENDING-SUB) TO CE-EFF-DATE
                   MOVE PD-EXP-DATE (SIM-PENDING-SUB) TO CE-EXP-DATE
                   MOVE PD-STATUS (SIM-PENDING-SUB) TO CE-STATUS
               END-IF
               GO TO 4000-EXIT
           END-IF
           IF NOT SIM-MASTER-AVAILABLE
               GO TO 4000-EXIT
           END-IF
           MOVE SIM-WORK-DEPOT TO CM-DEPOT
           MOVE SIM-WORK-SIZE TO CM-CONTAINER-SIZE
           READ SIM-MASTER-FILE
           IF SIM-MASTER-STATUS NOT = "00"
               GO TO 4000-EXIT
           END-IF
           SET SIM-ON-CANDIDATE TO TRUE
           IF CM-EFF-DATE NUMERIC
               MOVE CM-EFF-DATE TO CE-EFF-DATE
           ELSE
               MOVE 0 TO CE-EFF-DATE
           END-IF
           IF CM-EXP-DATE NUMERIC AND CM-EXP-DATE NOT = "000000"
               MOVE CM-EXP-DATE TO CE-EXP-DATE
           ELSE
               MOVE 999999 TO CE-EXP-DATE
           END-IF
           IF CM-STATUS = "A" OR CM-STATUS = "S"
               MOVE CM-STATUS TO CE-STATUS
           ELSE
               MOVE "A" TO CE-STATUS
           END-IF.
       4000-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE SIM-HISTORY-FILE
           CLOSE SIM-PRINT-FILE
           IF SIM-MASTER-AVAILABLE
               CLOSE SIM-MASTER-FILE
           END-IF
           DISPLAY "=============================================="
           DISPLAY "IMPACT SIMULATION SUMMARY"
           DISPLAY "  DECK CARDS READ . . . . . . . . : "
               SIM-CARD-COUNT
           DISPLAY "  DECK CHANGES SIMULATED. . . . . : "
               SIM-CARD-APPLIED-COUNT
           DISPLAY "  DECK CARDS MAINT WOULD REJECT . : "
               SIM-CARD-REJECT-COUNT
           DISPLAY "  HISTORY LINES READ. . . . . . . : "
               SIM-RECORD-COUNT
           DISPLAY "  PAIRINGS EVALUATED. . . . . . . : "
