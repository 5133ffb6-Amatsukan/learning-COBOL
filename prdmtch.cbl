       IDENTIFICATION DIVISION.
       PROGRAM-ID.    prod-match.
      *
      * Modification history
      * ---------------------------------------------------------
      * production confirmation: the ack file only says the
      * packaging-line scheduler picked a record up, not what the
      * line did with it.  The scheduler now sends a confirmation
      * feed on CNFFILE once a cycle's feed has been run - one
      * record per pairing run, with the depot, mode, N1, N2, the
      * container size actually used, the units packed and the
      * containers consumed, between an "H" header naming the
      * cycle it answers and a "T" trailer carrying the record
      * count and a hash of the sizes used, balanced the way
      * main-mdc balances its own input.  This step matches each
      * confirmation against what that cycle sent on IFCFILE and
      * IFCOVRD and reports, depot by depot, every pairing run on
      * a different box than the one decided, every shortfall or
      * overrun on units, every pairing sent but never run and
      * every one run but never sent.  Each depot's figures for
      * the cycle are posted to the variance history on PRDHIST,
      * and the report closes with the variance by cycle and
      * depot over the latest cycles on it - the figure the
      * warehouse manager is measured on, which until now was
      * built by hand from line tickets.  Runs when the
      * confirmations arrive, outside the nightly chain; it
      * stamps nothing on the cycle-status file.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRD-CONFIRM-FILE ASSIGN TO CNFFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRD-CONFIRM-STATUS.

           SELECT PRD-INTERFACE-FILE ASSIGN TO IFCFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRD-INTERFACE-STATUS.

           SELECT OPTIONAL PRD-OVERRIDE-FILE ASSIGN TO IFCOVRD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRD-OVERRIDE-STATUS.

           SELECT OPTIONAL PRD-CYCLE-FILE ASSIGN TO CYCSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRD-CYCLE-STATUS.

           SELECT OPTIONAL PRD-VARHIST-FILE ASSIGN TO PRDHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRD-VARHIST-STATUS.

           SELECT PRD-PRINT-FILE ASSIGN TO PRDRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------
      * The scheduler's confirmation feed - columns only, no
      * separators, like the feed we send it.  An "H" header
      * with the cycle date of the feed that was run and the
      * date the line ran it, one "C" record per pairing run,
      * and a "T" trailer with the count of "C" records and the
      * sum of their sizes used.
      *----------------------------------------------------------
       FD  PRD-CONFIRM-FILE.
       01  PRD-CONFIRM-RECORD.
           02  CF-REC-TYPE           PIC X(1).
               88  CF-TYPE-HEADER        VALUE "H".
               88  CF-TYPE-CONFIRM       VALUE "C".
               88  CF-TYPE-TRAILER       VALUE "T".
           02  CF-DEPOT              PIC X(3).
           02  CF-MODE               PIC X(1).
           02  CF-N1                 PIC 9(7).
           02  CF-N2                 PIC 9(7).
           02  CF-SIZE-USED          PIC 9(7).
           02  CF-UNITS-PACKED       PIC 9(9).
           02  CF-CONTAINERS         PIC 9(7).
       01  PRD-CONFIRM-HEADER.
           02  CFH-REC-TYPE          PIC X(1).
           02  CFH-CYCLE-DATE        PIC 9(6).
           02  CFH-RUN-DATE          PIC 9(6).
       01  PRD-CONFIRM-TRAILER.
           02  CFT-REC-TYPE          PIC X(1).
           02  CFT-COUNT             PIC 9(7).
           02  CFT-HASH              PIC 9(13).

      *----------------------------------------------------------
      * The feed main-mdc sent for the cycle - same layout as its
      * MDC-INTERFACE-RECORD, with the "T" control trailer.
      *----------------------------------------------------------
       FD  PRD-INTERFACE-FILE.
       01  PRD-INTERFACE-RECORD.
           02  IF-MODE               PIC X(1).
               88  IF-TRAILER-REC        VALUE "T".
           02  IF-N1                 PIC 9(7).
           02  IF-N2                 PIC 9(7).
           02  IF-RESULT             PIC 9(7).
           02  IF-LCM                PIC 9(15).
           02  IF-DEPOT              PIC X(3).
           02  IF-UNITS              PIC 9(9).
       01  PRD-INTERFACE-TRAILER.
           02  IFT-REC-TYPE          PIC X(1).
           02  IFT-COUNT             PIC 9(7).
           02  IFT-HASH              PIC 9(13).

      *----------------------------------------------------------
      * Supervisor releases for the cycle - same layout as
      * review-disp's RVD-OVERRIDE-RECORD.
      *----------------------------------------------------------
       FD  PRD-OVERRIDE-FILE.
       01  PRD-OVERRIDE-RECORD.
           02  OV-MODE               PIC X(1).
           02  OV-N1                 PIC 9(7).
           02  OV-N2                 PIC 9(7).
           02  OV-RESULT             PIC 9(7).
           02  OV-LCM                PIC 9(15).
           02  OV-MARKER             PIC X(1).
           02  OV-INITIALS           PIC X(3).
           02  OV-DEPOT              PIC X(3).
           02  OV-UNITS              PIC 9(9).

      *----------------------------------------------------------
      * Shared cycle-status file - same layout as main-mdc's
      * MDC-CYCLE-RECORD.  Read only, to prove the cycle the
      * confirmations answer was posted to a clean end of job.
      *----------------------------------------------------------
       FD  PRD-CYCLE-FILE.
       01  PRD-CYCLE-RECORD.
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

      *----------------------------------------------------------
      * Variance history - one line per cycle and depot, appended
      * at the end of each clean run.
      *----------------------------------------------------------
       FD  PRD-VARHIST-FILE.
       01  PRD-VARHIST-RECORD.
           02  PH-CYCLE-DATE         PIC 9(6).
           02  FILLER                PIC X(1).
           02  PH-DEPOT              PIC X(3).
           02  FILLER                PIC X(1).
           02  PH-SENT               PIC 9(7).
           02  FILLER                PIC X(1).
           02  PH-RUN                PIC 9(7).
           02  FILLER                PIC X(1).
           02  PH-ON-PLAN            PIC 9(7).
           02  FILLER                PIC X(1).
           02  PH-DIFF-BOX           PIC 9(7).
           02  FILLER                PIC X(1).
           02  PH-SHORT              PIC 9(7).
           02  FILLER                PIC X(1).
           02  PH-OVER               PIC 9(7).
           02  FILLER                PIC X(1).
           02  PH-NOT-RUN            PIC 9(7).
           02  FILLER                PIC X(1).
           02  PH-NOT-SENT           PIC 9(7).
           02  FILLER                PIC X(1).
           02  PH-PLANNED-UNITS      PIC 9(11).
           02  FILLER                PIC X(1).
           02  PH-PACKED-UNITS       PIC 9(11).
           02  FILLER                PIC X(1).
           02  PH-PLANNED-BOXES      PIC 9(9).
           02  FILLER                PIC X(1).
           02  PH-CONTAINERS         PIC 9(9).

       FD  PRD-PRINT-FILE.
       01  PRD-PRINT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  PRD-CONFIRM-STATUS          PIC X(2) VALUE "00".
       01  PRD-INTERFACE-STATUS        PIC X(2) VALUE "00".
       01  PRD-OVERRIDE-STATUS         PIC X(2) VALUE "00".
       01  PRD-CYCLE-STATUS            PIC X(2) VALUE "00".
       01  PRD-VARHIST-STATUS          PIC X(2) VALUE "00".

       01  PRD-SWITCHES.
           02  PRD-CONFIRM-EOF         PIC X(01) VALUE "N".
               88  PRD-END-OF-CONFIRMS     VALUE "Y".
           02  PRD-CYCLE-EOF           PIC X(01) VALUE "N".
               88  PRD-END-OF-CYCLE-LOG    VALUE "Y".
           02  PRD-VARHIST-EOF         PIC X(01) VALUE "N".
               88  PRD-END-OF-VARHIST      VALUE "Y".
           02  PRD-TRAILER-SWITCH      PIC X(01) VALUE "N".
               88  PRD-TRAILER-SEEN        VALUE "Y".
           02  PRD-IFC-TRAILER-SWITCH  PIC X(01) VALUE "N".
               88  PRD-IFC-TRAILER-SEEN    VALUE "Y".
           02  PRD-CYCLE-ENDED-SW      PIC X(01) VALUE "N".
               88  PRD-CYCLE-ENDED         VALUE "Y".
           02  PRD-CYCLE-POSTED-SW     PIC X(01) VALUE "N".
               88  PRD-CYCLE-POSTED        VALUE "Y".
           02  PRD-MATCH-SWITCH        PIC X(01) VALUE "N".
               88  PRD-ENTRY-FOUND         VALUE "Y".
           02  PRD-EXCEPTION-SWITCH    PIC X(01) VALUE "N".
               88  PRD-DEPOT-HAS-EXCEPTIONS VALUE "Y".

      *----------------------------------------------------------
      * The cycle the confirmations answer, from their header.
      *----------------------------------------------------------
       01  PRD-CYCLE-DATE              PIC 9(6) VALUE 0.
       01  PRD-RUN-DATE                PIC 9(6) VALUE 0.
       01  PRD-MDC-STEP-NAME           PIC X(8) VALUE "MAIN-MDC".

      *----------------------------------------------------------
      * A record with no depot code belongs to the main site.
      *----------------------------------------------------------
       01  PRD-WORK-DEPOT              PIC X(3).
       01  PRD-DEFAULT-DEPOT           PIC X(3) VALUE "DC1".

      *----------------------------------------------------------
      * Everything sent for the cycle - the main feed and the
      * supervisor releases - with the units and boxes planned
      * and the confirmation that answered it (zero = not run).
      *----------------------------------------------------------
       01  PRD-PLANNED-TABLE.
           02  PRD-PLANNED-ENTRY OCCURS 1000 TIMES.
               03  PL-MODE           PIC X(1).
                   88  PL-MODE-MULTI     VALUE "M".
               03  PL-N1             PIC 9(7).
               03  PL-N2             PIC 9(7).
               03  PL-RESULT         PIC 9(7).
               03  PL-DEPOT          PIC X(3).
               03  PL-UNITS          PIC 9(9).
               03  PL-BOXES          PIC 9(9).
               03  PL-SOURCE         PIC X(3).
               03  PL-CONFIRM-INDEX  PIC 9(4) COMP.
       01  PRD-PLANNED-COUNT           PIC 9(4) VALUE 0 COMP.
       01  PRD-PLANNED-LIMIT           PIC 9(4) VALUE 1000 COMP.

      *----------------------------------------------------------
      * Every confirmation received, and whether it answered
      * something sent.
      *----------------------------------------------------------
       01  PRD-CONFIRM-TABLE.
           02  PRD-CONFIRM-ENTRY OCCURS 1000 TIMES.
               03  CO-MODE           PIC X(1).
               03  CO-N1             PIC 9(7).
               03  CO-N2             PIC 9(7).
               03  CO-SIZE-USED      PIC 9(7).
               03  CO-UNITS-PACKED   PIC 9(9).
               03  CO-CONTAINERS     PIC 9(7).
               03  CO-DEPOT          PIC X(3).
               03  CO-MATCHED        PIC X(1).
                   88  CO-IS-MATCHED     VALUE "Y".
       01  PRD-CONFIRM-COUNT           PIC 9(4) VALUE 0 COMP.
       01  PRD-CONFIRM-LIMIT           PIC 9(4) VALUE 1000 COMP.

      *----------------------------------------------------------
      * One slot per depot sent to or confirmed from - the
      * cycle's figures, posted to the variance history.
      *----------------------------------------------------------
       01  PRD-DEPOT-TABLE.
           02  PRD-DEPOT-SLOT OCCURS 20 TIMES.
               03  DP-DEPOT            PIC X(3).
               03  DP-SENT             PIC 9(7) COMP.
               03  DP-RUN              PIC 9(7) COMP.
               03  DP-ON-PLAN          PIC 9(7) COMP.
               03  DP-DIFF-BOX         PIC 9(7) COMP.
               03  DP-SHORT            PIC 9(7) COMP.
               03  DP-OVER             PIC 9(7) COMP.
               03  DP-NOT-RUN          PIC 9(7) COMP.
               03  DP-NOT-SENT         PIC 9(7) COMP.
               03  DP-PLANNED-UNITS    PIC 9(11) COMP.
               03  DP-PACKED-UNITS     PIC 9(11) COMP.
               03  DP-PLANNED-BOXES    PIC 9(9) COMP.
               03  DP-CONTAINERS       PIC 9(9) COMP.
       01  PRD-DEPOT-COUNT             PIC 9(4) VALUE 0 COMP.
       01  PRD-DEPOT-LIMIT             PIC 9(4) VALUE 20 COMP.
       01  PRD-DEPOT-INDEX             PIC 9(4) VALUE 0 COMP.

       01  PRD-SUBSCRIPT               PIC 9(4) COMP.
       01  PRD-CONF-SUB                PIC 9(4) COMP.
       01  PRD-PLAN-SUB                PIC 9(4) COMP.
       01  PRD-DEPOT-SUB               PIC 9(4) COMP.
       01  PRD-FOUND-INDEX             PIC 9(4) COMP.

      *----------------------------------------------------------
      * The variance history is reported over the latest cycles
      * on it - the window holds their dates, oldest first.
      *----------------------------------------------------------
       01  PRD-CYCLE-WINDOW.
           02  WN-CYCLE-DATE           PIC 9(6) OCCURS 14 TIMES.
       01  PRD-WINDOW-COUNT            PIC 9(4) VALUE 0 COMP.
       01  PRD-WINDOW-LIMIT            PIC 9(4) VALUE 14 COMP.
       01  PRD-WINDOW-SUB              PIC 9(4) COMP.

       01  PRD-WORK-FIELDS.
           02  PRD-UNIT-VARIANCE       PIC S9(11).
           02  PRD-BOX-VARIANCE        PIC S9(9).
           02  PRD-VARIANCE-PCT        PIC S9(5)V99.
           02  PRD-REMARK              PIC X(24).
           02  PRD-DIFF-BOX-SW         PIC X(1).
               88  PRD-IS-DIFF-BOX         VALUE "Y".

       01  PRD-COUNTS.
           02  PRD-CONFIRM-READ        PIC 9(7) VALUE 0 COMP.
           02  PRD-CONFIRM-HASH        PIC 9(13) VALUE 0.
           02  PRD-TRL-COUNT           PIC 9(7) VALUE 0.
           02  PRD-TRL-HASH            PIC 9(13) VALUE 0.
           02  PRD-SENT-COUNT          PIC 9(7) VALUE 0 COMP.
           02  PRD-IFC-HASH            PIC 9(13) VALUE 0.
           02  PRD-IFC-TRL-COUNT       PIC 9(7) VALUE 0.
           02  PRD-IFC-TRL-HASH        PIC 9(13) VALUE 0.
           02  PRD-OVERRIDE-COUNT      PIC 9(7) VALUE 0 COMP.
           02  PRD-MATCHED-COUNT       PIC 9(7) VALUE 0 COMP.
           02  PRD-ON-PLAN-COUNT       PIC 9(7) VALUE 0 COMP.
           02  PRD-DIFF-BOX-COUNT      PIC 9(7) VALUE 0 COMP.
           02  PRD-SHORT-COUNT         PIC 9(7) VALUE 0 COMP.
           02  PRD-OVER-COUNT          PIC 9(7) VALUE 0 COMP.
           02  PRD-NOT-RUN-COUNT       PIC 9(7) VALUE 0 COMP.
           02  PRD-NOT-SENT-COUNT      PIC 9(7) VALUE 0 COMP.
           02  PRD-HISTORY-POSTED      PIC 9(7) VALUE 0 COMP.
           02  PRD-TIE-COUNT           PIC 9(7) VALUE 0 COMP.

       01  PRD-HEADING-1.
           02  FILLER                  PIC X(20) VALUE SPACES.
           02  FILLER                  PIC X(40) VALUE
               "PRODUCTION CONFIRMATION VARIANCE".
           02  FILLER                  PIC X(6) VALUE "CYCLE ".
           02  HD-CYCLE-DATE           PIC 9(6).
           02  FILLER                  PIC X(13) VALUE
               "   LINE RUN ".
           02  HD-RUN-DATE             PIC 9(6).

       01  PRD-DEPOT-HEADING.
           02  FILLER                  PIC X(6) VALUE "DEPOT ".
           02  DH-DEPOT                PIC X(3).

       01  PRD-DETAIL-HEADING-1.
           02  FILLER                  PIC X(21) VALUE SPACES.
           02  FILLER                  PIC X(25) VALUE
               "-------- PLANNED --------".
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  FILLER                  PIC X(25) VALUE
               "--------- ACTUAL --------".

       01  PRD-DETAIL-HEADING-2.
           02  FILLER                  PIC X(40) VALUE
               "  M      N1      N2      GCD     UNITS  ".
           02  FILLER                  PIC X(40) VALUE
               " BOXES     SIZE     UNITS   CTNRS    UNI".
           02  FILLER                  PIC X(27) VALUE
               "T VAR BOX VAR  SRC  REMARKS".

       01  PRD-DETAIL-LINE.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  DL-MODE                 PIC X(1).
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  DL-N1                   PIC ZZZZZZ9.
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  DL-N2                   PIC ZZZZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  DL-PLANNED-GCD          PIC ZZZZZZ9.
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  DL-PLANNED-UNITS        PIC ZZZZZZZZ9.
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  DL-PLANNED-BOXES        PIC ZZZZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  DL-SIZE-USED            PIC ZZZZZZ9.
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  DL-UNITS-PACKED         PIC ZZZZZZZZ9.
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  DL-CONTAINERS           PIC ZZZZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  DL-UNIT-VARIANCE        PIC ---------9.
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  DL-BOX-VARIANCE         PIC ------9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  DL-SOURCE               PIC X(3).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  DL-REMARK               PIC X(24).

       01  PRD-SUMMARY-HEADING.
           02  FILLER                  PIC X(40) VALUE
               "  CYCLE   DEP     SENT     RUN ON PLAN D".
           02  FILLER                  PIC X(40) VALUE
               "IFF BX   SHORT    OVER NOT RUN NOT SNT  ".
           02  FILLER                  PIC X(40) VALUE
               "PLAN UNITS      PACKED     UNIT VAR     ".
           02  FILLER                  PIC X(5) VALUE "VAR %".

       01  PRD-SUMMARY-LINE.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  SM-CYCLE-DATE           PIC 9(6).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  SM-DEPOT                PIC X(3).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  SM-SENT                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  SM-RUN                  PIC ZZZZZZ9.
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  SM-ON-PLAN              PIC ZZZZZZ9.
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  SM-DIFF-BOX             PIC ZZZZZZ9.
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  SM-SHORT                PIC ZZZZZZ9.
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  SM-OVER                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  SM-NOT-RUN              PIC ZZZZZZ9.
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  SM-NOT-SENT             PIC ZZZZZZ9.
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  SM-PLANNED-UNITS        PIC ZZZZZZZZZZ9.
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  SM-PACKED-UNITS         PIC ZZZZZZZZZZ9.
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  SM-UNIT-VARIANCE        PIC -----------9.
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  SM-VARIANCE-PCT         PIC -----9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 3000-MATCH-CONFIRMATIONS THRU 3000-EXIT
           PERFORM 5000-PRINT-VARIANCES THRU 5000-EXIT
           PERFORM 6000-POST-DEPOT-SUMMARY THRU 6000-EXIT
           PERFORM 7500-PRINT-CYCLE-HISTORY THRU 7500-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *----------------------------------------------------------
      * Everything is proved before anything is written: the
      * confirmation feed in balance, the cycle it answers posted
      * cleanly and not already matched, and the feed that cycle
      * sent in balance too.
      *----------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1100-LOAD-CONFIRMATIONS THRU 1100-EXIT
           PERFORM 1200-VERIFY-CYCLE THRU 1200-EXIT
           PERFORM 1300-CHECK-VARIANCE-HISTORY THRU 1300-EXIT
           PERFORM 1400-LOAD-INTERFACE THRU 1400-EXIT
           PERFORM 1500-LOAD-OVERRIDES THRU 1500-EXIT
           OPEN OUTPUT PRD-PRINT-FILE
           MOVE PRD-CYCLE-DATE TO HD-CYCLE-DATE
           MOVE PRD-RUN-DATE TO HD-RUN-DATE
           MOVE PRD-HEADING-1 TO PRD-PRINT-LINE
           WRITE PRD-PRINT-LINE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The confirmation feed into storage.  The first record
      * must be the "H" header; a header in mid-file, a record
      * after the trailer, a record that is not a confirmation
      * or has a non-numeric field, a missing trailer or control
      * totals out of balance all refuse the run - a short or
      * spliced transfer is not matched as if it were the line's
      * whole night.
      *----------------------------------------------------------
       1100-LOAD-CONFIRMATIONS.
           OPEN INPUT PRD-CONFIRM-FILE
           IF PRD-CONFIRM-STATUS NOT = "00"
               DISPLAY "*** CONFIRMATION FILE (CNFFILE) MISSING - "
                   "RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           PERFORM 1110-READ-CONFIRMATION THRU 1110-EXIT
           IF PRD-END-OF-CONFIRMS OR NOT CF-TYPE-HEADER
               DISPLAY "*** CONFIRMATION FILE HAS NO HEADER RECORD"
                   " - RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           IF CFH-CYCLE-DATE NOT NUMERIC OR CFH-CYCLE-DATE = 0
               DISPLAY "*** CONFIRMATION HEADER CYCLE DATE NOT "
                   "NUMERIC OR ZERO - RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           MOVE CFH-CYCLE-DATE TO PRD-CYCLE-DATE
           IF CFH-RUN-DATE NUMERIC
               MOVE CFH-RUN-DATE TO PRD-RUN-DATE
           END-IF
           DISPLAY "CONFIRMATIONS FOR CYCLE " PRD-CYCLE-DATE
               " RUN ON THE LINE " PRD-RUN-DATE
           PERFORM 1110-READ-CONFIRMATION THRU 1110-EXIT
           PERFORM UNTIL PRD-END-OF-CONFIRMS
               PERFORM 1150-TAKE-CONFIRM-RECORD THRU 1150-EXIT
               PERFORM 1110-READ-CONFIRMATION THRU 1110-EXIT
           END-PERFORM
           CLOSE PRD-CONFIRM-FILE
           IF NOT PRD-TRAILER-SEEN
               DISPLAY "*** CONFIRMATION FILE HAS NO TRAILER "
                   "RECORD - OUT OF BALANCE ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           IF PRD-TRL-COUNT NOT = PRD-CONFIRM-READ
               OR PRD-TRL-HASH NOT = PRD-CONFIRM-HASH
               DISPLAY "*** CONFIRMATION CONTROL TOTALS OUT OF "
                   "BALANCE ***"
               DISPLAY "    TRAILER COUNT " PRD-TRL-COUNT
                   " RECORDS READ " PRD-CONFIRM-READ
               DISPLAY "    TRAILER HASH  " PRD-TRL-HASH
                   " COMPUTED HASH " PRD-CONFIRM-HASH
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           DISPLAY "CONFIRMATION CONTROL TOTALS IN BALANCE - "
               PRD-CONFIRM-READ " RECORDS VERIFIED".
       1100-EXIT.
           EXIT.

       1110-READ-CONFIRMATION.
           READ PRD-CONFIRM-FILE
               AT END
                   SET PRD-END-OF-CONFIRMS TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

       1150-TAKE-CONFIRM-RECORD.
           IF PRD-TRAILER-SEEN
               DISPLAY "*** CONFIRMATION RECORD AFTER TRAILER - "
                   "RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           IF CF-TYPE-HEADER
               DISPLAY "*** CONFIRMATION HEADER IN MID-FILE - "
                   "RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           IF CF-TYPE-TRAILER
               SET PRD-TRAILER-SEEN TO TRUE
               MOVE CFT-COUNT TO PRD-TRL-COUNT
               MOVE CFT-HASH TO PRD-TRL-HASH
               GO TO 1150-EXIT
           END-IF
           ADD 1 TO PRD-CONFIRM-READ
           IF NOT CF-TYPE-CONFIRM
               OR CF-N1 NOT NUMERIC OR CF-N2 NOT NUMERIC
               OR CF-SIZE-USED NOT NUMERIC
               OR CF-UNITS-PACKED NOT NUMERIC
               OR CF-CONTAINERS NOT NUMERIC
               DISPLAY "*** CONFIRMATION RECORD " PRD-CONFIRM-READ
                   " NOT A VALID CONFIRMATION - RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           ADD CF-SIZE-USED TO PRD-CONFIRM-HASH
           IF PRD-CONFIRM-COUNT NOT < PRD-CONFIRM-LIMIT
               DISPLAY "*** CONFIRMATION TABLE FULL ("
                   PRD-CONFIRM-LIMIT " RECORDS) - RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           ADD 1 TO PRD-CONFIRM-COUNT
           IF CF-DEPOT = SPACES
               MOVE PRD-DEFAULT-DEPOT TO PRD-WORK-DEPOT
           ELSE
               MOVE CF-DEPOT TO PRD-WORK-DEPOT
           END-IF
           MOVE CF-MODE TO CO-MODE (PRD-CONFIRM-COUNT)
           MOVE CF-N1 TO CO-N1 (PRD-CONFIRM-COUNT)
           MOVE CF-N2 TO CO-N2 (PRD-CONFIRM-COUNT)
           MOVE CF-SIZE-USED TO CO-SIZE-USED (PRD-CONFIRM-COUNT)
           MOVE CF-UNITS-PACKED TO CO-UNITS-PACKED (PRD-CONFIRM-COUNT)
           MOVE CF-CONTAINERS TO CO-CONTAINERS (PRD-CONFIRM-COUNT)
           MOVE PRD-WORK-DEPOT TO CO-DEPOT (PRD-CONFIRM-COUNT)
           MOVE "N" TO CO-MATCHED (PRD-CONFIRM-COUNT)
           PERFORM 1800-FIND-DEPOT-SLOT THRU 1800-EXIT
           ADD 1 TO DP-RUN (PRD-DEPOT-INDEX)
           ADD CF-UNITS-PACKED TO DP-PACKED-UNITS (PRD-DEPOT-INDEX)
           ADD CF-CONTAINERS TO DP-CONTAINERS (PRD-DEPOT-INDEX).
       1150-EXIT.
           EXIT.

       1190-REFUSE-RUN.
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       1190-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The cycle the header names must show MAIN-MDC ENDED on
      * the cycle-status file - confirmations against a cycle
      * that never posted cleanly cannot be matched to anything
      * trustworthy.
      *----------------------------------------------------------
       1200-VERIFY-CYCLE.
           OPEN INPUT PRD-CYCLE-FILE
           PERFORM UNTIL PRD-END-OF-CYCLE-LOG
               READ PRD-CYCLE-FILE
                   AT END
                       SET PRD-END-OF-CYCLE-LOG TO TRUE
                   NOT AT END
                       IF CS-CYCLE-DATE = PRD-CYCLE-DATE
                           AND CS-STEP = PRD-MDC-STEP-NAME
                           AND CS-STEP-ENDED
                           SET PRD-CYCLE-ENDED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRD-CYCLE-FILE
           IF NOT PRD-CYCLE-ENDED
               DISPLAY "*** CYCLE " PRD-CYCLE-DATE " SHOWS NO CLEAN "
                   PRD-MDC-STEP-NAME " END OF JOB ON THE CYCLE-"
                   "STATUS FILE - RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * A cycle already on the variance history has been matched
      * - running it again would count its variance twice, so
      * the run is refused.  A missing history just means this
      * is the first cycle matched.
      *----------------------------------------------------------
       1300-CHECK-VARIANCE-HISTORY.
           MOVE "N" TO PRD-VARHIST-EOF
           OPEN INPUT PRD-VARHIST-FILE
           PERFORM UNTIL PRD-END-OF-VARHIST
               READ PRD-VARHIST-FILE
                   AT END
                       SET PRD-END-OF-VARHIST TO TRUE
                   NOT AT END
                       IF PH-CYCLE-DATE = PRD-CYCLE-DATE
                           SET PRD-CYCLE-POSTED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRD-VARHIST-FILE
           IF PRD-CYCLE-POSTED
               DISPLAY "*** CYCLE " PRD-CYCLE-DATE
                   " ALREADY ON THE VARIANCE HISTORY - RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The cycle's feed as main-mdc sent it.  The job supplies
      * the generation for the cycle on the header; its trailer
      * must be present and balance, or a short feed would show
      * up as the line running pairings nobody sent.
      *----------------------------------------------------------
       1400-LOAD-INTERFACE.
           OPEN INPUT PRD-INTERFACE-FILE
           IF PRD-INTERFACE-STATUS NOT = "00"
               DISPLAY "*** INTERFACE FILE (IFCFILE) MISSING - "
                   "RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           PERFORM UNTIL PRD-INTERFACE-STATUS = "10"
               READ PRD-INTERFACE-FILE
                   AT END
                       MOVE "10" TO PRD-INTERFACE-STATUS
                   NOT AT END
                       IF IF-TRAILER-REC
                           SET PRD-IFC-TRAILER-SEEN TO TRUE
                           MOVE IFT-COUNT TO PRD-IFC-TRL-COUNT
                           MOVE IFT-HASH TO PRD-IFC-TRL-HASH
                       ELSE
                           PERFORM 1450-ADD-SENT-ENTRY
                               THRU 1450-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRD-INTERFACE-FILE
           IF NOT PRD-IFC-TRAILER-SEEN
               DISPLAY "*** INTERFACE FILE HAS NO TRAILER - "
                   "RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           IF PRD-IFC-TRL-COUNT NOT = PRD-SENT-COUNT
               OR PRD-IFC-TRL-HASH NOT = PRD-IFC-HASH
               DISPLAY "*** INTERFACE TRAILER SAYS "
                   PRD-IFC-TRL-COUNT " RECORDS HASH "
                   PRD-IFC-TRL-HASH " BUT READ " PRD-SENT-COUNT
                   " HASH " PRD-IFC-HASH " - RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF.
       1400-EXIT.
           EXIT.

       1450-ADD-SENT-ENTRY.
           ADD 1 TO PRD-SENT-COUNT
           ADD IF-RESULT TO PRD-IFC-HASH
           PERFORM 1700-OPEN-PLANNED-ENTRY THRU 1700-EXIT
           MOVE IF-MODE TO PL-MODE (PRD-PLANNED-COUNT)
           MOVE IF-N1 TO PL-N1 (PRD-PLANNED-COUNT)
           MOVE IF-N2 TO PL-N2 (PRD-PLANNED-COUNT)
           MOVE IF-RESULT TO PL-RESULT (PRD-PLANNED-COUNT)
           MOVE "IFC" TO PL-SOURCE (PRD-PLANNED-COUNT)
           IF IF-DEPOT = SPACES
               MOVE PRD-DEFAULT-DEPOT TO PRD-WORK-DEPOT
           ELSE
               MOVE IF-DEPOT TO PRD-WORK-DEPOT
           END-IF
           IF IF-UNITS NUMERIC
               MOVE IF-UNITS TO PL-UNITS (PRD-PLANNED-COUNT)
           ELSE
               MOVE 0 TO PL-UNITS (PRD-PLANNED-COUNT)
           END-IF
           PERFORM 1750-FINISH-PLANNED-ENTRY THRU 1750-EXIT.
       1450-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Supervisor releases went to the scheduler the same cycle.
      * A missing override file just means no approvals.
      *----------------------------------------------------------
       1500-LOAD-OVERRIDES.
           OPEN INPUT PRD-OVERRIDE-FILE
           IF PRD-OVERRIDE-STATUS NOT = "00"
               GO TO 1500-EXIT
           END-IF
           PERFORM UNTIL PRD-OVERRIDE-STATUS = "10"
               READ PRD-OVERRIDE-FILE
                   AT END
                       MOVE "10" TO PRD-OVERRIDE-STATUS
                   NOT AT END
                       PERFORM 1550-ADD-OVERRIDE-ENTRY
                           THRU 1550-EXIT
               END-READ
           END-PERFORM
           CLOSE PRD-OVERRIDE-FILE.
       1500-EXIT.
           EXIT.

       1550-ADD-OVERRIDE-ENTRY.
           ADD 1 TO PRD-OVERRIDE-COUNT
           PERFORM 1700-OPEN-PLANNED-ENTRY THRU 1700-EXIT
           MOVE OV-MODE TO PL-MODE (PRD-PLANNED-COUNT)
           MOVE OV-N1 TO PL-N1 (PRD-PLANNED-COUNT)
           MOVE OV-N2 TO PL-N2 (PRD-PLANNED-COUNT)
           MOVE OV-RESULT TO PL-RESULT (PRD-PLANNED-COUNT)
           MOVE "OVR" TO PL-SOURCE (PRD-PLANNED-COUNT)
           IF OV-DEPOT = SPACES
               MOVE PRD-DEFAULT-DEPOT TO PRD-WORK-DEPOT
           ELSE
               MOVE OV-DEPOT TO PRD-WORK-DEPOT
           END-IF
           IF OV-UNITS NUMERIC
               MOVE OV-UNITS TO PL-UNITS (PRD-PLANNED-COUNT)
           ELSE
               MOVE 0 TO PL-UNITS (PRD-PLANNED-COUNT)
           END-IF
           PERFORM 1750-FINISH-PLANNED-ENTRY THRU 1750-EXIT.
       1550-EXIT.
           EXIT.

      *----------------------------------------------------------
      * A full planned table refuses the run - a pairing left out
      * would be reported as run but never sent.
      *----------------------------------------------------------
       1700-OPEN-PLANNED-ENTRY.
           IF PRD-PLANNED-COUNT NOT < PRD-PLANNED-LIMIT
               DISPLAY "*** PLANNED TABLE FULL (" PRD-PLANNED-LIMIT
                   " RECORDS) - RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           ADD 1 TO PRD-PLANNED-COUNT
           MOVE 0 TO PL-CONFIRM-INDEX (PRD-PLANNED-COUNT).
       1700-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The planned units and boxes.  A record sent before the
      * feed carried units has none - a pair's are rebuilt from
      * N1 plus N2, a multi-list's stay zero.  Boxes are the
      * units over the GCD, as ctnr-stock counts them.
      *----------------------------------------------------------
       1750-FINISH-PLANNED-ENTRY.
           MOVE PRD-WORK-DEPOT TO PL-DEPOT (PRD-PLANNED-COUNT)
           IF PL-UNITS (PRD-PLANNED-COUNT) = 0
               AND NOT PL-MODE-MULTI (PRD-PLANNED-COUNT)
               COMPUTE PL-UNITS (PRD-PLANNED-COUNT) =
                   PL-N1 (PRD-PLANNED-COUNT)
                   + PL-N2 (PRD-PLANNED-COUNT)
           END-IF
           IF PL-RESULT (PRD-PLANNED-COUNT) > 0
               DIVIDE PL-UNITS (PRD-PLANNED-COUNT)
                   BY PL-RESULT (PRD-PLANNED-COUNT)
                   GIVING PL-BOXES (PRD-PLANNED-COUNT)
           ELSE
               MOVE 0 TO PL-BOXES (PRD-PLANNED-COUNT)
           END-IF
           PERFORM 1800-FIND-DEPOT-SLOT THRU 1800-EXIT
           ADD 1 TO DP-SENT (PRD-DEPOT-INDEX)
           ADD PL-UNITS (PRD-PLANNED-COUNT)
               TO DP-PLANNED-UNITS (PRD-DEPOT-INDEX)
           ADD PL-BOXES (PRD-PLANNED-COUNT)
               TO DP-PLANNED-BOXES (PRD-DEPOT-INDEX).
       1750-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The work depot's slot, opened on first sight.  More
      * depots than the table holds refuses the run.
      *----------------------------------------------------------
       1800-FIND-DEPOT-SLOT.
           MOVE "N" TO PRD-MATCH-SWITCH
           MOVE 0 TO PRD-DEPOT-INDEX
           MOVE 1 TO PRD-SUBSCRIPT
           PERFORM UNTIL PRD-SUBSCRIPT > PRD-DEPOT-COUNT
               OR PRD-ENTRY-FOUND
               IF DP-DEPOT (PRD-SUBSCRIPT) = PRD-WORK-DEPOT
                   SET PRD-ENTRY-FOUND TO TRUE
                   MOVE PRD-SUBSCRIPT TO PRD-DEPOT-INDEX
               END-IF
               ADD 1 TO PRD-SUBSCRIPT
           END-PERFORM
           IF PRD-ENTRY-FOUND
               GO TO 1800-EXIT
           END-IF
           IF PRD-DEPOT-COUNT NOT < PRD-DEPOT-LIMIT
               DISPLAY "*** DEPOT TABLE FULL (" PRD-DEPOT-LIMIT
                   " DEPOTS) - RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           ADD 1 TO PRD-DEPOT-COUNT
           MOVE PRD-DEPOT-COUNT TO PRD-DEPOT-INDEX
           MOVE PRD-WORK-DEPOT TO DP-DEPOT (PRD-DEPOT-INDEX)
           MOVE 0 TO DP-SENT (PRD-DEPOT-INDEX)
               DP-RUN (PRD-DEPOT-INDEX)
               DP-ON-PLAN (PRD-DEPOT-INDEX)
               DP-DIFF-BOX (PRD-DEPOT-INDEX)
               DP-SHORT (PRD-DEPOT-INDEX)
               DP-OVER (PRD-DEPOT-INDEX)
               DP-NOT-RUN (PRD-DEPOT-INDEX)
               DP-NOT-SENT (PRD-DEPOT-INDEX)
               DP-PLANNED-UNITS (PRD-DEPOT-INDEX)
               DP-PACKED-UNITS (PRD-DEPOT-INDEX)
               DP-PLANNED-BOXES (PRD-DEPOT-INDEX)
               DP-CONTAINERS (PRD-DEPOT-INDEX).
       1800-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Each confirmation answers the first open pairing sent to
      * its depot with the same mode, N1 and N2 - one on the box
      * it was run on if there is one (two multi-lists at one
      * depot share a zero N1/N2), otherwise any.
      *----------------------------------------------------------
       3000-MATCH-CONFIRMATIONS.
           MOVE 1 TO PRD-CONF-SUB
           PERFORM UNTIL PRD-CONF-SUB > PRD-CONFIRM-COUNT
               PERFORM 3100-MATCH-ONE-CONFIRM THRU 3100-EXIT
               ADD 1 TO PRD-CONF-SUB
           END-PERFORM.
       3000-EXIT.
           EXIT.

       3100-MATCH-ONE-CONFIRM.
           MOVE "N" TO PRD-MATCH-SWITCH
           MOVE 0 TO PRD-FOUND-INDEX
           MOVE 1 TO PRD-SUBSCRIPT
           PERFORM UNTIL PRD-SUBSCRIPT > PRD-PLANNED-COUNT
               OR PRD-ENTRY-FOUND
               IF PL-CONFIRM-INDEX (PRD-SUBSCRIPT) = 0
                   AND PL-DEPOT (PRD-SUBSCRIPT)
                       = CO-DEPOT (PRD-CONF-SUB)
                   AND PL-MODE (PRD-SUBSCRIPT)
                       = CO-MODE (PRD-CONF-SUB)
                   AND PL-N1 (PRD-SUBSCRIPT) = CO-N1 (PRD-CONF-SUB)
                   AND PL-N2 (PRD-SUBSCRIPT) = CO-N2 (PRD-CONF-SUB)
                   AND PL-RESULT (PRD-SUBSCRIPT)
                       = CO-SIZE-USED (PRD-CONF-SUB)
                   SET PRD-ENTRY-FOUND TO TRUE
                   MOVE PRD-SUBSCRIPT TO PRD-FOUND-INDEX
               END-IF
               ADD 1 TO PRD-SUBSCRIPT
           END-PERFORM
           MOVE 1 TO PRD-SUBSCRIPT
           PERFORM UNTIL PRD-SUBSCRIPT > PRD-PLANNED-COUNT
               OR PRD-ENTRY-FOUND
               IF PL-CONFIRM-INDEX (PRD-SUBSCRIPT) = 0
                   AND PL-DEPOT (PRD-SUBSCRIPT)
                       = CO-DEPOT (PRD-CONF-SUB)
                   AND PL-MODE (PRD-SUBSCRIPT)
                       = CO-MODE (PRD-CONF-SUB)
                   AND PL-N1 (PRD-SUBSCRIPT) = CO-N1 (PRD-CONF-SUB)
                   AND PL-N2 (PRD-SUBSCRIPT) = CO-N2 (PRD-CONF-SUB)
                   SET PRD-ENTRY-FOUND TO TRUE
                   MOVE PRD-SUBSCRIPT TO PRD-FOUND-INDEX
               END-IF
               ADD 1 TO PRD-SUBSCRIPT
           END-PERFORM
           IF PRD-ENTRY-FOUND
               MOVE PRD-CONF-SUB TO PL-CONFIRM-INDEX (PRD-FOUND-INDEX)
               MOVE "Y" TO CO-MATCHED (PRD-CONF-SUB)
               ADD 1 TO PRD-MATCHED-COUNT
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Depot by depot: every pairing sent, then every
      * confirmation that answered nothing.  A pairing run on
      * plan - same box, same units - is counted, not listed.
      *----------------------------------------------------------
       5000-PRINT-VARIANCES.
           MOVE 1 TO PRD-DEPOT-SUB
           PERFORM UNTIL PRD-DEPOT-SUB > PRD-DEPOT-COUNT
               PERFORM 5100-PRINT-ONE-DEPOT THRU 5100-EXIT
               ADD 1 TO PRD-DEPOT-SUB
           END-PERFORM.
       5000-EXIT.
           EXIT.

       5100-PRINT-ONE-DEPOT.
           MOVE "N" TO PRD-EXCEPTION-SWITCH
           MOVE SPACES TO PRD-PRINT-LINE
           WRITE PRD-PRINT-LINE
           MOVE DP-DEPOT (PRD-DEPOT-SUB) TO DH-DEPOT
           MOVE PRD-DEPOT-HEADING TO PRD-PRINT-LINE
           WRITE PRD-PRINT-LINE
           MOVE PRD-DETAIL-HEADING-1 TO PRD-PRINT-LINE
           WRITE PRD-PRINT-LINE
           MOVE PRD-DETAIL-HEADING-2 TO PRD-PRINT-LINE
           WRITE PRD-PRINT-LINE
           MOVE 1 TO PRD-PLAN-SUB
           PERFORM UNTIL PRD-PLAN-SUB > PRD-PLANNED-COUNT
               IF PL-DEPOT (PRD-PLAN-SUB) = DP-DEPOT (PRD-DEPOT-SUB)
                   PERFORM 5200-JUDGE-PLANNED THRU 5200-EXIT
               END-IF
               ADD 1 TO PRD-PLAN-SUB
           END-PERFORM
           MOVE 1 TO PRD-CONF-SUB
           PERFORM UNTIL PRD-CONF-SUB > PRD-CONFIRM-COUNT
               IF CO-DEPOT (PRD-CONF-SUB) = DP-DEPOT (PRD-DEPOT-SUB)
                   AND NOT CO-IS-MATCHED (PRD-CONF-SUB)
                   PERFORM 5400-PRINT-NOT-SENT THRU 5400-EXIT
               END-IF
               ADD 1 TO PRD-CONF-SUB
           END-PERFORM
           IF NOT PRD-DEPOT-HAS-EXCEPTIONS
               MOVE "  ALL PAIRINGS RUN TO PLAN" TO PRD-PRINT-LINE
               WRITE PRD-PRINT-LINE
           END-IF.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * One pairing sent: never run, or run and compared with
      * what was decided - the box, the units, and the containers
      * consumed against the boxes planned.
      *----------------------------------------------------------
       5200-JUDGE-PLANNED.
           MOVE SPACES TO PRD-DETAIL-LINE
           MOVE PL-MODE (PRD-PLAN-SUB) TO DL-MODE
           MOVE PL-N1 (PRD-PLAN-SUB) TO DL-N1
           MOVE PL-N2 (PRD-PLAN-SUB) TO DL-N2
           MOVE PL-RESULT (PRD-PLAN-SUB) TO DL-PLANNED-GCD
           MOVE PL-UNITS (PRD-PLAN-SUB) TO DL-PLANNED-UNITS
           MOVE PL-BOXES (PRD-PLAN-SUB) TO DL-PLANNED-BOXES
           MOVE PL-SOURCE (PRD-PLAN-SUB) TO DL-SOURCE
           MOVE PL-CONFIRM-INDEX (PRD-PLAN-SUB) TO PRD-CONF-SUB
           IF PRD-CONF-SUB = 0
               ADD 1 TO DP-NOT-RUN (PRD-DEPOT-SUB)
               ADD 1 TO PRD-NOT-RUN-COUNT
               COMPUTE PRD-UNIT-VARIANCE = 0 - PL-UNITS (PRD-PLAN-SUB)
               COMPUTE PRD-BOX-VARIANCE = 0 - PL-BOXES (PRD-PLAN-SUB)
               MOVE PRD-UNIT-VARIANCE TO DL-UNIT-VARIANCE
               MOVE PRD-BOX-VARIANCE TO DL-BOX-VARIANCE
               MOVE "SENT - NEVER RUN" TO DL-REMARK
               PERFORM 5900-WRITE-EXCEPTION THRU 5900-EXIT
               GO TO 5200-EXIT
           END-IF
           MOVE CO-SIZE-USED (PRD-CONF-SUB) TO DL-SIZE-USED
           MOVE CO-UNITS-PACKED (PRD-CONF-SUB) TO DL-UNITS-PACKED
           MOVE CO-CONTAINERS (PRD-CONF-SUB) TO DL-CONTAINERS
           COMPUTE PRD-UNIT-VARIANCE = CO-UNITS-PACKED (PRD-CONF-SUB)
               - PL-UNITS (PRD-PLAN-SUB)
           COMPUTE PRD-BOX-VARIANCE = CO-CONTAINERS (PRD-CONF-SUB)
               - PL-BOXES (PRD-PLAN-SUB)
           MOVE PRD-UNIT-VARIANCE TO DL-UNIT-VARIANCE
           MOVE PRD-BOX-VARIANCE TO DL-BOX-VARIANCE
           MOVE "N" TO PRD-DIFF-BOX-SW
           IF CO-SIZE-USED (PRD-CONF-SUB) NOT = PL-RESULT (PRD-PLAN-SUB)
               SET PRD-IS-DIFF-BOX TO TRUE
               ADD 1 TO DP-DIFF-BOX (PRD-DEPOT-SUB)
               ADD 1 TO PRD-DIFF-BOX-COUNT
           END-IF
           IF PRD-UNIT-VARIANCE < 0
               ADD 1 TO DP-SHORT (PRD-DEPOT-SUB)
               ADD 1 TO PRD-SHORT-COUNT
           END-IF
           IF PRD-UNIT-VARIANCE > 0
               ADD 1 TO DP-OVER (PRD-DEPOT-SUB)
               ADD 1 TO PRD-OVER-COUNT
           END-IF
           IF NOT PRD-IS-DIFF-BOX AND PRD-UNIT-VARIANCE = 0
               ADD 1 TO DP-ON-PLAN (PRD-DEPOT-SUB)
               ADD 1 TO PRD-ON-PLAN-COUNT
               GO TO 5200-EXIT
           END-IF
           IF PRD-IS-DIFF-BOX
               IF PRD-UNIT-VARIANCE < 0
                   MOVE "DIFFERENT BOX - SHORT" TO DL-REMARK
               ELSE
                   IF PRD-UNIT-VARIANCE > 0
                       MOVE "DIFFERENT BOX - OVERRUN" TO DL-REMARK
                   ELSE
                       MOVE "DIFFERENT BOX" TO DL-REMARK
                   END-IF
               END-IF
           ELSE
               IF PRD-UNIT-VARIANCE < 0
                   MOVE "SHORTFALL" TO DL-REMARK
               ELSE
                   MOVE "OVERRUN" TO DL-REMARK
               END-IF
           END-IF
           PERFORM 5900-WRITE-EXCEPTION THRU 5900-EXIT.
       5200-EXIT.
           EXIT.

       5400-PRINT-NOT-SENT.
           ADD 1 TO DP-NOT-SENT (PRD-DEPOT-SUB)
           ADD 1 TO PRD-NOT-SENT-COUNT
           MOVE SPACES TO PRD-DETAIL-LINE
           MOVE CO-MODE (PRD-CONF-SUB) TO DL-MODE
           MOVE CO-N1 (PRD-CONF-SUB) TO DL-N1
           MOVE CO-N2 (PRD-CONF-SUB) TO DL-N2
           MOVE CO-SIZE-USED (PRD-CONF-SUB) TO DL-SIZE-USED
           MOVE CO-UNITS-PACKED (PRD-CONF-SUB) TO DL-UNITS-PACKED
           MOVE CO-CONTAINERS (PRD-CONF-SUB) TO DL-CONTAINERS
           MOVE CO-UNITS-PACKED (PRD-CONF-SUB) TO DL-UNIT-VARIANCE
           MOVE CO-CONTAINERS (PRD-CONF-SUB) TO DL-BOX-VARIANCE
           MOVE "RUN - NEVER SENT" TO DL-REMARK
           PERFORM 5900-WRITE-EXCEPTION THRU 5900-EXIT.
       5400-EXIT.
           EXIT.

       5900-WRITE-EXCEPTION.
           SET PRD-DEPOT-HAS-EXCEPTIONS TO TRUE
           MOVE PRD-DETAIL-LINE TO PRD-PRINT-LINE
           WRITE PRD-PRINT-LINE.
       5900-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The cycle's figures per depot.  Unit variance is units
      * packed less units planned over everything sent and run -
      * a pairing never run counts short by its whole lot, one
      * never sent over by everything packed.  Each depot's line
      * is posted to the variance history as it is printed.
      *----------------------------------------------------------
       6000-POST-DEPOT-SUMMARY.
           OPEN EXTEND PRD-VARHIST-FILE
           MOVE SPACES TO PRD-PRINT-LINE
           WRITE PRD-PRINT-LINE
           MOVE "CYCLE VARIANCE BY DEPOT" TO PRD-PRINT-LINE
           WRITE PRD-PRINT-LINE
           MOVE PRD-SUMMARY-HEADING TO PRD-PRINT-LINE
           WRITE PRD-PRINT-LINE
           MOVE 1 TO PRD-DEPOT-SUB
           PERFORM UNTIL PRD-DEPOT-SUB > PRD-DEPOT-COUNT
               MOVE SPACES TO PRD-VARHIST-RECORD
               MOVE PRD-CYCLE-DATE TO PH-CYCLE-DATE
               MOVE DP-DEPOT (PRD-DEPOT-SUB) TO PH-DEPOT
               MOVE DP-SENT (PRD-DEPOT-SUB) TO PH-SENT
               MOVE DP-RUN (PRD-DEPOT-SUB) TO PH-RUN
               MOVE DP-ON-PLAN (PRD-DEPOT-SUB) TO PH-ON-PLAN
               MOVE DP-DIFF-BOX (PRD-DEPOT-SUB) TO PH-DIFF-BOX
               MOVE DP-SHORT (PRD-DEPOT-SUB) TO PH-SHORT
               MOVE DP-OVER (PRD-DEPOT-SUB) TO PH-OVER
               MOVE DP-NOT-RUN (PRD-DEPOT-SUB) TO PH-NOT-RUN
               MOVE DP-NOT-SENT (PRD-DEPOT-SUB) TO PH-NOT-SENT
               MOVE DP-PLANNED-UNITS (PRD-DEPOT-SUB)
                   TO PH-PLANNED-UNITS
               MOVE DP-PACKED-UNITS (PRD-DEPOT-SUB)
                   TO PH-PACKED-UNITS
               MOVE DP-PLANNED-BOXES (PRD-DEPOT-SUB)
                   TO PH-PLANNED-BOXES
               MOVE DP-CONTAINERS (PRD-DEPOT-SUB) TO PH-CONTAINERS
               PERFORM 6500-PRINT-SUMMARY-LINE THRU 6500-EXIT
               WRITE PRD-VARHIST-RECORD
               ADD 1 TO PRD-HISTORY-POSTED
               ADD 1 TO PRD-DEPOT-SUB
           END-PERFORM
           CLOSE PRD-VARHIST-FILE.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * One variance-history line onto the report.
      *----------------------------------------------------------
       6500-PRINT-SUMMARY-LINE.
           MOVE SPACES TO PRD-SUMMARY-LINE
           MOVE PH-CYCLE-DATE TO SM-CYCLE-DATE
           MOVE PH-DEPOT TO SM-DEPOT
           MOVE PH-SENT TO SM-SENT
           MOVE PH-RUN TO SM-RUN
           MOVE PH-ON-PLAN TO SM-ON-PLAN
           MOVE PH-DIFF-BOX TO SM-DIFF-BOX
           MOVE PH-SHORT TO SM-SHORT
           MOVE PH-OVER TO SM-OVER
           MOVE PH-NOT-RUN TO SM-NOT-RUN
           MOVE PH-NOT-SENT TO SM-NOT-SENT
           MOVE PH-PLANNED-UNITS TO SM-PLANNED-UNITS
           MOVE PH-PACKED-UNITS TO SM-PACKED-UNITS
           COMPUTE PRD-UNIT-VARIANCE =
               PH-PACKED-UNITS - PH-PLANNED-UNITS
           MOVE PRD-UNIT-VARIANCE TO SM-UNIT-VARIANCE
           IF PH-PLANNED-UNITS > 0
               COMPUTE PRD-VARIANCE-PCT ROUNDED =
                   PRD-UNIT-VARIANCE * 100 / PH-PLANNED-UNITS
                   ON SIZE ERROR
                       MOVE 99999.99 TO PRD-VARIANCE-PCT
               END-COMPUTE
               MOVE PRD-VARIANCE-PCT TO SM-VARIANCE-PCT
           END-IF
           MOVE PRD-SUMMARY-LINE TO PRD-PRINT-LINE
           WRITE PRD-PRINT-LINE.
       6500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The variance by cycle and depot over the latest cycles
      * on the history, this one included.  The first pass finds
      * the window's cycles, the second prints their lines.
      *----------------------------------------------------------
       7500-PRINT-CYCLE-HISTORY.
           MOVE 0 TO PRD-WINDOW-COUNT
           MOVE "N" TO PRD-VARHIST-EOF
           OPEN INPUT PRD-VARHIST-FILE
           PERFORM UNTIL PRD-END-OF-VARHIST
               READ PRD-VARHIST-FILE
                   AT END
                       SET PRD-END-OF-VARHIST TO TRUE
                   NOT AT END
                       PERFORM 7550-NOTE-HISTORY-CYCLE THRU 7550-EXIT
               END-READ
           END-PERFORM
           CLOSE PRD-VARHIST-FILE
           MOVE SPACES TO PRD-PRINT-LINE
           WRITE PRD-PRINT-LINE
           MOVE "VARIANCE BY CYCLE AND DEPOT" TO PRD-PRINT-LINE
           WRITE PRD-PRINT-LINE
           MOVE PRD-SUMMARY-HEADING TO PRD-PRINT-LINE
           WRITE PRD-PRINT-LINE
           MOVE "N" TO PRD-VARHIST-EOF
           OPEN INPUT PRD-VARHIST-FILE
           PERFORM UNTIL PRD-END-OF-VARHIST
               READ PRD-VARHIST-FILE
                   AT END
                       SET PRD-END-OF-VARHIST TO TRUE
                   NOT AT END
                       IF PH-CYCLE-DATE NOT < WN-CYCLE-DATE (1)
                           PERFORM 6500-PRINT-SUMMARY-LINE
                               THRU 6500-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRD-VARHIST-FILE.
       7500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * A cycle not yet in the window joins it at the end; a full
      * window drops its oldest cycle first.
      *----------------------------------------------------------
       7550-NOTE-HISTORY-CYCLE.
           IF PRD-WINDOW-COUNT > 0
               IF PH-CYCLE-DATE NOT > WN-CYCLE-DATE (PRD-WINDOW-COUNT)
                   GO TO 7550-EXIT
               END-IF
           END-IF
           IF PRD-WINDOW-COUNT NOT < PRD-WINDOW-LIMIT
               MOVE 1 TO PRD-WINDOW-SUB
               PERFORM UNTIL PRD-WINDOW-SUB NOT < PRD-WINDOW-COUNT
                   MOVE WN-CYCLE-DATE (PRD-WINDOW-SUB + 1)
                       TO WN-CYCLE-DATE (PRD-WINDOW-SUB)
                   ADD 1 TO PRD-WINDOW-SUB
               END-PERFORM
               SUBTRACT 1 FROM PRD-WINDOW-COUNT
           END-IF
           ADD 1 TO PRD-WINDOW-COUNT
           MOVE PH-CYCLE-DATE TO WN-CYCLE-DATE (PRD-WINDOW-COUNT).
       7550-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Every pairing sent was either answered or never run, and
      * every confirmation either answered a pairing or was never
      * sent.
      *----------------------------------------------------------
       9000-TERMINATE.
           CLOSE PRD-PRINT-FILE
           DISPLAY "=============================================="
           DISPLAY "PRODUCTION CONFIRMATION MATCH SUMMARY"
           DISPLAY "  CYCLE . . . . . . . . . . . . . : "
               PRD-CYCLE-DATE
           DISPLAY "  SENT ON THE MAIN FEED . . . . . : "
               PRD-SENT-COUNT
           DISPLAY "  SUPERVISOR RELEASES . . . . . . : "
               PRD-OVERRIDE-COUNT
           DISPLAY "  CONFIRMATIONS RECEIVED. . . . . : "
               PRD-CONFIRM-READ
           DISPLAY "  MATCHED . . . . . . . . . . . . : "
               PRD-MATCHED-COUNT
           DISPLAY "    RUN TO PLAN . . . . . . . . . : "
               PRD-ON-PLAN-COUNT
           DISPLAY "    RUN ON A DIFFERENT BOX. . . . : "
               PRD-DIFF-BOX-COUNT
           DISPLAY "    UNITS SHORT . . . . . . . . . : "
               PRD-SHORT-COUNT
           DISPLAY "    UNITS OVER. . . . . . . . . . : "
               PRD-OVER-COUNT
           DISPLAY "  SENT BUT NEVER RUN. . . . . . . : "
               PRD-NOT-RUN-COUNT
           DISPLAY "  RUN BUT NEVER SENT. . . . . . . : "
               PRD-NOT-SENT-COUNT
           DISPLAY "  DEPOT LINES POSTED TO HISTORY . : "
               PRD-HISTORY-POSTED
           COMPUTE PRD-TIE-COUNT = PRD-MATCHED-COUNT
               + PRD-NOT-RUN-COUNT
           IF PRD-TIE-COUNT = PRD-PLANNED-COUNT
               DISPLAY "  SENT = MATCHED + NEVER RUN - IN BALANCE"
           ELSE
               DISPLAY "  ** OUT OF BALANCE ** SENT "
                   PRD-PLANNED-COUNT " MATCHED + NEVER RUN "
                   PRD-TIE-COUNT
           END-IF
           COMPUTE PRD-TIE-COUNT = PRD-MATCHED-COUNT
               + PRD-NOT-SENT-COUNT
           IF PRD-TIE-COUNT = PRD-CONFIRM-READ
               DISPLAY "  RUN = MATCHED + NEVER SENT - IN BALANCE"
           ELSE
               DISPLAY "  ** OUT OF BALANCE ** RUN "
                   PRD-CONFIRM-READ " MATCHED + NEVER SENT "
                   PRD-TIE-COUNT
           END-IF
           DISPLAY "==============================================".
       9000-EXIT.
           EXIT.

       END PROGRAM prod-match.
