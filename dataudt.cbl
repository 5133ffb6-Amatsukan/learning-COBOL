       IDENTIFICATION DIVISION.
       PROGRAM-ID.    data-audit.
      *
      * Modification history
      * ---------------------------------------------------------
      * integrity audit: HSTFILE, XREFFILE, RPTFILE and IFCFILE
      * are all written by main-mdc in the same pass, so they
      * have only ever agreed because one program said so - a
      * bad restart or a hand-edited file would go unnoticed.
      * This step proves them against each other after the fact.
      * Every history line's GCD and LCM are worked again by a
      * different method (the binary halving method, and the LCM
      * as the whole product over the GCD) and checked against
      * HS-RESULT and HS-LCM.  Every cross-reference key's seen
      * and flag counts and latest result are rebuilt from the
      * history plus hist-archive's "X" key summaries and
      * checked against XREFFILE, both ways round.  For the cycle
      * on the AUDPARM card, every unflagged pair or multi-list
      * line on the cycle's RPTFILE must have its IFCFILE record
      * and every flagged one its RVWFILE queue entry, and the
      * feed and queue must hold nothing the report does not.
      * The findings go to the exception report on AUDRPT.  With
      * the rebuild option on the card the drifted keys are then
      * put right in place from the rebuilt figures - rewritten,
      * added or deleted, each shown on the report - but only
      * when the archive accounts for every line it purged;
      * months archived before the key summaries existed cannot
      * be rebuilt, so the rebuild is refused.  Runs on demand,
      * outside the nightly chain, and stamps nothing on the
      * cycle-status file.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAU-PARM-FILE ASSIGN TO AUDPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DAU-PARM-STATUS.

           SELECT OPTIONAL DAU-CYCLE-FILE ASSIGN TO CYCSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DAU-CYCLE-STATUS.

           SELECT OPTIONAL DAU-HISTORY-FILE ASSIGN TO HSTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DAU-HISTORY-STATUS.

           SELECT OPTIONAL DAU-ARCHIVE-FILE ASSIGN TO ARCFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DAU-ARCHIVE-STATUS.

           SELECT DAU-XREF-FILE ASSIGN TO XREFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-KEY
               FILE STATUS IS DAU-XREF-STATUS.

           SELECT DAU-REPORT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DAU-REPORT-STATUS.

           SELECT DAU-INTERFACE-FILE ASSIGN TO IFCFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DAU-INTERFACE-STATUS.

           SELECT OPTIONAL DAU-QUEUE-FILE ASSIGN TO RVWFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DAU-QUEUE-STATUS.

           SELECT DAU-PRINT-FILE ASSIGN TO AUDRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------
      * Audit-control card - the cycle whose RPTFILE, IFCFILE and
      * RVWFILE generations the job supplies, and "Y" in the
      * rebuild column to put the cross-reference right from the
      * history once the drift is understood.  Anything else in
      * that column reports only.
      *----------------------------------------------------------
       FD  DAU-PARM-FILE.
       01  DAU-PARM-RECORD.
           02  PR-CYCLE-DATE         PIC 9(6).
           02  FILLER                PIC X(1).
           02  PR-REBUILD            PIC X(1).
               88  PR-REBUILD-XREF       VALUE "Y".

      *----------------------------------------------------------
      * Shared cycle-status file - same layout as main-mdc's
      * MDC-CYCLE-RECORD.  Read only.
      *----------------------------------------------------------
       FD  DAU-CYCLE-FILE.
       01  DAU-CYCLE-RECORD.
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
      * One line per result, appended by main-mdc's
      * 5100-WRITE-HISTORY - same layout as MDC-HISTORY-RECORD.
      *----------------------------------------------------------
       FD  DAU-HISTORY-FILE.
       01  DAU-HISTORY-RECORD.
           02  HS-DATE               PIC 9(6).
           02  FILLER                PIC X(1).
           02  HS-MODE               PIC X(1).
               88  HS-MODE-MULTI         VALUE "M".
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
      * hist-archive's ARCFILE - "S" month/mode summaries (only
      * their record counts are wanted here), "X" key summaries
      * and the "T" run trailers.  "G" size summaries are
      * skipped.  Same layouts as hist-archive's.
      *----------------------------------------------------------
       FD  DAU-ARCHIVE-FILE.
       01  DAU-SUMMARY-RECORD.
           02  AR-REC-TYPE           PIC X(1).
               88  AR-SUMMARY-REC        VALUE "S".
               88  AR-KEY-REC            VALUE "X".
               88  AR-TRAILER-REC        VALUE "T".
           02  FILLER                PIC X(1).
           02  AR-YYMM               PIC 9(4).
           02  FILLER                PIC X(1).
           02  AR-MODE               PIC X(1).
               88  AR-MODE-MULTI         VALUE "M".
           02  FILLER                PIC X(1).
           02  AR-RECORD-COUNT       PIC 9(7).
           02  FILLER                PIC X(1).
           02  AR-FLAG-COUNT         PIC 9(7).
           02  FILLER                PIC X(1).
           02  AR-UNITY-COUNT        PIC 9(7).
           02  FILLER                PIC X(1).
           02  AR-GCD-SUM            PIC 9(13).
       01  DAU-KEY-RECORD.
           02  AX-REC-TYPE           PIC X(1).
           02  FILLER                PIC X(1).
           02  AX-DEPOT              PIC X(3).
           02  FILLER                PIC X(1).
           02  AX-N1                 PIC 9(7).
           02  FILLER                PIC X(1).
           02  AX-N2                 PIC 9(7).
           02  FILLER                PIC X(1).
           02  AX-RECORD-COUNT       PIC 9(7).
           02  FILLER                PIC X(1).
           02  AX-FLAG-COUNT         PIC 9(7).
           02  FILLER                PIC X(1).
           02  AX-LAST-DATE          PIC 9(6).
           02  FILLER                PIC X(1).
           02  AX-LAST-MODE          PIC X(1).
           02  FILLER                PIC X(1).
           02  AX-LAST-RESULT        PIC 9(7).
           02  FILLER                PIC X(1).
           02  AX-LAST-LCM           PIC 9(15).
           02  FILLER                PIC X(1).
           02  AX-LAST-FLAG          PIC X(1).
       01  DAU-ARCHIVE-TRAILER.
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
           02  FILLER                PIC X(1).
           02  AT-KEY-COUNT          PIC 9(5).
           02  FILLER                PIC X(1).
           02  AT-KEY-HASH           PIC 9(9).

      *----------------------------------------------------------
      * Indexed cross-reference - same layout as main-mdc's
      * MDC-XREF-RECORD.  Browsed in key order; opened for
      * update only on a rebuild.
      *----------------------------------------------------------
       FD  DAU-XREF-FILE.
       01  DAU-XREF-RECORD.
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
      * The cycle's audit report - same layout as main-mdc's
      * MDC-REPORT-RECORD; the adjustment fields are not wanted.
      *----------------------------------------------------------
       FD  DAU-REPORT-FILE.
       01  DAU-REPORT-RECORD.
           02  RO-MODE            PIC X(1).
               88  RO-MODE-PAIR       VALUE "P".
               88  RO-MODE-MULTI      VALUE "M".
           02  FILLER             PIC X(1).
           02  RO-DATE            PIC 9(6).
           02  FILLER             PIC X(1).
           02  RO-TIME            PIC 9(6).
           02  FILLER             PIC X(1).
           02  RO-N1              PIC 9(7).
           02  FILLER             PIC X(1).
           02  RO-N2              PIC 9(7).
           02  FILLER             PIC X(1).
           02  RO-RESULT          PIC 9(7).
           02  FILLER             PIC X(1).
           02  RO-LCM             PIC 9(15).
           02  FILLER             PIC X(1).
           02  RO-FLAG            PIC X(1).
               88  RO-FLAG-REVIEW     VALUE "R".
           02  FILLER             PIC X(1).
           02  RO-REDUCED-N1      PIC 9(7).
           02  FILLER             PIC X(1).
           02  RO-REDUCED-N2      PIC 9(7).
           02  FILLER             PIC X(1).
           02  RO-DEPOT           PIC X(3).
           02  FILLER             PIC X(30).

      *----------------------------------------------------------
      * The cycle's scheduler feed - same layout as main-mdc's
      * MDC-INTERFACE-RECORD, with the "T" control trailer.
      *----------------------------------------------------------
       FD  DAU-INTERFACE-FILE.
       01  DAU-INTERFACE-RECORD.
           02  IF-MODE               PIC X(1).
               88  IF-TRAILER-REC        VALUE "T".
           02  IF-N1                 PIC 9(7).
           02  IF-N2                 PIC 9(7).
           02  IF-RESULT             PIC 9(7).
           02  IF-LCM                PIC 9(15).
           02  IF-DEPOT              PIC X(3).
           02  IF-UNITS              PIC 9(9).
       01  DAU-INTERFACE-TRAILER.
           02  IFT-REC-TYPE          PIC X(1).
           02  IFT-COUNT             PIC 9(7).
           02  IFT-HASH              PIC 9(13).

      *----------------------------------------------------------
      * The cycle's review queue as main-mdc wrote it - same
      * layout as MDC-REVIEW-RECORD.
      *----------------------------------------------------------
       FD  DAU-QUEUE-FILE.
       01  DAU-QUEUE-RECORD.
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

       FD  DAU-PRINT-FILE.
       01  DAU-PRINT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  DAU-PARM-STATUS             PIC X(2) VALUE "00".
       01  DAU-CYCLE-STATUS            PIC X(2) VALUE "00".
       01  DAU-HISTORY-STATUS          PIC X(2) VALUE "00".
       01  DAU-ARCHIVE-STATUS          PIC X(2) VALUE "00".
       01  DAU-XREF-STATUS             PIC X(2) VALUE "00".
       01  DAU-REPORT-STATUS           PIC X(2) VALUE "00".
       01  DAU-INTERFACE-STATUS        PIC X(2) VALUE "00".
       01  DAU-QUEUE-STATUS            PIC X(2) VALUE "00".

       01  DAU-SWITCHES.
           02  DAU-CYCLE-EOF           PIC X(01) VALUE "N".
               88  DAU-END-OF-CYCLE-LOG    VALUE "Y".
           02  DAU-HISTORY-EOF         PIC X(01) VALUE "N".
               88  DAU-END-OF-HISTORY      VALUE "Y".
           02  DAU-ARCHIVE-EOF         PIC X(01) VALUE "N".
               88  DAU-END-OF-ARCHIVE      VALUE "Y".
           02  DAU-XREF-EOF            PIC X(01) VALUE "N".
               88  DAU-END-OF-XREF         VALUE "Y".
           02  DAU-REPORT-EOF          PIC X(01) VALUE "N".
               88  DAU-END-OF-REPORT       VALUE "Y".
           02  DAU-CYCLE-ENDED-SW      PIC X(01) VALUE "N".
               88  DAU-CYCLE-ENDED         VALUE "Y".
           02  DAU-IN-FLIGHT-SW        PIC X(01) VALUE "N".
               88  DAU-STREAM-IN-FLIGHT    VALUE "Y".
           02  DAU-REBUILD-SW          PIC X(01) VALUE "N".
               88  DAU-REBUILDING          VALUE "Y".
           02  DAU-XREF-OPEN-SW        PIC X(01) VALUE "N".
               88  DAU-XREF-AVAILABLE      VALUE "Y".
           02  DAU-IFC-TRAILER-SW      PIC X(01) VALUE "N".
               88  DAU-IFC-TRAILER-SEEN    VALUE "Y".
           02  DAU-MATCH-SWITCH        PIC X(01) VALUE "N".
               88  DAU-ENTRY-FOUND         VALUE "Y".
           02  DAU-COUNT-DRIFT-SW      PIC X(01) VALUE "N".
               88  DAU-COUNTS-DRIFTED      VALUE "Y".
           02  DAU-LATEST-DRIFT-SW     PIC X(01) VALUE "N".
               88  DAU-LATEST-DRIFTED      VALUE "Y".

       01  DAU-CYCLE-DATE              PIC 9(6) VALUE 0.
       01  DAU-MDC-STEP-NAME           PIC X(8) VALUE "MAIN-MDC".

      *----------------------------------------------------------
      * Every cross-reference key the history and the archive
      * account for, with the counts and latest result rebuilt
      * for it, and whether it was found on XREFFILE.
      *----------------------------------------------------------
       01  DAU-KEY-TABLE.
           02  DAU-KEY-SLOT OCCURS 9999 TIMES.
               03  KY-DEPOT            PIC X(3).
               03  KY-N1               PIC 9(7).
               03  KY-N2               PIC 9(7).
               03  KY-SEEN-COUNT       PIC 9(7) COMP.
               03  KY-FLAG-COUNT       PIC 9(7) COMP.
               03  KY-LAST-DATE        PIC 9(6).
               03  KY-LAST-MODE        PIC X(1).
               03  KY-LAST-RESULT      PIC 9(7).
               03  KY-LAST-LCM         PIC 9(15).
               03  KY-LAST-FLAG        PIC X(1).
               03  KY-ON-XREF          PIC X(1).
                   88  KY-FOUND-ON-XREF    VALUE "Y".
       01  DAU-KEY-COUNT               PIC 9(4) VALUE 0 COMP.
       01  DAU-KEY-LIMIT               PIC 9(4) VALUE 9999 COMP.

      *----------------------------------------------------------
      * The cycle's feed and review queue, each entry marked off
      * as a report line claims it.
      *----------------------------------------------------------
       01  DAU-FEED-TABLE.
           02  DAU-FEED-ENTRY OCCURS 2000 TIMES.
               03  FE-MODE             PIC X(1).
               03  FE-N1               PIC 9(7).
               03  FE-N2               PIC 9(7).
               03  FE-RESULT           PIC 9(7).
               03  FE-LCM              PIC 9(15).
               03  FE-DEPOT            PIC X(3).
               03  FE-MATCHED          PIC X(1).
                   88  FE-IS-MATCHED       VALUE "Y".
       01  DAU-FEED-COUNT              PIC 9(4) VALUE 0 COMP.
       01  DAU-FEED-LIMIT              PIC 9(4) VALUE 2000 COMP.

       01  DAU-QUEUE-TABLE.
           02  DAU-QUEUE-ENTRY OCCURS 1000 TIMES.
               03  QE-MODE             PIC X(1).
               03  QE-N1               PIC 9(7).
               03  QE-N2               PIC 9(7).
               03  QE-RESULT           PIC 9(7).
               03  QE-LCM              PIC 9(15).
               03  QE-DEPOT            PIC X(3).
               03  QE-MATCHED          PIC X(1).
                   88  QE-IS-MATCHED       VALUE "Y".
       01  DAU-QUEUE-COUNT             PIC 9(4) VALUE 0 COMP.
       01  DAU-QUEUE-LIMIT             PIC 9(4) VALUE 1000 COMP.

       01  DAU-SUBSCRIPT               PIC 9(4) COMP.
       01  DAU-FOUND-INDEX             PIC 9(4) COMP.

      *----------------------------------------------------------
      * The key being looked up or posted.
      *----------------------------------------------------------
       01  DAU-WORK-KEY.
           02  DAU-WORK-DEPOT          PIC X(3).
           02  DAU-WORK-N1             PIC 9(7).
           02  DAU-WORK-N2             PIC 9(7).

      *----------------------------------------------------------
      * The recheck's own GCD - common factors of two taken out
      * first, then odd differences halved down until one side
      * is used up - and its LCM, the whole product over the GCD.
      *----------------------------------------------------------
       01  DAU-RECHECK-FIELDS.
           02  DAU-GCD-A               PIC 9(7) COMP.
           02  DAU-GCD-B               PIC 9(7) COMP.
           02  DAU-GCD-SWAP            PIC 9(7) COMP.
           02  DAU-GCD-FACTOR          PIC 9(7) COMP.
           02  DAU-GCD-HALF            PIC 9(7) COMP.
           02  DAU-A-REMAINDER         PIC 9(1).
               88  DAU-A-EVEN              VALUE 0.
           02  DAU-B-REMAINDER         PIC 9(1).
               88  DAU-B-EVEN              VALUE 0.
           02  DAU-AUDIT-GCD           PIC 9(7).
           02  DAU-AUDIT-LCM           PIC 9(15).

       01  DAU-ARCHIVE-CONTROLS.
           02  DAU-ARC-POSTED-LINES    PIC 9(9) VALUE 0 COMP.
           02  DAU-ARC-KEYED-LINES     PIC 9(9) VALUE 0 COMP.
           02  DAU-ARC-UNKEYED-LINES   PIC 9(9) VALUE 0 COMP.
           02  DAU-ARC-KEY-READ        PIC 9(7) VALUE 0 COMP.
           02  DAU-ARC-TRAILER-COUNT   PIC 9(7) VALUE 0 COMP.
           02  DAU-ARC-TRAILER-HASH    PIC 9(9) VALUE 0 COMP.

       01  DAU-COUNTS.
           02  DAU-HISTORY-READ        PIC 9(7) VALUE 0 COMP.
           02  DAU-HISTORY-CHECKED     PIC 9(7) VALUE 0 COMP.
           02  DAU-HISTORY-MULTI       PIC 9(7) VALUE 0 COMP.
           02  DAU-HISTORY-BAD         PIC 9(7) VALUE 0 COMP.
           02  DAU-HISTORY-WRONG       PIC 9(7) VALUE 0 COMP.
           02  DAU-XREF-READ           PIC 9(7) VALUE 0 COMP.
           02  DAU-XREF-AGREED         PIC 9(7) VALUE 0 COMP.
           02  DAU-XREF-DRIFTED        PIC 9(7) VALUE 0 COMP.
           02  DAU-XREF-ORPHANS        PIC 9(7) VALUE 0 COMP.
           02  DAU-XREF-MISSING        PIC 9(7) VALUE 0 COMP.
           02  DAU-XREF-REWRITTEN      PIC 9(7) VALUE 0 COMP.
           02  DAU-XREF-ADDED          PIC 9(7) VALUE 0 COMP.
           02  DAU-XREF-DELETED        PIC 9(7) VALUE 0 COMP.
           02  DAU-REPORT-READ         PIC 9(7) VALUE 0 COMP.
           02  DAU-REPORT-INQUIRIES    PIC 9(7) VALUE 0 COMP.
           02  DAU-REPORT-SENT         PIC 9(7) VALUE 0 COMP.
           02  DAU-REPORT-QUEUED       PIC 9(7) VALUE 0 COMP.
           02  DAU-NOT-ON-FEED         PIC 9(7) VALUE 0 COMP.
           02  DAU-NOT-ON-QUEUE        PIC 9(7) VALUE 0 COMP.
           02  DAU-FEED-ORPHANS        PIC 9(7) VALUE 0 COMP.
           02  DAU-QUEUE-ORPHANS       PIC 9(7) VALUE 0 COMP.
           02  DAU-FEED-HASH           PIC 9(13) VALUE 0.
           02  DAU-IFC-TRL-COUNT       PIC 9(7) VALUE 0.
           02  DAU-IFC-TRL-HASH        PIC 9(13) VALUE 0.
           02  DAU-CONTROL-EXCEPTIONS  PIC 9(7) VALUE 0 COMP.
           02  DAU-EXCEPTION-TOTAL     PIC 9(7) VALUE 0 COMP.

       01  DAU-HEADING-1.
           02  FILLER                  PIC X(20) VALUE SPACES.
           02  FILLER                  PIC X(40) VALUE
               "DATA-INTEGRITY AUDIT - EXCEPTIONS".
           02  FILLER                  PIC X(6) VALUE "CYCLE ".
           02  HD-CYCLE-DATE           PIC 9(6).
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  HD-MODE                 PIC X(24).

       01  DAU-HIST-HEADING-1.
           02  FILLER                  PIC X(35) VALUE SPACES.
           02  FILLER                  PIC X(23) VALUE
               "------- STORED -------".
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  FILLER                  PIC X(23) VALUE
               "----- RECOMPUTED -----".

       01  DAU-HIST-HEADING-2.
           02  FILLER                  PIC X(40) VALUE
               "  DATE    M  DEP       N1      N2      G".
           02  FILLER                  PIC X(40) VALUE
               "CD             LCM      GCD             ".
           02  FILLER                  PIC X(12) VALUE
               "LCM  REMARKS".

       01  DAU-HIST-LINE.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  HL-DATE                 PIC X(6).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  HL-MODE                 PIC X(1).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  HL-DEPOT                PIC X(3).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  HL-N1                   PIC ZZZZZZ9.
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  HL-N2                   PIC ZZZZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  HL-STORED-GCD           PIC ZZZZZZ9.
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  HL-STORED-LCM           PIC ZZZZZZZZZZZZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  HL-AUDIT-GCD            PIC ZZZZZZ9.
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  HL-AUDIT-LCM            PIC ZZZZZZZZZZZZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  HL-REMARK               PIC X(24).

       01  DAU-XREF-HEADING-1.
           02  FILLER                  PIC X(25) VALUE SPACES.
           02  FILLER                  PIC X(26) VALUE
               "---- CROSS-REFERENCE -----".
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  FILLER                  PIC X(26) VALUE
               "--- HISTORY + ARCHIVE ----".

       01  DAU-XREF-HEADING-2.
           02  FILLER                  PIC X(40) VALUE
               "  DEP       N1      N2    SEEN  FLAG    ".
           02  FILLER                  PIC X(40) VALUE
               " GCD DATE      SEEN  FLAG     GCD DATE  ".
           02  FILLER                  PIC X(36) VALUE
               "  REMARKS                     ACTION".

       01  DAU-XREF-LINE.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  XL-DEPOT                PIC X(3).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  XL-N1                   PIC ZZZZZZ9.
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  XL-N2                   PIC ZZZZZZ9.
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  XL-XREF-SEEN            PIC ZZZZ9.
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  XL-XREF-FLAG            PIC ZZZZ9.
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  XL-XREF-RESULT          PIC ZZZZZZ9.
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  XL-XREF-DATE            PIC X(6).
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  XL-HIST-SEEN            PIC ZZZZ9.
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  XL-HIST-FLAG            PIC ZZZZ9.
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  XL-HIST-RESULT          PIC ZZZZZZ9.
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  XL-HIST-DATE            PIC X(6).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  XL-REMARK               PIC X(26).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  XL-ACTION               PIC X(9).

       01  DAU-CYCLE-HEADING.
           02  FILLER                  PIC X(40) VALUE
               "  FILE     M  DEP       N1      N2      ".
           02  FILLER                  PIC X(34) VALUE
               "GCD             LCM  FLAG  REMARKS".

       01  DAU-CYCLE-LINE.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  CL-FILE                 PIC X(7).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  CL-MODE                 PIC X(1).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  CL-DEPOT                PIC X(3).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  CL-N1                   PIC ZZZZZZ9.
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  CL-N2                   PIC ZZZZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  CL-RESULT               PIC ZZZZZZ9.
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  CL-LCM                  PIC ZZZZZZZZZZZZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  CL-FLAG                 PIC X(4).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  CL-REMARK               PIC X(30).

       01  DAU-TOTAL-LINE.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  TL-LABEL                PIC X(40).
           02  TL-VALUE                PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-AUDIT-HISTORY THRU 2000-EXIT
           PERFORM 3000-AUDIT-XREF THRU 3000-EXIT
           PERFORM 4000-AUDIT-CYCLE THRU 4000-EXIT
           PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *----------------------------------------------------------
      * The card, the cycle and the archive are proved before
      * anything is read for the audit - and on a rebuild,
      * before anything is written.
      *----------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1100-READ-AUDIT-CONTROL THRU 1100-EXIT
           PERFORM 1200-VERIFY-CYCLE THRU 1200-EXIT
           PERFORM 1300-LOAD-ARCHIVE THRU 1300-EXIT
           IF DAU-REBUILDING
               PERFORM 1400-CHECK-REBUILD THRU 1400-EXIT
           END-IF
           OPEN OUTPUT DAU-PRINT-FILE
           MOVE DAU-CYCLE-DATE TO HD-CYCLE-DATE
           IF DAU-REBUILDING
               MOVE "CROSS-REFERENCE REBUILD" TO HD-MODE
           ELSE
               MOVE "REPORT ONLY" TO HD-MODE
           END-IF
           MOVE DAU-HEADING-1 TO DAU-PRINT-LINE
           WRITE DAU-PRINT-LINE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * A missing or empty card file, or a cycle date that is
      * not numeric, refuses the run.
      *----------------------------------------------------------
       1100-READ-AUDIT-CONTROL.
           OPEN INPUT DAU-PARM-FILE
           IF DAU-PARM-STATUS NOT = "00"
               DISPLAY "*** AUDIT-CONTROL CARD FILE MISSING - "
                   "RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           READ DAU-PARM-FILE
               AT END
                   DISPLAY "*** AUDIT-CONTROL CARD FILE EMPTY - "
                       "RUN REFUSED ***"
                   CLOSE DAU-PARM-FILE
                   PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-READ
           IF PR-CYCLE-DATE NOT NUMERIC OR PR-CYCLE-DATE = 0
               DISPLAY "*** AUDIT CYCLE DATE NOT NUMERIC OR ZERO - "
                   "RUN REFUSED ***"
               CLOSE DAU-PARM-FILE
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           MOVE PR-CYCLE-DATE TO DAU-CYCLE-DATE
           IF PR-REBUILD-XREF
               SET DAU-REBUILDING TO TRUE
           END-IF
           CLOSE DAU-PARM-FILE
           IF DAU-REBUILDING
               DISPLAY "AUDIT CONTROL - CYCLE " DAU-CYCLE-DATE
                   " - CROSS-REFERENCE WILL BE REBUILT"
           ELSE
               DISPLAY "AUDIT CONTROL - CYCLE " DAU-CYCLE-DATE
                   " - REPORT ONLY"
           END-IF.
       1100-EXIT.
           EXIT.

       1190-REFUSE-RUN.
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       1190-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The cycle must show MAIN-MDC ENDED, and no MAIN-MDC may
      * be running now - its latest stamp must not be a STARTED
      * with no end behind it - or the audit would be reading
      * history and cross-reference in the middle of a posting.
      *----------------------------------------------------------
       1200-VERIFY-CYCLE.
           OPEN INPUT DAU-CYCLE-FILE
           PERFORM UNTIL DAU-END-OF-CYCLE-LOG
               READ DAU-CYCLE-FILE
                   AT END
                       SET DAU-END-OF-CYCLE-LOG TO TRUE
                   NOT AT END
                       IF CS-STEP = DAU-MDC-STEP-NAME
                           IF CS-STEP-STARTED
                               SET DAU-STREAM-IN-FLIGHT TO TRUE
                           ELSE
                               MOVE "N" TO DAU-IN-FLIGHT-SW
                           END-IF
                           IF CS-CYCLE-DATE = DAU-CYCLE-DATE
                               AND CS-STEP-ENDED
                               SET DAU-CYCLE-ENDED TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DAU-CYCLE-FILE
           IF NOT DAU-CYCLE-ENDED
               DISPLAY "*** CYCLE " DAU-CYCLE-DATE " SHOWS NO CLEAN "
                   DAU-MDC-STEP-NAME " END OF JOB ON THE CYCLE-"
                   "STATUS FILE - RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           IF DAU-STREAM-IN-FLIGHT
               DISPLAY "*** " DAU-MDC-STEP-NAME " IS STARTED WITH "
                   "NO END OF JOB - HISTORY IS BEING POSTED - "
                   "RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The archived months.  Each "X" key summary seeds its
      * key's counts and latest result - archive runs are in
      * date order, so a later run's latest wins.  The "S"
      * summaries say how many posted lines were archived at all,
      * so the part archived before the key summaries existed
      * can be measured, and the key summaries are balanced
      * against the trailers that carry their control totals.
      * A missing archive just means nothing has been purged.
      *----------------------------------------------------------
       1300-LOAD-ARCHIVE.
           OPEN INPUT DAU-ARCHIVE-FILE
           IF DAU-ARCHIVE-STATUS NOT = "00"
               GO TO 1300-EXIT
           END-IF
           PERFORM UNTIL DAU-END-OF-ARCHIVE
               READ DAU-ARCHIVE-FILE
                   AT END
                       SET DAU-END-OF-ARCHIVE TO TRUE
                   NOT AT END
                       PERFORM 1350-TAKE-ARCHIVE-RECORD
                           THRU 1350-EXIT
               END-READ
           END-PERFORM
           CLOSE DAU-ARCHIVE-FILE
           IF DAU-ARC-POSTED-LINES > DAU-ARC-KEYED-LINES
               COMPUTE DAU-ARC-UNKEYED-LINES =
                   DAU-ARC-POSTED-LINES - DAU-ARC-KEYED-LINES
           END-IF.
       1300-EXIT.
           EXIT.

       1350-TAKE-ARCHIVE-RECORD.
           IF AR-TRAILER-REC
               IF AT-KEY-COUNT NUMERIC
                   ADD AT-KEY-COUNT TO DAU-ARC-TRAILER-COUNT
               END-IF
               IF AT-KEY-HASH NUMERIC
                   ADD AT-KEY-HASH TO DAU-ARC-TRAILER-HASH
               END-IF
               GO TO 1350-EXIT
           END-IF
           IF AR-SUMMARY-REC
               IF NOT AR-MODE-MULTI
                   ADD AR-RECORD-COUNT TO DAU-ARC-POSTED-LINES
               END-IF
               GO TO 1350-EXIT
           END-IF
           IF NOT AR-KEY-REC
               GO TO 1350-EXIT
           END-IF
           ADD 1 TO DAU-ARC-KEY-READ
           ADD AX-RECORD-COUNT TO DAU-ARC-KEYED-LINES
           MOVE AX-DEPOT TO DAU-WORK-DEPOT
           MOVE AX-N1 TO DAU-WORK-N1
           MOVE AX-N2 TO DAU-WORK-N2
           PERFORM 1800-FIND-KEY-SLOT THRU 1800-EXIT
           IF NOT DAU-ENTRY-FOUND
               PERFORM 1850-OPEN-KEY-SLOT THRU 1850-EXIT
           END-IF
           ADD AX-RECORD-COUNT TO KY-SEEN-COUNT (DAU-FOUND-INDEX)
           ADD AX-FLAG-COUNT TO KY-FLAG-COUNT (DAU-FOUND-INDEX)
           MOVE AX-LAST-DATE TO KY-LAST-DATE (DAU-FOUND-INDEX)
           MOVE AX-LAST-MODE TO KY-LAST-MODE (DAU-FOUND-INDEX)
           MOVE AX-LAST-RESULT TO KY-LAST-RESULT (DAU-FOUND-INDEX)
           MOVE AX-LAST-LCM TO KY-LAST-LCM (DAU-FOUND-INDEX)
           MOVE AX-LAST-FLAG TO KY-LAST-FLAG (DAU-FOUND-INDEX).
       1350-EXIT.
           EXIT.

      *----------------------------------------------------------
      * A rebuild writes the history's figures over the live
      * cross-reference, so the history must account for every
      * posting the cross-reference ever took.  Archived lines
      * with no key summary, or key summaries out of balance
      * with their trailers, refuse the rebuild - the audit can
      * still be run to report.
      *----------------------------------------------------------
       1400-CHECK-REBUILD.
           IF DAU-ARC-UNKEYED-LINES > 0
               DISPLAY "*** " DAU-ARC-UNKEYED-LINES " ARCHIVED LINES "
                   "HAVE NO KEY SUMMARY - CROSS-REFERENCE CANNOT BE "
                   "REBUILT - RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           IF DAU-ARC-KEY-READ NOT = DAU-ARC-TRAILER-COUNT
               OR DAU-ARC-KEYED-LINES NOT = DAU-ARC-TRAILER-HASH
               DISPLAY "*** ARCHIVE KEY SUMMARIES OUT OF BALANCE "
                   "WITH THEIR TRAILERS - CROSS-REFERENCE CANNOT BE "
                   "REBUILT - RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The work key's slot, if the table has one.
      *----------------------------------------------------------
       1800-FIND-KEY-SLOT.
           MOVE "N" TO DAU-MATCH-SWITCH
           MOVE 0 TO DAU-FOUND-INDEX
           MOVE 1 TO DAU-SUBSCRIPT
           PERFORM UNTIL DAU-SUBSCRIPT > DAU-KEY-COUNT
               OR DAU-ENTRY-FOUND
               IF KY-DEPOT (DAU-SUBSCRIPT) = DAU-WORK-DEPOT
                   AND KY-N1 (DAU-SUBSCRIPT) = DAU-WORK-N1
                   AND KY-N2 (DAU-SUBSCRIPT) = DAU-WORK-N2
                   SET DAU-ENTRY-FOUND TO TRUE
                   MOVE DAU-SUBSCRIPT TO DAU-FOUND-INDEX
               END-IF
               ADD 1 TO DAU-SUBSCRIPT
           END-PERFORM.
       1800-EXIT.
           EXIT.

      *----------------------------------------------------------
      * A new slot for the work key.  A full table refuses the
      * run - a key left out would be reported as drift that is
      * not there, and a rebuild would delete it.
      *----------------------------------------------------------
       1850-OPEN-KEY-SLOT.
           IF DAU-KEY-COUNT NOT < DAU-KEY-LIMIT
               DISPLAY "*** KEY TABLE FULL AT " DAU-KEY-LIMIT
                   " DEPOT/N1/N2 KEYS - RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           ADD 1 TO DAU-KEY-COUNT
           MOVE DAU-KEY-COUNT TO DAU-FOUND-INDEX
           MOVE DAU-WORK-DEPOT TO KY-DEPOT (DAU-FOUND-INDEX)
           MOVE DAU-WORK-N1 TO KY-N1 (DAU-FOUND-INDEX)
           MOVE DAU-WORK-N2 TO KY-N2 (DAU-FOUND-INDEX)
           MOVE 0 TO KY-SEEN-COUNT (DAU-FOUND-INDEX)
           MOVE 0 TO KY-FLAG-COUNT (DAU-FOUND-INDEX)
           MOVE 0 TO KY-LAST-DATE (DAU-FOUND-INDEX)
           MOVE SPACE TO KY-LAST-MODE (DAU-FOUND-INDEX)
           MOVE 0 TO KY-LAST-RESULT (DAU-FOUND-INDEX)
           MOVE 0 TO KY-LAST-LCM (DAU-FOUND-INDEX)
           MOVE SPACE TO KY-LAST-FLAG (DAU-FOUND-INDEX)
           MOVE "N" TO KY-ON-XREF (DAU-FOUND-INDEX).
       1850-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Every history line: its GCD and LCM worked again, and,
      * for the lines main-mdc posts to the cross-reference (all
      * but multi-lists), its key's counts and latest result
      * rolled on.  A multi-list line keeps no list to work from
      * and is only counted.
      *----------------------------------------------------------
       2000-AUDIT-HISTORY.
           MOVE SPACES TO DAU-PRINT-LINE
           WRITE DAU-PRINT-LINE
           MOVE "HISTORY RECHECK - GCD AND LCM WORKED AGAIN"
               TO DAU-PRINT-LINE
           WRITE DAU-PRINT-LINE
           MOVE DAU-HIST-HEADING-1 TO DAU-PRINT-LINE
           WRITE DAU-PRINT-LINE
           MOVE DAU-HIST-HEADING-2 TO DAU-PRINT-LINE
           WRITE DAU-PRINT-LINE
           OPEN INPUT DAU-HISTORY-FILE
           IF DAU-HISTORY-STATUS NOT = "00"
               MOVE "  NO HISTORY FILE" TO DAU-PRINT-LINE
               WRITE DAU-PRINT-LINE
               GO TO 2000-EXIT
           END-IF
           PERFORM UNTIL DAU-END-OF-HISTORY
               READ DAU-HISTORY-FILE
                   AT END
                       SET DAU-END-OF-HISTORY TO TRUE
                   NOT AT END
                       ADD 1 TO DAU-HISTORY-READ
                       PERFORM 2100-CHECK-ONE-LINE THRU 2100-EXIT
               END-READ
           END-PERFORM
           CLOSE DAU-HISTORY-FILE
           IF DAU-HISTORY-BAD = 0 AND DAU-HISTORY-WRONG = 0
               MOVE "  EVERY LINE RECHECKED AGREES" TO DAU-PRINT-LINE
               WRITE DAU-PRINT-LINE
           END-IF.
       2000-EXIT.
           EXIT.

       2100-CHECK-ONE-LINE.
           MOVE SPACES TO DAU-HIST-LINE
           MOVE HS-DATE TO HL-DATE
           MOVE HS-MODE TO HL-MODE
           MOVE HS-DEPOT TO HL-DEPOT
           IF HS-DATE NOT NUMERIC OR HS-N1 NOT NUMERIC
               OR HS-N2 NOT NUMERIC OR HS-RESULT NOT NUMERIC
               OR HS-LCM NOT NUMERIC
               ADD 1 TO DAU-HISTORY-BAD
               MOVE "LINE NOT NUMERIC" TO HL-REMARK
               PERFORM 2900-WRITE-HIST-LINE THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF
           IF HS-MODE-MULTI
               ADD 1 TO DAU-HISTORY-MULTI
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO DAU-HISTORY-CHECKED
           PERFORM 2200-RECOMPUTE THRU 2200-EXIT
           IF DAU-AUDIT-GCD NOT = HS-RESULT
               OR DAU-AUDIT-LCM NOT = HS-LCM
               ADD 1 TO DAU-HISTORY-WRONG
               MOVE HS-N1 TO HL-N1
               MOVE HS-N2 TO HL-N2
               MOVE HS-RESULT TO HL-STORED-GCD
               MOVE HS-LCM TO HL-STORED-LCM
               MOVE DAU-AUDIT-GCD TO HL-AUDIT-GCD
               MOVE DAU-AUDIT-LCM TO HL-AUDIT-LCM
               IF DAU-AUDIT-GCD NOT = HS-RESULT
                   IF DAU-AUDIT-LCM NOT = HS-LCM
                       MOVE "GCD AND LCM DISAGREE" TO HL-REMARK
                   ELSE
                       MOVE "GCD DISAGREES" TO HL-REMARK
                   END-IF
               ELSE
                   MOVE "LCM DISAGREES" TO HL-REMARK
               END-IF
               PERFORM 2900-WRITE-HIST-LINE THRU 2900-EXIT
           END-IF
           PERFORM 2300-POST-KEY THRU 2300-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The GCD by halving: while both are even, halve both and
      * double the factor kept aside; then halve away the even
      * side, take the smaller from the larger, and go again
      * until nothing is left - what remains, times the factor,
      * is the GCD.  Nothing here shares a step with main-mdc's
      * division remainders.  The LCM is the whole product of
      * the pair over that GCD.  A zero on either side gives the
      * other side as the GCD and a zero LCM, as main-mdc does.
      *----------------------------------------------------------
       2200-RECOMPUTE.
           MOVE HS-N1 TO DAU-GCD-A
           MOVE HS-N2 TO DAU-GCD-B
           MOVE 1 TO DAU-GCD-FACTOR
           IF DAU-GCD-A = 0 OR DAU-GCD-B = 0
               COMPUTE DAU-AUDIT-GCD = DAU-GCD-A + DAU-GCD-B
               MOVE 0 TO DAU-AUDIT-LCM
               GO TO 2200-EXIT
           END-IF
           PERFORM 2250-TEST-PARITY THRU 2250-EXIT
           PERFORM UNTIL NOT DAU-A-EVEN OR NOT DAU-B-EVEN
               DIVIDE 2 INTO DAU-GCD-A
               DIVIDE 2 INTO DAU-GCD-B
               MULTIPLY 2 BY DAU-GCD-FACTOR
               PERFORM 2250-TEST-PARITY THRU 2250-EXIT
           END-PERFORM
           PERFORM UNTIL NOT DAU-A-EVEN
               DIVIDE 2 INTO DAU-GCD-A
               PERFORM 2250-TEST-PARITY THRU 2250-EXIT
           END-PERFORM
           PERFORM UNTIL DAU-GCD-B = 0
               PERFORM UNTIL NOT DAU-B-EVEN
                   DIVIDE 2 INTO DAU-GCD-B
                   PERFORM 2250-TEST-PARITY THRU 2250-EXIT
               END-PERFORM
               IF DAU-GCD-A > DAU-GCD-B
                   MOVE DAU-GCD-A TO DAU-GCD-SWAP
                   MOVE DAU-GCD-B TO DAU-GCD-A
                   MOVE DAU-GCD-SWAP TO DAU-GCD-B
               END-IF
               SUBTRACT DAU-GCD-A FROM DAU-GCD-B
               PERFORM 2250-TEST-PARITY THRU 2250-EXIT
           END-PERFORM
           COMPUTE DAU-AUDIT-GCD = DAU-GCD-A * DAU-GCD-FACTOR
           COMPUTE DAU-AUDIT-LCM = HS-N1 * HS-N2 / DAU-AUDIT-GCD.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Sets the even/odd conditions on both working values.  A
      * zero B counts as odd so the halving stops on it.
      *----------------------------------------------------------
       2250-TEST-PARITY.
           DIVIDE DAU-GCD-A BY 2 GIVING DAU-GCD-HALF
               REMAINDER DAU-A-REMAINDER
           IF DAU-GCD-B = 0
               MOVE 1 TO DAU-B-REMAINDER
           ELSE
               DIVIDE DAU-GCD-B BY 2 GIVING DAU-GCD-HALF
                   REMAINDER DAU-B-REMAINDER
           END-IF.
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The line onto its key, as main-mdc posts it: one more
      * seen, one more flagged if held for review, and it is
      * now the latest.
      *----------------------------------------------------------
       2300-POST-KEY.
           MOVE HS-DEPOT TO DAU-WORK-DEPOT
           MOVE HS-N1 TO DAU-WORK-N1
           MOVE HS-N2 TO DAU-WORK-N2
           PERFORM 1800-FIND-KEY-SLOT THRU 1800-EXIT
           IF NOT DAU-ENTRY-FOUND
               PERFORM 1850-OPEN-KEY-SLOT THRU 1850-EXIT
           END-IF
           ADD 1 TO KY-SEEN-COUNT (DAU-FOUND-INDEX)
           IF HS-FLAG-REVIEW
               ADD 1 TO KY-FLAG-COUNT (DAU-FOUND-INDEX)
           END-IF
           MOVE HS-DATE TO KY-LAST-DATE (DAU-FOUND-INDEX)
           MOVE HS-MODE TO KY-LAST-MODE (DAU-FOUND-INDEX)
           MOVE HS-RESULT TO KY-LAST-RESULT (DAU-FOUND-INDEX)
           MOVE HS-LCM TO KY-LAST-LCM (DAU-FOUND-INDEX)
           MOVE HS-FLAG TO KY-LAST-FLAG (DAU-FOUND-INDEX).
       2300-EXIT.
           EXIT.

       2900-WRITE-HIST-LINE.
           ADD 1 TO DAU-EXCEPTION-TOTAL
           MOVE DAU-HIST-LINE TO DAU-PRINT-LINE
           WRITE DAU-PRINT-LINE.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The cross-reference in key order against the rebuilt
      * keys, then every rebuilt key it does not hold.  On a
      * rebuild a drifted key is rewritten from the history, a
      * key the history does not know is deleted, and a missing
      * key is added - the adds wait until the browse is done so
      * they do not move it.
      *----------------------------------------------------------
       3000-AUDIT-XREF.
           MOVE SPACES TO DAU-PRINT-LINE
           WRITE DAU-PRINT-LINE
           MOVE "CROSS-REFERENCE AGAINST HISTORY AND ARCHIVE"
               TO DAU-PRINT-LINE
           WRITE DAU-PRINT-LINE
           IF DAU-ARC-UNKEYED-LINES > 0
               MOVE SPACES TO DAU-TOTAL-LINE
               MOVE "** ARCHIVED LINES WITH NO KEY SUMMARY" TO TL-LABEL
               MOVE DAU-ARC-UNKEYED-LINES TO TL-VALUE
               MOVE DAU-TOTAL-LINE TO DAU-PRINT-LINE
               WRITE DAU-PRINT-LINE
               MOVE "   (KEYS THEY POSTED WILL SHOW SHORT COUNTS)"
                   TO DAU-PRINT-LINE
               WRITE DAU-PRINT-LINE
               ADD 1 TO DAU-CONTROL-EXCEPTIONS
           END-IF
           IF DAU-ARC-KEY-READ NOT = DAU-ARC-TRAILER-COUNT
               OR DAU-ARC-KEYED-LINES NOT = DAU-ARC-TRAILER-HASH
               MOVE "  ** ARCHIVE KEY SUMMARIES OUT OF BALANCE WITH TH
      -            "EIR TRAILERS **" TO DAU-PRINT-LINE
               WRITE DAU-PRINT-LINE
               ADD 1 TO DAU-CONTROL-EXCEPTIONS
           END-IF
           MOVE DAU-XREF-HEADING-1 TO DAU-PRINT-LINE
           WRITE DAU-PRINT-LINE
           MOVE DAU-XREF-HEADING-2 TO DAU-PRINT-LINE
           WRITE DAU-PRINT-LINE
           PERFORM 3050-OPEN-XREF THRU 3050-EXIT
           IF NOT DAU-XREF-AVAILABLE
               GO TO 3000-EXIT
           END-IF
           PERFORM UNTIL DAU-END-OF-XREF
               READ DAU-XREF-FILE NEXT RECORD
                   AT END
                       SET DAU-END-OF-XREF TO TRUE
                   NOT AT END
                       ADD 1 TO DAU-XREF-READ
                       PERFORM 3100-CHECK-ONE-XREF THRU 3100-EXIT
               END-READ
           END-PERFORM
           MOVE 1 TO DAU-FOUND-INDEX
           PERFORM UNTIL DAU-FOUND-INDEX > DAU-KEY-COUNT
               IF NOT KY-FOUND-ON-XREF (DAU-FOUND-INDEX)
                   PERFORM 3500-REPORT-MISSING-KEY THRU 3500-EXIT
               END-IF
               ADD 1 TO DAU-FOUND-INDEX
           END-PERFORM
           CLOSE DAU-XREF-FILE
           IF DAU-XREF-DRIFTED = 0 AND DAU-XREF-ORPHANS = 0
               AND DAU-XREF-MISSING = 0
               MOVE "  EVERY KEY AGREES" TO DAU-PRINT-LINE
               WRITE DAU-PRINT-LINE
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Read only for the audit.  For a rebuild, opened for
      * update - and created empty if it does not exist yet, the
      * way main-mdc creates it.
      *----------------------------------------------------------
       3050-OPEN-XREF.
           IF DAU-REBUILDING
               OPEN I-O DAU-XREF-FILE
               IF DAU-XREF-STATUS = "35"
                   OPEN OUTPUT DAU-XREF-FILE
                   IF DAU-XREF-STATUS = "00"
                       CLOSE DAU-XREF-FILE
                       OPEN I-O DAU-XREF-FILE
                   END-IF
               END-IF
           ELSE
               OPEN INPUT DAU-XREF-FILE
           END-IF
           IF DAU-XREF-STATUS = "00"
               SET DAU-XREF-AVAILABLE TO TRUE
           ELSE
               MOVE "  ** CROSS-REFERENCE NOT AVAILABLE - NOT AUDITED
      -            " **" TO DAU-PRINT-LINE
               WRITE DAU-PRINT-LINE
               ADD 1 TO DAU-CONTROL-EXCEPTIONS
               DISPLAY "** CROSS-REFERENCE NOT AVAILABLE (STATUS "
                   DAU-XREF-STATUS ") - NOT AUDITED **"
           END-IF.
       3050-EXIT.
           EXIT.

      *----------------------------------------------------------
      * One cross-reference record against its rebuilt key.
      *----------------------------------------------------------
       3100-CHECK-ONE-XREF.
           MOVE SPACES TO DAU-XREF-LINE
           MOVE XR-DEPOT TO XL-DEPOT
           MOVE XR-N1 TO XL-N1
           MOVE XR-N2 TO XL-N2
           MOVE XR-SEEN-COUNT TO XL-XREF-SEEN
           MOVE XR-FLAG-COUNT TO XL-XREF-FLAG
           MOVE XR-LAST-RESULT TO XL-XREF-RESULT
           MOVE XR-LAST-DATE TO XL-XREF-DATE
           MOVE XR-DEPOT TO DAU-WORK-DEPOT
           MOVE XR-N1 TO DAU-WORK-N1
           MOVE XR-N2 TO DAU-WORK-N2
           PERFORM 1800-FIND-KEY-SLOT THRU 1800-EXIT
           IF NOT DAU-ENTRY-FOUND
               ADD 1 TO DAU-XREF-ORPHANS
               MOVE "NOT IN HISTORY OR ARCHIVE" TO XL-REMARK
               IF DAU-REBUILDING
                   DELETE DAU-XREF-FILE RECORD
                   ADD 1 TO DAU-XREF-DELETED
                   MOVE "DELETED" TO XL-ACTION
               END-IF
               PERFORM 3900-WRITE-XREF-LINE THRU 3900-EXIT
               GO TO 3100-EXIT
           END-IF
           SET KY-FOUND-ON-XREF (DAU-FOUND-INDEX) TO TRUE
           MOVE "N" TO DAU-COUNT-DRIFT-SW
           MOVE "N" TO DAU-LATEST-DRIFT-SW
           IF XR-SEEN-COUNT NOT = KY-SEEN-COUNT (DAU-FOUND-INDEX)
               OR XR-FLAG-COUNT NOT = KY-FLAG-COUNT (DAU-FOUND-INDEX)
               SET DAU-COUNTS-DRIFTED TO TRUE
           END-IF
           IF XR-LAST-DATE NOT = KY-LAST-DATE (DAU-FOUND-INDEX)
               OR XR-LAST-MODE NOT = KY-LAST-MODE (DAU-FOUND-INDEX)
               OR XR-LAST-RESULT
                   NOT = KY-LAST-RESULT (DAU-FOUND-INDEX)
               OR XR-LAST-LCM NOT = KY-LAST-LCM (DAU-FOUND-INDEX)
               OR XR-LAST-FLAG NOT = KY-LAST-FLAG (DAU-FOUND-INDEX)
               SET DAU-LATEST-DRIFTED TO TRUE
           END-IF
           IF NOT DAU-COUNTS-DRIFTED AND NOT DAU-LATEST-DRIFTED
               ADD 1 TO DAU-XREF-AGREED
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO DAU-XREF-DRIFTED
           MOVE KY-SEEN-COUNT (DAU-FOUND-INDEX) TO XL-HIST-SEEN
           MOVE KY-FLAG-COUNT (DAU-FOUND-INDEX) TO XL-HIST-FLAG
           MOVE KY-LAST-RESULT (DAU-FOUND-INDEX) TO XL-HIST-RESULT
           MOVE KY-LAST-DATE (DAU-FOUND-INDEX) TO XL-HIST-DATE
           IF DAU-COUNTS-DRIFTED
               IF DAU-LATEST-DRIFTED
                   MOVE "COUNTS AND LATEST DRIFTED" TO XL-REMARK
               ELSE
                   MOVE "COUNTS DRIFTED" TO XL-REMARK
               END-IF
           ELSE
               MOVE "LATEST RESULT DRIFTED" TO XL-REMARK
           END-IF
           IF DAU-REBUILDING
               PERFORM 3800-FILL-XREF-FIELDS THRU 3800-EXIT
               REWRITE DAU-XREF-RECORD
               ADD 1 TO DAU-XREF-REWRITTEN
               MOVE "REWRITTEN" TO XL-ACTION
           END-IF
           PERFORM 3900-WRITE-XREF-LINE THRU 3900-EXIT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * A key the history accounts for that the cross-reference
      * does not hold.
      *----------------------------------------------------------
       3500-REPORT-MISSING-KEY.
           ADD 1 TO DAU-XREF-MISSING
           MOVE SPACES TO DAU-XREF-LINE
           MOVE KY-DEPOT (DAU-FOUND-INDEX) TO XL-DEPOT
           MOVE KY-N1 (DAU-FOUND-INDEX) TO XL-N1
           MOVE KY-N2 (DAU-FOUND-INDEX) TO XL-N2
           MOVE KY-SEEN-COUNT (DAU-FOUND-INDEX) TO XL-HIST-SEEN
           MOVE KY-FLAG-COUNT (DAU-FOUND-INDEX) TO XL-HIST-FLAG
           MOVE KY-LAST-RESULT (DAU-FOUND-INDEX) TO XL-HIST-RESULT
           MOVE KY-LAST-DATE (DAU-FOUND-INDEX) TO XL-HIST-DATE
           MOVE "NOT ON CROSS-REFERENCE" TO XL-REMARK
           IF DAU-REBUILDING
               MOVE KY-DEPOT (DAU-FOUND-INDEX) TO XR-DEPOT
               MOVE KY-N1 (DAU-FOUND-INDEX) TO XR-N1
               MOVE KY-N2 (DAU-FOUND-INDEX) TO XR-N2
               PERFORM 3800-FILL-XREF-FIELDS THRU 3800-EXIT
               WRITE DAU-XREF-RECORD
               ADD 1 TO DAU-XREF-ADDED
               MOVE "ADDED" TO XL-ACTION
           END-IF
           PERFORM 3900-WRITE-XREF-LINE THRU 3900-EXIT.
       3500-EXIT.
           EXIT.

       3800-FILL-XREF-FIELDS.
           MOVE KY-LAST-DATE (DAU-FOUND-INDEX) TO XR-LAST-DATE
           MOVE KY-LAST-MODE (DAU-FOUND-INDEX) TO XR-LAST-MODE
           MOVE KY-LAST-RESULT (DAU-FOUND-INDEX) TO XR-LAST-RESULT
           MOVE KY-LAST-LCM (DAU-FOUND-INDEX) TO XR-LAST-LCM
           MOVE KY-LAST-FLAG (DAU-FOUND-INDEX) TO XR-LAST-FLAG
           MOVE KY-SEEN-COUNT (DAU-FOUND-INDEX) TO XR-SEEN-COUNT
           MOVE KY-FLAG-COUNT (DAU-FOUND-INDEX) TO XR-FLAG-COUNT.
       3800-EXIT.
           EXIT.

       3900-WRITE-XREF-LINE.
           ADD 1 TO DAU-EXCEPTION-TOTAL
           MOVE DAU-XREF-LINE TO DAU-PRINT-LINE
           WRITE DAU-PRINT-LINE.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The cycle's report against its feed and queue.  Only
      * pair and multi-list lines reach either; the other modes
      * are inquiries and are only counted.  An unflagged line
      * must claim a feed record, a flagged one a queue entry,
      * on mode, N1, N2, GCD, LCM and depot; whatever the feed or
      * queue holds that no line claimed is listed after.
      *----------------------------------------------------------
       4000-AUDIT-CYCLE.
           MOVE SPACES TO DAU-PRINT-LINE
           WRITE DAU-PRINT-LINE
           MOVE "CYCLE REPORT AGAINST FEED AND REVIEW QUEUE"
               TO DAU-PRINT-LINE
           WRITE DAU-PRINT-LINE
           PERFORM 4100-LOAD-FEED THRU 4100-EXIT
           PERFORM 4200-LOAD-QUEUE THRU 4200-EXIT
           MOVE DAU-CYCLE-HEADING TO DAU-PRINT-LINE
           WRITE DAU-PRINT-LINE
           OPEN INPUT DAU-REPORT-FILE
           IF DAU-REPORT-STATUS NOT = "00"
               MOVE "  ** CYCLE REPORT (RPTFILE) MISSING - NOT AUDITE
      -            "D **" TO DAU-PRINT-LINE
               WRITE DAU-PRINT-LINE
               ADD 1 TO DAU-CONTROL-EXCEPTIONS
               GO TO 4000-EXIT
           END-IF
           PERFORM UNTIL DAU-END-OF-REPORT
               READ DAU-REPORT-FILE
                   AT END
                       SET DAU-END-OF-REPORT TO TRUE
                   NOT AT END
                       ADD 1 TO DAU-REPORT-READ
                       PERFORM 4300-CHECK-REPORT-LINE THRU 4300-EXIT
               END-READ
           END-PERFORM
           CLOSE DAU-REPORT-FILE
           MOVE 1 TO DAU-SUBSCRIPT
           PERFORM UNTIL DAU-SUBSCRIPT > DAU-FEED-COUNT
               IF NOT FE-IS-MATCHED (DAU-SUBSCRIPT)
                   PERFORM 4500-REPORT-FEED-ORPHAN THRU 4500-EXIT
               END-IF
               ADD 1 TO DAU-SUBSCRIPT
           END-PERFORM
           MOVE 1 TO DAU-SUBSCRIPT
           PERFORM UNTIL DAU-SUBSCRIPT > DAU-QUEUE-COUNT
               IF NOT QE-IS-MATCHED (DAU-SUBSCRIPT)
                   PERFORM 4600-REPORT-QUEUE-ORPHAN THRU 4600-EXIT
               END-IF
               ADD 1 TO DAU-SUBSCRIPT
           END-PERFORM
           IF DAU-NOT-ON-FEED = 0 AND DAU-NOT-ON-QUEUE = 0
               AND DAU-FEED-ORPHANS = 0 AND DAU-QUEUE-ORPHANS = 0
               MOVE "  EVERY LINE ACCOUNTED FOR" TO DAU-PRINT-LINE
               WRITE DAU-PRINT-LINE
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The cycle's feed, its trailer checked - a trailer missing
      * or out of balance is itself an exception.  A full table
      * refuses the run rather than report half a feed.
      *----------------------------------------------------------
       4100-LOAD-FEED.
           OPEN INPUT DAU-INTERFACE-FILE
           IF DAU-INTERFACE-STATUS NOT = "00"
               MOVE "  ** INTERFACE FILE (IFCFILE) MISSING **"
                   TO DAU-PRINT-LINE
               WRITE DAU-PRINT-LINE
               ADD 1 TO DAU-CONTROL-EXCEPTIONS
               GO TO 4100-EXIT
           END-IF
           PERFORM UNTIL DAU-INTERFACE-STATUS = "10"
               READ DAU-INTERFACE-FILE
                   AT END
                       MOVE "10" TO DAU-INTERFACE-STATUS
                   NOT AT END
                       IF IF-TRAILER-REC
                           SET DAU-IFC-TRAILER-SEEN TO TRUE
                           MOVE IFT-COUNT TO DAU-IFC-TRL-COUNT
                           MOVE IFT-HASH TO DAU-IFC-TRL-HASH
                       ELSE
                           PERFORM 4150-ADD-FEED-ENTRY
                               THRU 4150-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DAU-INTERFACE-FILE
           IF NOT DAU-IFC-TRAILER-SEEN
               MOVE "  ** INTERFACE FILE HAS NO TRAILER **"
                   TO DAU-PRINT-LINE
               WRITE DAU-PRINT-LINE
               ADD 1 TO DAU-CONTROL-EXCEPTIONS
               GO TO 4100-EXIT
           END-IF
           IF DAU-IFC-TRL-COUNT NOT = DAU-FEED-COUNT
               OR DAU-IFC-TRL-HASH NOT = DAU-FEED-HASH
               MOVE "  ** INTERFACE TRAILER OUT OF BALANCE WITH ITS R
      -            "ECORDS **" TO DAU-PRINT-LINE
               WRITE DAU-PRINT-LINE
               ADD 1 TO DAU-CONTROL-EXCEPTIONS
           END-IF.
       4100-EXIT.
           EXIT.

       4150-ADD-FEED-ENTRY.
           IF DAU-FEED-COUNT NOT < DAU-FEED-LIMIT
               DISPLAY "*** FEED TABLE FULL (" DAU-FEED-LIMIT
                   " RECORDS) - RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           ADD 1 TO DAU-FEED-COUNT
           ADD IF-RESULT TO DAU-FEED-HASH
           MOVE IF-MODE TO FE-MODE (DAU-FEED-COUNT)
           MOVE IF-N1 TO FE-N1 (DAU-FEED-COUNT)
           MOVE IF-N2 TO FE-N2 (DAU-FEED-COUNT)
           MOVE IF-RESULT TO FE-RESULT (DAU-FEED-COUNT)
           MOVE IF-LCM TO FE-LCM (DAU-FEED-COUNT)
           MOVE IF-DEPOT TO FE-DEPOT (DAU-FEED-COUNT)
           MOVE "N" TO FE-MATCHED (DAU-FEED-COUNT).
       4150-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The cycle's review queue.  A missing queue just means
      * nothing was flagged.
      *----------------------------------------------------------
       4200-LOAD-QUEUE.
           OPEN INPUT DAU-QUEUE-FILE
           IF DAU-QUEUE-STATUS NOT = "00"
               GO TO 4200-EXIT
           END-IF
           PERFORM UNTIL DAU-QUEUE-STATUS = "10"
               READ DAU-QUEUE-FILE
                   AT END
                       MOVE "10" TO DAU-QUEUE-STATUS
                   NOT AT END
                       PERFORM 4250-ADD-QUEUE-ENTRY THRU 4250-EXIT
               END-READ
           END-PERFORM
           CLOSE DAU-QUEUE-FILE.
       4200-EXIT.
           EXIT.

       4250-ADD-QUEUE-ENTRY.
           IF DAU-QUEUE-COUNT NOT < DAU-QUEUE-LIMIT
               DISPLAY "*** QUEUE TABLE FULL (" DAU-QUEUE-LIMIT
                   " ENTRIES) - RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           ADD 1 TO DAU-QUEUE-COUNT
           MOVE RQ-MODE TO QE-MODE (DAU-QUEUE-COUNT)
           MOVE RQ-N1 TO QE-N1 (DAU-QUEUE-COUNT)
           MOVE RQ-N2 TO QE-N2 (DAU-QUEUE-COUNT)
           MOVE RQ-RESULT TO QE-RESULT (DAU-QUEUE-COUNT)
           MOVE RQ-LCM TO QE-LCM (DAU-QUEUE-COUNT)
           MOVE RQ-DEPOT TO QE-DEPOT (DAU-QUEUE-COUNT)
           MOVE "N" TO QE-MATCHED (DAU-QUEUE-COUNT).
       4250-EXIT.
           EXIT.

       4300-CHECK-REPORT-LINE.
           IF NOT RO-MODE-PAIR AND NOT RO-MODE-MULTI
               ADD 1 TO DAU-REPORT-INQUIRIES
               GO TO 4300-EXIT
           END-IF
           MOVE "N" TO DAU-MATCH-SWITCH
           MOVE 1 TO DAU-SUBSCRIPT
           IF RO-FLAG-REVIEW
               ADD 1 TO DAU-REPORT-QUEUED
               PERFORM UNTIL DAU-SUBSCRIPT > DAU-QUEUE-COUNT
                   OR DAU-ENTRY-FOUND
                   IF NOT QE-IS-MATCHED (DAU-SUBSCRIPT)
                       AND QE-MODE (DAU-SUBSCRIPT) = RO-MODE
                       AND QE-N1 (DAU-SUBSCRIPT) = RO-N1
                       AND QE-N2 (DAU-SUBSCRIPT) = RO-N2
                       AND QE-RESULT (DAU-SUBSCRIPT) = RO-RESULT
                       AND QE-LCM (DAU-SUBSCRIPT) = RO-LCM
                       AND QE-DEPOT (DAU-SUBSCRIPT) = RO-DEPOT
                       SET DAU-ENTRY-FOUND TO TRUE
                       MOVE "Y" TO QE-MATCHED (DAU-SUBSCRIPT)
                   END-IF
                   ADD 1 TO DAU-SUBSCRIPT
               END-PERFORM
           ELSE
               ADD 1 TO DAU-REPORT-SENT
               PERFORM UNTIL DAU-SUBSCRIPT > DAU-FEED-COUNT
                   OR DAU-ENTRY-FOUND
                   IF NOT FE-IS-MATCHED (DAU-SUBSCRIPT)
                       AND FE-MODE (DAU-SUBSCRIPT) = RO-MODE
                       AND FE-N1 (DAU-SUBSCRIPT) = RO-N1
                       AND FE-N2 (DAU-SUBSCRIPT) = RO-N2
                       AND FE-RESULT (DAU-SUBSCRIPT) = RO-RESULT
                       AND FE-LCM (DAU-SUBSCRIPT) = RO-LCM
                       AND FE-DEPOT (DAU-SUBSCRIPT) = RO-DEPOT
                       SET DAU-ENTRY-FOUND TO TRUE
                       MOVE "Y" TO FE-MATCHED (DAU-SUBSCRIPT)
                   END-IF
                   ADD 1 TO DAU-SUBSCRIPT
               END-PERFORM
           END-IF
           IF DAU-ENTRY-FOUND
               GO TO 4300-EXIT
           END-IF
           MOVE SPACES TO DAU-CYCLE-LINE
           MOVE "RPTFILE" TO CL-FILE
           MOVE RO-MODE TO CL-MODE
           MOVE RO-DEPOT TO CL-DEPOT
           MOVE RO-N1 TO CL-N1
           MOVE RO-N2 TO CL-N2
           MOVE RO-RESULT TO CL-RESULT
           MOVE RO-LCM TO CL-LCM
           MOVE RO-FLAG TO CL-FLAG
           IF RO-FLAG-REVIEW
               ADD 1 TO DAU-NOT-ON-QUEUE
               MOVE "FLAGGED - NOT ON REVIEW QUEUE" TO CL-REMARK
           ELSE
               ADD 1 TO DAU-NOT-ON-FEED
               MOVE "UNFLAGGED - NOT ON FEED" TO CL-REMARK
           END-IF
           PERFORM 4900-WRITE-CYCLE-LINE THRU 4900-EXIT.
       4300-EXIT.
           EXIT.

       4500-REPORT-FEED-ORPHAN.
           ADD 1 TO DAU-FEED-ORPHANS
           MOVE SPACES TO DAU-CYCLE-LINE
           MOVE "IFCFILE" TO CL-FILE
           MOVE FE-MODE (DAU-SUBSCRIPT) TO CL-MODE
           MOVE FE-DEPOT (DAU-SUBSCRIPT) TO CL-DEPOT
           MOVE FE-N1 (DAU-SUBSCRIPT) TO CL-N1
           MOVE FE-N2 (DAU-SUBSCRIPT) TO CL-N2
           MOVE FE-RESULT (DAU-SUBSCRIPT) TO CL-RESULT
           MOVE FE-LCM (DAU-SUBSCRIPT) TO CL-LCM
           MOVE "ON FEED - NO UNFLAGGED LINE" TO CL-REMARK
           PERFORM 4900-WRITE-CYCLE-LINE THRU 4900-EXIT.
       4500-EXIT.
           EXIT.

       4600-REPORT-QUEUE-ORPHAN.
           ADD 1 TO DAU-QUEUE-ORPHANS
           MOVE SPACES TO DAU-CYCLE-LINE
           MOVE "RVWFILE" TO CL-FILE
           MOVE QE-MODE (DAU-SUBSCRIPT) TO CL-MODE
           MOVE QE-DEPOT (DAU-SUBSCRIPT) TO CL-DEPOT
           MOVE QE-N1 (DAU-SUBSCRIPT) TO CL-N1
           MOVE QE-N2 (DAU-SUBSCRIPT) TO CL-N2
           MOVE QE-RESULT (DAU-SUBSCRIPT) TO CL-RESULT
           MOVE QE-LCM (DAU-SUBSCRIPT) TO CL-LCM
           MOVE "ON QUEUE - NO FLAGGED LINE" TO CL-REMARK
           PERFORM 4900-WRITE-CYCLE-LINE THRU 4900-EXIT.
       4600-EXIT.
           EXIT.

       4900-WRITE-CYCLE-LINE.
           ADD 1 TO DAU-EXCEPTION-TOTAL
           MOVE DAU-CYCLE-LINE TO DAU-PRINT-LINE
           WRITE DAU-PRINT-LINE.
       4900-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The basis of the audit and its findings, in one place.
      *----------------------------------------------------------
       8000-PRINT-SUMMARY.
           ADD DAU-CONTROL-EXCEPTIONS TO DAU-EXCEPTION-TOTAL
           MOVE SPACES TO DAU-PRINT-LINE
           WRITE DAU-PRINT-LINE
           MOVE "AUDIT SUMMARY" TO DAU-PRINT-LINE
           WRITE DAU-PRINT-LINE
           MOVE "HISTORY LINES READ" TO TL-LABEL
           MOVE DAU-HISTORY-READ TO TL-VALUE
           PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT
           MOVE "  RECHECKED" TO TL-LABEL
           MOVE DAU-HISTORY-CHECKED TO TL-VALUE
           PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT
           MOVE "  MULTI-LIST - NOTHING TO RECHECK" TO TL-LABEL
           MOVE DAU-HISTORY-MULTI TO TL-VALUE
           PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT
           MOVE "  NOT NUMERIC" TO TL-LABEL
           MOVE DAU-HISTORY-BAD TO TL-VALUE
           PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT
           MOVE "  GCD OR LCM DISAGREES" TO TL-LABEL
           MOVE DAU-HISTORY-WRONG TO TL-VALUE
           PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT
           MOVE "ARCHIVED LINES WITH KEY SUMMARIES" TO TL-LABEL
           MOVE DAU-ARC-KEYED-LINES TO TL-VALUE
           PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT
           MOVE "ARCHIVED LINES WITH NO KEY SUMMARY" TO TL-LABEL
           MOVE DAU-ARC-UNKEYED-LINES TO TL-VALUE
           PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT
           MOVE "KEYS REBUILT FROM HISTORY AND ARCHIVE" TO TL-LABEL
           MOVE DAU-KEY-COUNT TO TL-VALUE
           PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT
           MOVE "CROSS-REFERENCE RECORDS READ" TO TL-LABEL
           MOVE DAU-XREF-READ TO TL-VALUE
           PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT
           MOVE "  AGREE" TO TL-LABEL
           MOVE DAU-XREF-AGREED TO TL-VALUE
           PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT
           MOVE "  DRIFTED" TO TL-LABEL
           MOVE DAU-XREF-DRIFTED TO TL-VALUE
           PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT
           MOVE "  NOT IN HISTORY OR ARCHIVE" TO TL-LABEL
           MOVE DAU-XREF-ORPHANS TO TL-VALUE
           PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT
           MOVE "KEYS NOT ON CROSS-REFERENCE" TO TL-LABEL
           MOVE DAU-XREF-MISSING TO TL-VALUE
           PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT
           IF DAU-REBUILDING
               MOVE "CROSS-REFERENCE RECORDS REWRITTEN" TO TL-LABEL
               MOVE DAU-XREF-REWRITTEN TO TL-VALUE
               PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT
               MOVE "CROSS-REFERENCE RECORDS ADDED" TO TL-LABEL
               MOVE DAU-XREF-ADDED TO TL-VALUE
               PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT
               MOVE "CROSS-REFERENCE RECORDS DELETED" TO TL-LABEL
               MOVE DAU-XREF-DELETED TO TL-VALUE
               PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT
           END-IF
           MOVE "CYCLE REPORT LINES READ" TO TL-LABEL
           MOVE DAU-REPORT-READ TO TL-VALUE
           PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT
           MOVE "  INQUIRIES - NOT SENT BY DESIGN" TO TL-LABEL
           MOVE DAU-REPORT-INQUIRIES TO TL-VALUE
           PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT
           MOVE "  UNFLAGGED - DUE ON THE FEED" TO TL-LABEL
           MOVE DAU-REPORT-SENT TO TL-VALUE
           PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT
           MOVE "    NOT ON FEED" TO TL-LABEL
           MOVE DAU-NOT-ON-FEED TO TL-VALUE
           PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT
           MOVE "  FLAGGED - DUE ON THE REVIEW QUEUE" TO TL-LABEL
           MOVE DAU-REPORT-QUEUED TO TL-VALUE
           PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT
           MOVE "    NOT ON REVIEW QUEUE" TO TL-LABEL
           MOVE DAU-NOT-ON-QUEUE TO TL-VALUE
           PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT
           MOVE "FEED RECORDS READ" TO TL-LABEL
           MOVE DAU-FEED-COUNT TO TL-VALUE
           PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT
           MOVE "  WITH NO UNFLAGGED LINE" TO TL-LABEL
           MOVE DAU-FEED-ORPHANS TO TL-VALUE
           PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT
           MOVE "QUEUE ENTRIES READ" TO TL-LABEL
           MOVE DAU-QUEUE-COUNT TO TL-VALUE
           PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT
           MOVE "  WITH NO FLAGGED LINE" TO TL-LABEL
           MOVE DAU-QUEUE-ORPHANS TO TL-VALUE
           PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT
           MOVE "CONTROL EXCEPTIONS" TO TL-LABEL
           MOVE DAU-CONTROL-EXCEPTIONS TO TL-VALUE
           PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT
           MOVE "TOTAL EXCEPTIONS" TO TL-LABEL
           MOVE DAU-EXCEPTION-TOTAL TO TL-VALUE
           PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
       8000-EXIT.
           EXIT.

       8100-WRITE-TOTAL.
           MOVE DAU-TOTAL-LINE TO DAU-PRINT-LINE
           WRITE DAU-PRINT-LINE
           MOVE SPACES TO DAU-TOTAL-LINE.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Console summary.  Every cross-reference record read
      * either agreed, drifted or was unknown to the history;
      * every history line read was rechecked, a multi-list or
      * not numeric.  A run with exceptions ends with return
      * code 4 so the job can hold on it.
      *----------------------------------------------------------
       9000-TERMINATE.
           CLOSE DAU-PRINT-FILE
           DISPLAY "=============================================="
           DISPLAY "DATA-INTEGRITY AUDIT SUMMARY"
           DISPLAY "  CYCLE . . . . . . . . . . . . . : "
               DAU-CYCLE-DATE
           DISPLAY "  HISTORY LINES READ. . . . . . . : "
               DAU-HISTORY-READ
           DISPLAY "  GCD OR LCM DISAGREES. . . . . . : "
               DAU-HISTORY-WRONG
           DISPLAY "  CROSS-REFERENCE RECORDS READ. . : "
               DAU-XREF-READ
           DISPLAY "  KEYS DRIFTED. . . . . . . . . . : "
               DAU-XREF-DRIFTED
           DISPLAY "  KEYS NOT IN HISTORY OR ARCHIVE. : "
               DAU-XREF-ORPHANS
           DISPLAY "  KEYS NOT ON CROSS-REFERENCE . . : "
               DAU-XREF-MISSING
           IF DAU-REBUILDING
               DISPLAY "  REWRITTEN / ADDED / DELETED . . : "
                   DAU-XREF-REWRITTEN " / " DAU-XREF-ADDED " / "
                   DAU-XREF-DELETED
           END-IF
           DISPLAY "  REPORT LINES NOT ON FEED. . . . : "
               DAU-NOT-ON-FEED
           DISPLAY "  REPORT LINES NOT ON QUEUE . . . : "
               DAU-NOT-ON-QUEUE
           DISPLAY "  FEED / QUEUE WITH NO LINE . . . : "
               DAU-FEED-ORPHANS " / " DAU-QUEUE-ORPHANS
           DISPLAY "  TOTAL EXCEPTIONS. . . . . . . . : "
               DAU-EXCEPTION-TOTAL
           IF DAU-HISTORY-READ = DAU-HISTORY-CHECKED
               + DAU-HISTORY-MULTI + DAU-HISTORY-BAD
               AND DAU-XREF-READ = DAU-XREF-AGREED
               + DAU-XREF-DRIFTED + DAU-XREF-ORPHANS
               DISPLAY "  TIE-OUT (READ = SUM OF FINDINGS): "
                   "IN BALANCE"
           ELSE
               DISPLAY "  TIE-OUT (READ = SUM OF FINDINGS): "
                   "** OUT OF BALANCE **"
           END-IF
           DISPLAY "=============================================="
           IF DAU-EXCEPTION-TOTAL > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       END PROGRAM data-audit.
