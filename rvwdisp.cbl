      * same pairing held at both sites needs each site's own
      * disposition.  A blank depot on a card is the main site
      * (DC1).
      *
      * box requirements: the queue line carries the lot's total
      * units after the depot, and a release passes them on to
      * IFCOVRD the same way main-mdc does on IFCFILE, so the
      * ctnr-stock step can count the boxes an override will
      * consume.  A queue line carried from before the change has
      * no units - a pair's are rebuilt from N1 plus N2, a
      * multi-list's go out as zero.
      *
      * override cost: an APPROVED audit line carries the units
      * released after the depot, so override-cost can price a
      * multi-list's boxes from the audit trail alone.  Other
      * audit lines leave the units blank.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02  RQ-LCM                PIC 9(15).
           02  FILLER                PIC X(1).
           02  RQ-DEPOT              PIC X(3).
           02  FILLER                PIC X(1).
           02  RQ-UNITS              PIC 9(9).

      *----------------------------------------------------------
      * One supervisor decision per card: A (approve) or R
               88  OV-OVERRIDE           VALUE "O".
           02  OV-INITIALS           PIC X(3).
           02  OV-DEPOT              PIC X(3).
           02  OV-UNITS              PIC 9(9).

       FD  RVD-AUDIT-FILE.
       01  RVD-AUDIT-RECORD.
           02  AU-REASON             PIC X(24).
           02  FILLER                PIC X(1).
           02  AU-DEPOT              PIC X(3).
           02  FILLER                PIC X(1).
           02  AU-UNITS              PIC 9(9).

       FD  RVD-NEWQUEUE-FILE.
       01  RVD-NEWQUEUE-RECORD       PIC X(69).

      *----------------------------------------------------------
      * Shared cycle-status file - same layout as main-mdc's
      *----------------------------------------------------------
       01  RVD-QUEUE-TABLE.
           02  RVD-QUEUE-ENTRY OCCURS 200 TIMES.
               03  QT-IMAGE          PIC X(69).
               03  QT-IMAGE-PARTS REDEFINES QT-IMAGE.
                   04  QT-DATE       PIC 9(6).
                   04  FILLER        PIC X(1).
                   04  QT-LCM        PIC 9(15).
                   04  FILLER        PIC X(1).
                   04  QT-DEPOT      PIC X(3).
                   04  FILLER        PIC X(1).
                   04  QT-UNITS      PIC 9(9).
               03  QT-DISPOSED       PIC X(1).
                   88  QT-IS-DISPOSED    VALUE "Y".
       01  RVD-QUEUE-COUNT             PIC 9(4) VALUE 0 COMP.
       01  RVD-CARD-DEPOT              PIC X(3).
       01  RVD-DEFAULT-DEPOT           PIC X(3) VALUE "DC1".

      *----------------------------------------------------------
      * The units just released on IFCOVRD, for the audit line.
      *----------------------------------------------------------
       01  RVD-RELEASE-UNITS           PIC 9(9) VALUE 0.

      *----------------------------------------------------------
      * What the cycle-status file says about the current cycle -
      * scanned at start-up before anything is opened for output.
           MOVE "O" TO OV-MARKER
           MOVE DS-INITIALS TO OV-INITIALS
           MOVE QT-DEPOT (RVD-FOUND-INDEX) TO OV-DEPOT
           IF QT-UNITS (RVD-FOUND-INDEX) NUMERIC
               MOVE QT-UNITS (RVD-FOUND-INDEX) TO OV-UNITS
           ELSE
               IF QT-MODE (RVD-FOUND-INDEX) = "M"
                   MOVE 0 TO OV-UNITS
               ELSE
                   COMPUTE OV-UNITS = QT-N1 (RVD-FOUND-INDEX)
                       + QT-N2 (RVD-FOUND-INDEX)
               END-IF
           END-IF
           MOVE OV-UNITS TO RVD-RELEASE-UNITS
           WRITE RVD-OVERRIDE-RECORD.
       5000-EXIT.
           EXIT.
           PERFORM 7500-STAMP-AUDIT THRU 7500-EXIT
           MOVE "APPROVED" TO AU-STATUS
           MOVE "RELEASED TO SCHEDULER" TO AU-REASON
           MOVE RVD-RELEASE-UNITS TO AU-UNITS
           WRITE RVD-AUDIT-RECORD.
       7100-EXIT.
           EXIT.
