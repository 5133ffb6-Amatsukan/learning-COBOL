      * that double count could never be unpicked.  The cutoff
      * is posted BEFORE the summaries are appended, so even a
      * run that abends mid-append cannot be innocently rerun.
      *
      * size rationalization: the month-and-mode summaries say
      * nothing about which box a purged pairing needed, so the
      * ctnr-review analysis could only ever see the retained
      * detail.  Each purge now also appends one "G" summary per
      * month, mode, depot and GCD (record and flag counts)
      * ahead of the trailer, and the trailer carries their
      * count and a hash over their record counts after its own
      * fields.  Readers that only want the "S" summaries skip
      * the "G" lines and stop at the original trailer fields.
      *
      * integrity audit: the cross-reference on XREFFILE holds a
      * running count per depot and N1/N2, and once a purge has
      * taken the detail nothing could say what those counts
      * should be.  Each purge now also appends one "X" summary
      * per depot and N1/N2 purged (every mode but "M", the
      * lines main-mdc posts to the cross-reference) - the
      * record and flag counts and the last line's date, mode,
      * GCD, LCM and flag - after the "G" lines, and the trailer
      * carries their count and a hash over their record counts
      * after the size fields.  Readers that do not want them
      * skip the "X" lines as they skip the "G" lines.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02  AR-UNITY-COUNT       PIC 9(7).
           02  FILLER                PIC X(1).
           02  AR-GCD-SUM            PIC 9(13).
       01  ARC-SIZE-RECORD.
           02  AG-REC-TYPE           PIC X(1).
           02  FILLER                PIC X(1).
           02  AG-YYMM               PIC 9(4).
           02  FILLER                PIC X(1).
           02  AG-MODE               PIC X(1).
           02  FILLER                PIC X(1).
           02  AG-DEPOT              PIC X(3).
           02  FILLER                PIC X(1).
           02  AG-RESULT             PIC 9(7).
           02  FILLER                PIC X(1).
           02  AG-RECORD-COUNT       PIC 9(7).
           02  FILLER                PIC X(1).
           02  AG-FLAG-COUNT         PIC 9(7).
       01  ARC-KEY-RECORD.
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
       01  ARC-TRAILER-RECORD.
           02  AT-REC-TYPE           PIC X(1).
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
      * One dated line per archive run saying what was removed -
       01  ARC-SUBSCRIPT               PIC 9(4) COMP.
       01  ARC-FOUND-INDEX             PIC 9(4) COMP.

      *----------------------------------------------------------
      * One accumulation slot per month, mode, depot and GCD
      * being purged - the size detail the "S" slots above roll
      * away.
      *----------------------------------------------------------
       01  ARC-SIZE-TABLE.
           02  ARC-SIZE-SLOT OCCURS 5000 TIMES.
               03  SZ-YYMM             PIC 9(4).
               03  SZ-MODE             PIC X(1).
               03  SZ-DEPOT            PIC X(3).
               03  SZ-RESULT           PIC 9(7).
               03  SZ-RECORD-COUNT     PIC 9(7) COMP.
               03  SZ-FLAG-COUNT       PIC 9(7) COMP.
       01  ARC-SIZE-SLOT-COUNT         PIC 9(4) VALUE 0 COMP.
       01  ARC-SIZE-SLOT-LIMIT         PIC 9(4) VALUE 5000 COMP.

      *----------------------------------------------------------
      * One accumulation slot per depot and N1/N2 being purged -
      * what the cross-reference was told about the pairing, so
      * its counts can still be proved once the detail is gone.
      *----------------------------------------------------------
       01  ARC-KEY-TABLE.
           02  ARC-KEY-SLOT OCCURS 5000 TIMES.
               03  KY-DEPOT            PIC X(3).
               03  KY-N1               PIC 9(7).
               03  KY-N2               PIC 9(7).
               03  KY-RECORD-COUNT     PIC 9(7) COMP.
               03  KY-FLAG-COUNT       PIC 9(7) COMP.
               03  KY-LAST-DATE        PIC 9(6).
               03  KY-LAST-MODE        PIC X(1).
               03  KY-LAST-RESULT      PIC 9(7).
               03  KY-LAST-LCM         PIC 9(15).
               03  KY-LAST-FLAG        PIC X(1).
       01  ARC-KEY-SLOT-COUNT          PIC 9(4) VALUE 0 COMP.
       01  ARC-KEY-SLOT-LIMIT          PIC 9(4) VALUE 5000 COMP.

       01  ARC-COUNTS.
           02  ARC-READ-COUNT          PIC 9(7) VALUE 0 COMP.
           02  ARC-PURGED-COUNT        PIC 9(7) VALUE 0 COMP.
           02  ARC-KEPT-COUNT          PIC 9(7) VALUE 0 COMP.
           02  ARC-SUMMARY-COUNT       PIC 9(5) VALUE 0 COMP.
           02  ARC-RECORD-HASH         PIC 9(9) VALUE 0 COMP.
           02  ARC-SIZE-COUNT          PIC 9(5) VALUE 0 COMP.
           02  ARC-SIZE-HASH           PIC 9(9) VALUE 0 COMP.
           02  ARC-KEY-COUNT           PIC 9(5) VALUE 0 COMP.
           02  ARC-KEY-HASH            PIC 9(9) VALUE 0 COMP.

       01  ARC-TIMESTAMP.
           02  ARC-CURRENT-DATE        PIC 9(6).
           IF HS-DATE-YYMM < ARC-CUTOFF-YYMM
               ADD 1 TO ARC-PURGED-COUNT
               PERFORM 3500-ACCUMULATE-SUMMARY THRU 3500-EXIT
               PERFORM 3600-ACCUMULATE-SIZE THRU 3600-EXIT
               PERFORM 3700-ACCUMULATE-KEY THRU 3700-EXIT
           ELSE
               ADD 1 TO ARC-KEPT-COUNT
               MOVE ARC-HISTORY-RECORD TO ARC-NEWHIST-RECORD
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The same line into its month, mode, depot and GCD slot.
      * A full table abends the run for the same reason a full
      * month/mode table does.
      *----------------------------------------------------------
       3600-ACCUMULATE-SIZE.
           MOVE "N" TO ARC-MATCH-SWITCH
           MOVE 0 TO ARC-FOUND-INDEX
           MOVE 1 TO ARC-SUBSCRIPT
           PERFORM UNTIL ARC-SUBSCRIPT > ARC-SIZE-SLOT-COUNT
               OR ARC-SLOT-FOUND
               IF SZ-YYMM (ARC-SUBSCRIPT) = HS-DATE-YYMM
                   AND SZ-MODE (ARC-SUBSCRIPT) = HS-MODE
                   AND SZ-DEPOT (ARC-SUBSCRIPT) = HS-DEPOT
                   AND SZ-RESULT (ARC-SUBSCRIPT) = HS-RESULT
                   SET ARC-SLOT-FOUND TO TRUE
                   MOVE ARC-SUBSCRIPT TO ARC-FOUND-INDEX
               END-IF
               ADD 1 TO ARC-SUBSCRIPT
           END-PERFORM
           IF NOT ARC-SLOT-FOUND
               IF ARC-SIZE-SLOT-COUNT >= ARC-SIZE-SLOT-LIMIT
                   DISPLAY "*** SIZE SUMMARY TABLE FULL AT "
                       ARC-SIZE-SLOT-LIMIT " MONTH/MODE/DEPOT/GCD "
                       "SLOTS - RAISE THE CUTOFF - RUN ABENDED ***"
                   PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
               END-IF
               ADD 1 TO ARC-SIZE-SLOT-COUNT
               MOVE ARC-SIZE-SLOT-COUNT TO ARC-FOUND-INDEX
               MOVE HS-DATE-YYMM TO SZ-YYMM (ARC-FOUND-INDEX)
               MOVE HS-MODE TO SZ-MODE (ARC-FOUND-INDEX)
               MOVE HS-DEPOT TO SZ-DEPOT (ARC-FOUND-INDEX)
               MOVE HS-RESULT TO SZ-RESULT (ARC-FOUND-INDEX)
               MOVE 0 TO SZ-RECORD-COUNT (ARC-FOUND-INDEX)
               MOVE 0 TO SZ-FLAG-COUNT (ARC-FOUND-INDEX)
           END-IF
           ADD 1 TO SZ-RECORD-COUNT (ARC-FOUND-INDEX)
           IF HS-FLAG-REVIEW
               ADD 1 TO SZ-FLAG-COUNT (ARC-FOUND-INDEX)
           END-IF.
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The same line into its depot and N1/N2 slot, the way
      * main-mdc posted it to the cross-reference - a multi-list
      * line was never posted there and is left out.  The history
      * is in posting order, so the last line in wins the latest
      * result.  A full table abends the run like the others.
      *----------------------------------------------------------
       3700-ACCUMULATE-KEY.
           IF HS-MODE = "M"
               GO TO 3700-EXIT
           END-IF
           MOVE "N" TO ARC-MATCH-SWITCH
           MOVE 0 TO ARC-FOUND-INDEX
           MOVE 1 TO ARC-SUBSCRIPT
           PERFORM UNTIL ARC-SUBSCRIPT > ARC-KEY-SLOT-COUNT
               OR ARC-SLOT-FOUND
               IF KY-DEPOT (ARC-SUBSCRIPT) = HS-DEPOT
                   AND KY-N1 (ARC-SUBSCRIPT) = HS-N1
                   AND KY-N2 (ARC-SUBSCRIPT) = HS-N2
                   SET ARC-SLOT-FOUND TO TRUE
                   MOVE ARC-SUBSCRIPT TO ARC-FOUND-INDEX
               END-IF
               ADD 1 TO ARC-SUBSCRIPT
           END-PERFORM
           IF NOT ARC-SLOT-FOUND
               IF ARC-KEY-SLOT-COUNT >= ARC-KEY-SLOT-LIMIT
                   DISPLAY "*** KEY SUMMARY TABLE FULL AT "
                       ARC-KEY-SLOT-LIMIT " DEPOT/N1/N2 SLOTS - "
                       "RAISE THE CUTOFF - RUN ABENDED ***"
                   PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
               END-IF
               ADD 1 TO ARC-KEY-SLOT-COUNT
               MOVE ARC-KEY-SLOT-COUNT TO ARC-FOUND-INDEX
               MOVE HS-DEPOT TO KY-DEPOT (ARC-FOUND-INDEX)
               MOVE HS-N1 TO KY-N1 (ARC-FOUND-INDEX)
               MOVE HS-N2 TO KY-N2 (ARC-FOUND-INDEX)
               MOVE 0 TO KY-RECORD-COUNT (ARC-FOUND-INDEX)
               MOVE 0 TO KY-FLAG-COUNT (ARC-FOUND-INDEX)
           END-IF
           ADD 1 TO KY-RECORD-COUNT (ARC-FOUND-INDEX)
           IF HS-FLAG-REVIEW
               ADD 1 TO KY-FLAG-COUNT (ARC-FOUND-INDEX)
           END-IF
           MOVE HS-DATE TO KY-LAST-DATE (ARC-FOUND-INDEX)
           MOVE HS-MODE TO KY-LAST-MODE (ARC-FOUND-INDEX)
           MOVE HS-RESULT TO KY-LAST-RESULT (ARC-FOUND-INDEX)
           MOVE HS-LCM TO KY-LAST-LCM (ARC-FOUND-INDEX)
           MOVE HS-FLAG TO KY-LAST-FLAG (ARC-FOUND-INDEX).
       3700-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Appends this run's summaries and its control trailer to
      * the archive.  Appending (never rewriting) keeps earlier
           MOVE 1 TO ARC-SUBSCRIPT
           PERFORM 5100-WRITE-ONE-SUMMARY THRU 5100-EXIT
               UNTIL ARC-SUBSCRIPT > ARC-SLOT-COUNT
           MOVE 1 TO ARC-SUBSCRIPT
           PERFORM 5200-WRITE-ONE-SIZE THRU 5200-EXIT
               UNTIL ARC-SUBSCRIPT > ARC-SIZE-SLOT-COUNT
           MOVE 1 TO ARC-SUBSCRIPT
           PERFORM 5300-WRITE-ONE-KEY THRU 5300-EXIT
               UNTIL ARC-SUBSCRIPT > ARC-KEY-SLOT-COUNT
           ACCEPT ARC-CURRENT-DATE FROM DATE
           ACCEPT ARC-TIME-RAW FROM TIME
           MOVE ARC-TIME-HHMMSS TO ARC-CURRENT-TIME
           MOVE ARC-CURRENT-DATE TO AT-RUN-DATE
           MOVE ARC-SUMMARY-COUNT TO AT-SUMMARY-COUNT
           MOVE ARC-RECORD-HASH TO AT-RECORD-HASH
           MOVE ARC-SIZE-COUNT TO AT-SIZE-COUNT
           MOVE ARC-SIZE-HASH TO AT-SIZE-HASH
           MOVE ARC-KEY-COUNT TO AT-KEY-COUNT
           MOVE ARC-KEY-HASH TO AT-KEY-HASH
           WRITE ARC-TRAILER-RECORD
           CLOSE ARC-ARCHIVE-FILE.
       5000-EXIT.
       5100-EXIT.
           EXIT.

       5200-WRITE-ONE-SIZE.
           MOVE SPACES TO ARC-SIZE-RECORD
           MOVE "G" TO AG-REC-TYPE
           MOVE SZ-YYMM (ARC-SUBSCRIPT) TO AG-YYMM
           MOVE SZ-MODE (ARC-SUBSCRIPT) TO AG-MODE
           MOVE SZ-DEPOT (ARC-SUBSCRIPT) TO AG-DEPOT
           MOVE SZ-RESULT (ARC-SUBSCRIPT) TO AG-RESULT
           MOVE SZ-RECORD-COUNT (ARC-SUBSCRIPT) TO AG-RECORD-COUNT
           MOVE SZ-FLAG-COUNT (ARC-SUBSCRIPT) TO AG-FLAG-COUNT
           WRITE ARC-SIZE-RECORD
           ADD 1 TO ARC-SIZE-COUNT
           ADD SZ-RECORD-COUNT (ARC-SUBSCRIPT) TO ARC-SIZE-HASH
           ADD 1 TO ARC-SUBSCRIPT.
       5200-EXIT.
           EXIT.

       5300-WRITE-ONE-KEY.
           MOVE SPACES TO ARC-KEY-RECORD
           MOVE "X" TO AX-REC-TYPE
           MOVE KY-DEPOT (ARC-SUBSCRIPT) TO AX-DEPOT
           MOVE KY-N1 (ARC-SUBSCRIPT) TO AX-N1
           MOVE KY-N2 (ARC-SUBSCRIPT) TO AX-N2
           MOVE KY-RECORD-COUNT (ARC-SUBSCRIPT) TO AX-RECORD-COUNT
           MOVE KY-FLAG-COUNT (ARC-SUBSCRIPT) TO AX-FLAG-COUNT
           MOVE KY-LAST-DATE (ARC-SUBSCRIPT) TO AX-LAST-DATE
           MOVE KY-LAST-MODE (ARC-SUBSCRIPT) TO AX-LAST-MODE
           MOVE KY-LAST-RESULT (ARC-SUBSCRIPT) TO AX-LAST-RESULT
           MOVE KY-LAST-LCM (ARC-SUBSCRIPT) TO AX-LAST-LCM
           MOVE KY-LAST-FLAG (ARC-SUBSCRIPT) TO AX-LAST-FLAG
           WRITE ARC-KEY-RECORD
           ADD 1 TO ARC-KEY-COUNT
           ADD KY-RECORD-COUNT (ARC-SUBSCRIPT) TO ARC-KEY-HASH
           ADD 1 TO ARC-SUBSCRIPT.
       5300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * One dated audit line saying what this run removed - the
      * proof the quarterly audit asks for once the detail is
               ARC-KEPT-COUNT
           DISPLAY "  SUMMARY RECORDS WRITTEN . . . . : "
               ARC-SUMMARY-COUNT
           DISPLAY "  SIZE SUMMARY RECORDS WRITTEN. . : "
               ARC-SIZE-COUNT
           DISPLAY "  KEY SUMMARY RECORDS WRITTEN . . : "
               ARC-KEY-COUNT
           IF ARC-READ-COUNT = ARC-PURGED-COUNT + ARC-KEPT-COUNT
               DISPLAY "  TIE-OUT (READ = PURGED + KEPT). : "
                   "IN BALANCE"
