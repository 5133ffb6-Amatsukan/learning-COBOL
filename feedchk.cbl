       IDENTIFICATION DIVISION.
       PROGRAM-ID.    feed-check.
      *
      * Modification history
      * ---------------------------------------------------------
      * missing-feed check: run at the end of the night against
      * the cycle date main-mdc ran under, it lists every feeder
      * on the SRCMSTR source registry with whether it was due to
      * send that weekday and whether RUNLOG shows a file from it
      * posted under the cycle.  A feeder that was due, is active
      * and posted nothing is called out on the report and on the
      * console, so a missing file shows up before morning and
      * not when planning asks where their lots went.  The check
      * is not a step of the stream and stamps nothing on
      * CYCSTAT - it must still run on a night main-mdc refused
      * the file or never ran, which is when it matters most.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FDC-PARM-FILE ASSIGN TO FDCPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FDC-PARM-STATUS.

           SELECT FDC-REGISTRY-FILE ASSIGN TO SRCMSTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FDC-REGISTRY-STATUS.

           SELECT OPTIONAL FDC-RUNLOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FDC-RUNLOG-STATUS.

           SELECT FDC-PRINT-FILE ASSIGN TO FDCRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------
      * Operator's card - the cycle date (main-mdc's run date)
      * to be checked.
      *----------------------------------------------------------
       FD  FDC-PARM-FILE.
       01  FDC-PARM-RECORD.
           02  PR-CYCLE-DATE         PIC 9(6).
           02  PR-CYCLE-DATE-PARTS REDEFINES PR-CYCLE-DATE.
               03  PR-CYCLE-YY       PIC X(2).
               03  PR-CYCLE-MM       PIC X(2).
               03  PR-CYCLE-DD       PIC X(2).

      *----------------------------------------------------------
      * Feeder source registry - same layout as main-mdc's
      * MDC-REGISTRY-RECORD.
      *----------------------------------------------------------
       FD  FDC-REGISTRY-FILE.
       01  FDC-REGISTRY-RECORD.
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

      *----------------------------------------------------------
      * Input files posted - same layout as main-mdc's
      * MDC-RUNLOG-RECORD.
      *----------------------------------------------------------
       FD  FDC-RUNLOG-FILE.
       01  FDC-RUNLOG-RECORD.
           02  RL-FILE-DATE          PIC 9(6).
           02  FILLER                PIC X(1).
           02  RL-POSTED-DATE        PIC 9(6).
           02  FILLER                PIC X(1).
           02  RL-POSTED-TIME        PIC 9(6).
           02  FILLER                PIC X(1).
           02  RL-SOURCE             PIC X(8).
           02  FILLER                PIC X(1).
           02  RL-CYCLE-DATE         PIC 9(6).

       FD  FDC-PRINT-FILE.
       01  FDC-PRINT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  FDC-PARM-STATUS             PIC X(2) VALUE "00".
       01  FDC-REGISTRY-STATUS         PIC X(2) VALUE "00".
       01  FDC-RUNLOG-STATUS           PIC X(2) VALUE "00".

       01  FDC-SWITCHES.
           02  FDC-EOF-SWITCH          PIC X(01) VALUE "N".
               88  FDC-END-OF-FILE         VALUE "Y".
           02  FDC-MATCH-SWITCH        PIC X(01) VALUE "N".
               88  FDC-SOURCE-FOUND        VALUE "Y".

       01  FDC-CYCLE-DATE              PIC 9(6) VALUE 0.

      *----------------------------------------------------------
      * The registry, and against each feeder the file RUNLOG
      * shows it posted under the cycle (the last, should there
      * be more than one).
      *----------------------------------------------------------
       01  FDC-SOURCE-TABLE.
           02  FDC-SOURCE-SLOT OCCURS 50 TIMES.
               03  SO-SOURCE           PIC X(8).
               03  SO-SEND-DAYS        PIC X(7).
               03  SO-STATUS           PIC X(1).
                   88  SO-ACTIVE           VALUE "A".
               03  SO-POSTED-SW        PIC X(1).
                   88  SO-POSTED           VALUE "Y".
               03  SO-FILE-DATE        PIC 9(6).
               03  SO-POSTED-DATE      PIC 9(6).
               03  SO-POSTED-TIME      PIC 9(6).
       01  FDC-SOURCE-COUNT            PIC 9(4) VALUE 0 COMP.
       01  FDC-SOURCE-LIMIT            PIC 9(4) VALUE 50 COMP.
       01  FDC-SUBSCRIPT               PIC 9(4) COMP.
       01  FDC-FOUND-INDEX             PIC 9(4) COMP.

       01  FDC-COUNTS.
           02  FDC-ACTIVE-COUNT        PIC 9(5) VALUE 0 COMP.
           02  FDC-DUE-COUNT           PIC 9(5) VALUE 0 COMP.
           02  FDC-RECEIVED-COUNT      PIC 9(5) VALUE 0 COMP.
           02  FDC-MISSING-COUNT       PIC 9(5) VALUE 0 COMP.
           02  FDC-UNEXPECTED-COUNT    PIC 9(5) VALUE 0 COMP.
           02  FDC-UNKNOWN-COUNT       PIC 9(5) VALUE 0 COMP.

      *----------------------------------------------------------
      * Weekday of the cycle date.  The day count runs from the
      * start of the century (1 January 2000, a Saturday): years
      * times 365, a day for each leap year already passed, the
      * days of the months already passed and the day of the
      * month.  Monday is day 1, in the order of SR-SEND-DAYS.
      *----------------------------------------------------------
       01  FDC-WEEKDAY-FIELDS.
           02  FDC-CONV-DATE           PIC 9(6).
           02  FDC-CONV-DATE-PARTS REDEFINES FDC-CONV-DATE.
               03  FDC-CONV-YY         PIC 9(2).
               03  FDC-CONV-MM         PIC 9(2).
               03  FDC-CONV-DD         PIC 9(2).
           02  FDC-CONV-DAYS           PIC 9(7) COMP.
           02  FDC-CONV-QUOTIENT       PIC 9(7) COMP.
           02  FDC-CONV-YEAR-REM       PIC 9(2) COMP.
           02  FDC-WEEKDAY             PIC 9(1).

       01  FDC-MONTH-DAYS-VALUES.
           02  FILLER                  PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  FDC-MONTH-DAYS-TABLE REDEFINES FDC-MONTH-DAYS-VALUES.
           02  FDC-DAYS-BEFORE-MONTH   PIC 9(3) OCCURS 12 TIMES.

       01  FDC-DAY-NAME-VALUES.
           02  FILLER                  PIC X(9) VALUE "MONDAY".
           02  FILLER                  PIC X(9) VALUE "TUESDAY".
           02  FILLER                  PIC X(9) VALUE "WEDNESDAY".
           02  FILLER                  PIC X(9) VALUE "THURSDAY".
           02  FILLER                  PIC X(9) VALUE "FRIDAY".
           02  FILLER                  PIC X(9) VALUE "SATURDAY".
           02  FILLER                  PIC X(9) VALUE "SUNDAY".
       01  FDC-DAY-NAME-TABLE REDEFINES FDC-DAY-NAME-VALUES.
           02  FDC-DAY-NAME            PIC X(9) OCCURS 7 TIMES.

       01  FDC-HEADING-1.
           02  FILLER                  PIC X(20) VALUE SPACES.
           02  FILLER                  PIC X(29) VALUE
               "FEEDER SCHEDULE CHECK - CYCLE".
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  HD-CYCLE-DATE           PIC 9(6).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  HD-DAY-NAME             PIC X(9).

       01  FDC-HEADING-2.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  FILLER                  PIC X(10) VALUE "SOURCE".
           02  FILLER                  PIC X(10) VALUE "SEND DAYS".
           02  FILLER                  PIC X(10) VALUE "STATUS".
           02  FILLER                  PIC X(5) VALUE "DUE".
           02  FILLER                  PIC X(11) VALUE "FILE DATE".
           02  FILLER                  PIC X(16) VALUE "POSTED".
           02  FILLER                  PIC X(7) VALUE "REMARKS".

       01  FDC-DETAIL-LINE.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  DL-SOURCE               PIC X(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  DL-SEND-DAYS            PIC X(7).
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  DL-STATUS               PIC X(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  DL-DUE                  PIC X(3).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  DL-FILE-DATE            PIC X(6).
           02  FILLER                  PIC X(5) VALUE SPACES.
           02  DL-POSTED-DATE          PIC X(6).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  DL-POSTED-TIME          PIC X(6).
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  DL-REMARKS              PIC X(40).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-MATCH-RUN-LOG THRU 2000-EXIT
           PERFORM 3000-PRINT-REPORT THRU 3000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-CHECK-CONTROL THRU 1100-EXIT
           PERFORM 1200-LOAD-REGISTRY THRU 1200-EXIT
           PERFORM 1300-FIND-WEEKDAY THRU 1300-EXIT
           OPEN OUTPUT FDC-PRINT-FILE
           DISPLAY "FEED CHECK - CYCLE " FDC-CYCLE-DATE " ("
               FDC-DAY-NAME (FDC-WEEKDAY) "), "
               FDC-SOURCE-COUNT " FEEDERS ON THE REGISTRY".
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Reads and validates the check card.  A missing or empty
      * card file, or a cycle date that is not a calendar date,
      * refuses the run.
      *----------------------------------------------------------
       1100-READ-CHECK-CONTROL.
           OPEN INPUT FDC-PARM-FILE
           IF FDC-PARM-STATUS NOT = "00"
               DISPLAY "*** FEED-CHECK CARD FILE MISSING - "
                   "RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           READ FDC-PARM-FILE
               AT END
                   DISPLAY "*** FEED-CHECK CARD FILE EMPTY - "
                       "RUN REFUSED ***"
                   PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-READ
           IF PR-CYCLE-DATE NOT NUMERIC OR PR-CYCLE-DATE = 0
               DISPLAY "*** FEED-CHECK CYCLE DATE NOT NUMERIC OR "
                   "ZERO - RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           IF PR-CYCLE-MM < "01" OR PR-CYCLE-MM > "12"
               OR PR-CYCLE-DD < "01" OR PR-CYCLE-DD > "31"
               DISPLAY "*** FEED-CHECK CYCLE DATE '" PR-CYCLE-DATE
                   "' IS NOT A CALENDAR DATE - RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           MOVE PR-CYCLE-DATE TO FDC-CYCLE-DATE
           CLOSE FDC-PARM-FILE.
       1100-EXIT.
           EXIT.

       1190-REFUSE-RUN.
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       1190-EXIT.
           EXIT.

      *----------------------------------------------------------
      * With no registry there is nothing to say who was due, so
      * a missing one refuses the run, as does one larger than
      * the table - a feeder left off would never be missed.
      *----------------------------------------------------------
       1200-LOAD-REGISTRY.
           OPEN INPUT FDC-REGISTRY-FILE
           IF FDC-REGISTRY-STATUS NOT = "00"
               DISPLAY "*** FEEDER SOURCE REGISTRY MISSING - "
                   "RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           MOVE "N" TO FDC-EOF-SWITCH
           PERFORM UNTIL FDC-END-OF-FILE
               READ FDC-REGISTRY-FILE
                   AT END
                       SET FDC-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 1250-LOAD-ONE-SOURCE THRU 1250-EXIT
               END-READ
           END-PERFORM
           CLOSE FDC-REGISTRY-FILE
           MOVE "N" TO FDC-EOF-SWITCH.
       1200-EXIT.
           EXIT.

       1250-LOAD-ONE-SOURCE.
           IF FDC-SOURCE-COUNT >= FDC-SOURCE-LIMIT
               DISPLAY "*** FEEDER SOURCE REGISTRY HOLDS MORE THAN "
                   FDC-SOURCE-LIMIT " SOURCES - RUN REFUSED ***"
               PERFORM 1190-REFUSE-RUN THRU 1190-EXIT
           END-IF
           ADD 1 TO FDC-SOURCE-COUNT
           MOVE SR-SOURCE TO SO-SOURCE (FDC-SOURCE-COUNT)
           MOVE SR-SEND-DAYS TO SO-SEND-DAYS (FDC-SOURCE-COUNT)
           MOVE SR-STATUS TO SO-STATUS (FDC-SOURCE-COUNT)
           MOVE "N" TO SO-POSTED-SW (FDC-SOURCE-COUNT)
           MOVE 0 TO SO-FILE-DATE (FDC-SOURCE-COUNT)
           MOVE 0 TO SO-POSTED-DATE (FDC-SOURCE-COUNT)
           MOVE 0 TO SO-POSTED-TIME (FDC-SOURCE-COUNT)
           IF SO-ACTIVE (FDC-SOURCE-COUNT)
               ADD 1 TO FDC-ACTIVE-COUNT
           END-IF.
       1250-EXIT.
           EXIT.

       1300-FIND-WEEKDAY.
           MOVE FDC-CYCLE-DATE TO FDC-CONV-DATE
           DIVIDE FDC-CONV-YY BY 4 GIVING FDC-CONV-QUOTIENT
               REMAINDER FDC-CONV-YEAR-REM
           COMPUTE FDC-CONV-DAYS = FDC-CONV-YY * 365
               + (FDC-CONV-YY + 3) / 4
               + FDC-DAYS-BEFORE-MONTH (FDC-CONV-MM)
               + FDC-CONV-DD
           IF FDC-CONV-YEAR-REM = 0 AND FDC-CONV-MM > 2
               ADD 1 TO FDC-CONV-DAYS
           END-IF
      *    Day 1 was a Saturday, day 6 of the week.
           ADD 4 TO FDC-CONV-DAYS
           DIVIDE FDC-CONV-DAYS BY 7 GIVING FDC-CONV-QUOTIENT
               REMAINDER FDC-WEEKDAY
           ADD 1 TO FDC-WEEKDAY.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Marks each feeder that posted a file under the cycle.  A
      * posting from a source not on the registry (one made
      * before the registry, or by hand) is noted on the console
      * only.  Lines posted before the run log carried the source
      * have no cycle date and never match.
      *----------------------------------------------------------
       2000-MATCH-RUN-LOG.
           OPEN INPUT FDC-RUNLOG-FILE
           IF FDC-RUNLOG-STATUS NOT = "00"
               GO TO 2000-EXIT
           END-IF
           PERFORM UNTIL FDC-END-OF-FILE
               READ FDC-RUNLOG-FILE
                   AT END
                       SET FDC-END-OF-FILE TO TRUE
                   NOT AT END
                       IF RL-CYCLE-DATE = FDC-CYCLE-DATE
                           PERFORM 2100-NOTE-POSTING THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FDC-RUNLOG-FILE.
       2000-EXIT.
           EXIT.

       2100-NOTE-POSTING.
           MOVE "N" TO FDC-MATCH-SWITCH
           MOVE 0 TO FDC-FOUND-INDEX
           MOVE 1 TO FDC-SUBSCRIPT
           PERFORM UNTIL FDC-SUBSCRIPT > FDC-SOURCE-COUNT
               OR FDC-SOURCE-FOUND
               IF SO-SOURCE (FDC-SUBSCRIPT) = RL-SOURCE
                   SET FDC-SOURCE-FOUND TO TRUE
                   MOVE FDC-SUBSCRIPT TO FDC-FOUND-INDEX
               END-IF
               ADD 1 TO FDC-SUBSCRIPT
           END-PERFORM
           IF NOT FDC-SOURCE-FOUND
               ADD 1 TO FDC-UNKNOWN-COUNT
               DISPLAY "** RUNLOG POSTING FOR CYCLE " FDC-CYCLE-DATE
                   " FROM " RL-SOURCE " - NOT ON THE REGISTRY **"
               GO TO 2100-EXIT
           END-IF
           MOVE "Y" TO SO-POSTED-SW (FDC-FOUND-INDEX)
           MOVE RL-FILE-DATE TO SO-FILE-DATE (FDC-FOUND-INDEX)
           MOVE RL-POSTED-DATE TO SO-POSTED-DATE (FDC-FOUND-INDEX)
           MOVE RL-POSTED-TIME TO SO-POSTED-TIME (FDC-FOUND-INDEX).
       2100-EXIT.
           EXIT.

       3000-PRINT-REPORT.
           MOVE FDC-CYCLE-DATE TO HD-CYCLE-DATE
           MOVE FDC-DAY-NAME (FDC-WEEKDAY) TO HD-DAY-NAME
           MOVE FDC-HEADING-1 TO FDC-PRINT-LINE
           WRITE FDC-PRINT-LINE
           MOVE SPACES TO FDC-PRINT-LINE
           WRITE FDC-PRINT-LINE
           MOVE FDC-HEADING-2 TO FDC-PRINT-LINE
           WRITE FDC-PRINT-LINE
           MOVE 1 TO FDC-SUBSCRIPT
           PERFORM 3100-PRINT-ONE-SOURCE THRU 3100-EXIT
               UNTIL FDC-SUBSCRIPT > FDC-SOURCE-COUNT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * One feeder.  Due means active and "Y" on the cycle's
      * weekday.  An inactive feeder is listed but never due.
      *----------------------------------------------------------
       3100-PRINT-ONE-SOURCE.
           MOVE SPACES TO FDC-DETAIL-LINE
           MOVE SO-SOURCE (FDC-SUBSCRIPT) TO DL-SOURCE
           MOVE SO-SEND-DAYS (FDC-SUBSCRIPT) TO DL-SEND-DAYS
           IF SO-ACTIVE (FDC-SUBSCRIPT)
               MOVE "ACTIVE" TO DL-STATUS
           ELSE
               MOVE "INACTIVE" TO DL-STATUS
           END-IF
           IF SO-POSTED (FDC-SUBSCRIPT)
               MOVE SO-FILE-DATE (FDC-SUBSCRIPT) TO DL-FILE-DATE
               MOVE SO-POSTED-DATE (FDC-SUBSCRIPT) TO DL-POSTED-DATE
               MOVE SO-POSTED-TIME (FDC-SUBSCRIPT) TO DL-POSTED-TIME
           END-IF
           IF SO-ACTIVE (FDC-SUBSCRIPT)
               AND SO-SEND-DAYS (FDC-SUBSCRIPT) (FDC-WEEKDAY:1) = "Y"
               MOVE "YES" TO DL-DUE
               ADD 1 TO FDC-DUE-COUNT
               IF SO-POSTED (FDC-SUBSCRIPT)
                   ADD 1 TO FDC-RECEIVED-COUNT
                   MOVE "RECEIVED" TO DL-REMARKS
               ELSE
                   ADD 1 TO FDC-MISSING-COUNT
                   MOVE "** DUE - NO FILE POSTED **" TO DL-REMARKS
                   DISPLAY "** MISSING FEED - " SO-SOURCE
                       (FDC-SUBSCRIPT) " WAS DUE FOR CYCLE "
                       FDC-CYCLE-DATE " AND HAS NOT POSTED - "
                       "NOTIFY DATA CONTROL **"
               END-IF
           ELSE
               MOVE "NO" TO DL-DUE
               IF SO-POSTED (FDC-SUBSCRIPT)
                   ADD 1 TO FDC-UNEXPECTED-COUNT
                   MOVE "RECEIVED - NOT DUE THIS CYCLE"
                       TO DL-REMARKS
               END-IF
           END-IF
           MOVE FDC-DETAIL-LINE TO FDC-PRINT-LINE
           WRITE FDC-PRINT-LINE
           ADD 1 TO FDC-SUBSCRIPT.
       3100-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE FDC-PRINT-FILE
           DISPLAY "=============================================="
           DISPLAY "FEED CHECK SUMMARY - CYCLE " FDC-CYCLE-DATE
           DISPLAY "  FEEDERS ON THE REGISTRY . . . . : "
               FDC-SOURCE-COUNT
           DISPLAY "  ACTIVE FEEDERS. . . . . . . . . : "
               FDC-ACTIVE-COUNT
           DISPLAY "  DUE THIS CYCLE. . . . . . . . . : "
               FDC-DUE-COUNT
           DISPLAY "  DUE AND RECEIVED. . . . . . . . : "
               FDC-RECEIVED-COUNT
           DISPLAY "  DUE AND MISSING . . . . . . . . : "
               FDC-MISSING-COUNT
           DISPLAY "  RECEIVED, NOT DUE . . . . . . . : "
               FDC-UNEXPECTED-COUNT
           DISPLAY "  POSTINGS FROM UNREGISTERED. . . : "
               FDC-UNKNOWN-COUNT
           IF FDC-RECEIVED-COUNT + FDC-MISSING-COUNT = FDC-DUE-COUNT
               DISPLAY "  TIE-OUT (DUE = RECEIVED + MISSING): "
                   "IN BALANCE"
           ELSE
               DISPLAY "  TIE-OUT (DUE = RECEIVED + MISSING): "
                   "** OUT OF BALANCE **"
           END-IF
           DISPLAY "==============================================".
       9000-EXIT.
           EXIT.

       END PROGRAM feed-check.
