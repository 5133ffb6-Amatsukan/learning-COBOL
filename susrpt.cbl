      * one feeder are climbing" and "this record has bounced for
      * three weeks" come off one page instead of the raw
      * suspense file.
      *
      * lot-adjustment advisor: main-mdc suspends an "A" record
      * whose tolerance it cannot use with the new reason 06, so
      * the reason tallies, the reason block and the per-source
      * columns run to six codes.
      *
      * feeder source registry: main-mdc suspends a record of a
      * type its source may not send with reason 07, one for a
      * depot it may not send with reason 08, and a repaired
      * record whose source has left the registry or gone
      * inactive with reason 09, so the tallies, the reason block
      * and the per-source columns run to nine codes.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * 3150-VALIDATE-RECORD assigns in main-mdc.
      *----------------------------------------------------------
       01  SUS-REASON-COUNTS.
           02  SUS-REASON-COUNT        PIC 9(7) OCCURS 9 TIMES.
       01  SUS-REASON-NAMES.
           02  FILLER                  PIC X(21) VALUE
               "UNRECOGNIZED TYPE".
               "BAD VALUE COUNT".
           02  FILLER                  PIC X(21) VALUE
               "BAD VALUE TABLE".
           02  FILLER                  PIC X(21) VALUE
               "BAD TOLERANCE".
           02  FILLER                  PIC X(21) VALUE
               "TYPE NOT FOR SOURCE".
           02  FILLER                  PIC X(21) VALUE
               "DEPOT NOT FOR SOURCE".
           02  FILLER                  PIC X(21) VALUE
               "SOURCE UNREGISTERED".
       01  SUS-REASON-NAME-TABLE REDEFINES SUS-REASON-NAMES.
           02  SUS-REASON-NAME         PIC X(21) OCCURS 9 TIMES.

      *----------------------------------------------------------
      * One tally slot per source system seen, with its rejects
           02  SUS-SOURCE-SLOT OCCURS 20 TIMES.
               03  SO-SOURCE           PIC X(8).
               03  SO-TOTAL            PIC 9(7) COMP.
               03  SO-REASON-COUNT     PIC 9(7) OCCURS 9 TIMES COMP.
       01  SUS-SOURCE-COUNT            PIC 9(4) VALUE 0 COMP.
       01  SUS-SOURCE-LIMIT            PIC 9(4) VALUE 20 COMP.
       01  SUS-SUBSCRIPT               PIC 9(4) COMP.
           02  SL-R4                   PIC ZZZZZZ9.
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  SL-R5                   PIC ZZZZZZ9.
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  SL-R6                   PIC ZZZZZZ9.
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  SL-R7                   PIC ZZZZZZ9.
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  SL-R8                   PIC ZZZZZZ9.
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  SL-R9                   PIC ZZZZZZ9.

       PROCEDURE DIVISION.

           OPEN INPUT SUS-SUSPENSE-FILE
           OPEN OUTPUT SUS-PRINT-FILE
           MOVE 1 TO SUS-REASON-SUB
           PERFORM UNTIL SUS-REASON-SUB > 9
               MOVE 0 TO SUS-REASON-COUNT (SUS-REASON-SUB)
               ADD 1 TO SUS-REASON-SUB
           END-PERFORM
      * slot, and the aging totals.
      *----------------------------------------------------------
       3500-ACCUMULATE.
           IF SU-REASON NUMERIC AND SU-REASON > 0 AND SU-REASON < 10
               ADD 1 TO SUS-REASON-COUNT (SU-REASON)
           END-IF
           IF SU-AGE NUMERIC
           IF SUS-FOUND-INDEX > 0
               ADD 1 TO SO-TOTAL (SUS-FOUND-INDEX)
               IF SU-REASON NUMERIC AND SU-REASON > 0
                   AND SU-REASON < 10
                   ADD 1 TO SO-REASON-COUNT
                       (SUS-FOUND-INDEX SU-REASON)
               END-IF
                   MOVE SU-SOURCE TO SO-SOURCE (SUS-FOUND-INDEX)
                   MOVE 0 TO SO-TOTAL (SUS-FOUND-INDEX)
                   MOVE 1 TO SUS-REASON-SUB
                   PERFORM UNTIL SUS-REASON-SUB > 9
                       MOVE 0 TO SO-REASON-COUNT
                           (SUS-FOUND-INDEX SUS-REASON-SUB)
                       ADD 1 TO SUS-REASON-SUB
           MOVE "OPEN SUSPENSE BY REASON CODE" TO SUS-PRINT-LINE
           WRITE SUS-PRINT-LINE
           MOVE 1 TO SUS-REASON-SUB
           PERFORM UNTIL SUS-REASON-SUB > 9
               MOVE SPACES TO SUS-REASON-LINE
               MOVE SUS-REASON-SUB TO RL-REASON
               MOVE SUS-REASON-NAME (SUS-REASON-SUB) TO RL-NAME
           WRITE SUS-PRINT-LINE
           MOVE "OPEN SUSPENSE BY SOURCE SYSTEM" TO SUS-PRINT-LINE
           WRITE SUS-PRINT-LINE
           MOVE "  SOURCE      TOTAL   RSN-01  RSN-02  RSN-03  RSN-04  R
      -        "SN-05  RSN-06  RSN-07  RSN-08  RSN-09"
                   TO SUS-PRINT-LINE
           WRITE SUS-PRINT-LINE
           IF SUS-SOURCE-COUNT = 0
               MOVE "  (NONE)" TO SUS-PRINT-LINE
           MOVE SO-REASON-COUNT (SUS-SUBSCRIPT 3) TO SL-R3
           MOVE SO-REASON-COUNT (SUS-SUBSCRIPT 4) TO SL-R4
           MOVE SO-REASON-COUNT (SUS-SUBSCRIPT 5) TO SL-R5
           MOVE SO-REASON-COUNT (SUS-SUBSCRIPT 6) TO SL-R6
           MOVE SO-REASON-COUNT (SUS-SUBSCRIPT 7) TO SL-R7
           MOVE SO-REASON-COUNT (SUS-SUBSCRIPT 8) TO SL-R8
           MOVE SO-REASON-COUNT (SUS-SUBSCRIPT 9) TO SL-R9
           MOVE SUS-SOURCE-LINE TO SUS-PRINT-LINE
           WRITE SUS-PRINT-LINE
           ADD 1 TO SUS-SUBSCRIPT.
