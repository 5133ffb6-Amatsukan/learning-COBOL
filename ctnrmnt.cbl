      * distribution center's sizes live on the same master the
      * same run maintains.  A blank depot is the main site (DC1), so
      * existing cards and a converted master behave as before.
      *
      * indexed master: CTNRMSTR is now an indexed file keyed on
      * depot and size, with room for 7-digit sizes, and this
      * program maintains it in place - an add writes the keyed
      * record, a change rewrites it and a delete removes it, each
      * with the same before/after audit line on CTNRAUDT, whose
      * images widen to carry the 7-digit size.  There is no
      * 50-entry table any more, so the table-full reject and the
      * near-limit warning are gone, and no NEWMSTR is written for
      * a swap step.  ctnr-impact now simulates a transaction deck
      * against the live master before this step applies it.  A
      * wide size is keyed in a new 7-digit field after the
      * status; a card that leaves it blank uses the old 3-digit
      * size, so existing decks keep working.  A rerun after an
      * abend re-applies the deck against the partly maintained
      * file: what was already done is audited as rejected (a
      * duplicate add, a delete of a size no longer there) and a
      * change is simply applied again.  The master is converted
      * once by reloading the old line master with its depot
      * defaulted to DC1, so every size carries its depot in the
      * key.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CTM-MASTER-FILE ASSIGN TO CTNRMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-KEY
               FILE STATUS IS CTM-MASTER-STATUS.

           SELECT OPTIONAL CTM-AUDIT-FILE ASSIGN TO CTNRAUDT
               ORGANIZATION IS LINE SEQUENTIAL.

           02  TR-EFF-DATE        PIC X(6).
           02  TR-EXP-DATE        PIC X(6).
           02  TR-STATUS          PIC X(1).
           02  TR-WIDE-SIZE       PIC X(7).

      *----------------------------------------------------------
      * One approved size per record, keyed on depot and size,
      * with its life: effective date, expiry date and
      * active/suspended status.  An entry carried over from the
      * old line master with blank dates or status reads as open
      * dates and active, and is written back filled in the next
      * time it is changed.
      *----------------------------------------------------------
       FD  CTM-MASTER-FILE.
       01  CTM-MASTER-RECORD.
           02  CM-KEY.
               03  CM-DEPOT       PIC X(3).
               03  CM-CONTAINER-SIZE PIC 9(7).
           02  CM-EFF-DATE        PIC X(6).
           02  CM-EXP-DATE        PIC X(6).
           02  CM-STATUS          PIC X(1).

      *----------------------------------------------------------
      * One dated line per transaction - applied or rejected -
           02  FILLER             PIC X(1).
           02  AU-ACTION          PIC X(1).
           02  FILLER             PIC X(1).
           02  AU-BEFORE          PIC X(27).
           02  FILLER             PIC X(1).
           02  AU-AFTER           PIC X(27).
           02  FILLER             PIC X(1).
           02  AU-USER            PIC X(3).
           02  FILLER             PIC X(1).
               88  CTM-SIZE-FOUND          VALUE "Y".

      *----------------------------------------------------------
      * The master entry last read, with its blanks filled - an
      * entry from the old line master with no dates or status is
      * effective immediately, never expiring and active.  The
      * count of entries on the file is taken when it is opened
      * and kept up as sizes are added and deleted.
      *----------------------------------------------------------
       01  CTM-MASTER-ENTRY.
           02  ME-EFF-DATE             PIC 9(6).
           02  ME-EXP-DATE             PIC 9(6).
           02  ME-STATUS               PIC X(1).
               88  ME-ACTIVE               VALUE "A".
               88  ME-SUSPENDED            VALUE "S".
       01  CTM-CONTAINER-COUNT         PIC 9(7) VALUE 0 COMP.

       01  CTM-COUNTS.
           02  CTM-TRANS-COUNT         PIC 9(5) VALUE 0 COMP.
      * status means active.
      *----------------------------------------------------------
       01  CTM-TRANS-WORK.
           02  CTM-TR-SIZE             PIC 9(7).
           02  CTM-TR-EFF              PIC 9(6).
           02  CTM-TR-EXP              PIC 9(6).
           02  CTM-TR-STATUS           PIC X(1).
      * size, effective, expiry and status in one readable field.
      *----------------------------------------------------------
       01  CTM-ENTRY-IMAGE.
           02  EI-SIZE                 PIC 9(7).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  EI-DEPOT                PIC X(3).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  EI-EXP-DATE             PIC 9(6).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  EI-STATUS               PIC X(1).
       01  CTM-BEFORE-IMAGE            PIC X(27) VALUE SPACES.

      *----------------------------------------------------------
      * What the cycle-status file says about the current cycle -
               PERFORM 3000-APPLY-TRANS THRU 3000-EXIT
               PERFORM 2000-READ-TRANS THRU 2000-EXIT
           END-PERFORM
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

           PERFORM 1070-STAMP-CYCLE-START THRU 1070-EXIT
           OPEN INPUT CTM-TRANS-FILE
           OPEN EXTEND CTM-AUDIT-FILE
           PERFORM 1200-OPEN-CONTAINER-MASTER THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

           EXIT.

      *----------------------------------------------------------
      * Opens the indexed master for update.  A missing master is
      * created empty - the very first maintenance run builds the
      * file from nothing.  A master that cannot be opened for
      * update refuses the run; nothing can be applied without it.
      *----------------------------------------------------------
       1200-OPEN-CONTAINER-MASTER.
           OPEN I-O CTM-MASTER-FILE
           IF CTM-MASTER-STATUS = "35"
               OPEN OUTPUT CTM-MASTER-FILE
               IF CTM-MASTER-STATUS = "00"
                   CLOSE CTM-MASTER-FILE
                   OPEN I-O CTM-MASTER-FILE
               END-IF
           END-IF
           IF CTM-MASTER-STATUS NOT = "00"
               DISPLAY "*** CONTAINER MASTER CANNOT BE OPENED FOR "
                   "UPDATE (STATUS " CTM-MASTER-STATUS ") - RUN "
                   "REFUSED ***"
               PERFORM 1090-REFUSE-RUN THRU 1090-EXIT
           END-IF
           PERFORM 1250-COUNT-MASTER-ENTRIES THRU 1250-EXIT.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Browses the master from the lowest key to count the
      * entries already on it, for the summary and the job log.
      *----------------------------------------------------------
       1250-COUNT-MASTER-ENTRIES.
           MOVE 0 TO CTM-CONTAINER-COUNT
           MOVE LOW-VALUES TO CM-KEY
           START CTM-MASTER-FILE KEY IS NOT LESS THAN CM-KEY
           PERFORM UNTIL CTM-MASTER-STATUS NOT = "00"
               READ CTM-MASTER-FILE NEXT RECORD
               IF CTM-MASTER-STATUS = "00"
                   ADD 1 TO CTM-CONTAINER-COUNT
               END-IF
           END-PERFORM.
       1250-EXIT.
           EXIT.

           ELSE
               MOVE TR-DEPOT TO CTM-TR-DEPOT
           END-IF
      *    So is the size: a card with the 7-digit size keyed after
      *    the status uses it, an older card its 3-digit size.  A
      *    size that is not numeric stages as zero, which no entry
      *    on the master carries.
           IF TR-WIDE-SIZE = SPACES
               IF TR-SIZE NUMERIC
                   MOVE TR-SIZE TO CTM-TR-SIZE
               ELSE
                   MOVE 0 TO CTM-TR-SIZE
               END-IF
           ELSE
               IF TR-WIDE-SIZE NUMERIC
                   MOVE TR-WIDE-SIZE TO CTM-TR-SIZE
               ELSE
                   MOVE 0 TO CTM-TR-SIZE
               END-IF
           END-IF
           IF TR-ACTION-ADD
               PERFORM 3100-ADD-SIZE THRU 3100-EXIT
           ELSE
           EXIT.

       3100-ADD-SIZE.
           IF CTM-TR-SIZE = 0
               ADD 1 TO CTM-REJECTED-COUNT
               MOVE "SIZE NOT NUMERIC/ZERO" TO CTM-REJECT-REASON
               PERFORM 7000-AUDIT-REJECTED THRU 7000-EXIT
               ADD 1 TO CTM-REJECTED-COUNT
               MOVE "DUPLICATE SIZE" TO CTM-REJECT-REASON
               PERFORM 7000-AUDIT-REJECTED THRU 7000-EXIT
               DISPLAY "*** SIZE " CTM-TR-SIZE " ALREADY ON MASTER - "
                   "ADD REJECTED ***"
               GO TO 3100-EXIT
           END-IF
           PERFORM 3050-EDIT-DATES-STATUS THRU 3050-EXIT
           IF CTM-REJECT-REASON NOT = SPACES
               ADD 1 TO CTM-REJECTED-COUNT
               PERFORM 7000-AUDIT-REJECTED THRU 7000-EXIT
               DISPLAY "*** " CTM-REJECT-REASON " - ADD REJECTED ***"
               GO TO 3100-EXIT
           END-IF
           MOVE SPACES TO CTM-MASTER-RECORD
           MOVE CTM-TR-DEPOT TO CM-DEPOT
           MOVE CTM-TR-SIZE TO CM-CONTAINER-SIZE
           MOVE CTM-TR-EFF TO CM-EFF-DATE
           MOVE CTM-TR-EXP TO CM-EXP-DATE
           MOVE CTM-TR-STATUS TO CM-STATUS
           WRITE CTM-MASTER-RECORD
           IF CTM-MASTER-STATUS NOT = "00"
               ADD 1 TO CTM-REJECTED-COUNT
               MOVE "MASTER UPDATE FAILED" TO CTM-REJECT-REASON
               PERFORM 7000-AUDIT-REJECTED THRU 7000-EXIT
               DISPLAY "*** MASTER WRITE FAILED (STATUS "
                   CTM-MASTER-STATUS ") - ADD REJECTED ***"
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO CTM-CONTAINER-COUNT
           ADD 1 TO CTM-APPLIED-COUNT
           PERFORM 7100-AUDIT-APPLIED THRU 7100-EXIT
           DISPLAY "SIZE " CTM-TR-SIZE " ADDED AT " CTM-TR-DEPOT
               " BY " TR-USER
               " EFF " CTM-TR-EFF " EXP " CTM-TR-EXP
               " STATUS " CTM-TR-STATUS.
       3100-EXIT.
           EXIT.

               ADD 1 TO CTM-REJECTED-COUNT
               MOVE "SIZE NOT ON MASTER" TO CTM-REJECT-REASON
               PERFORM 7000-AUDIT-REJECTED THRU 7000-EXIT
               DISPLAY "*** SIZE " CTM-TR-SIZE " NOT ON MASTER - "
                   "CHANGE REJECTED ***"
               GO TO 3400-EXIT
           END-IF
           END-IF
           PERFORM 7400-FORMAT-ENTRY-IMAGE THRU 7400-EXIT
           MOVE CTM-ENTRY-IMAGE TO CTM-BEFORE-IMAGE
           MOVE CTM-TR-EFF TO CM-EFF-DATE
           MOVE CTM-TR-EXP TO CM-EXP-DATE
           MOVE CTM-TR-STATUS TO CM-STATUS
           REWRITE CTM-MASTER-RECORD
           IF CTM-MASTER-STATUS NOT = "00"
               ADD 1 TO CTM-REJECTED-COUNT
               MOVE "MASTER UPDATE FAILED" TO CTM-REJECT-REASON
               PERFORM 7000-AUDIT-REJECTED THRU 7000-EXIT
               DISPLAY "*** MASTER REWRITE FAILED (STATUS "
                   CTM-MASTER-STATUS ") - CHANGE REJECTED ***"
               GO TO 3400-EXIT
           END-IF
           ADD 1 TO CTM-APPLIED-COUNT
           PERFORM 7250-AUDIT-CHANGED THRU 7250-EXIT
           DISPLAY "SIZE " CTM-TR-SIZE " AT " CTM-TR-DEPOT
               " CHANGED BY " TR-USER
               " EFF " CTM-TR-EFF " EXP " CTM-TR-EXP
               " STATUS " CTM-TR-STATUS.
               ADD 1 TO CTM-REJECTED-COUNT
               MOVE "SIZE NOT ON MASTER" TO CTM-REJECT-REASON
               PERFORM 7000-AUDIT-REJECTED THRU 7000-EXIT
               DISPLAY "*** SIZE " CTM-TR-SIZE " NOT ON MASTER - "
                   "DELETE REJECTED ***"
               GO TO 3200-EXIT
           END-IF
           PERFORM 7400-FORMAT-ENTRY-IMAGE THRU 7400-EXIT
           MOVE CTM-ENTRY-IMAGE TO CTM-BEFORE-IMAGE
           DELETE CTM-MASTER-FILE RECORD
           IF CTM-MASTER-STATUS NOT = "00"
               ADD 1 TO CTM-REJECTED-COUNT
               MOVE "MASTER UPDATE FAILED" TO CTM-REJECT-REASON
               PERFORM 7000-AUDIT-REJECTED THRU 7000-EXIT
               DISPLAY "*** MASTER DELETE FAILED (STATUS "
                   CTM-MASTER-STATUS ") - DELETE REJECTED ***"
               GO TO 3200-EXIT
           END-IF
           SUBTRACT 1 FROM CTM-CONTAINER-COUNT
           ADD 1 TO CTM-APPLIED-COUNT
           PERFORM 7200-AUDIT-DELETED THRU 7200-EXIT
           DISPLAY "SIZE " CTM-TR-SIZE " AT " CTM-TR-DEPOT
               " DELETED BY " TR-USER.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Lists the master in key order - depot, then size - by
      * browsing it from the lowest key.
      *----------------------------------------------------------
       3300-LIST-SIZES.
           DISPLAY "APPROVED CONTAINER SIZES ON MASTER: "
               CTM-CONTAINER-COUNT
           MOVE LOW-VALUES TO CM-KEY
           START CTM-MASTER-FILE KEY IS NOT LESS THAN CM-KEY
           PERFORM UNTIL CTM-MASTER-STATUS NOT = "00"
               READ CTM-MASTER-FILE NEXT RECORD
               IF CTM-MASTER-STATUS = "00"
                   PERFORM 4100-UNPACK-ENTRY THRU 4100-EXIT
                   DISPLAY "  SIZE " CM-CONTAINER-SIZE
                       " DEPOT " CM-DEPOT
                       " EFF " ME-EFF-DATE
                       " EXP " ME-EXP-DATE
                       " STATUS " ME-STATUS
               END-IF
           END-PERFORM.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Reads the card's depot and size by key.  A size found is
      * left in the record area for the change or delete and its
      * before image.
      *----------------------------------------------------------
       4000-FIND-SIZE.
           MOVE "N" TO CTM-MATCH-SWITCH
           MOVE CTM-TR-DEPOT TO CM-DEPOT
           MOVE CTM-TR-SIZE TO CM-CONTAINER-SIZE
           READ CTM-MASTER-FILE
           IF CTM-MASTER-STATUS = "00"
               SET CTM-SIZE-FOUND TO TRUE
               PERFORM 4100-UNPACK-ENTRY THRU 4100-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The record just read with its blanks filled: no effective
      * date = effective immediately, no expiry = never expires,
      * no status = active.
      *----------------------------------------------------------
       4100-UNPACK-ENTRY.
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
       4100-EXIT.
           EXIT.

       7000-AUDIT-REJECTED.
           PERFORM 7500-STAMP-AUDIT THRU 7500-EXIT
           MOVE CTM-TR-SIZE TO AU-BEFORE
           MOVE CTM-TR-SIZE TO AU-AFTER
           MOVE "REJECTED" TO AU-STATUS
           MOVE CTM-REJECT-REASON TO AU-REASON
           WRITE CTM-AUDIT-RECORD.
           EXIT.

      *----------------------------------------------------------
      * The master record in the record area formatted for an
      * audit image - size, depot, effective, expiry, status.
      *----------------------------------------------------------
       7400-FORMAT-ENTRY-IMAGE.
           PERFORM 4100-UNPACK-ENTRY THRU 4100-EXIT
           MOVE CM-CONTAINER-SIZE TO EI-SIZE
           MOVE CM-DEPOT TO EI-DEPOT
           MOVE ME-EFF-DATE TO EI-EFF-DATE
           MOVE ME-EXP-DATE TO EI-EXP-DATE
           MOVE ME-STATUS TO EI-STATUS.
       7400-EXIT.
           EXIT.

       7500-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE CTM-TRANS-FILE
           CLOSE CTM-AUDIT-FILE
           CLOSE CTM-MASTER-FILE
           DISPLAY "=============================================="
           DISPLAY "CONTAINER MASTER MAINTENANCE SUMMARY"
           DISPLAY "  TRANSACTIONS READ . . . . . . . : "
           DISPLAY "  ENTRIES NOW ON MASTER . . . . . : "
               CTM-CONTAINER-COUNT
           DISPLAY "=============================================="
           PERFORM 9200-WRITE-JOB-LOG THRU 9200-EXIT
           PERFORM 9100-STAMP-CYCLE-END THRU 9100-EXIT.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Only a clean end of job reaches here - an abend leaves
      * the step STARTED with no ENDED, and the rerun re-applies
      * the deck with its duplicates audited as rejected.
      *----------------------------------------------------------
       9100-STAMP-CYCLE-END.
           MOVE "ENDED" TO CTM-CYCLE-STAMP
