      *> result flip), or STATUS (the overall line flipped).
      *> a check that changed state more than the flap limit
      *> in the recent window gets a single FLAPPING event
      *> instead of a page per flip (its detail still leads
      *> with PREV->NEW, then the change count); the limit
      *> and window default to 3 changes in 10 runs and can
      *> be tuned with TRUTHALERT_FLAP_LIMIT /
      *> TRUTHALERT_FLAP_WINDOW.
      *>
      *> a check BLOCKED behind a failed dependency (BLK in
      *> the history) raises nothing of its own: the check
      *> that really failed gets the one FAIL event, its
      *> detail counting the dependents it blocked, read
      *> from the DEPENDS field of truth_checks.dat.  when
      *> the block lifts the check is compared with its
      *> last result before the block, so it only alerts if
      *> it came back different from how it went in.
      *> ***********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. truthalert.
               ASSIGN TO DYNAMIC ALERT-FILE-NAME
               FILE STATUS IS ALERT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECKSFILE
               ASSIGN TO DYNAMIC CHECKS-FILE-NAME
               FILE STATUS IS CHECKS-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERTFILE.
       01  ALERT-REC            PIC X(200).

       FD  CHECKSFILE.
       01  CHECKS-REC           PIC X(600).

       WORKING-STORAGE SECTION.

       01 HIST-FILE-NAME       PIC X(255)
       01 ALERT-FILE-NAME      PIC X(255) VALUE "truth_alerts.log".
       01 ALERT-FILE-STATUS    PIC X(2).

       01 CHECKS-FILE-NAME     PIC X(255) VALUE "truth_checks.dat".
       01 CHECKS-FILE-STATUS   PIC X(2).
       01 CHECKS-FILE-INFO.
          05 CF-FILE-SIZE      PIC X(8) COMP-X.
          05 CF-FILE-STAMP     PIC X(8).
       01 CHECKS-TRIMMED       PIC X(600).

      *> the dependency graph, in declaration order - a
      *> check's dependencies are always declared before
      *> it, so one pass in this order reaches every
      *> check downstream of a root.
       01 DEP-TABLE.
          05 DEP-COUNT         PIC 9(4) VALUE 0.
          05 DEP-ENTRY OCCURS 50 TIMES.
             10 DEP-NAME       PIC X(30).
             10 DEP-TYPE       PIC X(10).
             10 DEP-PATH       PIC X(255).
             10 DEP-ARG        PIC X(20).
             10 DEP-DEPENDS    PIC X(200).
             10 DEP-REACHED    PIC X(1).
       01 DEP-IDX              PIC 9(4).
       01 DEP-UP-IDX           PIC 9(4).
       01 DEPENDS-PTR          PIC 9(4).
       01 DEPENDS-NAME         PIC X(30).
       01 BLOCKED-COUNT        PIC 9(4).
       01 BLOCKED-DISP         PIC Z(3)9.
       01 DEP-SEEK-IDX         PIC 9(4).
       01 DEP-SEEK-RESULT      PIC X(4).
       01 LOOKBACK-IDX         PIC 9(4).
       01 LOOKBACK-LIMIT       PIC 9(4).

       01 FLAP-LIMIT-SETTING   PIC X(10).
       01 FLAP-WINDOW-SETTING  PIC X(10).
       01 FLAP-LIMIT           PIC 9(4) VALUE 3.

       01 EVENT-KIND           PIC X(10).
       01 EVENT-DETAIL         PIC X(100).
       01 DETAIL-PTR           PIC 9(4).
       01 EVENT-COUNT          PIC 9(4) VALUE 0.
       01 EVENT-DISP           PIC Z(3)9.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM READ-FLAP-SETTINGS.
           PERFORM LOAD-CHECK-DEPENDENCIES.
           PERFORM LOAD-RECENT-RUNS.

           IF RUNS-READ < 2
               MOVE 20 TO FLAP-WINDOW
           END-IF.

      *> ---------------------------------------------
      *> the same truth_checks.dat truth reads, for its
      *> DEPENDS field only.  the file is optional here
      *> as it is there: no file, no dependencies.
      *> ---------------------------------------------
       LOAD-CHECK-DEPENDENCIES.
           MOVE 0 TO DEP-COUNT
           CALL "CBL_CHECK_FILE_EXIST" USING CHECKS-FILE-NAME
               CHECKS-FILE-INFO
           IF RETURN-CODE = 0
               MOVE 0 TO RETURN-CODE
               OPEN INPUT CHECKSFILE
               CALL "checkfilestatus" USING CHECKS-FILE-NAME
                   CHECKS-FILE-STATUS "N"
               READ CHECKSFILE
               PERFORM UNTIL CHECKS-FILE-STATUS = "10"
                   MOVE FUNCTION TRIM(CHECKS-REC) TO CHECKS-TRIMMED
                   IF CHECKS-TRIMMED NOT = SPACES
                           AND CHECKS-TRIMMED(1:1) NOT = "*"
                           AND DEP-COUNT < 50
                       ADD 1 TO DEP-COUNT
                       MOVE SPACES TO DEP-ENTRY(DEP-COUNT)
                       UNSTRING CHECKS-TRIMMED DELIMITED BY "|"
                           INTO DEP-NAME(DEP-COUNT)
                                DEP-TYPE(DEP-COUNT)
                                DEP-PATH(DEP-COUNT)
                                DEP-ARG(DEP-COUNT)
                                DEP-DEPENDS(DEP-COUNT)
                       END-UNSTRING
                   END-IF
                   READ CHECKSFILE
               END-PERFORM
               CLOSE CHECKSFILE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       LOAD-RECENT-RUNS.
           MOVE 0 TO RUNS-READ
           OPEN INPUT HISTFILE
           PERFORM FIND-CHECK-IN-SLOT
           IF SEEK-FOUND = "Y"
               MOVE SEEK-RESULT TO PREV-RESULT
               IF PREV-RESULT = "BLK"
                   PERFORM FIND-RESULT-BEFORE-BLOCK
               END-IF
               IF NEW-RESULT NOT = PREV-RESULT
                       AND NEW-RESULT NOT = "BLK"
                       AND NOT (PREV-RESULT = "BLK"
                           AND NEW-RESULT = "PASS")
                   PERFORM COUNT-WINDOW-TRANSITIONS
                   IF TRANSITION-COUNT > FLAP-LIMIT
                       PERFORM WRITE-FLAPPING-EVENT
               END-IF
           END-IF.

      *> ---------------------------------------------
      *> the block is lifting: walk back past the BLK
      *> runs to the result the check had going in.  a
      *> check blocked for the whole ring keeps BLK, and
      *> then only a fresh failure is worth an event.
      *> ---------------------------------------------
       FIND-RESULT-BEFORE-BLOCK.
           IF RUNS-READ > 20
               MOVE 20 TO LOOKBACK-LIMIT
           ELSE
               MOVE RUNS-READ TO LOOKBACK-LIMIT
           END-IF
           PERFORM VARYING LOOKBACK-IDX FROM 3 BY 1
                   UNTIL LOOKBACK-IDX > LOOKBACK-LIMIT
                   OR PREV-RESULT NOT = "BLK"
               COMPUTE WINDOW-SLOT =
                   FUNCTION MOD(RUNS-READ - LOOKBACK-IDX, 20) + 1
               PERFORM FIND-CHECK-IN-SLOT
               IF SEEK-FOUND = "Y" AND SEEK-RESULT NOT = "BLK"
                   MOVE SEEK-RESULT TO PREV-RESULT
               END-IF
           END-PERFORM.

       FIND-CHECK-IN-SLOT.
           MOVE "N" TO SEEK-FOUND
           MOVE SPACES TO SEEK-RESULT
               COMPUTE WINDOW-SLOT =
                   FUNCTION MOD(NEWEST-SLOT - WINDOW-IDX, 20) + 1
               PERFORM FIND-CHECK-IN-SLOT
      *> BLK runs are skipped like undeclared ones - a
      *> check blocked and unblocked by its dependency
      *> has not flapped.
               IF SEEK-FOUND = "Y" AND SEEK-RESULT NOT = "BLK"
                   IF LAST-SEEN-RESULT NOT = SPACES
                           AND SEEK-RESULT NOT = LAST-SEEN-RESULT
                       ADD 1 TO TRANSITION-COUNT
               "->" DELIMITED BY SIZE
               FUNCTION TRIM(NEW-RESULT) DELIMITED BY SIZE
               INTO EVENT-DETAIL
           IF EVENT-KIND = "FAIL"
               PERFORM COUNT-BLOCKED-DEPENDENTS
               IF BLOCKED-COUNT > 0
                   MOVE BLOCKED-COUNT TO BLOCKED-DISP
                   COMPUTE DETAIL-PTR =
                       FUNCTION LENGTH(FUNCTION TRIM(EVENT-DETAIL)) + 1
                   STRING ", " DELIMITED BY SIZE
                       FUNCTION TRIM(BLOCKED-DISP) DELIMITED BY SIZE
                       " dependent(s) blocked" DELIMITED BY SIZE
                       INTO EVENT-DETAIL WITH POINTER DETAIL-PTR
               END-IF
           END-IF
           PERFORM WRITE-ALERT-EVENT.

      *> ---------------------------------------------
      *> how many checks downstream of this root the
      *> newest run recorded as BLK: mark the root, then
      *> in declaration order mark every check with a
      *> marked dependency, counting the blocked ones.
      *> ---------------------------------------------
       COUNT-BLOCKED-DEPENDENTS.
           MOVE 0 TO BLOCKED-COUNT
           PERFORM VARYING DEP-IDX FROM 1 BY 1
                   UNTIL DEP-IDX > DEP-COUNT
               MOVE "N" TO DEP-REACHED(DEP-IDX)
               IF FUNCTION TRIM(DEP-NAME(DEP-IDX))
                       = FUNCTION TRIM(SEEK-NAME)
                   MOVE "Y" TO DEP-REACHED(DEP-IDX)
               ELSE
                   PERFORM CHECK-DEPENDS-REACHED
                   IF DEP-REACHED(DEP-IDX) = "Y"
                       PERFORM FIND-DEP-IN-NEWEST
                       IF DEP-SEEK-RESULT = "BLK"
                           ADD 1 TO BLOCKED-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-DEPENDS-REACHED.
           MOVE 1 TO DEPENDS-PTR
           PERFORM UNTIL DEPENDS-PTR > 200
                   OR DEP-REACHED(DEP-IDX) = "Y"
               MOVE SPACES TO DEPENDS-NAME
               UNSTRING DEP-DEPENDS(DEP-IDX) DELIMITED BY ","
                   INTO DEPENDS-NAME
                   WITH POINTER DEPENDS-PTR
               END-UNSTRING
               IF FUNCTION TRIM(DEPENDS-NAME) NOT = SPACES
                   PERFORM VARYING DEP-UP-IDX FROM 1 BY 1
                           UNTIL DEP-UP-IDX >= DEP-IDX
                       IF DEP-REACHED(DEP-UP-IDX) = "Y"
                               AND FUNCTION TRIM(DEP-NAME(DEP-UP-IDX))
                               = FUNCTION TRIM(DEPENDS-NAME)
                           MOVE "Y" TO DEP-REACHED(DEP-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       FIND-DEP-IN-NEWEST.
           MOVE SPACES TO DEP-SEEK-RESULT
           PERFORM VARYING DEP-SEEK-IDX FROM 1 BY 1
                   UNTIL DEP-SEEK-IDX > AR-CHECK-COUNT(NEWEST-SLOT)
               IF FUNCTION TRIM(AR-CHECK-NAME(NEWEST-SLOT,
                       DEP-SEEK-IDX)) = FUNCTION TRIM(DEP-NAME(DEP-IDX))
                   MOVE AR-CHECK-RESULT(NEWEST-SLOT, DEP-SEEK-IDX)
                       TO DEP-SEEK-RESULT
               END-IF
           END-PERFORM.

      *> the detail leads with the flip itself, as a
      *> transition event's does, so truthincid can still
      *> open or close the outage while the check flaps.
       WRITE-FLAPPING-EVENT.
           MOVE "FLAPPING" TO EVENT-KIND
           MOVE TRANSITION-COUNT TO TRANSITION-DISP
           MOVE WINDOW-SIZE TO WINDOW-DISP
           MOVE SPACES TO EVENT-DETAIL
           STRING FUNCTION TRIM(PREV-RESULT) DELIMITED BY SIZE
               "->" DELIMITED BY SIZE
               FUNCTION TRIM(NEW-RESULT) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(TRANSITION-DISP) DELIMITED BY SIZE
               " change(s) in last " DELIMITED BY SIZE
               FUNCTION TRIM(WINDOW-DISP) DELIMITED BY SIZE
               " run(s)" DELIMITED BY SIZE
