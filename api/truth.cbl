               ASSIGN TO DYNAMIC MAINT-FILE-NAME
               FILE STATUS IS MAINT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EVIDENCEFILE
               ASSIGN TO DYNAMIC EVIDENCE-FILE-NAME
               FILE STATUS IS EVIDENCE-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINTFILE.
       01  MAINT-REC            PIC X(600).

       FD  EVIDENCEFILE.
       01  EVIDENCE-REC         PIC X(600).

       WORKING-STORAGE SECTION.
       COPY "cowvars.cpy".
       COPY "cowmanent.cpy".

       01 TEMPLATE-NAME        PIC X(255) VALUE "status.tpl".
       01 OUTPUT-NAME          PIC X(255) VALUE SPACES.
             10 CHK-TYPE       PIC X(10).
             10 CHK-PATH       PIC X(255).
             10 CHK-ARG        PIC X(20).
             10 CHK-DEPENDS    PIC X(200).
             10 CHK-RESULT     PIC X(7).
       01 CHECK-IDX            PIC 9(4).
       01 CHECK-IDX-DISP       PIC Z(3)9.
       01 CHECK-VARNAME        PIC X(40).

      *> one DEPENDS name at a time, walked off the comma
      *> list by UNSTRING ... WITH POINTER.
       01 DEPENDS-PTR          PIC 9(4).
       01 DEPENDS-NAME         PIC X(30).
       01 DEPENDS-IDX          PIC 9(4).
       01 DEPENDS-FOUND        PIC X(1).

       01 PROBE-FILE-NAME      PIC X(255).
       01 PROBE-FILE-INFO.
          05 PF-FILE-SIZE      PIC X(8) COMP-X.
       01 MAINT-ACTIVE-REASON  PIC X(100) VALUE SPACES.
       01 MAINT-ACTIVE-UNTIL   PIC X(14) VALUE SPACES.

      *> what the publishing batch leaves behind, read
      *> for the Publishing section and its four checks.
      *> TRUTH_PUBLISH_DIR says where the batch runs when
      *> that is not truth's own directory.
       01 PUBLISH-DIR          PIC X(200) VALUE SPACES.
       01 PUBLISH-DIR-LEN      PIC 9(4).
       01 EVIDENCE-FILE-NAME   PIC X(255).
       01 EVIDENCE-FILE-STATUS PIC X(2).
       01 EVIDENCE-TRIMMED     PIC X(600).
       01 EVIDENCE-BASE-NAME   PIC X(50).
       01 PUB-CHANGES-NAME     PIC X(255).
       01 PUB-FAILURES-NAME    PIC X(255).
       01 PUB-VERIFY-NAME      PIC X(255).
       01 PUB-CHECKPOINT-NAME  PIC X(255).
       01 PUB-MANIFEST-NAME    PIC X(255).
       01 PUB-MANIFEST-REC     PIC X(800).
       01 PUB-MANIFEST-OVERRIDE PIC X(255).
       01 PUB-IN-MANIFEST      PIC X(1).
       01 PUB-EVIDENCE         PIC X(1) VALUE "N".
       01 PUB-LAST-STAMP       PIC X(21) VALUE SPACES.
       01 PUB-REC-NAME         PIC X(255).
       01 PUB-REC-STAMP        PIC X(21).
       01 PUB-REC-OUTCOME      PIC X(9).
       01 PUB-REC-COUNTS       PIC X(1).
       01 PUB-FAILED-COUNT     PIC 9(4) VALUE 0.
       01 PUB-FAILED-DISP      PIC Z(3)9.
       01 PUB-VERIFY-FOUND     PIC X(1) VALUE "N".
       01 PUB-PROBLEM-COUNT    PIC 9(6) VALUE 0.
       01 PUB-PROBLEM-DISP     PIC Z(5)9.
       01 PUB-CHECKPOINT-FOUND PIC X(1) VALUE "N".
       01 PUB-CHECKPOINT-AGE   PIC S9(9) VALUE 0.
       01 PUB-AGE-DISP         PIC Z(8)9.
       01 PUB-SETTING          PIC X(10).
       01 PUB-MAXAGE           PIC 9(6) VALUE 1560.
       01 PUB-STUCK-MINUTES    PIC 9(6) VALUE 60.
       01 PUB-ARG-DISP         PIC Z(5)9.
       01 PUB-RECONCILE-TEXT   PIC X(40).
       01 PUB-STUCK-TEXT       PIC X(60).
       01 AGE-STAMP            PIC X(14).

       01 HIST-FILE-NAME       PIC X(255)
                               VALUE "truth_status_history.dat".
       01 HIST-FILE-STATUS     PIC X(2).
           PERFORM LOAD-EXTRA-VARS.
           PERFORM BUILD-VARS.
           PERFORM BUILD-HISTORY-VARS.
      *> truth renders where the batch runs; the batch's
      *> checkpoint is its resume point and the evidence
      *> RUN STUCK reads, so the status pages must not
      *> replace it.
           DISPLAY "COWTEMPLATE_CHECKPOINT" UPON ENVIRONMENT-NAME
           DISPLAY "N" UPON ENVIRONMENT-VALUE
           CALL "cowtemplate" USING THE-VARS TEMPLATE-NAME OUTPUT-NAME.
           CALL "cowtemplate" USING THE-VARS HIST-TEMPLATE-NAME
               HIST-OUTPUT-NAME.
      *> record per check, pipe-delimited because check
      *> names contain spaces:
      *>
      *>     NAME|TYPE|PATH|ARG|DEPENDS
      *>
      *> TYPE is one of
      *>     EXISTS   PATH must exist
      *>     MINSIZE  PATH at least ARG bytes
      *>     CLOCK    system date readable (the original
      *>              built-in probe)
      *> (the PUB* types are truth's own publishing checks,
      *> declared by DECLARE-PUBLISHING-CHECKS, not here.)
      *> DEPENDS is optional: a comma-separated list of
      *> the checks this one cannot pass without (the
      *> web tier needs the database).  each must be
      *> declared earlier in the file.  when one of them
      *> did not pass this run, this check is not probed
      *> and reports BLOCKED - the page shows the one
      *> real failure instead of a cascade of them.
      *> blank lines and '*' lines are comments.  when
      *> the file is absent the two historical checks
      *> are declared instead, so the page keeps its
           ELSE
               MOVE 0 TO RETURN-CODE
               PERFORM DECLARE-DEFAULT-CHECKS
           END-IF
           PERFORM GATHER-PUBLISHING-EVIDENCE
           IF PUB-EVIDENCE = "Y"
               PERFORM DECLARE-PUBLISHING-CHECKS
           END-IF.

       READ-CHECK-DEFINITIONS.
                            CHK-TYPE(CHECK-COUNT)
                            CHK-PATH(CHECK-COUNT)
                            CHK-ARG(CHECK-COUNT)
                            CHK-DEPENDS(CHECK-COUNT)
                   END-UNSTRING
               END-IF
               READ CHECKSFILE
           CALL "resolveviewsdir" USING TEMPLATE-NAME
               CHK-PATH(CHECK-COUNT).

      *> ---------------------------------------------
      *> the publishing pipeline reports on itself only
      *> through the files it leaves behind:
      *>
      *>   cowtemplate_changes.log   newest stamp is the
      *>                             last page published
      *>   cowbatch_failures.dat     one line per page the
      *>                             last run failed (gone
      *>                             after a clean run)
      *>   cowverify_report.txt      PROBLEM lines from the
      *>                             last reconciliation
      *>   cowtemplate_checkpoint.dat only there while a run
      *>                             is in flight, or after
      *>                             one died mid-way
      *>
      *> a box with none of them does no publishing, and
      *> gets no Publishing section and no checks.
      *> ---------------------------------------------
       GATHER-PUBLISHING-EVIDENCE.
           ACCEPT PUBLISH-DIR FROM ENVIRONMENT "TRUTH_PUBLISH_DIR"
           IF PUBLISH-DIR NOT = SPACES
               COMPUTE PUBLISH-DIR-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(PUBLISH-DIR))
               IF PUBLISH-DIR(PUBLISH-DIR-LEN:1) NOT = "/"
                   MOVE FUNCTION CONCATENATE(
                       FUNCTION TRIM(PUBLISH-DIR), "/")
                       TO PUBLISH-DIR
               END-IF
           END-IF
           ACCEPT PUB-SETTING FROM ENVIRONMENT "TRUTH_PUBLISH_MAXAGE"
           IF FUNCTION TRIM(PUB-SETTING) NOT = SPACES
               MOVE FUNCTION NUMVAL(PUB-SETTING) TO PUB-MAXAGE
           END-IF
           ACCEPT PUB-SETTING FROM ENVIRONMENT "TRUTH_STUCK_MINUTES"
           IF FUNCTION TRIM(PUB-SETTING) NOT = SPACES
               MOVE FUNCTION NUMVAL(PUB-SETTING) TO PUB-STUCK-MINUTES
           END-IF

           MOVE "cowtemplate_changes.log" TO EVIDENCE-BASE-NAME
           PERFORM NAME-EVIDENCE-FILE
           MOVE EVIDENCE-FILE-NAME TO PUB-CHANGES-NAME
           MOVE "cowbatch_failures.dat" TO EVIDENCE-BASE-NAME
           PERFORM NAME-EVIDENCE-FILE
           MOVE EVIDENCE-FILE-NAME TO PUB-FAILURES-NAME
           MOVE "cowverify_report.txt" TO EVIDENCE-BASE-NAME
           PERFORM NAME-EVIDENCE-FILE
           MOVE EVIDENCE-FILE-NAME TO PUB-VERIFY-NAME
           MOVE "cowtemplate_checkpoint.dat" TO EVIDENCE-BASE-NAME
           PERFORM NAME-EVIDENCE-FILE
           MOVE EVIDENCE-FILE-NAME TO PUB-CHECKPOINT-NAME
           MOVE "cowbatch_manifest.dat" TO EVIDENCE-BASE-NAME
           PERFORM NAME-EVIDENCE-FILE
           MOVE EVIDENCE-FILE-NAME TO PUB-MANIFEST-NAME
           ACCEPT PUB-MANIFEST-OVERRIDE
               FROM ENVIRONMENT "COWBATCH_MANIFEST"
           IF FUNCTION TRIM(PUB-MANIFEST-OVERRIDE) NOT = SPACES
               MOVE FUNCTION TRIM(PUB-MANIFEST-OVERRIDE)
                   TO PUB-MANIFEST-NAME
           END-IF

           PERFORM READ-NEWEST-PUBLISH
           PERFORM COUNT-BATCH-FAILURES
           PERFORM READ-RECONCILIATION
           PERFORM PROBE-RUN-CHECKPOINT.

       NAME-EVIDENCE-FILE.
           MOVE SPACES TO EVIDENCE-FILE-NAME
           STRING FUNCTION TRIM(PUBLISH-DIR) DELIMITED BY SIZE
               FUNCTION TRIM(EVIDENCE-BASE-NAME) DELIMITED BY SIZE
               INTO EVIDENCE-FILE-NAME.

      *> the changes log is live-name, stamp, outcome per
      *> line, appended in time order - but a rollback
      *> or a rerun can append out of step, so the stamp
      *> is compared rather than the last line trusted.
      *> only a publish (NEW, CHANGED or UNCHANGED) of a
      *> batch page counts: the status pages and the
      *> catalog publish through the same log every time
      *> they are rendered, and a rollback, retirement or
      *> takedown is not the batch running.
       READ-NEWEST-PUBLISH.
           MOVE PUB-CHANGES-NAME TO EVIDENCE-FILE-NAME
           OPEN INPUT EVIDENCEFILE
           IF EVIDENCE-FILE-STATUS = "00"
               MOVE "Y" TO PUB-EVIDENCE
               READ EVIDENCEFILE
               PERFORM UNTIL EVIDENCE-FILE-STATUS NOT = "00"
                   MOVE SPACES TO PUB-REC-NAME PUB-REC-STAMP
                       PUB-REC-OUTCOME
                   UNSTRING EVIDENCE-REC DELIMITED BY ALL SPACES
                       INTO PUB-REC-NAME PUB-REC-STAMP PUB-REC-OUTCOME
                   END-UNSTRING
                   PERFORM JUDGE-PUBLISH-RECORD
                   IF PUB-REC-COUNTS = "Y"
                       AND PUB-REC-STAMP(1:14) IS NUMERIC
                       AND (PUB-LAST-STAMP = SPACES
                       OR PUB-REC-STAMP(1:14) > PUB-LAST-STAMP(1:14))
                       MOVE PUB-REC-STAMP TO PUB-LAST-STAMP
                   END-IF
                   READ EVIDENCEFILE
               END-PERFORM
               CLOSE EVIDENCEFILE
           END-IF.

       JUDGE-PUBLISH-RECORD.
           MOVE "N" TO PUB-REC-COUNTS
           IF PUB-REC-OUTCOME = "NEW" OR "CHANGED" OR "UNCHANGED"
               MOVE "Y" TO PUB-REC-COUNTS
           END-IF
           EVALUATE PUB-REC-NAME
           WHEN "status.html"
           WHEN HIST-OUTPUT-NAME
           WHEN JSON-OUTPUT-NAME
           WHEN "status-incidents.html"
           WHEN "status-availability.html"
           WHEN "catalog.html"
               MOVE "N" TO PUB-REC-COUNTS
           END-EVALUATE.

       COUNT-BATCH-FAILURES.
           MOVE PUB-FAILURES-NAME TO EVIDENCE-FILE-NAME
           OPEN INPUT EVIDENCEFILE
           IF EVIDENCE-FILE-STATUS = "00"
               MOVE "Y" TO PUB-EVIDENCE
               READ EVIDENCEFILE
               PERFORM UNTIL EVIDENCE-FILE-STATUS NOT = "00"
                   IF EVIDENCE-REC NOT = SPACES
                       ADD 1 TO PUB-FAILED-COUNT
                   END-IF
                   READ EVIDENCEFILE
               END-PERFORM
               CLOSE EVIDENCEFILE
           END-IF.

       READ-RECONCILIATION.
           MOVE PUB-VERIFY-NAME TO EVIDENCE-FILE-NAME
           OPEN INPUT EVIDENCEFILE
           IF EVIDENCE-FILE-STATUS = "00"
               MOVE "Y" TO PUB-EVIDENCE
               MOVE "Y" TO PUB-VERIFY-FOUND
               READ EVIDENCEFILE
               PERFORM UNTIL EVIDENCE-FILE-STATUS NOT = "00"
                   MOVE FUNCTION TRIM(EVIDENCE-REC)
                       TO EVIDENCE-TRIMMED
                   IF EVIDENCE-TRIMMED(1:8) = "PROBLEM "
                       ADD 1 TO PUB-PROBLEM-COUNT
                   END-IF
                   READ EVIDENCEFILE
               END-PERFORM
               CLOSE EVIDENCEFILE
           END-IF

           EVALUATE TRUE
           WHEN PUB-VERIFY-FOUND = "N"
               MOVE "not run" TO PUB-RECONCILE-TEXT
           WHEN PUB-PROBLEM-COUNT = 0
               MOVE "clean" TO PUB-RECONCILE-TEXT
           WHEN OTHER
               MOVE PUB-PROBLEM-COUNT TO PUB-PROBLEM-DISP
               MOVE SPACES TO PUB-RECONCILE-TEXT
               STRING FUNCTION TRIM(PUB-PROBLEM-DISP)
                       DELIMITED BY SIZE
                   " discrepancy(s)" DELIMITED BY SIZE
                   INTO PUB-RECONCILE-TEXT
           END-EVALUATE.

      *> a checkpoint younger than TRUTH_STUCK_MINUTES is
      *> a run still going; older, the run died or hung
      *> with pages half done.  truth renders with
      *> COWTEMPLATE_CHECKPOINT=N (see BEGIN) so it never
      *> replaces a batch's checkpoint; one that names a
      *> truth template was left by a run from before
      *> that, not by a batch.  nor does one whose
      *> template is not in the batch manifest - the
      *> batch itself would start that afresh rather than
      *> resume it (cowbatch find-restart-point).
       PROBE-RUN-CHECKPOINT.
           MOVE PUB-CHECKPOINT-NAME TO PROBE-FILE-NAME
           CALL "CBL_CHECK_FILE_EXIST" USING PROBE-FILE-NAME
               PROBE-FILE-INFO
           IF RETURN-CODE = 0
               MOVE 0 TO RETURN-CODE
               MOVE "Y" TO PUB-CHECKPOINT-FOUND
               PERFORM COMPUTE-FILE-AGE
               MOVE AGE-MINUTES TO PUB-CHECKPOINT-AGE
               PERFORM READ-CHECKPOINT-TEMPLATE
               PERFORM FIND-CHECKPOINT-IN-MANIFEST
               IF PUB-REC-NAME = TEMPLATE-NAME
                       OR PUB-REC-NAME = HIST-TEMPLATE-NAME
                       OR PUB-REC-NAME = JSON-TEMPLATE-NAME
                       OR PUB-IN-MANIFEST = "N"
                   MOVE "N" TO PUB-CHECKPOINT-FOUND
               ELSE
                   MOVE "Y" TO PUB-EVIDENCE
               END-IF
           END-IF
           MOVE 0 TO RETURN-CODE

           MOVE SPACES TO PUB-STUCK-TEXT
           IF PUB-CHECKPOINT-FOUND = "N"
               MOVE "no" TO PUB-STUCK-TEXT
           ELSE
               MOVE PUB-CHECKPOINT-AGE TO PUB-AGE-DISP
               IF PUB-CHECKPOINT-AGE > PUB-STUCK-MINUTES
                   STRING "yes - checkpoint left " DELIMITED BY SIZE
                       FUNCTION TRIM(PUB-AGE-DISP) DELIMITED BY SIZE
                       " minute(s) ago" DELIMITED BY SIZE
                       INTO PUB-STUCK-TEXT
               ELSE
                   STRING "no - run in progress, checkpoint "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(PUB-AGE-DISP) DELIMITED BY SIZE
                       " minute(s) old" DELIMITED BY SIZE
                       INTO PUB-STUCK-TEXT
               END-IF
           END-IF.

       READ-CHECKPOINT-TEMPLATE.
           MOVE SPACES TO PUB-REC-NAME
           MOVE PUB-CHECKPOINT-NAME TO EVIDENCE-FILE-NAME
           OPEN INPUT EVIDENCEFILE
           IF EVIDENCE-FILE-STATUS = "00"
               READ EVIDENCEFILE
               IF EVIDENCE-FILE-STATUS = "00"
                   UNSTRING EVIDENCE-REC DELIMITED BY ALL SPACES
                       INTO PUB-REC-NAME
                   END-UNSTRING
               END-IF
               CLOSE EVIDENCEFILE
           END-IF.

      *> with no manifest to judge by the checkpoint is
      *> taken at its word.
       FIND-CHECKPOINT-IN-MANIFEST.
           MOVE "Y" TO PUB-IN-MANIFEST
           MOVE PUB-MANIFEST-NAME TO EVIDENCE-FILE-NAME
           OPEN INPUT EVIDENCEFILE
           IF EVIDENCE-FILE-STATUS = "00"
               MOVE "N" TO PUB-IN-MANIFEST
               READ EVIDENCEFILE
               PERFORM UNTIL EVIDENCE-FILE-STATUS NOT = "00"
                       OR PUB-IN-MANIFEST = "Y"
                   MOVE FUNCTION TRIM(EVIDENCE-REC) TO PUB-MANIFEST-REC
                   IF PUB-MANIFEST-REC NOT = SPACES
                           AND PUB-MANIFEST-REC(1:1) NOT = "*"
                       CALL "cowmanifestentry" USING PUB-MANIFEST-REC
                           THE-MANIFEST-ENTRY
                       IF COW-ENT-TEMPLATE = PUB-REC-NAME
                           MOVE "Y" TO PUB-IN-MANIFEST
                       END-IF
                   END-IF
                   READ EVIDENCEFILE
               END-PERFORM
               CLOSE EVIDENCEFILE
           END-IF.

      *> ---------------------------------------------
      *> the four publishing checks go in after the
      *> declared ones, so they show, alert and count
      *> toward the overall status like any other probe.
      *> the reconciliation check is only declared once
      *> cowverify has left a report to judge by.
      *> ---------------------------------------------
       DECLARE-PUBLISHING-CHECKS.
           IF CHECK-COUNT > 46
               DISPLAY "ERROR truth_checks.dat over 50 checks"
                   " with the publishing checks"
               STOP RUN
           END-IF

           ADD 1 TO CHECK-COUNT
           MOVE SPACES TO CHECK-ENTRY(CHECK-COUNT)
           MOVE "PUBLISHING LAST RUN" TO CHK-NAME(CHECK-COUNT)
           MOVE "PUBLAST" TO CHK-TYPE(CHECK-COUNT)
           MOVE PUB-CHANGES-NAME TO CHK-PATH(CHECK-COUNT)
           MOVE PUB-MAXAGE TO PUB-ARG-DISP
           MOVE FUNCTION TRIM(PUB-ARG-DISP) TO CHK-ARG(CHECK-COUNT)

           ADD 1 TO CHECK-COUNT
           MOVE SPACES TO CHECK-ENTRY(CHECK-COUNT)
           MOVE "PUBLISHING FAILURES" TO CHK-NAME(CHECK-COUNT)
           MOVE "PUBFAIL" TO CHK-TYPE(CHECK-COUNT)
           MOVE PUB-FAILURES-NAME TO CHK-PATH(CHECK-COUNT)

           IF PUB-VERIFY-FOUND = "Y"
               ADD 1 TO CHECK-COUNT
               MOVE SPACES TO CHECK-ENTRY(CHECK-COUNT)
               MOVE "PUBLISHING RECONCILE" TO CHK-NAME(CHECK-COUNT)
               MOVE "PUBVERIFY" TO CHK-TYPE(CHECK-COUNT)
               MOVE PUB-VERIFY-NAME TO CHK-PATH(CHECK-COUNT)
           END-IF

           ADD 1 TO CHECK-COUNT
           MOVE SPACES TO CHECK-ENTRY(CHECK-COUNT)
           MOVE "PUBLISHING RUN STUCK" TO CHK-NAME(CHECK-COUNT)
           MOVE "PUBSTUCK" TO CHK-TYPE(CHECK-COUNT)
           MOVE PUB-CHECKPOINT-NAME TO CHK-PATH(CHECK-COUNT)
           MOVE PUB-STUCK-MINUTES TO PUB-ARG-DISP
           MOVE FUNCTION TRIM(PUB-ARG-DISP) TO CHK-ARG(CHECK-COUNT).

       RUN-ALL-CHECKS.
           MOVE "OK" TO SERVER-STATUS
           PERFORM VARYING CHECK-IDX FROM 1 BY 1
                   UNTIL CHECK-IDX > CHECK-COUNT
               MOVE SPACES TO CHK-RESULT(CHECK-IDX)
               IF CHK-DEPENDS(CHECK-IDX) NOT = SPACES
                   PERFORM CHECK-DEPENDENCIES
               END-IF
               IF CHK-RESULT(CHECK-IDX) = SPACES
                   PERFORM RUN-ONE-CHECK
               END-IF
               IF CHK-RESULT(CHECK-IDX) = "FAIL"
                   PERFORM APPLY-MAINT-WINDOW
               END-IF
      *> a BLOCKED check stays off the DEGRADED path: the
      *> check it depends on has already put the status
      *> there, and blocking is not a failure of its own.
               IF CHK-RESULT(CHECK-IDX) NOT = "PASS"
                       AND CHK-RESULT(CHECK-IDX) NOT = "MAINT"
                       AND CHK-RESULT(CHECK-IDX) NOT = "BLOCKED"
                   MOVE "DEGRADED" TO SERVER-STATUS
               END-IF
           END-PERFORM.

      *> ---------------------------------------------
      *> every DEPENDS name must already have its result
      *> for this run, which is why a dependency has to
      *> be declared earlier.  a name that is not (a
      *> typo, or a forward reference) fails the check,
      *> for the same reason an unknown TYPE does.  any
      *> result but PASS upstream - FAIL, MAINT, or
      *> BLOCKED further up the chain - blocks this one.
      *> ---------------------------------------------
       CHECK-DEPENDENCIES.
           MOVE 1 TO DEPENDS-PTR
           PERFORM UNTIL DEPENDS-PTR > 200
                   OR CHK-RESULT(CHECK-IDX) = "FAIL"
               MOVE SPACES TO DEPENDS-NAME
               UNSTRING CHK-DEPENDS(CHECK-IDX) DELIMITED BY ","
                   INTO DEPENDS-NAME
                   WITH POINTER DEPENDS-PTR
               END-UNSTRING
               IF FUNCTION TRIM(DEPENDS-NAME) NOT = SPACES
                   PERFORM CHECK-ONE-DEPENDENCY
               END-IF
           END-PERFORM.

       CHECK-ONE-DEPENDENCY.
           MOVE "N" TO DEPENDS-FOUND
           PERFORM VARYING DEPENDS-IDX FROM 1 BY 1
                   UNTIL DEPENDS-IDX >= CHECK-IDX
                   OR DEPENDS-FOUND = "Y"
               IF FUNCTION TRIM(CHK-NAME(DEPENDS-IDX))
                       = FUNCTION TRIM(DEPENDS-NAME)
                   MOVE "Y" TO DEPENDS-FOUND
                   IF CHK-RESULT(DEPENDS-IDX) NOT = "PASS"
                       MOVE "BLOCKED" TO CHK-RESULT(CHECK-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF DEPENDS-FOUND = "N"
               MOVE "FAIL" TO CHK-RESULT(CHECK-IDX)
           END-IF.

      *> ---------------------------------------------
      *> truth_maint.dat is owned by operations, in the
      *> same spirit as truth_checks.dat: one window per
                       MOVE "PASS" TO CHK-RESULT(CHECK-IDX)
                   END-IF
               END-IF
      *> the publishing types judge the evidence that
      *> GATHER-PUBLISHING-EVIDENCE already read.
           WHEN "PUBLAST"
               IF PUB-LAST-STAMP NOT = SPACES
                   MOVE PUB-LAST-STAMP(1:14) TO AGE-STAMP
                   PERFORM COMPUTE-STAMP-AGE
                   MOVE FUNCTION NUMVAL(CHK-ARG(CHECK-IDX))
                       TO ARG-VALUE
                   IF AGE-MINUTES <= ARG-VALUE
                       MOVE "PASS" TO CHK-RESULT(CHECK-IDX)
                   END-IF
               END-IF
           WHEN "PUBFAIL"
               IF PUB-FAILED-COUNT = 0
                   MOVE "PASS" TO CHK-RESULT(CHECK-IDX)
               END-IF
           WHEN "PUBVERIFY"
               IF PUB-VERIFY-FOUND = "Y" AND PUB-PROBLEM-COUNT = 0
                   MOVE "PASS" TO CHK-RESULT(CHECK-IDX)
               END-IF
           WHEN "PUBSTUCK"
               MOVE FUNCTION NUMVAL(CHK-ARG(CHECK-IDX)) TO ARG-VALUE
               IF PUB-CHECKPOINT-FOUND = "N"
                       OR PUB-CHECKPOINT-AGE <= ARG-VALUE
                   MOVE "PASS" TO CHK-RESULT(CHECK-IDX)
               END-IF
           END-EVALUATE.

       PROBE-THE-FILE.
               MOVE 0 TO AGE-MINUTES
           END-IF.

      *> the same age, from a yyyymmddhhmmss stamp read
      *> out of a log instead of a file's own date.
       COMPUTE-STAMP-AGE.
           MOVE AGE-STAMP(1:4) TO PF-FILE-YYYY
           MOVE AGE-STAMP(5:2) TO PF-FILE-MM
           MOVE AGE-STAMP(7:2) TO PF-FILE-DD
           MOVE AGE-STAMP(9:2) TO PF-FILE-HH
           MOVE AGE-STAMP(11:2) TO PF-FILE-MI
           MOVE AGE-STAMP(13:2) TO PF-FILE-SS
           PERFORM COMPUTE-FILE-AGE.

      *> ---------------------------------------------
      *> every run leaves one record in the history
      *> file - timestamp, overall status, and each
               MOVE CHK-NAME(CHECK-IDX)
                   TO HIST-CHECK-NAME(CHECK-IDX)
      *> hist-check-result is four characters wide, so
      *> planned downtime goes into the record as MNT
      *> and a blocked check as BLK - the layout (and
      *> every old record) stays intact while reporting
      *> can still tell planned and knock-on results
      *> from real failures.
               EVALUATE CHK-RESULT(CHECK-IDX)
               WHEN "MAINT"
                   MOVE "MNT" TO HIST-CHECK-RESULT(CHECK-IDX)
               WHEN "BLOCKED"
                   MOVE "BLK" TO HIST-CHECK-RESULT(CHECK-IDX)
               WHEN OTHER
                   MOVE CHK-RESULT(CHECK-IDX)
                       TO HIST-CHECK-RESULT(CHECK-IDX)
               END-EVALUATE
           END-PERFORM

           OPEN EXTEND HISTFILE
                   TO COW-VARVALUE(COW-VAR-COUNT)
           END-IF

      *> the Publishing section: PUBLISHING gates the
      *> {{#if}} so a box that does no publishing shows
      *> no section at all.
           IF PUB-EVIDENCE = "Y"
               PERFORM CHECK-VARS-CAPACITY
               ADD 1 TO COW-VAR-COUNT
               MOVE "PUBLISHING" TO COW-VARNAME(COW-VAR-COUNT)
               MOVE "Y" TO COW-VARVALUE(COW-VAR-COUNT)

               ADD 1 TO COW-VAR-COUNT
               MOVE "PUB-LAST-RUN" TO COW-VARNAME(COW-VAR-COUNT)
               IF PUB-LAST-STAMP = SPACES
                   MOVE "never" TO COW-VARVALUE(COW-VAR-COUNT)
               ELSE
                   MOVE PUB-LAST-STAMP TO COW-VARVALUE(COW-VAR-COUNT)
               END-IF

               ADD 1 TO COW-VAR-COUNT
               MOVE "PUB-FAILED" TO COW-VARNAME(COW-VAR-COUNT)
               MOVE PUB-FAILED-COUNT TO PUB-FAILED-DISP
               MOVE FUNCTION TRIM(PUB-FAILED-DISP)
                   TO COW-VARVALUE(COW-VAR-COUNT)

               PERFORM CHECK-VARS-CAPACITY
               ADD 1 TO COW-VAR-COUNT
               MOVE "PUB-RECONCILE" TO COW-VARNAME(COW-VAR-COUNT)
               MOVE PUB-RECONCILE-TEXT TO COW-VARVALUE(COW-VAR-COUNT)

               ADD 1 TO COW-VAR-COUNT
               MOVE "PUB-STUCK" TO COW-VARNAME(COW-VAR-COUNT)
               MOVE PUB-STUCK-TEXT TO COW-VARVALUE(COW-VAR-COUNT)
           END-IF

           PERFORM VARYING CHECK-IDX FROM 1 BY 1
                   UNTIL CHECK-IDX > CHECK-COUNT
               PERFORM CHECK-VARS-CAPACITY
