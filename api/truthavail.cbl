      *> runs recorded as MNT (planned maintenance, see
      *> cowhist.cpy) count as neither PASS nor FAIL - a
      *> planned outage must not drag the numbers down,
      *> which is the whole point of declaring it.  BLK
      *> runs (blocked behind a failed dependency) are left
      *> out the same way: the outage belongs to the check
      *> that failed, and is counted there once.
      *>
      *> the figures go to truth_availability_report.txt for
      *> the job log and out again as AVAIL.n.FIELD vars
           PERFORM TALLY-HISTORY.
           PERFORM WRITE-REPORT.
           PERFORM BUILD-AVAIL-VARS.
      *> rendered where the batch runs: leave the batch's
      *> checkpoint alone (see truth).
           DISPLAY "COWTEMPLATE_CHECKPOINT" UPON ENVIRONMENT-NAME
           DISPLAY "N" UPON ENVIRONMENT-VALUE
           CALL "cowtemplate" USING THE-VARS AVAIL-TEMPLATE-NAME
               AVAIL-OUTPUT-NAME.
           DISPLAY "truthavail wrote "
           PERFORM FIND-AVAIL-ENTRY
           MOVE HIST-CHECK-RESULT(HIST-IDX) TO THIS-RESULT

      *> MNT and BLK runs stay out of both sides of the
      *> ratio.
           IF THIS-RESULT NOT = "MNT" AND THIS-RESULT NOT = "BLK"
               IF REC-AGE-DAYS < 1
                   ADD 1 TO AV-T-TOTAL(AV-IDX)
               END-IF
      *> file, not just the 30-day window - the answer
      *> to "what is the worst this check has done" does
      *> not expire.  MNT ends a streak: the failure
      *> stopped being unplanned at that point.  so does
      *> BLK: from then on the outage was another
      *> check's.
           IF THIS-RESULT = "FAIL"
               IF AV-CUR-LEN(AV-IDX) = 0
                   MOVE HIST-STAMP TO AV-CUR-START(AV-IDX)
           MOVE SPACES TO BUILD-LINE
           STRING "AVAILABILITY AS OF " DELIMITED BY SIZE
               NOW-STAMP(1:14) DELIMITED BY SIZE
               " (PASS over total, MNT/BLK runs excluded)"
                   DELIMITED BY SIZE
               INTO BUILD-LINE
           PERFORM EMIT-REPORT-LINE
