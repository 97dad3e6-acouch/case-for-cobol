      *> ***********************************************


      *> cowjobctl - nightly job-stream controller.  the
      *> overnight run is a string of separate steps (cowlint,
      *> cowbatch, cowverify, cowcatalog, cowreport,
      *> cowhousekeep, and truth, truthalert, truthavail on
      *> the status side); this program runs them in order,
      *> judges each return code against what that step is
      *> allowed to end with, and keeps a step that depends
      *> on a failed one from running at all.  cowbatch's
      *> checkpoint protects the pages inside one program;
      *> this is the restart one level up, for the job.
      *>
      *> the steps come from a step-definition file,
      *> cowjob_steps.dat by default (COWJOB_STEPS overrides
      *> it), one record per step in run order, pipe-
      *> delimited because commands contain spaces:
      *>
      *>     STEP|COMMAND|ALLOWED-RCS|DEPENDENTS
      *>
      *> ALLOWED-RCS is a comma list of the return codes the
      *> step may end with and still count as OK (blank
      *> means 0 only); DEPENDENTS is a comma list of the
      *> steps that must not run unless this one ends OK.
      *> a dependent has to be defined after the step it
      *> depends on, and a step name is a single word -
      *> the status file is space-delimited.  blank lines
      *> and '*' lines are comments, as in the batch
      *> manifest.
      *>
      *> every step's start, end, return code and outcome
      *> (OK, FAILED, BLOCKED, or RUNNING while it runs)
      *> go to the run-control status file, cowjob_status.dat
      *> by default (COWJOB_STATUS overrides it).  a step
      *> that fails does not stop the steps that do not
      *> depend on it; its dependents are recorded BLOCKED.
      *> when the status file shows an unfinished run, the
      *> next run is a restart: steps already OK are not
      *> run again and the job picks up at the step that
      *> failed.  COWJOB_RESTART=FRESH throws the old status
      *> away and starts from the top.
      *>
      *> the job ends with return code 8 when any step
      *> FAILED or was BLOCKED, otherwise the highest return
      *> code any step ended with, so the scheduler sees the
      *> job the way it used to see each step.

       identification division.
       program-id. cowjobctl.

       environment division.
       input-output section.
       file-control.

           select stepfile
               assign to dynamic stepfile-name
               file status is stepfile-status
               organization is line sequential.

           select statusfile
               assign to dynamic statusfile-name
               file status is statusfile-status
               organization is line sequential.

           select newstatusfile
               assign to dynamic newstatusfile-name
               file status is newstatusfile-status
               organization is line sequential.

       data division.
       file section.
       fd  stepfile.
       01  stepline pic x(800).

       fd  statusfile.
       01  statusline pic x(300).

       fd  newstatusfile.
       01  newstatusline pic x(300).

       working-storage section.

       01  stepfile-name pic x(255) value "cowjob_steps.dat".
       01  stepfile-status pic x(2).
       01  step-override pic x(255).
       01  step-trimmed pic x(800).

       01  statusfile-name pic x(255) value "cowjob_status.dat".
       01  statusfile-status pic x(2).
       01  status-override pic x(255).
       01  status-trimmed pic x(300).
       01  newstatusfile-name pic x(255).
       01  newstatusfile-status pic x(2).

       01  restart-setting pic x(20).
       01  restart-mode    pic x(1) value 'N'.

       01  run-stamp pic x(21).
       01  now-stamp pic x(21).

       01  job-steps.
           03  job-step occurs 50 times.
               05  step-name     pic x(30).
               05  step-command  pic x(255).
               05  step-allowed  pic x(60).
               05  step-depends  pic x(300).
               05  step-start    pic x(14).
               05  step-end      pic x(14).
               05  step-rc       pic 9(4).
               05  step-outcome  pic x(8).
               05  step-blocked  pic x(1).
       01  step-count pic 9(4) value 0.
       01  step-idx   pic 9(4).
       01  seek-idx   pic 9(4).
       01  seek-name  pic x(30).
       01  name-len   pic 9(4).
       01  name-spaces pic 9(4).
       01  seek-found pic x(1).

       01  rec-name    pic x(30).
       01  rec-start   pic x(14).
       01  rec-end     pic x(14).
       01  rec-rc      pic x(4).
       01  rec-outcome pic x(8).
       01  rec-count   pic 9(4).

       01  list-text  pic x(300).
       01  list-item  pic x(30).
       01  list-ptr   pic 9(4).
       01  list-len   pic 9(4).

       01  rc-allowed pic x(1).
       01  rc-text    pic x(4).
       01  raw-rc     pic s9(9).
       01  rc-disp    pic zzz9.

       01  carried-count pic 9(4) value 0.
       01  ran-count     pic 9(4) value 0.
       01  failed-count  pic 9(4) value 0.
       01  blocked-count pic 9(4) value 0.
       01  highest-rc    pic 9(4) value 0.
       01  carried-disp  pic zzz9.
       01  ran-disp      pic zzz9.
       01  failed-disp   pic zzz9.
       01  blocked-disp  pic zzz9.

       01  system-command pic x(256).

       procedure division.
       start-cowjobctl.

           accept step-override from environment "COWJOB_STEPS"
           if function trim(step-override) not = spaces
               move function trim(step-override) to stepfile-name
           end-if

           accept status-override from environment "COWJOB_STATUS"
           if function trim(status-override) not = spaces
               move function trim(status-override) to statusfile-name
           end-if

           move spaces to newstatusfile-name
           string function trim(statusfile-name) delimited by size
               '.new' delimited by size
               into newstatusfile-name

           move function current-date to run-stamp

           perform load-step-definitions
           perform check-step-dependents

           accept restart-setting from environment "COWJOB_RESTART"
           if function trim(restart-setting) not = 'FRESH'
               perform read-run-status
           end-if

           if restart-mode = 'Y'
               display 'cowjobctl restarting unfinished run from '
                   function trim(statusfile-name)
           end-if

           perform varying step-idx from 1 by 1
                   until step-idx > step-count
               perform run-one-step
           end-perform

           move carried-count to carried-disp
           move ran-count to ran-disp
           move failed-count to failed-disp
           move blocked-count to blocked-disp
           display 'cowjobctl ran' ran-disp ' step(s),'
               ' skipped' carried-disp ' already-complete step(s),'
               ' FAILED' failed-disp ' step(s),'
               ' BLOCKED' blocked-disp ' step(s)'

           if failed-count > 0 or blocked-count > 0
               move 8 to return-code
           else
               move highest-rc to return-code
           end-if
           goback.

      *> ---------------------------------------------
      *> the step-definition file.  a step named twice
      *> would make the status file ambiguous, so it
      *> stops the job before anything runs.
      *> ---------------------------------------------
       load-step-definitions.
           open input stepfile
           call 'checkfilestatus' using stepfile-name stepfile-status
               'N'

           read stepfile
           perform until stepfile-status = '10'
               move function trim(stepline) to step-trimmed
               if step-trimmed not = spaces
                       and step-trimmed(1:1) not = '*'
                   if step-count >= 50
                       display 'ERROR step file over 50 steps'
                       close stepfile
                       move 8 to return-code
                       stop run
                   end-if
                   add 1 to step-count
                   move spaces to job-step(step-count)
                   unstring step-trimmed delimited by '|'
                       into step-name(step-count)
                            step-command(step-count)
                            step-allowed(step-count)
                            step-depends(step-count)
                   end-unstring
                   move function trim(step-name(step-count))
                       to step-name(step-count)
                   perform check-step-name
                   move 0 to step-rc(step-count)
                   move 'PENDING' to step-outcome(step-count)
                   move 'N' to step-blocked(step-count)

                   move step-name(step-count) to seek-name
                   perform find-step
                   if seek-idx < step-count
                       display 'ERROR step ' function trim(seek-name)
                           ' defined twice in '
                           function trim(stepfile-name)
                       close stepfile
                       move 8 to return-code
                       stop run
                   end-if
                   if function trim(step-command(step-count)) = spaces
                       display 'ERROR step ' function trim(seek-name)
                           ' has no command'
                       close stepfile
                       move 8 to return-code
                       stop run
                   end-if
               end-if
               read stepfile
           end-perform

           close stepfile.

      *> a restart finds a step's status line by its
      *> first space-delimited word, so a name with a
      *> space in it would never be found again - the
      *> step would be rerun or skipped without a word.
       check-step-name.
           move 0 to name-spaces
           if step-name(step-count) not = spaces
               compute name-len = function length(
                   function trim(step-name(step-count)))
               inspect step-name(step-count)(1:name-len)
                   tallying name-spaces for all spaces
           end-if
           if name-spaces > 0
               display 'ERROR step name '
                   function trim(step-name(step-count))
                   ' contains a space - a step name is one word'
               close stepfile
               move 8 to return-code
               stop run
           end-if.

      *> ---------------------------------------------
      *> steps run strictly in file order, so a
      *> dependent defined before the step it waits on
      *> would already have run by the time the verdict
      *> arrives - and a misspelt dependent would never
      *> be held back at all.  both stop the job here.
      *> ---------------------------------------------
       check-step-dependents.
           perform varying step-idx from 1 by 1
                   until step-idx > step-count
               move step-depends(step-idx) to list-text
               perform start-list-scan
               perform next-list-item
               perform until list-item = spaces
                   move list-item to seek-name
                   perform find-step
                   if seek-found = 'N'
                       display 'ERROR step '
                           function trim(step-name(step-idx))
                           ' names unknown dependent '
                           function trim(list-item)
                       move 8 to return-code
                       stop run
                   end-if
                   if seek-idx <= step-idx
                       display 'ERROR dependent '
                           function trim(list-item)
                           ' must be defined after step '
                           function trim(step-name(step-idx))
                       move 8 to return-code
                       stop run
                   end-if
                   perform next-list-item
               end-perform
           end-perform.

       find-step.
           move 'N' to seek-found
           perform varying seek-idx from 1 by 1
                   until seek-idx > step-count or seek-found = 'Y'
               if step-name(seek-idx) = function trim(seek-name)
                   move 'Y' to seek-found
               end-if
           end-perform
           if seek-found = 'Y'
               subtract 1 from seek-idx
           end-if.

      *> ---------------------------------------------
      *> comma lists (allowed return codes, dependents)
      *> are walked one item at a time: start-list-scan
      *> primes the pointer, next-list-item leaves the
      *> next trimmed item in list-item, or spaces once
      *> the list runs out.
      *> ---------------------------------------------
       start-list-scan.
           move 1 to list-ptr
           move 0 to list-len
           if list-text not = spaces
               compute list-len =
                   function length(function trim(list-text))
               move function trim(list-text) to list-text
           end-if.

       next-list-item.
           move spaces to list-item
           perform until list-item not = spaces
                   or list-ptr > list-len
               unstring list-text(1:list-len) delimited by ','
                   into list-item
                   with pointer list-ptr
               end-unstring
               move function trim(list-item) to list-item
           end-perform.

      *> ---------------------------------------------
      *> the status file of the previous run.  missing
      *> means there was none; every step OK means it
      *> finished and this is a fresh run.  anything
      *> else - a FAILED, BLOCKED or still-RUNNING step -
      *> is an unfinished run, and the OK steps in it
      *> are carried into this one instead of rerun.
      *> ---------------------------------------------
       read-run-status.
           move 'N' to restart-mode

           open input statusfile
           call 'checkfilestatus' using statusfile-name
               statusfile-status 'Y'

           if statusfile-status = '00'
               read statusfile
               perform until statusfile-status = '10'
                   move function trim(statusline) to status-trimmed
                   if status-trimmed not = spaces
                           and status-trimmed(1:1) not = '*'
                       perform note-status-record
                   end-if
                   read statusfile
               end-perform
               close statusfile
           end-if

      *> no restart after all: start every step clean.
           if restart-mode = 'N'
               perform varying step-idx from 1 by 1
                       until step-idx > step-count
                   move 'PENDING' to step-outcome(step-idx)
                   move spaces to step-start(step-idx)
                   move spaces to step-end(step-idx)
                   move 0 to step-rc(step-idx)
               end-perform
           end-if.

       note-status-record.
           move spaces to rec-name
           move spaces to rec-start
           move spaces to rec-end
           move spaces to rec-rc
           move spaces to rec-outcome
           unstring status-trimmed delimited by all spaces
               into rec-name rec-start rec-end rec-rc rec-outcome
           end-unstring

           if rec-outcome not = 'OK'
               move 'Y' to restart-mode
           end-if

           move rec-name to seek-name
           perform find-step
           if seek-found = 'Y' and rec-outcome = 'OK'
               move 'CARRIED' to step-outcome(seek-idx)
               move rec-start to step-start(seek-idx)
               move rec-end to step-end(seek-idx)
               if rec-rc is numeric
                   move rec-rc to step-rc(seek-idx)
               end-if
           end-if.

      *> ---------------------------------------------
      *> one step: carried over from the unfinished
      *> run, held back by a failed predecessor, or run
      *> and judged.  the status file is rewritten both
      *> before the step starts (RUNNING) and after it
      *> ends, so a job that dies mid-step restarts at
      *> that step.
      *> ---------------------------------------------
       run-one-step.
           evaluate true
           when step-outcome(step-idx) = 'CARRIED'
               move 'OK' to step-outcome(step-idx)
               add 1 to carried-count
               if step-rc(step-idx) > highest-rc
                   move step-rc(step-idx) to highest-rc
               end-if
               display 'cowjobctl skipped '
                   function trim(step-name(step-idx))
                   ' (completed in the unfinished run)'
           when step-blocked(step-idx) = 'Y'
               move function current-date to now-stamp
               move now-stamp(1:14) to step-start(step-idx)
               move now-stamp(1:14) to step-end(step-idx)
               move 0 to step-rc(step-idx)
               move 'BLOCKED' to step-outcome(step-idx)
               add 1 to blocked-count
               display 'cowjobctl BLOCKED '
                   function trim(step-name(step-idx))
                   ' (a step it depends on did not end OK)'
               perform block-dependents
               perform write-run-status
           when other
               perform execute-step
           end-evaluate.

       execute-step.
           move function current-date to now-stamp
           move now-stamp(1:14) to step-start(step-idx)
           move spaces to step-end(step-idx)
           move 0 to step-rc(step-idx)
           move 'RUNNING' to step-outcome(step-idx)
           perform write-run-status

           display 'cowjobctl starting '
               function trim(step-name(step-idx)) ': '
               function trim(step-command(step-idx))

           move spaces to system-command
           move step-command(step-idx) to system-command
           call 'SYSTEM' using system-command
           move return-code to raw-rc
           move 0 to return-code

      *> the shell hands back a wait status - the exit
      *> code sits in the high byte.  a negative status
      *> means the step could not be started at all,
      *> which is a failure whatever the allowed list.
           if raw-rc < 0
               move 9999 to step-rc(step-idx)
           else
               if raw-rc > 255
                   divide 256 into raw-rc
               end-if
               if raw-rc > 9999
                   move 9999 to step-rc(step-idx)
               else
                   move raw-rc to step-rc(step-idx)
               end-if
           end-if

           move function current-date to now-stamp
           move now-stamp(1:14) to step-end(step-idx)
           add 1 to ran-count

           perform check-allowed-rc
           move step-rc(step-idx) to rc-disp
           if rc-allowed = 'Y'
               move 'OK' to step-outcome(step-idx)
               if step-rc(step-idx) > highest-rc
                   move step-rc(step-idx) to highest-rc
               end-if
               display 'cowjobctl ended '
                   function trim(step-name(step-idx))
                   ' RC' rc-disp ' OK'
           else
               move 'FAILED' to step-outcome(step-idx)
               add 1 to failed-count
               display 'cowjobctl FAILED '
                   function trim(step-name(step-idx))
                   ' RC' rc-disp
               perform block-dependents
           end-if

           perform write-run-status.

       check-allowed-rc.
           move 'N' to rc-allowed
           if step-allowed(step-idx) = spaces
               if step-rc(step-idx) = 0
                   move 'Y' to rc-allowed
               end-if
           else
               move step-allowed(step-idx) to list-text
               perform start-list-scan
               perform next-list-item
               perform until list-item = spaces or rc-allowed = 'Y'
                   move spaces to rc-text
                   move function trim(list-item) to rc-text
                   if function trim(rc-text) is numeric
                       if function numval(rc-text) = step-rc(step-idx)
                           move 'Y' to rc-allowed
                       end-if
                   end-if
                   perform next-list-item
               end-perform
           end-if.

      *> ---------------------------------------------
      *> a step that did not end OK holds back every
      *> step named in its dependents list; those in
      *> turn hold back theirs when their turn comes
      *> round, so the block follows the whole chain.
      *> ---------------------------------------------
       block-dependents.
           move step-depends(step-idx) to list-text
           perform start-list-scan
           perform next-list-item
           perform until list-item = spaces
               move list-item to seek-name
               perform find-step
               if seek-found = 'Y'
                   move 'Y' to step-blocked(seek-idx)
      *> a dependent carried OK from the unfinished run
      *> stays done - but this run reran its predecessor
      *> and it failed again, so it has to run again too.
                   if step-outcome(seek-idx) = 'CARRIED'
                       move 'PENDING' to step-outcome(seek-idx)
                   end-if
               end-if
               perform next-list-item
           end-perform.

      *> ---------------------------------------------
      *> the whole step table, one record per step -
      *> name, start, end, return code, outcome - after
      *> a header naming the run.  written to a .new
      *> sibling and renamed over the status file, the
      *> way cowhousekeep replaces a live file, so a
      *> crash mid-write never costs the restart point.
      *> ---------------------------------------------
       write-run-status.
           open output newstatusfile
           call 'checkfilestatus' using newstatusfile-name
               newstatusfile-status 'N'

           move spaces to newstatusline
           string '* cowjobctl run ' delimited by size
               run-stamp(1:14) delimited by size
               ' steps from ' delimited by size
               function trim(stepfile-name) delimited by size
               into newstatusline
           write newstatusline

           perform varying rec-count from 1 by 1
                   until rec-count > step-count
               perform write-one-status-record
           end-perform

           close newstatusfile

           call 'CBL_RENAME_FILE' using newstatusfile-name
               statusfile-name
           if return-code not = 0
               display 'ERROR cannot replace '
                   function trim(statusfile-name)
               move 8 to return-code
               stop run
           end-if.

       write-one-status-record.
           move spaces to newstatusline
           move step-rc(rec-count) to rc-text
           evaluate step-outcome(rec-count)
      *> a step not reached yet keeps a placeholder
      *> record, so the status file always lists the
      *> whole job and a restart knows it is unfinished.
           when 'PENDING'
               string step-name(rec-count) delimited by space
                   ' - - - PENDING' delimited by size
                   into newstatusline
      *> a carried step has not been counted yet when a
      *> later step rewrites the file - it is still OK.
           when 'CARRIED'
               string step-name(rec-count) delimited by space
                   space delimited by size
                   step-start(rec-count) delimited by size
                   space delimited by size
                   step-end(rec-count) delimited by size
                   space delimited by size
                   rc-text delimited by size
                   ' OK' delimited by size
                   into newstatusline
           when 'RUNNING'
               string step-name(rec-count) delimited by space
                   space delimited by size
                   step-start(rec-count) delimited by size
                   ' - - RUNNING' delimited by size
                   into newstatusline
           when other
               string step-name(rec-count) delimited by space
                   space delimited by size
                   step-start(rec-count) delimited by size
                   space delimited by size
                   step-end(rec-count) delimited by size
                   space delimited by size
                   rc-text delimited by size
                   space delimited by size
                   step-outcome(rec-count) delimited by space
                   into newstatusline
           end-evaluate
           write newstatusline.

       end program cowjobctl.
