      *> is not spent on it.  skips leave a SKIP line in the
      *> audit log so the trail still shows every entry was
      *> considered.
      *>
      *> an entry may carry a go-live and an expiry date (see
      *> cowmanifestentry in cowtemplate.cbl).  before its
      *> go-live date it is skipped with a SKIP GOLIVE line in
      *> the audit log.  once expired, its live file is taken
      *> down - kept as a generation first, so cowrollback can
      *> put it back - or, when the entry names a RETIRE
      *> template, replaced with that page rendered from the
      *> entry's vars.  either way a TAKENDOWN or RETIRED line
      *> goes to cowtemplate_changes.log, and from then on
      *> the entry is skipped with a SKIP EXPIRED line until
      *> someone removes it from the manifest.

       identification division.
       program-id. cowbatch.
               file status is auditfile-status
               organization is line sequential.

           select changefile
               assign to dynamic changefile-name
               file status is changefile-status
               organization is line sequential.

       data division.
       file section.
       fd  manifestfile.
       fd  auditfile.
       01  auditline pic x(300).

       fd  changefile.
       01  changeline pic x(300).

       working-storage section.

       01  manifestfile-name pic x(255) value "cowbatch_manifest.dat".
       01  rendered-disp  pic zzz9.
       01  skipped-disp   pic zzz9.
       01  failed-disp    pic zzz9.
       01  upcoming-count pic 9(4) value 0.
       01  retired-count  pic 9(4) value 0.
       01  upcoming-disp  pic zzz9.
       01  retired-disp   pic zzz9.

       01  onerror-setting   pic x(20).
       01  continue-on-error pic x(1) value 'N'.
       01  entry-current       pic x(1).
       01  input-missing       pic x(1).
       01  newest-input-stamp  pic x(14).
       01  input-template      pic x(255).
       01  output-stamp        pic x(14).

       01  probe-name pic x(255).
       01  auditfile-name pic x(255) value "cowtemplate_audit.log".
       01  auditfile-status pic x(2).
       01  audit-stamp pic x(21).
       01  skip-reason pic x(20).

       01  changefile-name pic x(255)
               value "cowtemplate_changes.log".
       01  changefile-status pic x(2).
       01  change-trimmed pic x(300).
       01  change-stamp   pic x(21).
       01  change-outcome pic x(9).
       01  rec-output     pic x(255).
       01  rec-stamp      pic x(21).
       01  rec-outcome    pic x(9).
       01  last-outcome   pic x(9).
       01  last-change-stamp pic x(21).

       01  gen-action pic x(1).
       01  gen-stamp  pic x(14).
       01  gen-file   pic x(255).
       01  gen-result pic x(10).

       01  repofile-name pic x(255) value "cowvarsrepo.dat".
       01  repo-override pic x(255).
       01  load-status   pic x(10).
       01  render-status pic x(10).
       01  entry-reason  pic x(10).
       01  entry-done    pic x(1).

       01  failed-entries.
           03  failed-entry occurs 200 times.
               05  entry-template pic x(255).
               05  entry-output   pic x(255).
               05  entry-varsfile pic x(255).
               05  entry-golive   pic x(8).
               05  entry-expires  pic x(8).
               05  entry-retire   pic x(255).
               05  entry-state    pic x(8).
               05  entry-error    pic x(10).
               05  entry-record   pic x(800).

       01  call-template pic x(255).
       01  call-output   pic x(255).

       COPY "cowvars.cpy".
       COPY "cowmanent.cpy".

       procedure division.
       start-cowbatch.
           move rendered-count to rendered-disp
           move skipped-count to skipped-disp
           move uptodate-count to uptodate-disp
           move upcoming-count to upcoming-disp
           move retired-count to retired-disp
           move failed-count to failed-disp
           display 'cowbatch rendered' rendered-disp ' page(s),'
               ' skipped' skipped-disp ' already-complete page(s),'
               uptodate-disp ' up-to-date page(s),'
               upcoming-disp ' not yet live,'
               retired-disp ' retired,'
               ' FAILED' failed-disp ' page(s)'

           goback.
      *> ---------------------------------------------
      *> one manifest record per page, fields separated
      *> by spaces: template name, output filename,
      *> optional vars file, then the optional GOLIVE=,
      *> EXPIRES= and RETIRE= schedule fields.  a vars
      *> field of @PREFIX loads the PREFIX. keys from
      *> the central variable repository
      *> (cowvarsrepoload) instead of a flat file.
      *> blank lines and lines starting with '*' are
      *> comments so operations can annotate the run.
      *> a record the parser rejects stops the run
      *> before anything is published, unless the run
      *> continues on error - then it fails on its own
      *> when its turn comes.
      *> ---------------------------------------------
       load-manifest.
           open input manifestfile
                       stop run
                   end-if
                   add 1 to entry-count
                   call 'cowmanifestentry' using manifest-trimmed
                       the-manifest-entry
                   if COW-ent-error not = spaces
                           and continue-on-error = 'N'
                       display 'ERROR manifest entry '
                           function trim(manifest-trimmed)
                           ' (' function trim(COW-ent-error) ')'
                       move 8 to return-code
                       stop run
                   end-if
                   move COW-ent-template
                       to entry-template(entry-count)
                   move COW-ent-output to entry-output(entry-count)
                   move COW-ent-varsfile
                       to entry-varsfile(entry-count)
                   move COW-ent-golive to entry-golive(entry-count)
                   move COW-ent-expires
                       to entry-expires(entry-count)
                   move COW-ent-retire to entry-retire(entry-count)
                   move COW-ent-state to entry-state(entry-count)
                   move COW-ent-error to entry-error(entry-count)
                   move manifest-trimmed
                       to entry-record(entry-count)
               end-if
               read manifestfile
           end-perform
      *> last page that actually completed.
      *> ---------------------------------------------
       render-manifest-entry.
           evaluate true
           when entry-error(entry-idx) not = spaces
               move entry-error(entry-idx) to entry-reason
               perform record-entry-failure
           when entry-state(entry-idx) = 'UPCOMING'
               add 1 to upcoming-count
               move spaces to skip-reason
               string 'GOLIVE ' delimited by size
                   entry-golive(entry-idx) delimited by size
                   into skip-reason
               perform write-skip-audit
           when entry-state(entry-idx) = 'EXPIRED'
               perform retire-expired-entry
           when other
               perform render-live-entry
           end-evaluate.

       render-live-entry.
           move 'N' to entry-current
           if incremental-mode = 'Y'
               perform check-entry-current

           if entry-current = 'Y'
               add 1 to uptodate-count
               move 'UPTODATE' to skip-reason
               perform write-skip-audit
           else
               move entry-template(entry-idx) to call-template
               move entry-output(entry-idx) to call-output
               perform render-or-record-entry
               if entry-done = 'Y'
                   add 1 to rendered-count
               end-if
           end-if.

      *> ---------------------------------------------
      *> render call-template into call-output with the
      *> entry's vars; entry-done says whether it went
      *> out or was recorded as a failure.
      *> ---------------------------------------------
       render-or-record-entry.
           move 'N' to entry-done
           move 'OK' to load-status
           move 'OK' to render-status

                   move render-status to entry-reason
                   perform record-entry-failure
               else
                   move 'Y' to entry-done
               end-if
           end-if.

      *> ---------------------------------------------
      *> an expired entry's page comes off the web root
      *> once.  there is nothing to do when the live file
      *> is not there (never published, or already taken
      *> down), or when the last change record for it
      *> already says RETIRED and nothing feeding the
      *> retirement page has changed since; otherwise the
      *> RETIRE template replaces it (again), or it is
      *> taken down.
      *> ---------------------------------------------
       retire-expired-entry.
           move 'N' to entry-done
           move 'N' to entry-current
           move spaces to last-outcome
           move function trim(entry-output(entry-idx)) to probe-name
           perform probe-input-file
      *> the output's stamp, spaces when it is not there -
      *> the input probes below reuse probe-found.
           move probe-stamp to output-stamp
           if probe-found = 'Y'
               perform find-last-change
               if last-outcome = 'RETIRED'
                   perform check-retirement-current
               end-if
           end-if

           evaluate true
           when output-stamp = spaces
               continue
           when entry-current = 'Y'
               continue
           when entry-retire(entry-idx) not = spaces
               move entry-retire(entry-idx) to call-template
               move entry-output(entry-idx) to call-output
               perform render-or-record-entry
               if entry-done = 'Y'
                   move function current-date to change-stamp
                   move 'RETIRED' to change-outcome
                   perform write-change-record
               end-if
           when other
               perform take-down-live-output
           end-evaluate

           if entry-done = 'Y'
               add 1 to retired-count
               display 'cowbatch ' function trim(change-outcome) ' '
                   function trim(entry-output(entry-idx))
                   ' (expired ' entry-expires(entry-idx) ')'
           end-if

           move spaces to skip-reason
           string 'EXPIRED ' delimited by size
               entry-expires(entry-idx) delimited by size
               into skip-reason
           perform write-skip-audit.

      *> ---------------------------------------------
      *> the same inputs-against-output test the live
      *> path makes, with the RETIRE template standing in
      *> for the entry's own and the RETIRED record's
      *> stamp for the output's: an unchanged re-render
      *> leaves the page's own stamp behind, the record
      *> does not.  a page retired before its RETIRE
      *> field was taken out of the manifest has nothing
      *> left to re-render from and stays as it is.
      *> ---------------------------------------------
       check-retirement-current.
           move 'Y' to entry-current
           if entry-retire(entry-idx) not = spaces
               move 'N' to entry-current
               move entry-retire(entry-idx) to input-template
               move spaces to newest-input-stamp
               move 'N' to input-missing
               perform collect-input-stamps
               if input-missing = 'N'
                       and newest-input-stamp not = spaces
                       and last-change-stamp(1:14)
                           >= newest-input-stamp
                   move 'Y' to entry-current
               end-if
           end-if.

      *> ---------------------------------------------
      *> the page is kept as a generation before it is
      *> deleted, bracketed by the snapshot / take-down
      *> calls, so a page expired too early is one
      *> cowrollback away.
      *> ---------------------------------------------
       take-down-live-output.
           move 'N' to entry-done
           move entry-output(entry-idx) to call-output
           move function current-date to change-stamp
           move change-stamp(1:14) to gen-stamp

           move 'S' to gen-action
           call 'cowgeneration' using gen-action call-output
               gen-stamp gen-file gen-result
           if gen-result not = 'OK'
               move gen-result to entry-reason
               perform fail-take-down
           else
               call 'CBL_DELETE_FILE' using call-output
               if return-code not = 0
                   move 0 to return-code
                   move 'A' to gen-action
                   call 'cowgeneration' using gen-action call-output
                       gen-stamp gen-file gen-result
                   move 'NOTAKEDOWN' to entry-reason
                   perform fail-take-down
               else
                   move 'T' to gen-action
                   call 'cowgeneration' using gen-action call-output
                       gen-stamp gen-file gen-result
                   move 'TAKENDOWN' to change-outcome
                   perform write-change-record
                   move 'Y' to entry-done
               end-if
           end-if.

       fail-take-down.
           if continue-on-error = 'Y'
               perform record-entry-failure
           else
               display 'ERROR cannot take down '
                   function trim(call-output)
                   ' (' function trim(entry-reason) ')'
               move 8 to return-code
               stop run
           end-if.

      *> ---------------------------------------------
      *> the newest cowtemplate_changes.log outcome (and
      *> its stamp) for the entry's output - the log is appended in
      *> time order, so the last match wins.  a missing
      *> log just means no record.
      *> ---------------------------------------------
       find-last-change.
           move spaces to last-outcome last-change-stamp
           open input changefile
           call 'checkfilestatus' using changefile-name
               changefile-status 'Y'
           if changefile-status = '00'
               read changefile
               perform until changefile-status = '10'
                   move function trim(changeline) to change-trimmed
                   move spaces to rec-output rec-stamp rec-outcome
                   unstring change-trimmed delimited by all spaces
                       into rec-output rec-stamp rec-outcome
                   end-unstring
                   if rec-output = entry-output(entry-idx)
                       move rec-outcome to last-outcome
                       move rec-stamp to last-change-stamp
                   end-if
                   read changefile
               end-perform
               close changefile
           end-if.

      *> ---------------------------------------------
      *> same record shape as cowtemplate's publish
      *> lines and cowrollback's ROLLBACK line: live
      *> name, stamp, outcome.
      *> ---------------------------------------------
       write-change-record.
           move spaces to changeline
           string
               function trim(entry-output(entry-idx))
                   delimited by size
               space delimited by size
               change-stamp delimited by size
               space delimited by size
               change-outcome delimited by size
               into changeline

           open extend changefile
           if changefile-status = '35'
               open output changefile
           end-if
           call 'checkfilestatus' using changefile-name
               changefile-status 'N'
           write changeline
           close changefile.

      *> ---------------------------------------------
      *> an entry is up to date when its live output
      *> exists and is at least as new as every input
           perform probe-input-file
           if probe-found = 'Y'
               move probe-stamp to output-stamp
               move entry-template(entry-idx) to input-template
               move spaces to newest-input-stamp
               move 'N' to input-missing
               perform collect-input-stamps
           end-if.

       collect-input-stamps.
           call 'resolveviewsdir' using input-template
               scanfile-name
           move scanfile-name to probe-name
           perform probe-input-file

      *> ---------------------------------------------
      *> a skipped entry still leaves its line in the
      *> audit trail - outcome SKIP, then the reason
      *> (UPTODATE, GOLIVE date or EXPIRED date) - so
      *> the log shows the entry was considered and why
      *> no render record follows.  same extend-or-create
      *> dance as cowtemplate's own audit writes.
      *> ---------------------------------------------
       write-skip-audit.
           move function current-date to audit-stamp
           move spaces to auditline
           string
               audit-stamp delimited by size
               space delimited by size
               'SKIP' delimited by size
               space delimited by size
               function trim(skip-reason) delimited by size
               into auditline
           open extend auditfile
           if auditfile-status = '35'
           perform varying fail-idx from 1 by 1
                   until fail-idx > failed-count
               move failed-manifest-idx(fail-idx) to entry-idx
               move entry-record(entry-idx) to rerunline
               write rerunline
           end-perform
           close rerunfile
