       01  auditfile-status pic x(2).
       01  audit-timestamp pic x(21).

      *> what each render cost, for the audit line: when
      *> it started (audit-timestamp is when it ended),
      *> the lines and bytes it wrote and the rows its
      *> {{#each}} blocks expanded to.  bytes count the
      *> record terminator, as the page on disk does.
       01  render-start   pic x(21).
       01  render-lines   pic 9(7).
       01  render-bytes   pic 9(9).
       01  render-rows    pic 9(7).
       01  emitted-len    pic 9(4).

       01  checkpointfile-name pic x(255)
               value "cowtemplate_checkpoint.dat".
       01  checkpointfile-status pic x(2).
       01  checkpoint-setting pic x(10).

       01  publish-mode    pic x(10).
       01  publish-staged  pic x(1) value 'N'.
       01  changefile-status pic x(2).
       01  publish-outcome pic x(9).
       01  publish-differs pic x(1).
       01  gen-action      pic x(1).
       01  gen-stamp       pic x(14).
       01  gen-file        pic x(255).
       01  gen-result      pic x(10).

       01  templine pic x(2000).


       start-readfile.

           move function current-date to render-start
           move 0 to render-lines
           move 0 to render-bytes
           move 0 to render-rows

           call 'resolveviewsdir' using trimmed-filename readfile-name

           perform determine-output-request
      *> restart will skip re-attempting it forever.  the
      *> audit log records every attempt either way, so
      *> render-outcome still shows a failure happened.
      *> COWTEMPLATE_CHECKPOINT=N keeps a caller that is
      *> not a batch run (the status pages, which render
      *> where the batch runs) off the checkpoint, so it
      *> never overwrites a dead batch's resume point.
           perform write-audit-record

           accept checkpoint-setting from environment
               "COWTEMPLATE_CHECKPOINT"
           if template-malformed = 'N' and render-failed = 'N'
                   and function trim(checkpoint-setting) not = 'N'
               perform write-checkpoint-record
           end-if

      *> ---------------------------------------------
      *> one line per render, appended to
      *> cowtemplate_audit.log, so batch runs leave a
      *> trail of what was rendered and when:
      *>
      *>     TEMPLATE END OUTCOME START LINES BYTES ROWS
      *>
      *> the first three fields are the ones cowreport
      *> and the housekeeping read; the render metrics
      *> follow them so cowcapacity can see which pages
      *> eat the batch window.
      *> ---------------------------------------------
       write-audit-record.
           move function current-date to audit-timestamp
               audit-timestamp delimited by size
               space delimited by size
               render-outcome delimited by size
               space delimited by size
               render-start delimited by size
               space delimited by size
               render-lines delimited by size
               space delimited by size
               render-bytes delimited by size
               space delimited by size
               render-rows delimited by size
               into auditline

           open extend auditfile
      *> are siblings in the same directory, so the
      *> swap is atomic and a reader fetching mid-publish
      *> sees either the old page or the new one, never
      *> a partial copy.  the page being replaced is
      *> first kept as a generation (see cowgeneration
      *> below), so a bad publish can be rolled back
      *> instead of re-rendered.  an unchanged stage is
      *> deleted, so a leftover .stage file always means
      *> a malformed render left it for inspection.  every
      *> publish appends an outcome line - NEW, CHANGED
      *> or UNCHANGED - to cowtemplate_changes.log, so
      *> the overnight run leaves evidence of which
       publish-staged-output.
           perform compare-stage-to-live

      *> one stamp for the whole publish: the generation
      *> index and the changes log must agree on when
      *> this version went live, or a rollback by stamp
      *> could pick the wrong generation.
           move function current-date to audit-timestamp

           if publish-differs = 'Y'
               perform keep-live-generation
               if render-failed = 'N'
                   perform rename-stage-to-live
               end-if
               perform settle-live-generation
           else
               perform discard-unchanged-stage
           end-if
           call 'CBL_DELETE_FILE' using stage-name
           move 0 to return-code.

      *> ---------------------------------------------
      *> the live page about to be replaced is copied to
      *> its next generation first.  a copy that cannot
      *> be taken fails the publish the way a failed
      *> rename does: replacing a page with no way back
      *> is exactly what the generations are there to
      *> prevent.
      *> ---------------------------------------------
       keep-live-generation.
           move 'S' to gen-action
           move audit-timestamp(1:14) to gen-stamp
           call 'cowgeneration' using gen-action live-name gen-stamp
               gen-file gen-result
           if gen-result not = 'OK'
               if tolerate-errors = 'Y'
                   move 'Y' to render-failed
                   move gen-result to render-status
               else
                   display 'ERROR cannot keep generation of '
                       function trim(live-name)
                   stop run
               end-if
           end-if.

      *> the index only learns about the new generation
      *> once the swap has really happened; a swap that
      *> failed throws the copy away again.
       settle-live-generation.
           if render-failed = 'N'
               move 'C' to gen-action
           else
               move 'A' to gen-action
           end-if
           call 'cowgeneration' using gen-action live-name gen-stamp
               gen-file gen-result.

       write-change-record.
      *> the publish runs ahead of the audit record now,
      *> so this stamp cannot lean on write-audit-record
      *> having set audit-timestamp first -
      *> publish-staged-output sets it at the swap, the
      *> truer publish stamp anyway.
           move spaces to changeline
           string
               function trim(live-name) delimited by size
      *> renderinclude, anything else goes to emit-line.
      *> outfile-open travels down to renderinclude so a
      *> nested partial lands in the same sink (file or
      *> console) as the line that included it, and the
      *> line and byte counts go with it so a partial's
      *> output is charged to the page that included it.
      *> ---------------------------------------------
       dispatch-rendered-line.
           move function trim(templine) to include-trimmed
                       function trim(include-trimmed)) - 6))
                   to include-filename
               call 'renderinclude' using the-vars include-filename
                   outfile-open escape-mode render-lines render-bytes
           else
               perform emit-line
           end-if.
               write outline
           else
               display include-trimmed
           end-if
           add 1 to render-lines
           if include-trimmed = spaces
               move 0 to emitted-len
           else
               compute emitted-len = function length(
                   function trim(include-trimmed trailing))
           end-if
           compute render-bytes = render-bytes + emitted-len + 1.

      *> ---------------------------------------------
      *> {{#each ROWVAR}} ... {{/each}} - buffer the body,
           end-perform.

       render-each-row.
           add 1 to render-rows
           perform varying block-idx from 1 by 1
                   until block-idx > each-buf-count
               move each-buf(block-idx) to templine
       end program cowtemplate.

      *> ---------------------------------------------
      *> checkfilestatus, resolveviewsdir, renderinclude,
      *> cowsubst, cowgeneration and cowmanifestentry are
      *> top-level programs rather than contained/nested
      *> inside cowtemplate: renderinclude
      *> needs a LOCAL-STORAGE SECTION (so a nested {{> }}
      *> recursing into it gets a fresh buffer per
      *> activation instead of sharing cowtemplate's), and
      *> this compiler does not allow LOCAL-STORAGE in a
      *> nested program.  Keeping all seven programs in one
      *> source member still lets them call each other by
      *> name without any of them being COMMON.
      *> ---------------------------------------------
       end program resolveviewsdir.


      *> ---------------------------------------------
      *> cowmanifestentry - split one manifest record
      *> (already trimmed, not a comment) into the
      *> fields of cowmanent.cpy.  the first two fields
      *> are positional - template, output - and an
      *> optional third without an '=' is the vars file
      *> or @PREFIX, as it always was.  after those come
      *> any of the schedule fields, in any order:
      *>
      *>     GOLIVE=yyyymmdd   not published before this
      *>                       date
      *>     EXPIRES=yyyymmdd  no longer wanted from this
      *>                       date on
      *>     RETIRE=name.tpl   what replaces the page once
      *>                       it expires (without one the
      *>                       live file is taken down)
      *>
      *> the state is worked out against today's date,
      *> so a page goes live and expires on the first
      *> run on or after the dates given.
      *> ---------------------------------------------
       identification division.
       program-id. cowmanifestentry.

       data division.
       working-storage section.
       01  field-table.
           03  field-word occurs 6 times pic x(255).
       01  field-idx     pic 9(4).
       01  equals-count  pic 9(4).
       01  field-key     pic x(255).
       01  field-value   pic x(255).
       01  today-stamp   pic x(21).
       01  check-date    pic x(8).
       01  check-date-num redefines check-date pic 9(8).

       linkage section.
       01  manifest-record pic x(800).
       COPY "cowmanent.cpy".

       procedure division using manifest-record the-manifest-entry.
       start-cowmanifestentry.
           move spaces to the-manifest-entry
           move spaces to field-table
           unstring manifest-record delimited by all spaces
               into field-word(1) field-word(2) field-word(3)
                    field-word(4) field-word(5) field-word(6)
               on overflow
                   move 'BADFIELD' to COW-ent-error
           end-unstring

           move field-word(1) to COW-ent-template
           move field-word(2) to COW-ent-output
           perform varying field-idx from 3 by 1
                   until field-idx > 6
               if field-word(field-idx) not = spaces
                   perform note-entry-field
               end-if
           end-perform

           if COW-ent-golive not = spaces
               move COW-ent-golive to check-date
               perform check-entry-date
           end-if
           if COW-ent-expires not = spaces
               move COW-ent-expires to check-date
               perform check-entry-date
           end-if
           if COW-ent-golive not = spaces
                   and COW-ent-expires not = spaces
                   and COW-ent-expires <= COW-ent-golive
               move 'BADDATE' to COW-ent-error
           end-if

           if COW-ent-error = spaces
               move function current-date to today-stamp
               evaluate true
               when COW-ent-golive not = spaces
                       and today-stamp(1:8) < COW-ent-golive
                   move 'UPCOMING' to COW-ent-state
               when COW-ent-expires not = spaces
                       and today-stamp(1:8) >= COW-ent-expires
                   move 'EXPIRED' to COW-ent-state
               when other
                   move 'LIVE' to COW-ent-state
               end-evaluate
           end-if

           goback.

      *> a field with no '=' is only the vars file when
      *> it is the third one; a keyword may appear once.
       note-entry-field.
           move 0 to equals-count
           inspect field-word(field-idx) tallying equals-count
               for all '='
           if equals-count = 0
               if field-idx = 3
                   move field-word(field-idx) to COW-ent-varsfile
               else
                   move 'BADFIELD' to COW-ent-error
               end-if
           else
               move spaces to field-key
               move spaces to field-value
               unstring field-word(field-idx) delimited by '='
                   into field-key field-value
               end-unstring
               move function upper-case(field-key) to field-key
               if field-value = spaces
                   move 'BADFIELD' to COW-ent-error
               end-if
               evaluate true
               when field-key = 'GOLIVE' and COW-ent-golive = spaces
                   move field-value to COW-ent-golive
                   if field-value(9:) not = spaces
                       move 'BADDATE' to COW-ent-error
                   end-if
               when field-key = 'EXPIRES'
                       and COW-ent-expires = spaces
                   move field-value to COW-ent-expires
                   if field-value(9:) not = spaces
                       move 'BADDATE' to COW-ent-error
                   end-if
               when field-key = 'RETIRE' and COW-ent-retire = spaces
                   move field-value to COW-ent-retire
               when other
                   move 'BADFIELD' to COW-ent-error
               end-evaluate
           end-if.

       check-entry-date.
           if check-date is not numeric
               move 'BADDATE' to COW-ent-error
           else
               if function test-date-yyyymmdd(check-date-num) not = 0
                   move 'BADDATE' to COW-ent-error
               end-if
           end-if.
       end program cowmanifestentry.


      *> ---------------------------------------------
      *> cowgeneration - keep earlier versions of a live
      *> page the way a generation data group keeps
      *> earlier versions of a dataset, so a bad publish
      *> can be put back instead of re-rendered in the
      *> middle of the business day.  a replaced version
      *> is copied to a sibling named <page>.GnnnnV00 -
      *> nnnn only ever counts up, so a generation is
      *> never renamed once written - and a small index,
      *> <page>.gdg, records when each version went live
      *> and when it was superseded, newest first:
      *>
      *>     LAST     nnnn
      *>     LIVE     went-live-stamp
      *>     G0007V00 went-live-stamp superseded-stamp
      *>     G0006V00 went-live-stamp superseded-stamp
      *>
      *> COWTEMPLATE_GENERATIONS says how many earlier
      *> versions to keep (default 3, at most 99; 0 turns
      *> generations off).  the oldest beyond the limit
      *> is deleted when a new one is kept.  only the
      *> staged publish path replaces a page in one step,
      *> so only it keeps generations.
      *>
      *> gen-action says what the caller wants:
      *>
      *>   S  snapshot - copy the live page to its next
      *>      generation, before the caller replaces it
      *>   C  commit - the replacement went live at
      *>      gen-stamp: index the snapshot and prune
      *>   T  take down - as commit, but the page was
      *>      removed at gen-stamp, not replaced: the
      *>      index is left with no LIVE record, since
      *>      nothing is live from then on
      *>   A  abandon - the replacement failed: throw
      *>      the snapshot away again
      *>   F  find - the generation that was live at
      *>      gen-stamp (the newest one when gen-stamp is
      *>      spaces) comes back in gen-file
      *>
      *> gen-result comes back OK, NOSNAPSHOT (the copy
      *> failed), CURRENT (find: the live page already
      *> is that version) or NOTFOUND (find: no kept
      *> generation covers the stamp).
      *> ---------------------------------------------
       identification division.
       program-id. cowgeneration.

       environment division.
       input-output section.
       file-control.
           select indexfile
               assign to dynamic indexfile-name
               file status is indexfile-status
               organization is line sequential.

           select newindexfile
               assign to dynamic newindexfile-name
               file status is newindexfile-status
               organization is line sequential.

       data division.
       file section.
       fd  indexfile.
       01  indexline pic x(300).

       fd  newindexfile.
       01  newindexline pic x(300).

       working-storage section.
       01  indexfile-name      pic x(255).
       01  indexfile-status    pic x(2).
       01  newindexfile-name   pic x(255).
       01  newindexfile-status pic x(2).
       01  index-trimmed       pic x(300).

       01  keep-setting pic x(10).
       01  keep-limit   pic 9(4).

       01  last-gen-num   pic 9(4).
       01  live-went-live pic x(14).
       01  gen-table.
           03  gen-count pic 9(4).
           03  gen-entry occurs 100 times.
               05  gen-label     pic x(8).
               05  gen-went-live pic x(14).
               05  gen-replaced  pic x(14).
       01  gen-idx   pic 9(4).
       01  gen-found pic x(1).

       01  rec-label pic x(8).
       01  rec-from  pic x(14).
       01  rec-to    pic x(14).

      *> a snapshot waits here, across calls, for the
      *> commit or abandon that settles it.
       01  pending-page      pic x(255) value spaces.
       01  pending-file      pic x(255) value spaces.
       01  pending-label     pic x(8) value spaces.
       01  pending-num       pic 9(4).
       01  pending-went-live pic x(14).

       01  label-build.
           05  filler      pic x(1) value 'G'.
           05  label-num   pic 9(4).
           05  filler      pic x(3) value 'V00'.

       01  probe-name pic x(255).
       01  probe-info.
           05  probe-size  pic x(8) comp-x.
           05  probe-dd    pic x(1) comp-x.
           05  probe-mm    pic x(1) comp-x.
           05  probe-yyyy  pic x(2) comp-x.
           05  probe-hh    pic x(1) comp-x.
           05  probe-mi    pic x(1) comp-x.
           05  probe-ss    pic x(1) comp-x.
           05  probe-pad   pic x(1) comp-x.
       01  probe-found pic x(1).
       01  probe-stamp pic x(14).
       01  stamp-num.
           05  stamp-yyyy pic 9(4).
           05  stamp-mm   pic 9(2).
           05  stamp-dd   pic 9(2).
           05  stamp-hh   pic 9(2).
           05  stamp-mi   pic 9(2).
           05  stamp-ss   pic 9(2).

       01  target-file pic x(255).

       linkage section.
       01  gen-action    pic x(1).
       01  gen-live-name pic x(255).
       01  gen-stamp     pic x(14).
       01  gen-file      pic x(255).
       01  gen-result    pic x(10).

       procedure division using gen-action gen-live-name gen-stamp
               gen-file gen-result.
       start-cowgeneration.
           move 'OK' to gen-result

           move 3 to keep-limit
           accept keep-setting from environment
               "COWTEMPLATE_GENERATIONS"
           if function trim(keep-setting) not = spaces
               if function trim(keep-setting) is numeric
                   move function numval(keep-setting) to keep-limit
               end-if
           end-if
           if keep-limit > 99
               move 99 to keep-limit
           end-if

           move spaces to indexfile-name
           string function trim(gen-live-name) delimited by size
               '.gdg' delimited by size
               into indexfile-name
           move spaces to newindexfile-name
           string function trim(indexfile-name) delimited by size
               '.new' delimited by size
               into newindexfile-name

           evaluate gen-action
           when 'S'
               if keep-limit > 0
                   perform snapshot-live-page
               end-if
           when 'C'
               if keep-limit > 0
                   perform commit-live-page
               end-if
           when 'T'
               if keep-limit > 0
                   perform commit-live-page
               end-if
           when 'A'
               perform abandon-snapshot
           when 'F'
               perform find-generation
           end-evaluate

           goback.

       snapshot-live-page.
           move spaces to pending-page
           move spaces to pending-file
           move spaces to pending-label

           move function trim(gen-live-name) to probe-name
           perform probe-the-file
      *> a page going live for the first time has no
      *> earlier version to keep.
           if probe-found = 'Y'
               move probe-stamp to pending-went-live
               perform load-generation-index
               if live-went-live not = spaces
                   move live-went-live to pending-went-live
               end-if

               compute pending-num = last-gen-num + 1
               if pending-num > 9999
                   move 1 to pending-num
               end-if
               move pending-num to label-num
               move label-build to pending-label
               perform name-generation-file
               move target-file to pending-file

               call 'CBL_COPY_FILE' using gen-live-name pending-file
               if return-code not = 0
                   move 0 to return-code
                   move 'NOSNAPSHOT' to gen-result
                   move spaces to pending-file
                   move spaces to pending-label
               else
                   move gen-live-name to pending-page
               end-if
           end-if.

      *> ---------------------------------------------
      *> the new version went live at gen-stamp.  the
      *> snapshot (if this replacement took one) goes
      *> on top of the kept list, the list is cut back
      *> to the limit - deleting the generation files
      *> that fall off the end - and the index is
      *> rewritten through a .new sibling, so a crash
      *> never leaves a half-written index behind.
      *> ---------------------------------------------
       commit-live-page.
           perform load-generation-index

           if pending-label not = spaces
                   and pending-page = gen-live-name
               if gen-count >= 100
                   subtract 1 from gen-count
               end-if
               perform varying gen-idx from gen-count by -1
                       until gen-idx < 1
                   move gen-entry(gen-idx) to gen-entry(gen-idx + 1)
               end-perform
               add 1 to gen-count
               move pending-label to gen-label(1)
               move pending-went-live to gen-went-live(1)
               move gen-stamp to gen-replaced(1)
               move pending-num to last-gen-num
           end-if
           move spaces to pending-page
           move spaces to pending-file
           move spaces to pending-label

           if gen-action = 'T'
               move spaces to live-went-live
           else
               move gen-stamp to live-went-live
           end-if

           perform varying gen-idx from gen-count by -1
                   until gen-idx <= keep-limit
               move gen-label(gen-idx) to pending-label
               perform name-generation-file
               call 'CBL_DELETE_FILE' using target-file
               move 0 to return-code
           end-perform
           move spaces to pending-label
           if gen-count > keep-limit
               move keep-limit to gen-count
           end-if

           perform write-generation-index.

       abandon-snapshot.
           if pending-file not = spaces
               call 'CBL_DELETE_FILE' using pending-file
               move 0 to return-code
           end-if
           move spaces to pending-page
           move spaces to pending-file
           move spaces to pending-label.

      *> ---------------------------------------------
      *> the versions are contiguous - each went live as
      *> the one before it was superseded - so, newest
      *> first, the first kept generation that went live
      *> at or before the stamp is the one that was live
      *> then.  an index with no LIVE record belongs to
      *> a page that was taken down: after the newest
      *> generation was superseded nothing was live.
      *> ---------------------------------------------
       find-generation.
           move spaces to gen-file
           perform load-generation-index

           evaluate true
           when gen-stamp = spaces
               if gen-count > 0
                   move 1 to gen-idx
                   move 'Y' to gen-found
               else
                   move 'N' to gen-found
               end-if
           when live-went-live not = spaces
                   and gen-stamp >= live-went-live
               move 'CURRENT' to gen-result
               move 'N' to gen-found
           when live-went-live = spaces and gen-count > 0
                   and gen-replaced(1) not = spaces
                   and gen-stamp >= gen-replaced(1)
               move 'N' to gen-found
           when other
               move 'N' to gen-found
               perform varying gen-idx from 1 by 1
                       until gen-idx > gen-count or gen-found = 'Y'
                   if gen-went-live(gen-idx) not = spaces
                           and gen-went-live(gen-idx) <= gen-stamp
                       move 'Y' to gen-found
                   end-if
               end-perform
               if gen-found = 'Y'
                   subtract 1 from gen-idx
               end-if
           end-evaluate

           if gen-found = 'Y'
               move gen-label(gen-idx) to pending-label
               perform name-generation-file
               move spaces to pending-label
               move target-file to probe-name
               perform probe-the-file
               if probe-found = 'Y'
                   move target-file to gen-file
               else
                   move 'N' to gen-found
               end-if
           end-if

           if gen-found = 'N' and gen-result = 'OK'
               move 'NOTFOUND' to gen-result
           end-if.

       name-generation-file.
           move spaces to target-file
           string function trim(gen-live-name) delimited by size
               '.' delimited by size
               pending-label delimited by size
               into target-file.

      *> ---------------------------------------------
      *> a missing index is an empty one: the page has
      *> never had a generation kept.
      *> ---------------------------------------------
       load-generation-index.
           move 0 to gen-count
           move 0 to last-gen-num
           move spaces to live-went-live

           open input indexfile
           call 'checkfilestatus' using indexfile-name
               indexfile-status 'Y'
           if indexfile-status = '00'
               read indexfile
               perform until indexfile-status = '10'
                   move function trim(indexline) to index-trimmed
                   if index-trimmed not = spaces
                       perform note-index-record
                   end-if
                   read indexfile
               end-perform
               close indexfile
           end-if.

       note-index-record.
           move spaces to rec-label
           move spaces to rec-from
           move spaces to rec-to
           unstring index-trimmed delimited by all spaces
               into rec-label rec-from rec-to
           end-unstring
           evaluate true
           when rec-label = 'LAST'
               if rec-from(1:4) is numeric
                   move rec-from(1:4) to last-gen-num
               end-if
           when rec-label = 'LIVE'
               move rec-from to live-went-live
           when rec-label(1:1) = 'G' and gen-count < 100
               add 1 to gen-count
               move rec-label to gen-label(gen-count)
               move rec-from to gen-went-live(gen-count)
               move rec-to to gen-replaced(gen-count)
           end-evaluate.

       write-generation-index.
           open output newindexfile
           call 'checkfilestatus' using newindexfile-name
               newindexfile-status 'N'

           move last-gen-num to label-num
           move spaces to newindexline
           string 'LAST ' delimited by size
               label-num delimited by size
               into newindexline
           write newindexline

           if live-went-live not = spaces
               move spaces to newindexline
               string 'LIVE ' delimited by size
                   live-went-live delimited by size
                   into newindexline
               write newindexline
           end-if

           perform varying gen-idx from 1 by 1
                   until gen-idx > gen-count
               move spaces to newindexline
               string gen-label(gen-idx) delimited by size
                   space delimited by size
                   gen-went-live(gen-idx) delimited by size
                   space delimited by size
                   gen-replaced(gen-idx) delimited by size
                   into newindexline
               write newindexline
           end-perform

           close newindexfile

           call 'CBL_RENAME_FILE' using newindexfile-name
               indexfile-name
           if return-code not = 0
               display 'ERROR cannot replace '
                   function trim(indexfile-name)
               stop run
           end-if.

       probe-the-file.
           call 'CBL_CHECK_FILE_EXIST' using probe-name probe-info
           if return-code = 0
               move 'Y' to probe-found
               move probe-yyyy to stamp-yyyy
               move probe-mm to stamp-mm
               move probe-dd to stamp-dd
               move probe-hh to stamp-hh
               move probe-mi to stamp-mi
               move probe-ss to stamp-ss
               move stamp-num to probe-stamp
           else
               move 'N' to probe-found
               move spaces to probe-stamp
           end-if
           move 0 to return-code.
       end program cowgeneration.


       identification division.
       program-id. renderinclude is recursive.

       01  inc-trimmed     pic x(2000).
       01  nested-filename pic x(255).
       01  inc-no-row-prefix pic x(80) value spaces.
       01  inc-emitted-len pic 9(4).

      *> outfile-name/outfile-status exist only so the
      *> external FD above compiles; renderinclude never
       01  inc-filename     pic x(255).
       01  inc-outfile-open pic x(1).
       01  inc-escape-mode  pic x(1).
       01  inc-lines        pic 9(7).
       01  inc-bytes        pic 9(9).

       procedure division using the-vars inc-filename
               inc-outfile-open inc-escape-mode inc-lines inc-bytes.
           call 'resolveviewsdir' using inc-filename incfile-name

           open input incfile
                       function trim(inc-trimmed)) - 6))
                   to nested-filename
               call 'renderinclude' using the-vars nested-filename
                   inc-outfile-open inc-escape-mode inc-lines inc-bytes
           else
               perform emit-inc-line
           end-if.
               write outline
           else
               display inc-trimmed
           end-if
           add 1 to inc-lines
           if inc-trimmed = spaces
               move 0 to inc-emitted-len
           else
               compute inc-emitted-len = function length(
                   function trim(inc-trimmed trailing))
           end-if
           compute inc-bytes = inc-bytes + inc-emitted-len + 1.
       end program renderinclude.


