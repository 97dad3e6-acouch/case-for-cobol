      *> ***********************************************


      *> cowrollback - put back an earlier version of a
      *> published page.  cowtemplate keeps the versions a
      *> staged publish replaces as generations beside the
      *> live file (see cowgeneration in cowtemplate.cbl),
      *> so a bad publish found in the morning can be undone
      *> in seconds instead of fixed and re-rendered:
      *>
      *>     cowrollback PAGE
      *>     cowrollback PAGE STAMP
      *>
      *> PAGE is the live output file, as named in the
      *> manifest.  with no stamp the newest kept generation
      *> - the version the last publish replaced - goes
      *> back; with a stamp (yyyymmdd[hhmmss], a short one
      *> padded with zeros) it is the version that was live
      *> at that moment.  the rollback swaps the page the
      *> same way a staged publish does - the generation is
      *> copied to <page>.stage and renamed over the live
      *> file - and the version it replaces is itself kept
      *> as a generation, so a rollback can be rolled back.
      *> every rollback appends a ROLLBACK outcome line to
      *> cowtemplate_changes.log, so the record of what was
      *> live when stays whole.  return code 8 when nothing
      *> was put back.

       identification division.
       program-id. cowrollback.

       environment division.
       input-output section.
       file-control.

           select changefile
               assign to dynamic changefile-name
               file status is changefile-status
               organization is line sequential.

       data division.
       file section.
       fd  changefile.
       01  changeline pic x(300).

       working-storage section.

       01  changefile-name pic x(255)
               value "cowtemplate_changes.log".
       01  changefile-status pic x(2).

       01  command-text pic x(600).
       01  page-word    pic x(255).
       01  stamp-word   pic x(20).
       01  stamp-len    pic 9(4).

       01  live-name  pic x(255).
       01  stage-name pic x(255).
       01  change-stamp pic x(21).

       01  gen-action pic x(1).
       01  gen-stamp  pic x(14).
       01  gen-file   pic x(255).
       01  gen-result pic x(10).

       procedure division.
       start-cowrollback.

           accept command-text from command-line
           move spaces to page-word
           move spaces to stamp-word
           unstring command-text delimited by all spaces
               into page-word stamp-word
           end-unstring

           if page-word = spaces
               display 'usage: cowrollback PAGE [STAMP]'
               move 8 to return-code
               goback
           end-if

           move function trim(page-word) to live-name
           move spaces to stage-name
           string function trim(live-name) delimited by size
               '.stage' delimited by size
               into stage-name

           move spaces to gen-stamp
           if stamp-word not = spaces
               compute stamp-len =
                   function length(function trim(stamp-word))
               if stamp-len < 8 or stamp-len > 14
                       or function trim(stamp-word) is not numeric
                   display 'ERROR stamp must be yyyymmdd[hhmmss]: '
                       function trim(stamp-word)
                   move 8 to return-code
                   goback
               end-if
               move all '0' to gen-stamp
               move stamp-word(1:stamp-len) to gen-stamp(1:stamp-len)
           end-if

           move 'F' to gen-action
           call 'cowgeneration' using gen-action live-name gen-stamp
               gen-file gen-result

           evaluate gen-result
           when 'CURRENT'
               display 'cowrollback: ' function trim(live-name)
                   ' - the live page is already the version live at '
                   gen-stamp
               goback
           when 'NOTFOUND'
               display 'ERROR no kept generation of '
                   function trim(live-name) ' covers that stamp'
               move 8 to return-code
               goback
           end-evaluate

           perform restore-generation

           goback.

      *> ---------------------------------------------
      *> the same swap a staged publish makes, bracketed
      *> by the same snapshot / commit calls, so the
      *> version being replaced is kept as a generation
      *> first and the index learns the new went-live
      *> stamp only after the rename really happened.
      *> ---------------------------------------------
       restore-generation.
           call 'CBL_COPY_FILE' using gen-file stage-name
           if return-code not = 0
               display 'ERROR cannot copy ' function trim(gen-file)
               move 8 to return-code
               goback
           end-if

           move function current-date to change-stamp
           move change-stamp(1:14) to gen-stamp

           move 'S' to gen-action
           call 'cowgeneration' using gen-action live-name gen-stamp
               gen-file gen-result
           if gen-result not = 'OK'
               display 'ERROR cannot keep generation of '
                   function trim(live-name)
               call 'CBL_DELETE_FILE' using stage-name
               move 8 to return-code
               goback
           end-if

           call 'CBL_RENAME_FILE' using stage-name live-name
           if return-code not = 0
               move 'A' to gen-action
               call 'cowgeneration' using gen-action live-name
                   gen-stamp gen-file gen-result
               display 'ERROR cannot publish ' function trim(live-name)
               move 8 to return-code
               goback
           end-if

           move 'C' to gen-action
           call 'cowgeneration' using gen-action live-name gen-stamp
               gen-file gen-result

           perform write-change-record

           display 'cowrollback: ' function trim(live-name)
               ' rolled back at ' gen-stamp.

       write-change-record.
           move spaces to changeline
           string
               function trim(live-name) delimited by size
               space delimited by size
               change-stamp delimited by size
               space delimited by size
               'ROLLBACK' delimited by size
               into changeline

           open extend changefile
           if changefile-status = '35'
               open output changefile
           end-if
           call 'checkfilestatus' using changefile-name
               changefile-status 'N'
           write changeline
           close changefile.

       end program cowrollback.
