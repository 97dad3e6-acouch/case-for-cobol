      *> flagging the page.  the manifest honours the same
      *> COWBATCH_MANIFEST override cowbatch does, so a rerun
      *> manifest can be verified on its own.
      *>
      *> an entry not live yet has nothing to verify.  an
      *> expired one must be off the web root, or, when it
      *> names a RETIRE template, carry that page - which is
      *> then checked like any other against that template.

       identification division.
       program-id. cowverify.
       01  entry-template pic x(255).
       01  entry-output   pic x(255).
       01  entry-varsfile pic x(255).
       01  entry-retire   pic x(255).
       01  entry-state    pic x(8).

       01  probe-name pic x(255).
       01  probe-info.

       01  build-line pic x(300).

       COPY "cowmanent.cpy".

       procedure division.
       start-cowverify.

               move function trim(manifestline) to manifest-trimmed
               if manifest-trimmed not = spaces
                       and manifest-trimmed(1:1) not = '*'
                   call 'cowmanifestentry' using manifest-trimmed
                       the-manifest-entry
                   move COW-ent-template to entry-template
                   move COW-ent-output to entry-output
                   move COW-ent-varsfile to entry-varsfile
                   move COW-ent-retire to entry-retire
                   move COW-ent-state to entry-state
                   evaluate entry-state
                   when 'UPCOMING'
                       continue
                   when 'EXPIRED'
                       perform verify-expired-entry
                   when other
                       perform verify-one-entry
                   end-evaluate
               end-if
               read manifestfile
           end-perform

           perform check-stage-leftover.

      *> ---------------------------------------------
      *> an expired page that never went out, or has
      *> been taken down, is as it should be.  one
      *> still there is a problem unless a retirement
      *> page replaced it.
      *> ---------------------------------------------
       verify-expired-entry.
           move function trim(entry-output) to probe-name
           perform probe-the-file
           if probe-found = 'Y'
               if entry-retire = spaces
                   add 1 to total-entries
                   move 'expired output still published'
                       to build-line
                   perform report-entry-problem
                   perform check-stage-leftover
               else
                   move entry-retire to entry-template
                   perform verify-one-entry
               end-if
           end-if.

      *> ---------------------------------------------
      *> the output must be at least as new as the
      *> inputs that feed it - an older output means a
