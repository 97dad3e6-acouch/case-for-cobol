      *>     'never published' for an entry with no change
      *>     record at all (configured but never
      *>     successfully published)
      *>   - entries with a go-live date still to come, and
      *>     entries past their expiry date, listed apart
      *>     from the live pages with their dates and what
      *>     became of the page
      *>   - one row per change-log file no longer in the
      *>     manifest - retired pages still sitting on the
      *>     web root, waiting to be taken down
               05  entry-template pic x(255).
               05  entry-output   pic x(255).
               05  entry-varsfile pic x(255).
               05  entry-golive   pic x(8).
               05  entry-expires  pic x(8).
               05  entry-retire   pic x(255).
               05  entry-state    pic x(8).
       01  entry-count pic 9(4) value 0.
       01  entry-idx   pic 9(4).


       01  never-count  pic 9(4) value 0.
       01  orphan-count pic 9(4) value 0.
       01  upcoming-count pic 9(4) value 0.
       01  expired-count  pic 9(4) value 0.
       01  upcoming-disp  pic zzz9.
       01  expired-disp   pic zzz9.
       01  page-date      pic x(8).
       01  entry-disp   pic zzz9.
       01  never-disp   pic zzz9.
       01  orphan-disp  pic zzz9.
       01  row-prefix   pic x(16).

       COPY "cowvars.cpy".
       COPY "cowmanent.cpy".

       procedure division.
       start-cowcatalog.
           perform load-change-log
           perform build-catalog-vars

      *> the catalog is rendered after the batch has cleared
      *> its checkpoint: keep it off the checkpoint, or every
      *> run leaves one behind for truth to call stuck.
           display 'COWTEMPLATE_CHECKPOINT' upon environment-name
           display 'N' upon environment-value
           call 'cowtemplate' using the-vars catalog-template
               catalog-output

           move entry-count to entry-disp
           move never-count to never-disp
           move orphan-count to orphan-disp
           move upcoming-count to upcoming-disp
           move expired-count to expired-disp
           display 'cowcatalog wrote ' function trim(catalog-output)
               ':' entry-disp ' page(s),' never-disp
               ' never published,' upcoming-disp ' upcoming,'
               expired-disp ' expired,' orphan-disp
               ' no longer in the manifest'

           goback.

      *> ---------------------------------------------
      *> same record shape, comment rules and parser as
      *> cowbatch's load-manifest, so the catalog always
      *> describes the manifest the batch actually runs.
      *> an entry the parser rejects is still listed
      *> among the pages - cowbatch reports why it fails.
      *> ---------------------------------------------
       load-manifest.
           open input manifestfile
                       stop run
                   end-if
                   add 1 to entry-count
                   call 'cowmanifestentry' using manifest-trimmed
                       the-manifest-entry
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
               end-if
               read manifestfile
           end-perform
      *> read is the newest and simply overwrites the
      *> entry.  UNCHANGED is still a publish record:
      *> the run confirmed the live page was current.
      *> cowrollback adds ROLLBACK lines and cowbatch
      *> RETIRED and TAKENDOWN lines for expired pages.
      *> ---------------------------------------------
       load-change-log.
           open input changefile
           end-if.

      *> ---------------------------------------------
      *> the join, as PAGES.n.FIELD, UPCOMING.n.FIELD,
      *> EXPIRED.n.FIELD and ORPHANS.n.FIELD rows for
      *> catalog.tpl's {{#each}} blocks - the way truth
      *> fans CHECKS.n out for the status page.  a
      *> manifest entry with no change record gets a
      *> blank stamp and a 'never' outcome, so the page
      *> flags it without a row shape of its own;
      *> HAS-UPCOMING, HAS-EXPIRED and HAS-ORPHANS drive
      *> the {{#if}} around the tables after the first.
      *> ---------------------------------------------
       build-catalog-vars.
           move 0 to COW-var-count
           move 0 to row-num
           perform varying entry-idx from 1 by 1
                   until entry-idx > entry-count
               if entry-state(entry-idx) not = 'UPCOMING'
                       and entry-state(entry-idx) not = 'EXPIRED'
                   perform build-one-page-row
               end-if
           end-perform

           move 0 to row-num
           perform varying entry-idx from 1 by 1
                   until entry-idx > entry-count
               if entry-state(entry-idx) = 'UPCOMING'
                   add 1 to upcoming-count
                   perform build-one-upcoming-row
               end-if
           end-perform

           move 0 to row-num
           perform varying entry-idx from 1 by 1
                   until entry-idx > entry-count
               if entry-state(entry-idx) = 'EXPIRED'
                   add 1 to expired-count
                   perform build-one-expired-row
               end-if
           end-perform

      *> the catalog page itself publishes through the
      *> same staged path, so from the second run on it
      *> has a change record of its own - but it is
      *> rendered by this program, not the manifest, and
      *> must never be listed as a retired page.  nor
      *> is a page cowbatch took down: it is no longer
      *> on the web root to be cleaned up.
           move 0 to row-num
           perform varying change-idx from 1 by 1
                   until change-idx > change-count
               if chg-in-manifest(change-idx) = 'N'
                       and function trim(chg-output(change-idx))
                           not = function trim(catalog-output)
                       and chg-outcome(change-idx) not = 'TAKENDOWN'
                   add 1 to orphan-count
                   perform build-one-orphan-row
               end-if
               move 'Y' to COW-varvalue(COW-var-count)
           else
               move 'N' to COW-varvalue(COW-var-count)
           end-if

           add 1 to COW-var-count
           move 'HAS-UPCOMING' to COW-varname(COW-var-count)
           if upcoming-count > 0
               move 'Y' to COW-varvalue(COW-var-count)
           else
               move 'N' to COW-varvalue(COW-var-count)
           end-if

           add 1 to COW-var-count
           move 'HAS-EXPIRED' to COW-varname(COW-var-count)
           if expired-count > 0
               move 'Y' to COW-varvalue(COW-var-count)
           else
               move 'N' to COW-varvalue(COW-var-count)
           end-if.

       build-one-page-row.
                   to COW-varvalue(COW-var-count)
           end-if.

      *> ---------------------------------------------
      *> a page not live yet: when it goes live and,
      *> if it has one, when it expires.
      *> ---------------------------------------------
       build-one-upcoming-row.
           perform find-change-for-entry

           add 1 to row-num
           move 'UPCOMING' to row-prefix
           perform check-vars-capacity

           move 'OUTPUT' to row-varname
           perform name-row-var
           move entry-output(entry-idx) to COW-varvalue(COW-var-count)

           move 'TEMPLATE' to row-varname
           perform name-row-var
           move entry-template(entry-idx)
               to COW-varvalue(COW-var-count)

           move 'GOLIVE' to row-varname
           perform name-row-var
           move entry-golive(entry-idx) to page-date
           perform format-page-date

           move 'EXPIRES' to row-varname
           perform name-row-var
           move entry-expires(entry-idx) to page-date
           perform format-page-date.

      *> ---------------------------------------------
      *> a page past its expiry: what replaces it (the
      *> RETIRE template, or nothing - taken down) and
      *> the last change record, which shows whether
      *> cowbatch has acted on it yet.
      *> ---------------------------------------------
       build-one-expired-row.
           perform find-change-for-entry

           add 1 to row-num
           move 'EXPIRED' to row-prefix
           perform check-vars-capacity

           move 'OUTPUT' to row-varname
           perform name-row-var
           move entry-output(entry-idx) to COW-varvalue(COW-var-count)

           move 'TEMPLATE' to row-varname
           perform name-row-var
           move entry-template(entry-idx)
               to COW-varvalue(COW-var-count)

           move 'EXPIRES' to row-varname
           perform name-row-var
           move entry-expires(entry-idx) to page-date
           perform format-page-date

           move 'REPLACEMENT' to row-varname
           perform name-row-var
           if entry-retire(entry-idx) not = spaces
               move entry-retire(entry-idx)
                   to COW-varvalue(COW-var-count)
           else
               move 'taken down' to COW-varvalue(COW-var-count)
           end-if

           move 'STAMP' to row-varname
           perform name-row-var
           if change-found = 'Y'
               move chg-stamp(change-idx)
                   to COW-varvalue(COW-var-count)
           else
               move spaces to COW-varvalue(COW-var-count)
           end-if

           move 'OUTCOME' to row-varname
           perform name-row-var
           if change-found = 'Y'
               move chg-outcome(change-idx)
                   to COW-varvalue(COW-var-count)
           else
               move 'never published'
                   to COW-varvalue(COW-var-count)
           end-if.

      *> a manifest yyyymmdd as yyyy-mm-dd, the way
      *> |date shows the date part of a stamp.
       format-page-date.
           if page-date = spaces
               move spaces to COW-varvalue(COW-var-count)
           else
               move spaces to COW-varvalue(COW-var-count)
               string page-date(1:4) delimited by size
                   '-' delimited by size
                   page-date(5:2) delimited by size
                   '-' delimited by size
                   page-date(7:2) delimited by size
                   into COW-varvalue(COW-var-count)
               end-string
           end-if.

       find-change-for-entry.
           move 'N' to change-found
           perform varying change-idx from 1 by 1
           end-string.

       check-vars-capacity.
           if COW-var-count > 993
               display 'ERROR vars table over 1000 variables'
               stop run
           end-if.
