      *> ***********************************************


      *> cowxref - where-used cross-reference for the page
      *> templates.  a page is a template plus the partials
      *> it pulls in with {{> }} and the layout it names with
      *> {{@layout}}, and nothing but reading every one of
      *> them says which pages a given variable or template
      *> feeds.  this program walks every manifest entry the
      *> way cowlint walks its list - template, layout, then
      *> every partial reached, nested ones included - and
      *> writes cowxref_report.txt:
      *>
      *>   - per page: its template and vars source, the
      *>     layout, every partial, and every variable token
      *>     (each and if block variables included)
      *>   - the central repository keys (cowvarsrepo.dat)
      *>     no manifest page uses - a key is used when a
      *>     page whose vars field is @PREFIX carries a token
      *>     for the rest of the key, or an {{#each}} over
      *>     its first segment
      *>
      *> given a name on the command line it also writes the
      *> impact of changing that name:
      *>
      *>     cowxref NAME
      *>
      *> a NAME ending in .tpl is a template, partial or
      *> layout; anything else is a variable, PREFIX.NAME for
      *> a repository key or the bare token name for a flat
      *> vars file.  every manifest entry the change reaches
      *> is copied, as written, to cowxref_impact_manifest.dat
      *> - a manifest in cowbatch's own format, so
      *> COWBATCH_MANIFEST can point a rerun at just the
      *> pages the change touched.  the manifest and the
      *> repository honour the same COWBATCH_MANIFEST and
      *> COWVARSREPO_FILE overrides cowbatch does.  a
      *> missing repository is not an error: there are just
      *> no keys to report on.

       identification division.
       program-id. cowxref.

       environment division.
       input-output section.
       file-control.

           select manifestfile
               assign to dynamic manifestfile-name
               file status is manifestfile-status
               organization is line sequential.

           select walkfile
               assign to dynamic walkfile-name
               file status is walkfile-status
               organization is line sequential.

           select reportfile
               assign to dynamic reportfile-name
               file status is reportfile-status
               organization is line sequential.

           select impactfile
               assign to dynamic impactfile-name
               file status is impactfile-status
               organization is line sequential.

           select repofile
               assign to dynamic repofile-name
               organization is indexed
               access mode is dynamic
               record key is repo-key
               file status is repofile-status.

       data division.
       file section.
       fd  manifestfile.
       01  manifestline pic x(800).

       fd  walkfile.
       01  walkline pic x(2000).

       fd  reportfile.
       01  reportline pic x(300).

       fd  impactfile.
       01  impactline pic x(800).

       fd  repofile.
       01  repo-record.
           03  repo-key   pic x(128).
           03  repo-value pic x(2000).

       working-storage section.

       01  manifestfile-name pic x(255) value "cowbatch_manifest.dat".
       01  manifestfile-status pic x(2).
       01  manifest-override pic x(255).
       01  manifest-trimmed pic x(800).

       01  walkfile-name pic x(255).
       01  walkfile-status pic x(2).
       01  resolved-name pic x(255).

       01  reportfile-name pic x(255) value "cowxref_report.txt".
       01  reportfile-status pic x(2).

       01  impactfile-name pic x(255)
               value "cowxref_impact_manifest.dat".
       01  impactfile-status pic x(2).

       01  repofile-name pic x(255) value "cowvarsrepo.dat".
       01  repofile-status pic x(2).
       01  repo-override pic x(255).

       01  command-text pic x(300).
       01  impact-name  pic x(255).
       01  impact-kind  pic x(1).
       01  impact-len   pic 9(4).
       01  impact-token pic x(128).
       01  impact-first pic x(128).
       01  page-hit     pic x(1).

       01  entry-template pic x(255).
       01  entry-output   pic x(255).
       01  entry-varsfile pic x(255).
       01  entry-retire   pic x(255).
       01  entry-prefix   pic x(128).

       01  templine pic x(2000).
       01  line-num pic 9(6).
       01  line-len pic 9(4).
       01  arg-len  pic 9(4).

       01  scan-pos   pic 9(4).
       01  src-len    pic 9(4).
       01  close-pos  pic 9(4).
       01  open-len   pic 9(4).
       01  close-mark pic x(3).
       01  tok-found  pic x(1).
       01  tok-text   pic x(256).
       01  tok-len    pic 9(4).
       01  mod-split  pic 9(4).
       01  token-name pic x(128).

       01  checking-partial pic x(1).
       01  page-layout      pic x(255).
       01  retire-layout    pic x(255).
       01  partial-trimmed  pic x(2000).
       01  partial-name     pic x(255).

       01  seen-partials.
           03  seen-partial occurs 100 times pic x(255).
       01  seen-count pic 9(4) value 0.
       01  seen-idx   pic 9(4).
       01  part-queue-idx pic 9(4).
       01  partial-known  pic x(1).

       01  page-vars.
           03  page-var occurs 500 times pic x(128).
       01  page-var-count pic 9(4) value 0.
       01  page-var-idx   pic 9(4).
       01  var-known      pic x(1).

      *> every (prefix, token) pair a repository-fed page
      *> uses, across the whole manifest - what the
      *> unused-key pass checks each key against.
       01  used-vars.
           03  used-entry occurs 2000 times.
               05  used-prefix pic x(128).
               05  used-name   pic x(128).
       01  used-count pic 9(4) value 0.
       01  used-idx   pic 9(4).
       01  used-known pic x(1).

       01  key-prefix pic x(128).
       01  key-rest   pic x(128).
       01  key-first  pic x(128).

       01  total-pages    pic 9(6) value 0.
       01  total-missing  pic 9(6) value 0.
       01  total-unused   pic 9(6) value 0.
       01  total-keys     pic 9(6) value 0.
       01  total-impacted pic 9(6) value 0.
       01  pages-disp     pic zzzzz9.
       01  missing-disp   pic zzzzz9.
       01  unused-disp    pic zzzzz9.
       01  keys-disp      pic zzzzz9.
       01  impacted-disp  pic zzzzz9.

       01  run-stamp  pic x(21).
       01  build-line pic x(300).
       01  build-ptr  pic 9(4).

       COPY "cowmanent.cpy".

       procedure division.
       start-cowxref.

           accept manifest-override from environment
               "COWBATCH_MANIFEST"
           if function trim(manifest-override) not = spaces
               move function trim(manifest-override)
                   to manifestfile-name
           end-if

           accept repo-override from environment "COWVARSREPO_FILE"
           if function trim(repo-override) not = spaces
               move function trim(repo-override) to repofile-name
           end-if

           accept command-text from command-line
           move spaces to impact-name
           unstring command-text delimited by all spaces
               into impact-name
           end-unstring
           perform classify-impact-name

           move function current-date to run-stamp

           open output reportfile
           call 'checkfilestatus' using reportfile-name
               reportfile-status 'N'
           move spaces to build-line
           string '* cowxref where-used ' delimited by size
               run-stamp(1:14) delimited by size
               ' manifest ' delimited by size
               function trim(manifestfile-name) delimited by size
               into build-line
           perform emit-report-line

           if impact-name not = spaces
               open output impactfile
               call 'checkfilestatus' using impactfile-name
                   impactfile-status 'N'
               move spaces to impactline
               string '* cowxref impact of ' delimited by size
                   function trim(impact-name) delimited by size
                   ' ' delimited by size
                   run-stamp(1:14) delimited by size
                   ' from ' delimited by size
                   function trim(manifestfile-name) delimited by size
                   into impactline
               write impactline
           end-if

           open input manifestfile
           call 'checkfilestatus' using manifestfile-name
               manifestfile-status 'N'

           read manifestfile
           perform until manifestfile-status = '10'
               move function trim(manifestline) to manifest-trimmed
               if manifest-trimmed not = spaces
                       and manifest-trimmed(1:1) not = '*'
                   call 'cowmanifestentry' using manifest-trimmed
                       the-manifest-entry
                   move COW-ent-template to entry-template
                   move COW-ent-output to entry-output
                   move COW-ent-varsfile to entry-varsfile
                   move COW-ent-retire to entry-retire
                   perform xref-one-entry
               end-if
               read manifestfile
           end-perform

           close manifestfile

           perform report-unused-keys

           move total-pages to pages-disp
           move total-missing to missing-disp
           move total-unused to unused-disp
           move total-keys to keys-disp
           move spaces to build-line
           string 'cowxref:' delimited by size
               pages-disp delimited by size
               ' page(s),' delimited by size
               missing-disp delimited by size
               ' missing file(s),' delimited by size
               unused-disp delimited by size
               ' unused of' delimited by size
               keys-disp delimited by size
               ' repository key(s)' delimited by size
               into build-line
           perform emit-report-line
           display function trim(build-line)

           close reportfile

           if impact-name not = spaces
               close impactfile
               move total-impacted to impacted-disp
               display 'cowxref:' impacted-disp
                   ' page(s) affected by ' function trim(impact-name)
                   ' - ' function trim(impactfile-name)
           end-if

           goback.

      *> ---------------------------------------------
      *> a .tpl name is a template (T); anything else a
      *> variable (V).  a variable is matched both whole
      *> and, against @PREFIX pages, with its prefix
      *> stripped - so the first segment is split off
      *> once here.
      *> ---------------------------------------------
       classify-impact-name.
           move spaces to impact-kind
           if impact-name not = spaces
               compute impact-len =
                   function length(function trim(impact-name))
               if impact-len > 4
                       and impact-name(impact-len - 3:4) = '.tpl'
                   move 'T' to impact-kind
               else
                   move 'V' to impact-kind
               end-if
           end-if.

      *> ---------------------------------------------
      *> one manifest entry: walk the template, then its
      *> layout, then every partial queued along the way
      *> (the layout is walked before the queue drains so
      *> partials it pulls in are queued in time), report
      *> the page, and record what it uses.  an entry
      *> with a RETIRE template is rendered through that
      *> one once it expires, so it is walked too, with
      *> its own layout, and what it uses counts for the
      *> same page.
      *> ---------------------------------------------
       xref-one-entry.
           add 1 to total-pages
           move 0 to seen-count
           move 0 to page-var-count
           move spaces to page-layout
           move spaces to retire-layout

           if entry-retire not = spaces
               move 'N' to checking-partial
               move function trim(entry-retire) to walkfile-name
               perform walk-template-file
               move page-layout to retire-layout
               move spaces to page-layout
           end-if

           move 'N' to checking-partial
           move function trim(entry-template) to walkfile-name
           perform walk-template-file

           if page-layout not = spaces
               move 'Y' to checking-partial
               move page-layout to walkfile-name
               perform walk-template-file
           end-if

           if retire-layout not = spaces
                   and retire-layout not = page-layout
               move 'Y' to checking-partial
               move retire-layout to walkfile-name
               perform walk-template-file
           end-if

           perform varying part-queue-idx from 1 by 1
                   until part-queue-idx > seen-count
               move 'Y' to checking-partial
               move seen-partial(part-queue-idx) to walkfile-name
               perform walk-template-file
           end-perform

           perform report-one-page

           move spaces to entry-prefix
           if entry-varsfile(1:1) = '@'
               move function trim(entry-varsfile(2:254))
                   to entry-prefix
               perform note-repository-usage
           end-if

           if impact-name not = spaces
               perform check-entry-impact
           end-if.

       walk-template-file.
           call 'resolveviewsdir' using walkfile-name resolved-name

           move resolved-name to walkfile-name
           open input walkfile
           if walkfile-status = '35'
               move spaces to build-line
               string '    MISSING  ' delimited by size
                   function trim(walkfile-name) delimited by size
                   into build-line
               perform emit-report-line
               add 1 to total-missing
           else
               call 'checkfilestatus' using walkfile-name
                   walkfile-status 'N'
               move 0 to line-num
               read walkfile
               perform until walkfile-status = '10'
                   add 1 to line-num
                   move function trim(walkline) to templine
                   perform xref-one-line
                   read walkfile
               end-perform
               close walkfile
           end-if.

      *> ---------------------------------------------
      *> the same line kinds the renderer tells apart:
      *> {{@layout}} only as the first line of the page
      *> template, {{#each}} / {{#if}} starters only in
      *> the template proper (a partial is substitution-
      *> only), a {{> }} line anywhere.  the block
      *> variable is a use of that variable; everything
      *> else is scanned for tokens.
      *> ---------------------------------------------
       xref-one-line.
           compute line-len = function length(function trim(templine))
           evaluate true
           when checking-partial = 'N' and line-num = 1
                   and templine(1:10) = '{{@layout '
               compute arg-len = line-len - 12
               if arg-len > 0
                   move function trim(templine(11:arg-len))
                       to page-layout
               end-if
           when templine(1:3) = '{{>'
               perform note-line-partial
           when checking-partial = 'N'
                   and templine(1:8) = '{{#each '
               compute arg-len = line-len - 10
               if arg-len > 0
                   move function trim(templine(9:arg-len))
                       to token-name
                   perform note-page-var
               end-if
           when checking-partial = 'N'
                   and templine(1:6) = '{{#if '
               compute arg-len = line-len - 8
               if arg-len > 0
                   move function trim(templine(7:arg-len))
                       to token-name
                   perform note-page-var
               end-if
           when other
               perform scan-line-tokens
           end-evaluate.

      *> ---------------------------------------------
      *> the token scan cowsubst and cowlint both make,
      *> collecting names instead of substituting them.
      *> block closers, partials and {{@content}} are
      *> markers, not variables.
      *> ---------------------------------------------
       scan-line-tokens.
           if templine not = spaces
               move line-len to src-len
               move 1 to scan-pos
               perform until scan-pos > src-len
                   if scan-pos < src-len
                           and templine(scan-pos:2) = '{{'
                       perform scan-one-token
                   else
                       add 1 to scan-pos
                   end-if
               end-perform
           end-if.

       scan-one-token.
           move 2 to open-len
           move '}}' to close-mark
           if scan-pos + 2 <= src-len
                   and templine(scan-pos:3) = '{{{'
               move 3 to open-len
               move '}}}' to close-mark
           end-if

           perform find-token-close

           if tok-found = 'N' and open-len = 3
               move 2 to open-len
               move '}}' to close-mark
               perform find-token-close
           end-if

           if tok-found = 'N'
               add 1 to scan-pos
           else
               compute tok-len = close-pos - scan-pos - open-len
               move spaces to tok-text
               if tok-len > 0
                   move templine(scan-pos + open-len:tok-len)
                       to tok-text
                   move function trim(tok-text) to tok-text
               end-if
               if tok-len > 0
                       and tok-text(1:1) not = '#'
                       and tok-text(1:1) not = '/'
                       and tok-text(1:1) not = '>'
                       and tok-text(1:1) not = '@'
                   move 0 to mod-split
                   inspect tok-text tallying mod-split
                       for characters before initial '|'
                   if mod-split > 0 and mod-split < 255
                       move function trim(tok-text(1:mod-split))
                           to token-name
                   else
                       move function trim(tok-text) to token-name
                   end-if
                   if token-name not = spaces
                       perform note-page-var
                   end-if
               end-if
               compute scan-pos = close-pos + open-len
           end-if.

       find-token-close.
           move 'N' to tok-found
           compute close-pos = scan-pos + open-len
           perform until tok-found = 'Y'
                   or close-pos + open-len - 1 > src-len
               if templine(close-pos:open-len)
                       = close-mark(1:open-len)
                   move 'Y' to tok-found
               else
                   add 1 to close-pos
               end-if
           end-perform.

       note-page-var.
           move 'N' to var-known
           perform varying page-var-idx from 1 by 1
                   until page-var-idx > page-var-count
                   or var-known = 'Y'
               if page-var(page-var-idx) = token-name
                   move 'Y' to var-known
               end-if
           end-perform
           if var-known = 'N'
               if page-var-count >= 500
                   display 'ERROR over 500 variables on one page: '
                       function trim(entry-output)
                   stop run
               end-if
               add 1 to page-var-count
               move token-name to page-var(page-var-count)
           end-if.

       note-line-partial.
           move templine to partial-trimmed
           move spaces to partial-name
           if line-len > 6
               move function trim(partial-trimmed(4:line-len - 5))
                   to partial-name
           end-if
           if partial-name not = spaces
               perform queue-partial
           end-if.

       queue-partial.
           move 'N' to partial-known
           perform varying seen-idx from 1 by 1
                   until seen-idx > seen-count
                   or partial-known = 'Y'
               if function trim(seen-partial(seen-idx))
                       = function trim(partial-name)
                   move 'Y' to partial-known
               end-if
           end-perform
           if partial-known = 'N'
               if seen-count >= 100
                   display 'ERROR over 100 partials from one template'
                   stop run
               end-if
               add 1 to seen-count
               move partial-name to seen-partial(seen-count)
           end-if.

       report-one-page.
           move spaces to build-line
           move 1 to build-ptr
           string 'PAGE     ' delimited by size
               function trim(entry-output) delimited by size
               '  TEMPLATE ' delimited by size
               function trim(entry-template) delimited by size
               into build-line with pointer build-ptr
           if entry-varsfile not = spaces
               string '  VARS ' delimited by size
                   function trim(entry-varsfile) delimited by size
                   into build-line with pointer build-ptr
           end-if
           perform emit-report-line

           if page-layout not = spaces
               move spaces to build-line
               string '    LAYOUT   ' delimited by size
                   function trim(page-layout) delimited by size
                   into build-line
               perform emit-report-line
           end-if

           if entry-retire not = spaces
               move spaces to build-line
               string '    RETIRE   ' delimited by size
                   function trim(entry-retire) delimited by size
                   into build-line
               perform emit-report-line
           end-if

           if retire-layout not = spaces
                   and retire-layout not = page-layout
               move spaces to build-line
               string '    LAYOUT   ' delimited by size
                   function trim(retire-layout) delimited by size
                   into build-line
               perform emit-report-line
           end-if

           perform varying seen-idx from 1 by 1
                   until seen-idx > seen-count
               move spaces to build-line
               string '    PARTIAL  ' delimited by size
                   function trim(seen-partial(seen-idx))
                       delimited by size
                   into build-line
               perform emit-report-line
           end-perform

           perform varying page-var-idx from 1 by 1
                   until page-var-idx > page-var-count
               move spaces to build-line
               string '    VAR      ' delimited by size
                   function trim(page-var(page-var-idx))
                       delimited by size
                   into build-line
               perform emit-report-line
           end-perform.

       note-repository-usage.
           perform varying page-var-idx from 1 by 1
                   until page-var-idx > page-var-count
               move 'N' to used-known
               perform varying used-idx from 1 by 1
                       until used-idx > used-count
                       or used-known = 'Y'
                   if used-prefix(used-idx) = entry-prefix
                           and used-name(used-idx)
                               = page-var(page-var-idx)
                       move 'Y' to used-known
                   end-if
               end-perform
               if used-known = 'N'
                   if used-count >= 2000
                       display 'ERROR over 2000 repository variable'
                           ' uses across the manifest'
                       stop run
                   end-if
                   add 1 to used-count
                   move entry-prefix to used-prefix(used-count)
                   move page-var(page-var-idx) to used-name(used-count)
               end-if
           end-perform.

      *> ---------------------------------------------
      *> a template change reaches every page whose
      *> template, retirement template, either one's
      *> layout or any partial carries that name.  a
      *> variable change reaches every page that uses
      *> the token - matched whole (a flat
      *> vars file, or a dotted each-row field) and,
      *> on a page fed from @PREFIX, with PREFIX.
      *> stripped - an {{#each}} counting as a use of
      *> every row field under it.
      *> ---------------------------------------------
       check-entry-impact.
           move 'N' to page-hit
           if impact-kind = 'T'
               if function trim(entry-template)
                       = function trim(impact-name)
                       or function trim(page-layout)
                       = function trim(impact-name)
                       or function trim(entry-retire)
                       = function trim(impact-name)
                       or function trim(retire-layout)
                       = function trim(impact-name)
                   move 'Y' to page-hit
               end-if
               perform varying seen-idx from 1 by 1
                       until seen-idx > seen-count or page-hit = 'Y'
                   if function trim(seen-partial(seen-idx))
                           = function trim(impact-name)
                       move 'Y' to page-hit
                   end-if
               end-perform
           else
               move impact-name to impact-token
               perform match-impact-token
               if page-hit = 'N' and entry-prefix not = spaces
                   move spaces to key-prefix
                   move spaces to key-rest
                   unstring impact-name delimited by '.'
                       into key-prefix
                   end-unstring
                   if key-prefix = entry-prefix
                       compute impact-len =
                           function length(function trim(key-prefix))
                       move function trim(
                           impact-name(impact-len + 2:254 - impact-len))
                           to impact-token
                       if impact-token not = spaces
                           perform match-impact-token
                       end-if
                   end-if
               end-if
           end-if

           if page-hit = 'Y'
               add 1 to total-impacted
               move manifest-trimmed to impactline
               write impactline
           end-if.

       match-impact-token.
           move spaces to impact-first
           unstring impact-token delimited by '.'
               into impact-first
           end-unstring
           perform varying page-var-idx from 1 by 1
                   until page-var-idx > page-var-count
                   or page-hit = 'Y'
               if page-var(page-var-idx) = impact-token
                       or page-var(page-var-idx) = impact-first
                   move 'Y' to page-hit
               end-if
           end-perform.

      *> ---------------------------------------------
      *> every repository key, in key order, checked
      *> against the uses the manifest walk collected:
      *> PREFIX.REST is used when an @PREFIX page has a
      *> token REST, or a token naming REST's first
      *> segment (an {{#each}} over LIST uses every
      *> LIST.n.FIELD row key).
      *> ---------------------------------------------
       report-unused-keys.
           open input repofile
           if repofile-status not = '00'
               move '* no repository - no keys to check'
                   to build-line
               perform emit-report-line
           else
               read repofile next
               perform until repofile-status not = '00'
                   add 1 to total-keys
                   perform check-one-key
                   read repofile next
               end-perform
               close repofile
           end-if.

       check-one-key.
           move spaces to key-prefix
           move spaces to key-rest
           unstring repo-key delimited by '.'
               into key-prefix
           end-unstring
           compute impact-len =
               function length(function trim(key-prefix))
           if impact-len < 128
               move function trim(repo-key(impact-len + 2:
                   127 - impact-len)) to key-rest
           end-if
           move spaces to key-first
           unstring key-rest delimited by '.'
               into key-first
           end-unstring

           move 'N' to used-known
           perform varying used-idx from 1 by 1
                   until used-idx > used-count or used-known = 'Y'
               if used-prefix(used-idx) = key-prefix
                       and (used-name(used-idx) = key-rest
                           or used-name(used-idx) = key-first)
                   move 'Y' to used-known
               end-if
           end-perform

           if used-known = 'N'
               add 1 to total-unused
               move spaces to build-line
               string 'UNUSED   ' delimited by size
                   function trim(repo-key) delimited by size
                   into build-line
               perform emit-report-line
           end-if.

       emit-report-line.
           write reportline from build-line.

       end program cowxref.
