      *> ***********************************************


      *> cowlinks - broken-link check across the published
      *> pages.  cowverify proves each page on its own; this
      *> proves the links between them still land.  every
      *> live output in the manifest (same format and
      *> COWBATCH_MANIFEST override as cowbatch), and the
      *> catalog page when it is there, is scanned for
      *> href= and src= attributes, and each local target is
      *> resolved against the page's own directory (a
      *> leading / means the directory the batch publishes
      *> into, which is where manifest outputs are named
      *> from) and judged:
      *>
      *>   - BROKEN  the target is not on disk (or climbs
      *>             out above the publish directory)
      *>   - ORPHAN  the target is on disk and has a publish
      *>             record in cowtemplate_changes.log, but
      *>             no manifest entry - a retired page the
      *>             link will break on as soon as it is
      *>             taken down, the same list cowcatalog
      *>             shows
      *>
      *> anything else on disk - a manifest output, the
      *> catalog, a hand-placed stylesheet or image - is
      *> fine.  external links (anything with a scheme, or
      *> //host), mailto:/tel:/javascript:/data: links,
      *> in-page #fragments and links still holding {{TOKEN}}
      *> text (cowverify reports those) are not checked; a
      *> ?query or #fragment is dropped before the lookup,
      *> and a link ending in / means its index.html.  a
      *> page missing from disk is cowverify's to report and
      *> is passed over here.
      *>
      *> every bad link goes to cowlinks_report.txt and the
      *> console, and the run ends with return code 8 when
      *> there was one, 0 when every link landed - like
      *> cowverify, so the scheduler catches it first.

       identification division.
       program-id. cowlinks.

       environment division.
       input-output section.
       file-control.

           select manifestfile
               assign to dynamic manifestfile-name
               file status is manifestfile-status
               organization is line sequential.

           select changefile
               assign to dynamic changefile-name
               file status is changefile-status
               organization is line sequential.

           select pagefile
               assign to dynamic pagefile-name
               file status is pagefile-status
               organization is line sequential.

           select reportfile
               assign to dynamic reportfile-name
               file status is reportfile-status
               organization is line sequential.

       data division.
       file section.
       fd  manifestfile.
       01  manifestline pic x(800).

       fd  changefile.
       01  changeline pic x(300).

       fd  pagefile.
       01  pageline pic x(2000).

       fd  reportfile.
       01  reportline pic x(300).

       working-storage section.

       01  manifestfile-name pic x(255) value "cowbatch_manifest.dat".
       01  manifestfile-status pic x(2).
       01  manifest-override pic x(255).
       01  manifest-trimmed pic x(800).

       01  changefile-name pic x(255)
               value "cowtemplate_changes.log".
       01  changefile-status pic x(2).
       01  change-trimmed pic x(300).
       01  rec-output pic x(255).

       01  pagefile-name pic x(255).
       01  pagefile-status pic x(2).

       01  reportfile-name pic x(255) value "cowlinks_report.txt".
       01  reportfile-status pic x(2).

       01  catalog-output pic x(255) value "catalog.html".

       COPY "cowmanent.cpy".

       01  manifest-outputs.
           03  output-count pic 9(4) value 0.
           03  output-name occurs 201 times pic x(255).
       01  output-idx   pic 9(4).
       01  output-found pic x(1).
       01  seek-idx     pic 9(4).

       01  published-files.
           03  published-count pic 9(4) value 0.
           03  published-name occurs 400 times pic x(255).
       01  published-found pic x(1).

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

      *> the page being scanned: its name, the directory
      *> its relative links start from, and the line in
      *> hand - kept as read and upper-cased, so the
      *> attribute search ignores case but the link
      *> itself keeps its own.
       01  page-name      pic x(255).
       01  page-dir       pic x(255).
       01  page-dir-len   pic 9(4).
       01  page-trimmed   pic x(2000).
       01  page-upper     pic x(2000).
       01  page-len       pic 9(4).
       01  scan-pos       pic 9(4).
       01  value-pos      pic 9(4).
       01  value-end      pic 9(4).
       01  attr-len       pic 9(4).
       01  attr-name      pic x(4).
       01  quote-char     pic x(1).
       01  line-num       pic 9(6).
       01  line-num-disp  pic zzzzz9.

       01  link-text      pic x(500).
       01  link-len       pic 9(4).
       01  link-upper     pic x(500).
       01  link-cut       pic 9(4).
       01  link-checkable pic x(1).

      *> the link resolved to a path from the publish
      *> directory: its segments are pushed and popped
      *> the way a browser walks ./ and ../.
       01  joined-path    pic x(800).
       01  joined-len     pic 9(4).
       01  join-ptr       pic 9(4).
       01  path-seg       pic x(255).
       01  seg-stack.
           03  seg-count  pic 9(4).
           03  seg-name occurs 60 times pic x(255).
       01  seg-idx        pic 9(4).
       01  path-escapes   pic x(1).
       01  wants-index    pic x(1).
       01  target-name    pic x(255).
       01  target-ptr     pic 9(4).

       01  link-verdict   pic x(6).
       01  verdict-reason pic x(60).

       01  pages-scanned  pic 9(6) value 0.
       01  links-checked  pic 9(6) value 0.
       01  broken-count   pic 9(6) value 0.
       01  orphan-count   pic 9(6) value 0.
       01  pages-disp     pic zzzzz9.
       01  links-disp     pic zzzzz9.
       01  broken-disp    pic zzzzz9.
       01  orphan-disp    pic zzzzz9.

       01  build-line pic x(300).

       procedure division.
       start-cowlinks.

           accept manifest-override from environment
               "COWBATCH_MANIFEST"
           if function trim(manifest-override) not = spaces
               move function trim(manifest-override)
                   to manifestfile-name
           end-if

           perform load-manifest-outputs
           perform load-published-files

           open output reportfile
           call 'checkfilestatus' using reportfile-name
               reportfile-status 'N'

           perform varying output-idx from 1 by 1
                   until output-idx > output-count
               move output-name(output-idx) to page-name
               perform check-one-page
           end-perform

           move pages-scanned to pages-disp
           move links-checked to links-disp
           move broken-count to broken-disp
           move orphan-count to orphan-disp
           move spaces to build-line
           string 'cowlinks:' delimited by size
               broken-disp delimited by size
               ' broken,' delimited by size
               orphan-disp delimited by size
               ' orphan-bound link(s) of' delimited by size
               links-disp delimited by size
               ' checked in' delimited by size
               pages-disp delimited by size
               ' page(s)' delimited by size
               into build-line
           perform emit-report-line

           close reportfile

           if broken-count > 0 or orphan-count > 0
               move 8 to return-code
           end-if
           goback.

      *> ---------------------------------------------
      *> every output the manifest names, plus the
      *> catalog page cowcatalog renders outside the
      *> manifest - both are pages we publish, so both
      *> are scanned and both are good link targets.
      *> ---------------------------------------------
       load-manifest-outputs.
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
                   if COW-ent-error = spaces
                           and COW-ent-output not = spaces
                       move COW-ent-output to target-name
                       perform note-manifest-output
                   end-if
               end-if
               read manifestfile
           end-perform

           close manifestfile

           move catalog-output to target-name
           perform note-manifest-output.

       note-manifest-output.
           perform find-manifest-output
           if output-found = 'N'
               if output-count >= 201
                   display 'ERROR manifest over 200 entries'
                   stop run
               end-if
               add 1 to output-count
               move target-name to output-name(output-count)
           end-if.

       find-manifest-output.
           move 'N' to output-found
           perform varying seek-idx from 1 by 1
                   until seek-idx > output-count
                   or output-found = 'Y'
               if output-name(seek-idx) = target-name
                   move 'Y' to output-found
               end-if
           end-perform.

      *> ---------------------------------------------
      *> every live file that ever had a publish record.
      *> a missing changes log means nothing has
      *> published through the staged path yet, so no
      *> target can be an orphan.
      *> ---------------------------------------------
       load-published-files.
           open input changefile
           call 'checkfilestatus' using changefile-name
               changefile-status 'Y'
           if changefile-status = '00'
               read changefile
               perform until changefile-status = '10'
                   move function trim(changeline) to change-trimmed
                   if change-trimmed not = spaces
                       move spaces to rec-output
                       unstring change-trimmed delimited by all spaces
                           into rec-output
                       end-unstring
                       move rec-output to target-name
                       perform find-published-file
                       if published-found = 'N'
                           if published-count >= 400
                               display 'ERROR changes log over 400 '
                                   'distinct files'
                               stop run
                           end-if
                           add 1 to published-count
                           move rec-output
                               to published-name(published-count)
                       end-if
                   end-if
                   read changefile
               end-perform
               close changefile
           end-if.

       find-published-file.
           move 'N' to published-found
           perform varying seek-idx from 1 by 1
                   until seek-idx > published-count
                   or published-found = 'Y'
               if published-name(seek-idx) = target-name
                   move 'Y' to published-found
               end-if
           end-perform.

      *> ---------------------------------------------
      *> one page, line by line.  a link is looked for
      *> at every href= / src= preceded by a space or
      *> tag open, so data-src= and the like are not
      *> mistaken for one.
      *> ---------------------------------------------
       check-one-page.
           move page-name to probe-name
           perform probe-the-file
           if probe-found = 'Y'
               add 1 to pages-scanned
               perform find-page-dir
               move 0 to line-num
               move page-name to pagefile-name
               open input pagefile
               call 'checkfilestatus' using pagefile-name
                   pagefile-status 'N'
               read pagefile
               perform until pagefile-status = '10'
                   add 1 to line-num
                   move function trim(pageline) to page-trimmed
                   if page-trimmed not = spaces
                       perform scan-page-line
                   end-if
                   read pagefile
               end-perform
               close pagefile
           end-if.

       find-page-dir.
           move spaces to page-dir
           move 0 to page-dir-len
           compute page-len = function length(function trim(page-name))
           perform varying scan-pos from page-len by -1
                   until scan-pos < 1 or page-dir-len > 0
               if page-name(scan-pos:1) = '/'
                   move scan-pos to page-dir-len
               end-if
           end-perform
           if page-dir-len > 0
               move page-name(1:page-dir-len) to page-dir
           end-if.

       scan-page-line.
           move function upper-case(page-trimmed) to page-upper
           compute page-len =
               function length(function trim(page-trimmed))
           move 1 to scan-pos
           perform until scan-pos > page-len
               move 0 to attr-len
               if page-upper(scan-pos:5) = 'HREF='
                   move 5 to attr-len
                   move 'href' to attr-name
               else
                   if page-upper(scan-pos:4) = 'SRC='
                       move 4 to attr-len
                       move 'src' to attr-name
                   end-if
               end-if
               if attr-len > 0
      *> the start of the line counts as whitespace: a
      *> tag that wraps puts its attribute first there.
                   if scan-pos = 1
                           or page-trimmed(scan-pos - 1:1) = space
                           or page-trimmed(scan-pos - 1:1) = '<'
                       compute value-pos = scan-pos + attr-len
                       perform extract-link-value
                       perform check-one-link
                       move value-end to scan-pos
                   end-if
               end-if
               add 1 to scan-pos
           end-perform.

      *> a quoted value runs to its closing quote, a bare
      *> one to the next space or the end of the tag.
       extract-link-value.
           move spaces to link-text
           move space to quote-char
           if page-trimmed(value-pos:1) = '"'
                   or page-trimmed(value-pos:1) = "'"
               move page-trimmed(value-pos:1) to quote-char
               add 1 to value-pos
           end-if
           move value-pos to value-end
           perform until value-end > page-len
               if quote-char = space
                   if page-trimmed(value-end:1) = space
                           or page-trimmed(value-end:1) = '>'
                       exit perform
                   end-if
               else
                   if page-trimmed(value-end:1) = quote-char
                       exit perform
                   end-if
               end-if
               add 1 to value-end
           end-perform
           compute link-len = value-end - value-pos
           if link-len > 500
               move 500 to link-len
           end-if
           if link-len > 0
               move page-trimmed(value-pos:link-len) to link-text
           end-if.

      *> ---------------------------------------------
      *> is this a link to one of our files at all?
      *> then cut any ?query or #fragment, resolve it
      *> and look for it.
      *> ---------------------------------------------
       check-one-link.
           move function upper-case(link-text) to link-upper
           move 'Y' to link-checkable
           move 0 to link-cut
           inspect link-upper tallying link-cut for all '://'
           evaluate true
           when link-text = spaces
           when link-text(1:1) = '#'
           when link-text(1:2) = '//'
           when link-cut > 0
           when link-upper(1:7) = 'MAILTO:'
           when link-upper(1:4) = 'TEL:'
           when link-upper(1:11) = 'JAVASCRIPT:'
           when link-upper(1:5) = 'DATA:'
               move 'N' to link-checkable
           end-evaluate
           if link-checkable = 'Y'
               move 0 to link-cut
               inspect link-text tallying link-cut for all '{{'
               if link-cut > 0
                   move 'N' to link-checkable
               end-if
           end-if

           if link-checkable = 'Y'
               move 0 to link-cut
               inspect link-text tallying link-cut
                   for characters before initial '?'
               if link-cut < 500
                   move spaces to link-text(link-cut + 1:)
               end-if
               move 0 to link-cut
               inspect link-text tallying link-cut
                   for characters before initial '#'
               if link-cut < 500
                   move spaces to link-text(link-cut + 1:)
               end-if
               if link-text not = spaces
                   add 1 to links-checked
                   perform resolve-link-target
                   perform judge-link-target
               end-if
           end-if.

       resolve-link-target.
           move spaces to joined-path
           if link-text(1:1) = '/'
               move link-text(2:) to joined-path
           else
      *> a page at the top of the publish root has no
      *> directory to put in front of the link.
               if page-dir-len > 0
                   string page-dir(1:page-dir-len) delimited by size
                       function trim(link-text) delimited by size
                       into joined-path
               else
                   move function trim(link-text) to joined-path
               end-if
           end-if

      *> a bare / is the publish directory's own index.
           move 'N' to wants-index
           if joined-path = spaces
               move 0 to joined-len
               move 'Y' to wants-index
           else
               compute joined-len =
                   function length(function trim(joined-path))
               if joined-path(joined-len:1) = '/'
                   move 'Y' to wants-index
               end-if
           end-if

           move 0 to seg-count
           move 'N' to path-escapes
           move 1 to join-ptr
           perform until join-ptr > joined-len
               move spaces to path-seg
               unstring joined-path delimited by '/'
                   into path-seg
                   with pointer join-ptr
               end-unstring
               evaluate true
               when path-seg = spaces or path-seg = '.'
                   continue
               when path-seg = '..'
                   if seg-count = 0
                       move 'Y' to path-escapes
                   else
                       subtract 1 from seg-count
                   end-if
               when other
                   if seg-count < 60
                       add 1 to seg-count
                       move path-seg to seg-name(seg-count)
                   end-if
               end-evaluate
           end-perform
           if wants-index = 'Y'
               add 1 to seg-count
               move 'index.html' to seg-name(seg-count)
           end-if

           move spaces to target-name
           move 1 to target-ptr
           perform varying seg-idx from 1 by 1
                   until seg-idx > seg-count
               if seg-idx > 1
                   string '/' delimited by size
                       into target-name with pointer target-ptr
               end-if
               string function trim(seg-name(seg-idx))
                       delimited by size
                   into target-name with pointer target-ptr
           end-perform.

       judge-link-target.
           move spaces to link-verdict
           if path-escapes = 'Y' or target-name = spaces
               move 'BROKEN' to link-verdict
               move 'points above the publish directory'
                   to verdict-reason
           else
               move target-name to probe-name
               perform probe-the-file
               if probe-found = 'N'
                   move 'BROKEN' to link-verdict
                   move 'no such file' to verdict-reason
               else
                   perform find-manifest-output
                   if output-found = 'N'
                       perform find-published-file
                       if published-found = 'Y'
                           move 'ORPHAN' to link-verdict
                           move 'published, not in the manifest'
                               to verdict-reason
                       end-if
                   end-if
               end-if
           end-if

           if link-verdict = 'BROKEN'
               add 1 to broken-count
               perform report-bad-link
           end-if
           if link-verdict = 'ORPHAN'
               add 1 to orphan-count
               perform report-bad-link
           end-if.

       report-bad-link.
           move line-num to line-num-disp
           move spaces to build-line
           string link-verdict delimited by size
               ' ' delimited by size
               function trim(page-name) delimited by size
               ' line ' delimited by size
               function trim(line-num-disp) delimited by size
               ' ' delimited by size
               function trim(attr-name) delimited by size
               ' ' delimited by size
               function trim(link-text) delimited by size
               ' -> ' delimited by size
               function trim(target-name) delimited by size
               ' (' delimited by size
               function trim(verdict-reason) delimited by size
               ')' delimited by size
               into build-line
           perform emit-report-line.

       probe-the-file.
           call 'CBL_CHECK_FILE_EXIST' using probe-name probe-info
           if return-code = 0
               move 'Y' to probe-found
           else
               move 'N' to probe-found
           end-if
           move 0 to return-code.

       emit-report-line.
           write reportline from build-line
           display build-line(1:120).

       end program cowlinks.
