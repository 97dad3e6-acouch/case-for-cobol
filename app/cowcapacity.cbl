      *> ***********************************************


      *> cowcapacity - batch-window capacity report.  every
      *> render leaves its start and end time, the lines and
      *> bytes it wrote and the {{#each}} rows it expanded on
      *> its cowtemplate_audit.log line; this turns those
      *> into the numbers that say whether the nightly run
      *> still fits the window it is given:
      *>
      *>   - the slowest pages over the last 30 nights, by
      *>     average render time, with their worst render
      *>     and what their latest render produced
      *>   - the run duration of each of those nights, first
      *>     render started to last render ended
      *>   - the trend across them (a least-squares line
      *>     through the nightly durations) and the length
      *>     of the next run it projects
      *>
      *> only renders of templates in the manifest count,
      *> retirement templates included (COWBATCH_MANIFEST
      *> honoured, as everywhere) - the status pages truth
      *> renders all day are not the batch.  a render
      *> before COWCAPACITY_CUTOVER o'clock (default 12)
      *> belongs to the night that began the evening
      *> before, so a run that crosses midnight is one
      *> night, not two.  "the last 30 nights" end at the
      *> latest night in the log, the way cowreport's
      *> "today" is the latest date in it.
      *>
      *> COWCAPACITY_WINDOW is the window in minutes
      *> (default 240) and COWCAPACITY_WARN_PCT how much of
      *> it the projection may use before a warning (default
      *> 80).  the report goes to cowcapacity_report.txt and
      *> the console.  return code 4 when the projected run
      *> is within the warning margin, 8 when the latest
      *> night already overran the window.

       identification division.
       program-id. cowcapacity.

       environment division.
       input-output section.
       file-control.

           select manifestfile
               assign to dynamic manifestfile-name
               file status is manifestfile-status
               organization is line sequential.

           select auditfile
               assign to dynamic auditfile-name
               file status is auditfile-status
               organization is line sequential.

           select reportfile
               assign to dynamic reportfile-name
               file status is reportfile-status
               organization is line sequential.

       data division.
       file section.
       fd  manifestfile.
       01  manifestline pic x(800).

       fd  auditfile.
       01  auditline pic x(300).

       fd  reportfile.
       01  reportline pic x(300).

       working-storage section.

       01  manifestfile-name pic x(255) value "cowbatch_manifest.dat".
       01  manifestfile-status pic x(2).
       01  manifest-override pic x(255).
       01  manifest-trimmed pic x(800).
       COPY "cowmanent.cpy".

       01  auditfile-name pic x(255) value "cowtemplate_audit.log".
       01  auditfile-status pic x(2).

       01  reportfile-name pic x(255) value "cowcapacity_report.txt".
       01  reportfile-status pic x(2).

       01  setting-text   pic x(20).
       01  window-minutes pic 9(5) value 240.
       01  warn-pct       pic 9(3) value 80.
       01  cutover-hour   pic 9(2) value 12.

       01  batch-templates.
           03  batch-count pic 9(4) value 0.
           03  batch-template occurs 400 times pic x(255).
       01  batch-idx   pic 9(4).
       01  batch-found pic x(1).

      *> one audit line, split.  a line without the
      *> render metrics (older renders, cowbatch SKIP
      *> lines) leaves audit-start short of a stamp and
      *> is passed over.
       01  audit-trimmed pic x(300).
       01  audit-template pic x(255).
       01  audit-end      pic x(21).
       01  audit-outcome  pic x(4).
       01  audit-start    pic x(21).
       01  audit-lines    pic x(9).
       01  audit-bytes    pic x(11).
       01  audit-rows     pic x(9).
       01  audit-usable   pic x(1).
       01  audit-figures  pic x(1).
       01  audit-night    pic 9(8).

       01  stamp-work     pic x(21).
       01  stamp-parts redefines stamp-work.
           05  stamp-date pic 9(8).
           05  stamp-hh   pic 9(2).
           05  stamp-mi   pic 9(2).
           05  stamp-ss   pic 9(2).
           05  stamp-hs   pic v99.
           05  filler     pic x(5).
       01  stamp-days     pic 9(7).
       01  stamp-whole    pic 9(11).
       01  stamp-secs     pic 9(11)v99.
       01  start-secs     pic 9(11)v99.
       01  end-secs       pic 9(11)v99.
       01  elapsed-secs   pic 9(7)v99.
       01  night-day      pic 9(8).

       01  latest-night   pic 9(8) value 0.
       01  earliest-night pic 9(8).

       01  night-table.
           03  night-count pic 9(4) value 0.
           03  night-entry occurs 30 times.
               05  ne-night    pic 9(8).
               05  ne-first    pic 9(11)v99.
               05  ne-last     pic 9(11)v99.
               05  ne-renders  pic 9(6).
               05  ne-minutes  pic 9(5)v99.
               05  ne-listed   pic x(1).
       01  ne-idx   pic 9(4).
       01  ne-found pic x(1).
       01  ne-next  pic 9(4).

       01  page-table.
           03  page-count pic 9(4) value 0.
           03  page-entry occurs 200 times.
               05  pe-name     pic x(255).
               05  pe-runs     pic 9(6).
               05  pe-total    pic 9(9)v99.
               05  pe-average  pic 9(7)v99.
               05  pe-worst    pic 9(7)v99.
               05  pe-lines    pic 9(7).
               05  pe-bytes    pic 9(9).
               05  pe-rows     pic 9(7).
               05  pe-listed   pic x(1).
       01  pe-idx   pic 9(4).
       01  pe-found pic x(1).
       01  pe-next  pic 9(4).
       01  slowest-limit pic 9(4) value 10.
       01  slowest-shown pic 9(4).

      *> the least-squares line: x is days since the
      *> first night in the period, y the night's
      *> duration in minutes.
       01  trend-n      pic 9(4).
       01  trend-x      pic s9(5).
       01  sum-x        pic s9(9).
       01  sum-y        pic s9(9)v99.
       01  sum-xy       pic s9(11)v99.
       01  sum-xx       pic s9(11).
       01  trend-denom  pic s9(13).
       01  trend-slope  pic s9(5)v9(4).
       01  trend-base   pic s9(7)v9(4).
       01  next-x       pic s9(5).
       01  projected    pic s9(7)v99.
       01  latest-minutes pic 9(5)v99.
       01  warn-minutes pic 9(7)v99.
       01  used-pct     pic 9(5).

       01  count-disp   pic zzzzz9.
       01  lines-disp   pic zzzzzz9.
       01  bytes-disp   pic zzzzzzzz9.
       01  secs-disp    pic zzzzzz9.99.
       01  avg-disp     pic zzzzzz9.99.
       01  mins-disp    pic zzzz9.99.
       01  slope-disp   pic +zzz9.99.
       01  window-disp  pic zzzz9.
       01  pct-disp     pic zzzz9.
       01  build-line   pic x(300).

       procedure division.
       start-cowcapacity.

           perform read-capacity-settings
           perform load-batch-templates

           open output reportfile
           call 'checkfilestatus' using reportfile-name
               reportfile-status 'N'

           perform find-latest-night
           if latest-night = 0
               move 'no render metrics for manifest templates in log'
                   to build-line
               perform emit-report-line
               close reportfile
               goback
           end-if
           compute earliest-night = function date-of-integer(
               function integer-of-date(latest-night) - 29)

           perform tally-audit-records
           perform write-report

           close reportfile
           goback.

       read-capacity-settings.
           accept setting-text from environment "COWCAPACITY_WINDOW"
           if function trim(setting-text) not = spaces
               if function trim(setting-text) is numeric
                   move function numval(setting-text) to window-minutes
               else
                   display 'ERROR COWCAPACITY_WINDOW must be minutes: '
                       function trim(setting-text)
                   move 8 to return-code
                   goback
               end-if
           end-if
           if window-minutes = 0
               move 240 to window-minutes
           end-if

           accept setting-text from environment "COWCAPACITY_WARN_PCT"
           if function trim(setting-text) not = spaces
               if function trim(setting-text) is numeric
                   move function numval(setting-text) to warn-pct
               else
                   display 'ERROR COWCAPACITY_WARN_PCT must be a '
                       'percentage: ' function trim(setting-text)
                   move 8 to return-code
                   goback
               end-if
           end-if

           accept setting-text from environment "COWCAPACITY_CUTOVER"
           if function trim(setting-text) not = spaces
               if function trim(setting-text) is numeric
                       and function numval(setting-text) < 24
                   move function numval(setting-text) to cutover-hour
               else
                   display 'ERROR COWCAPACITY_CUTOVER must be an hour '
                       '0-23: ' function trim(setting-text)
                   move 8 to return-code
                   goback
               end-if
           end-if.

       load-batch-templates.
           accept manifest-override from environment
               "COWBATCH_MANIFEST"
           if function trim(manifest-override) not = spaces
               move function trim(manifest-override)
                   to manifestfile-name
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
                   if COW-ent-error = spaces
                       move COW-ent-template to audit-template
                       perform note-batch-template
      *> cowbatch renders an expired entry's retirement
      *> page itself, so that is batch work too.
                       if COW-ent-retire not = spaces
                           move COW-ent-retire to audit-template
                           perform note-batch-template
                       end-if
                   end-if
               end-if
               read manifestfile
           end-perform
           close manifestfile.

       note-batch-template.
           perform find-batch-template
           if batch-found = 'N'
               if batch-count >= 400
                   display 'ERROR manifest over 400 templates'
                   close manifestfile
                   move 8 to return-code
                   stop run
               end-if
               add 1 to batch-count
               move audit-template to batch-template(batch-count)
           end-if.

       find-batch-template.
           move 'N' to batch-found
           perform varying batch-idx from 1 by 1
                   until batch-idx > batch-count or batch-found = 'Y'
               if batch-template(batch-idx) = audit-template
                   move 'Y' to batch-found
               end-if
           end-perform.

      *> ---------------------------------------------
      *> first pass just to learn the latest night, so
      *> the second knows where the 30 nights start.
      *> ---------------------------------------------
       find-latest-night.
           open input auditfile
           call 'checkfilestatus' using auditfile-name auditfile-status
               'Y'
           if auditfile-status = '00'
               read auditfile
               perform until auditfile-status = '10'
                   perform split-audit-line
                   if audit-usable = 'Y' and audit-night > latest-night
                       move audit-night to latest-night
                   end-if
                   read auditfile
               end-perform
               close auditfile
           end-if.

       tally-audit-records.
           open input auditfile
           call 'checkfilestatus' using auditfile-name auditfile-status
               'N'
           read auditfile
           perform until auditfile-status = '10'
               perform split-audit-line
               if audit-usable = 'Y' and audit-night >= earliest-night
                   perform tally-one-render
               end-if
               read auditfile
           end-perform
           close auditfile.

       split-audit-line.
           move 'N' to audit-usable
           move spaces to audit-template audit-end audit-outcome
               audit-start audit-lines audit-bytes audit-rows
           move function trim(auditline) to audit-trimmed
           if audit-trimmed not = spaces
               unstring audit-trimmed delimited by all spaces
                   into audit-template audit-end audit-outcome
                        audit-start audit-lines audit-bytes audit-rows
               end-unstring
               perform judge-audit-line
           end-if.

       judge-audit-line.
           move 'Y' to audit-figures
           if audit-start(1:16) is not numeric
                   or audit-end(1:16) is not numeric
                   or function trim(audit-lines) is not numeric
                   or function trim(audit-bytes) is not numeric
                   or function trim(audit-rows) is not numeric
               move 'N' to audit-figures
           end-if
           if audit-figures = 'Y'
               perform find-batch-template
           end-if
           if audit-figures = 'Y' and batch-found = 'Y'
               move audit-start to stamp-work
               perform compute-stamp-secs
               move stamp-secs to start-secs
               move audit-end to stamp-work
               perform compute-stamp-secs
               move stamp-secs to end-secs
               if end-secs >= start-secs
                   move audit-start to stamp-work
                   move stamp-date to night-day
                   if stamp-hh < cutover-hour
                       compute night-day = function date-of-integer(
                           function integer-of-date(night-day) - 1)
                   end-if
                   move night-day to audit-night
                   move 'Y' to audit-usable
               end-if
           end-if.

      *> a CURRENT-DATE stamp as seconds (and hundredths)
      *> on one running count, so a render that crosses
      *> midnight still subtracts cleanly.
       compute-stamp-secs.
           compute stamp-days = function integer-of-date(stamp-date)
           compute stamp-whole = stamp-days * 86400
               + stamp-hh * 3600 + stamp-mi * 60 + stamp-ss
           move stamp-whole to stamp-secs
           add stamp-hs to stamp-secs.

       tally-one-render.
           compute elapsed-secs = end-secs - start-secs

           perform find-night-entry
           add 1 to ne-renders(ne-idx)
           if start-secs < ne-first(ne-idx)
               move start-secs to ne-first(ne-idx)
           end-if
           if end-secs > ne-last(ne-idx)
               move end-secs to ne-last(ne-idx)
           end-if

           perform find-page-entry
           add 1 to pe-runs(pe-idx)
           add elapsed-secs to pe-total(pe-idx)
           if elapsed-secs > pe-worst(pe-idx)
               move elapsed-secs to pe-worst(pe-idx)
           end-if
           move function numval(audit-lines) to pe-lines(pe-idx)
           move function numval(audit-bytes) to pe-bytes(pe-idx)
           move function numval(audit-rows) to pe-rows(pe-idx).

       find-night-entry.
           move 'N' to ne-found
           perform varying ne-idx from 1 by 1
                   until ne-idx > night-count or ne-found = 'Y'
               if ne-night(ne-idx) = audit-night
                   move 'Y' to ne-found
               end-if
           end-perform
           if ne-found = 'N'
               add 1 to night-count
               move night-count to ne-idx
               move audit-night to ne-night(ne-idx)
               move start-secs to ne-first(ne-idx)
               move end-secs to ne-last(ne-idx)
               move 0 to ne-renders(ne-idx)
               move 0 to ne-minutes(ne-idx)
               move 'N' to ne-listed(ne-idx)
           else
               subtract 1 from ne-idx
           end-if.

       find-page-entry.
           move 'N' to pe-found
           perform varying pe-idx from 1 by 1
                   until pe-idx > page-count or pe-found = 'Y'
               if pe-name(pe-idx) = audit-template
                   move 'Y' to pe-found
               end-if
           end-perform
           if pe-found = 'N'
               add 1 to page-count
               move page-count to pe-idx
               move spaces to page-entry(pe-idx)
               move audit-template to pe-name(pe-idx)
               move 0 to pe-runs(pe-idx) pe-total(pe-idx)
                   pe-average(pe-idx) pe-worst(pe-idx)
               move 'N' to pe-listed(pe-idx)
           else
               subtract 1 from pe-idx
           end-if.

      *> ---------------------------------------------
      *> the report: slowest pages, the nights in date
      *> order, then the trend and its verdict.
      *> ---------------------------------------------
       write-report.
           move window-minutes to window-disp
           move warn-pct to pct-disp
           move spaces to build-line
           string 'BATCH CAPACITY FOR NIGHTS ' delimited by size
               earliest-night delimited by size
               ' TO ' delimited by size
               latest-night delimited by size
               ' (window' delimited by size
               window-disp delimited by size
               ' min, warn at' delimited by size
               pct-disp delimited by size
               '%)' delimited by size
               into build-line
           perform emit-report-line

           perform write-slowest-pages
           perform write-nightly-durations
           perform write-trend.

       write-slowest-pages.
           move spaces to build-line
           perform emit-report-line
           move 'SLOWEST PAGES (average render time):' to build-line
           perform emit-report-line

           perform varying pe-idx from 1 by 1
                   until pe-idx > page-count
               compute pe-average(pe-idx) rounded =
                   pe-total(pe-idx) / pe-runs(pe-idx)
           end-perform

           move 0 to slowest-shown
           perform until slowest-shown >= slowest-limit
                   or slowest-shown >= page-count
               move 0 to pe-next
               perform varying pe-idx from 1 by 1
                       until pe-idx > page-count
                   if pe-listed(pe-idx) = 'N'
                       if pe-next = 0
                           move pe-idx to pe-next
                       else
                           if pe-average(pe-idx) > pe-average(pe-next)
                               move pe-idx to pe-next
                           end-if
                       end-if
                   end-if
               end-perform
               move 'Y' to pe-listed(pe-next)
               add 1 to slowest-shown
               perform write-page-line
           end-perform.

       write-page-line.
           move pe-runs(pe-next) to count-disp
           move spaces to build-line
           string '  ' delimited by size
               function trim(pe-name(pe-next)) delimited by size
               '  renders' delimited by size
               count-disp delimited by size
               into build-line
           perform emit-report-line

           move pe-average(pe-next) to avg-disp
           move pe-worst(pe-next) to secs-disp
           move pe-lines(pe-next) to lines-disp
           move pe-bytes(pe-next) to bytes-disp
           move pe-rows(pe-next) to count-disp
           move spaces to build-line
           string '      avg' delimited by size
               avg-disp delimited by size
               's  worst' delimited by size
               secs-disp delimited by size
               's  last lines' delimited by size
               lines-disp delimited by size
               ' bytes' delimited by size
               bytes-disp delimited by size
               ' rows' delimited by size
               count-disp delimited by size
               into build-line
           perform emit-report-line.

       write-nightly-durations.
           move spaces to build-line
           perform emit-report-line
           move 'NIGHTLY RUN DURATION (first start to last end):'
               to build-line
           perform emit-report-line

           move 0 to trend-n sum-x sum-y sum-xy sum-xx
           perform night-count times
               move 0 to ne-next
               perform varying ne-idx from 1 by 1
                       until ne-idx > night-count
                   if ne-listed(ne-idx) = 'N'
                       if ne-next = 0
                           move ne-idx to ne-next
                       else
                           if ne-night(ne-idx) < ne-night(ne-next)
                               move ne-idx to ne-next
                           end-if
                       end-if
                   end-if
               end-perform
               move 'Y' to ne-listed(ne-next)
               perform write-night-line
           end-perform.

       write-night-line.
           compute elapsed-secs = ne-last(ne-next) - ne-first(ne-next)
           compute ne-minutes(ne-next) rounded = elapsed-secs / 60
           move ne-minutes(ne-next) to latest-minutes

           compute trend-x = function integer-of-date(ne-night(ne-next))
               - function integer-of-date(earliest-night)
           add 1 to trend-n
           add trend-x to sum-x
           add ne-minutes(ne-next) to sum-y
           compute sum-xy = sum-xy + trend-x * ne-minutes(ne-next)
           compute sum-xx = sum-xx + trend-x * trend-x

           move ne-renders(ne-next) to count-disp
           move ne-minutes(ne-next) to mins-disp
           move spaces to build-line
           string '  ' delimited by size
               ne-night(ne-next) delimited by size
               '  renders' delimited by size
               count-disp delimited by size
               '  duration' delimited by size
               mins-disp delimited by size
               ' min' delimited by size
               into build-line
           perform emit-report-line.

      *> ---------------------------------------------
      *> the trend needs two nights at least; with one,
      *> the projection is simply that night again.  the
      *> verdict compares the projection with the
      *> warning margin, and the latest night's actual
      *> run with the window itself.
      *> ---------------------------------------------
       write-trend.
           move spaces to build-line
           perform emit-report-line

           compute next-x = function integer-of-date(latest-night) + 1
               - function integer-of-date(earliest-night)
           compute trend-denom = trend-n * sum-xx - sum-x * sum-x
           if trend-n < 2 or trend-denom = 0
               move latest-minutes to projected
               move 'TREND  not enough nights for a trend' to build-line
               perform emit-report-line
           else
               compute trend-slope rounded =
                   (trend-n * sum-xy - sum-x * sum-y) / trend-denom
               compute trend-base rounded =
                   (sum-y - trend-slope * sum-x) / trend-n
               compute projected rounded =
                   trend-base + trend-slope * next-x
               if projected < 0
                   move 0 to projected
               end-if
               move trend-slope to slope-disp
               move spaces to build-line
               string 'TREND ' delimited by size
                   slope-disp delimited by size
                   ' min per night' delimited by size
                   into build-line
               perform emit-report-line
           end-if

           move projected to mins-disp
           compute used-pct rounded = projected * 100 / window-minutes
           move used-pct to pct-disp
           move spaces to build-line
           string 'PROJECTED NEXT RUN' delimited by size
               mins-disp delimited by size
               ' min,' delimited by size
               pct-disp delimited by size
               '% of the window' delimited by size
               into build-line
           perform emit-report-line

           compute warn-minutes = window-minutes * warn-pct / 100
           if latest-minutes > window-minutes
               move latest-minutes to mins-disp
               move spaces to build-line
               string 'WARNING latest night ran' delimited by size
                   mins-disp delimited by size
                   ' min, over the' delimited by size
                   window-disp delimited by size
                   ' min window' delimited by size
                   into build-line
               perform emit-report-line
               move 8 to return-code
           else
               if projected >= warn-minutes
                   move spaces to build-line
                   string 'WARNING projected run is within '
                           delimited by size
                       'the warning margin of the' delimited by size
                       window-disp delimited by size
                       ' min window' delimited by size
                       into build-line
                   perform emit-report-line
                   move 4 to return-code
               end-if
           end-if.

       emit-report-line.
           write reportline from build-line
           display build-line(1:120).

       end program cowcapacity.
