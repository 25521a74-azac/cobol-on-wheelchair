*> ***********************************************



       identification division.
       program-id. slowreport.

       environment division.
       input-output section.
       file-control.

           select accesslogfile
               assign to access-log-file-name
               file status is access-log-status
               organization is line sequential.

       data division.
       file section.
       fd  accesslogfile.
       01  access-log-record pic x(250).

       working-storage section.

      *    accessreport's sibling for the elapsed time log-access in
      *    cow puts at the end of every access.log line - run with
      *    the day to report (yyyymmdd) as the command line, or with
      *    no argument for today. prints the slowest requests of the
      *    day, then average and worst time per routing pattern and
      *    per hour, all to standard output the same way.
      *    for a cached route the pattern line also splits the
      *    average into cache hits and live renders, which is what
      *    tells a page-cache miss apart from a slow controller or
      *    template: a route whose hits are fast and whose renders
      *    are slow is paying for the render, one slow on both is
      *    slow before the cache is ever asked.
      *    lines written before the timing was logged carry no
      *    elapsed field - they still count as requests, but stay
      *    out of every average rather than pulling it toward zero.

       01 access-log-file-name  pic x(255) value "access.log".
       01 access-log-status     pic x(2).
      *    scratch for the cowconfig lookups - the preset VALUE above
      *    is the default; cow.config overrides it when the key is
      *    present.
       01 config-key            pic x(30).
       01 config-value          pic x(255).
      *    how many of the slowest requests to list (slow-report-top,
      *    at most the 50 the table holds).
       01 top-wanted            pic s9(4) comp value 20.

       01 report-date           pic x(8).
       01 now-raw               pic x(21).

      *    same dated-file choice accessreport makes - see there.
       01 dated-log-name        pic x(255).
       01 file-check-info.
           05  fc-size          pic 9(18) comp.
           05  fc-date          pic x(4).
           05  fc-time          pic x(5).
       01 file-check-result     pic 9(9) usage comp.

       01 log-timestamp         pic x(25).
       01 log-addr              pic x(40).
       01 log-method            pic x(10).
       01 log-pattern           pic x(99).
       01 log-flag              pic x(5).
       01 log-elapsed           pic x(10).
       01 log-cache             pic x(5).
       01 line-ms               pic 9(7) usage comp.

      *    the slowest requests seen so far, slowest first - a new
      *    line is slid into place and the fastest falls off the end.
       01 slow-table.
          05 slow-entry occurs 50 times.
             10 slow-ms         pic 9(7) usage comp.
             10 slow-stamp      pic x(14).
             10 slow-addr       pic x(40).
             10 slow-method     pic x(10).
             10 slow-pattern    pic x(99).
             10 slow-cache      pic x(1).
       01 slow-used             pic s9(4) comp value 0.
       01 slow-at               pic s9(4) comp.

       01 pattern-tally.
          05 pat-entry occurs 60 times.
             10 pat-name        pic x(99).
             10 pat-count       pic 9(7) usage comp.
             10 pat-total       pic 9(12) usage comp.
             10 pat-worst       pic 9(7) usage comp.
             10 pat-hit-count   pic 9(7) usage comp.
             10 pat-hit-total   pic 9(12) usage comp.
             10 pat-miss-count  pic 9(7) usage comp.
             10 pat-miss-total  pic 9(12) usage comp.
       01 pat-used              pic s9(4) comp value 0.

       01 hour-tally.
          05 hour-entry occurs 24 times.
             10 hour-count      pic 9(7) usage comp.
             10 hour-total      pic 9(12) usage comp.
             10 hour-worst      pic 9(7) usage comp.

       01 total-requests        pic 9(7) usage comp value 0.
       01 total-timed           pic 9(7) usage comp value 0.
       01 total-ms              pic 9(12) usage comp value 0.

       01 tally-name            pic x(99).
       01 tally-idx             pic s9(4) comp.
       01 tally-found           pic s9(4) comp.
       01 hour-idx              pic s9(4) comp.

       01 average-ms            pic 9(7) usage comp.
       01 count-display         pic z(6)9.
       01 ms-display            pic z(6)9.
       01 worst-display         pic z(6)9.
       01 hit-display           pic z(6)9.
       01 miss-display          pic z(6)9.
       01 hour-display          pic 99.
       01 cache-text            pic x(5).

       procedure division.

           accept report-date from command-line.

           move "access-log" to config-key.
           call 'cowconfig' using config-key access-log-file-name.

           move spaces to config-value.
           move "slow-report-top" to config-key.
           call 'cowconfig' using config-key config-value.
           if (function trim(config-value) not = spaces
               and function length(function trim(config-value)) <= 4
               and function trim(config-value) is numeric)
               move function numval(config-value) to top-wanted
           end-if.
           if (top-wanted > 50)
               move 50 to top-wanted
           end-if.
           if (top-wanted < 1)
               move 1 to top-wanted
           end-if.

           if (function trim(report-date) = spaces)
               move function current-date to now-raw
               move now-raw(1:8) to report-date
           end-if.

           perform pick-log-file.

           open input accesslogfile.

           if (access-log-status not = "00")
               display "slowreport: cannot open access.log "
                   "(file status " access-log-status ")"
               goback
           end-if.

           read accesslogfile.

           perform until access-log-status = "10"

               perform tally-one-line

               read accesslogfile

           end-perform.

           close accesslogfile.

           perform print-report.

       goback.

       pick-log-file.

           move spaces to dated-log-name.

           string function trim(access-log-file-name)
                   delimited by size
               "." delimited by size
               report-date delimited by size
               into dated-log-name
           end-string.

           call "CBL_CHECK_FILE_EXIST" using dated-log-name
               file-check-info
               returning file-check-result.

           if (file-check-result = 0)
               move dated-log-name to access-log-file-name
           end-if.

           .

       tally-one-line.

      *    log-access's field order: timestamp, client address,
      *    method, pattern (or the raw path on a miss), anyfound,
      *    elapsed milliseconds, cache verdict (h/m/-).

           move spaces to log-timestamp log-addr log-method
               log-pattern log-flag log-elapsed log-cache.

           unstring access-log-record delimited by " "
               into log-timestamp log-addr log-method
                   log-pattern log-flag log-elapsed log-cache
           end-unstring.

           if (log-timestamp(1:8) = report-date)
               add 1 to total-requests
               if (function trim(log-elapsed) not = spaces
                   and function trim(log-elapsed) is numeric)
                   move function numval(log-elapsed) to line-ms
                   perform tally-timed-line
               end-if
           end-if.

           .

       tally-timed-line.

           add 1 to total-timed.
           add line-ms to total-ms.

      *    every unmatched path shares one line - the slow list
      *    still names the path itself.
           if (log-flag(1:1) = "y")
               move log-pattern to tally-name
           else
               move "(unmatched)" to tally-name
           end-if.

           perform tally-pattern.
           perform tally-hour.
           perform rank-slow-line.

           .

       tally-pattern.

           move 0 to tally-found.

           perform varying tally-idx from 1 by 1
               until tally-idx > pat-used or tally-found > 0

               if (pat-name(tally-idx) = tally-name)
                   move tally-idx to tally-found
               end-if

           end-perform.

           if (tally-found = 0)
               if (pat-used < 60)
                   add 1 to pat-used
                   move pat-used to tally-found
                   move tally-name to pat-name(pat-used)
                   move 0 to pat-count(pat-used) pat-total(pat-used)
                       pat-worst(pat-used) pat-hit-count(pat-used)
                       pat-hit-total(pat-used)
                       pat-miss-count(pat-used)
                       pat-miss-total(pat-used)
               end-if
           end-if.

           if (tally-found > 0)
               add 1 to pat-count(tally-found)
               add line-ms to pat-total(tally-found)
               if (line-ms > pat-worst(tally-found))
                   move line-ms to pat-worst(tally-found)
               end-if
               evaluate log-cache(1:1)
                   when "h"
                       add 1 to pat-hit-count(tally-found)
                       add line-ms to pat-hit-total(tally-found)
                   when "m"
                       add 1 to pat-miss-count(tally-found)
                       add line-ms to pat-miss-total(tally-found)
               end-evaluate
           end-if.

           .

       tally-hour.

           if (log-timestamp(9:2) numeric)
               compute hour-idx =
                   function numval(log-timestamp(9:2)) + 1
               if (hour-idx >= 1 and hour-idx <= 24)
                   add 1 to hour-count(hour-idx)
                   add line-ms to hour-total(hour-idx)
                   if (line-ms > hour-worst(hour-idx))
                       move line-ms to hour-worst(hour-idx)
                   end-if
               end-if
           end-if.

           .

       rank-slow-line.

      *    find the first slot this line beats, slide the rest down
      *    one (dropping whatever falls past top-wanted), drop it in.

           move 0 to slow-at.

           perform varying tally-idx from 1 by 1
               until tally-idx > slow-used or slow-at > 0

               if (line-ms > slow-ms(tally-idx))
                   move tally-idx to slow-at
               end-if

           end-perform.

           if (slow-at = 0)
               if (slow-used < top-wanted)
                   add 1 to slow-used
                   move slow-used to slow-at
               end-if
           else
               if (slow-used < top-wanted)
                   add 1 to slow-used
               end-if
               perform varying tally-idx from slow-used by -1
                   until tally-idx <= slow-at
                   move slow-entry(tally-idx - 1)
                       to slow-entry(tally-idx)
               end-perform
           end-if.

           if (slow-at > 0)
               move line-ms to slow-ms(slow-at)
               move log-timestamp(1:14) to slow-stamp(slow-at)
               move log-addr to slow-addr(slow-at)
               move log-method to slow-method(slow-at)
               move log-pattern to slow-pattern(slow-at)
               move log-cache(1:1) to slow-cache(slow-at)
           end-if.

           .

       print-report.

           display "Cobol-on-Wheelchair slow-request report for "
               report-date(1:4) "-" report-date(5:2) "-"
               report-date(7:2).

           move total-requests to count-display.
           display "Total requests:   " count-display.
           move total-timed to count-display.
           display "  timed:          " count-display.

           if (total-timed > 0)
               compute average-ms rounded = total-ms / total-timed
               move average-ms to ms-display
               display "  average ms:     " ms-display
           end-if.

           display " ".
           display "Slowest requests (ms, time, method, path, cache)".

           if (slow-used = 0)
               display "  (none)"
           end-if.

           perform varying tally-idx from 1 by 1
               until tally-idx > slow-used

               move slow-ms(tally-idx) to ms-display
               perform describe-slow-cache
               display "  " ms-display "  "
                   slow-stamp(tally-idx)(9:2) ":"
                   slow-stamp(tally-idx)(11:2) ":"
                   slow-stamp(tally-idx)(13:2) "  "
                   function trim(slow-method(tally-idx)) " "
                   function trim(slow-pattern(tally-idx)) "  "
                   function trim(cache-text) "  "
                   function trim(slow-addr(tally-idx))

           end-perform.

           display " ".
           display "Per routing pattern "
               "(requests, average ms, worst ms, pattern)".

           perform varying tally-idx from 1 by 1
               until tally-idx > pat-used

               perform print-pattern-line

           end-perform.

           display " ".
           display "Per hour (requests, average ms, worst ms)".

           perform varying hour-idx from 1 by 1
               until hour-idx > 24

               if (hour-count(hour-idx) > 0)
                   compute hour-display = hour-idx - 1
                   move hour-count(hour-idx) to count-display
                   compute average-ms rounded =
                       hour-total(hour-idx) / hour-count(hour-idx)
                   move average-ms to ms-display
                   move hour-worst(hour-idx) to worst-display
                   display "  " hour-display ":00  " count-display
                       "  " ms-display "  " worst-display
               end-if

           end-perform.

           .

       describe-slow-cache.

           evaluate slow-cache(tally-idx)
               when "h"
                   move "hit" to cache-text
               when "m"
                   move "miss" to cache-text
               when other
                   move spaces to cache-text
           end-evaluate.

           .

       print-pattern-line.

           move pat-count(tally-idx) to count-display.
           compute average-ms rounded =
               pat-total(tally-idx) / pat-count(tally-idx).
           move average-ms to ms-display.
           move pat-worst(tally-idx) to worst-display.

           display "  " count-display "  " ms-display "  "
               worst-display "  " function trim(pat-name(tally-idx)).

      *    a cached route gets the hit/render split underneath.
           if (pat-hit-count(tally-idx) > 0
               or pat-miss-count(tally-idx) > 0)

               move 0 to average-ms
               if (pat-hit-count(tally-idx) > 0)
                   compute average-ms rounded =
                       pat-hit-total(tally-idx)
                       / pat-hit-count(tally-idx)
               end-if
               move average-ms to hit-display

               move 0 to average-ms
               if (pat-miss-count(tally-idx) > 0)
                   compute average-ms rounded =
                       pat-miss-total(tally-idx)
                       / pat-miss-count(tally-idx)
               end-if
               move average-ms to miss-display

               move pat-hit-count(tally-idx) to count-display
               display "            cache hits "
                   function trim(count-display) " avg "
                   function trim(hit-display) " ms"
               move pat-miss-count(tally-idx) to count-display
               display "            live renders "
                   function trim(count-display) " avg "
                   function trim(miss-display) " ms"

           end-if.

           .

       end program slowreport.
