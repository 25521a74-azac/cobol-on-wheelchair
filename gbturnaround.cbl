*> ***********************************************



       identification division.
       program-id. gbturnaround.

       environment division.
       input-output section.
       file-control.

           select auditfile
               assign to audit-file-name
               file status is audit-file-status
               organization is line sequential.

           select reportfile
               assign to report-file-name
               file status is report-file-status
               organization is line sequential.

       data division.
       file section.
       fd  auditfile.
           copy gbauditrec.

       fd  reportfile.
       01  report-record pic x(132).

       working-storage section.

      *    how long held entries wait for a moderator, off the audit
      *    trail alone - run by hand (or from cron) with an optional
      *    limit in hours on the command line, cow.config's
      *    moderation-limit-hours otherwise. every audit line whose
      *    after image is pending opens a wait for its entry (the
      *    visitor's ADD or VCORRECT, mostly); the next APPROVE or
      *    REJECT for that entry closes it as a decision, a DELETE
      *    or the visitor's VWITHDRAW closes it as withdrawn.
      *    decisions are broken down by day of the week and by the
      *    signed-in account gbaudit stamped on the line, and
      *    anything still open past the limit is listed by id. same
      *    paginated print-file shape gbreport writes
      *    (turnaround-yyyymmdd.prt).

       01 audit-file-name        pic x(255) value "gbaudit.dat".
       01 audit-file-status      pic x(2).

       01 report-file-name       pic x(255).
       01 report-file-status     pic x(2).

       01 limit-hours            pic 9(4) value 48.
       01 limit-minutes          pic s9(9) comp.

      *    scratch for the cowconfig lookups - the preset VALUEs are
      *    the defaults; cow.config overrides them when the keys are
      *    present.
       01 config-key             pic x(30).
       01 config-text            pic x(255).
       01 config-text-len        pic s9(4) comp.

       01 limit-arg              pic x(80).
       01 arg-len                pic s9(4) comp.

       01 now-raw                pic x(21).
       01 now-minutes            pic s9(11) comp.

      *    one row per open or closed wait, in audit order. an
      *    entry held twice (re-screened after an edit, say) gets a
      *    second row once the first is closed.
       01 held-table.
          05 held-entry occurs 2000 times.
             10 hd-id            pic x(6).
             10 hd-stamp         pic x(14).
             10 hd-minutes       pic s9(11) comp.
             10 hd-state         pic x(1).
       01 held-used              pic s9(4) comp value 0.
       01 held-idx               pic s9(4) comp.
       01 held-found             pic s9(4) comp.

       01 held-count             pic 9(6) value 0.
       01 decided-count          pic 9(6) value 0.
       01 approved-count         pic 9(6) value 0.
       01 rejected-count         pic 9(6) value 0.
       01 withdrawn-count        pic 9(6) value 0.
       01 waiting-count          pic 9(6) value 0.
       01 overdue-count          pic 9(6) value 0.
       01 unmatched-count        pic 9(6) value 0.
       01 wait-total             pic s9(11) comp value 0.
       01 worst-wait             pic s9(11) comp value 0.
       01 worst-id               pic x(6) value spaces.

      *    decisions by the weekday they were made on - 1 is
      *    Monday, the way integer-of-date counts from a Monday.
       01 weekday-names.
          05 filler              pic x(9) value "Monday".
          05 filler              pic x(9) value "Tuesday".
          05 filler              pic x(9) value "Wednesday".
          05 filler              pic x(9) value "Thursday".
          05 filler              pic x(9) value "Friday".
          05 filler              pic x(9) value "Saturday".
          05 filler              pic x(9) value "Sunday".
       01 weekday-name-table redefines weekday-names.
          05 weekday-name        pic x(9) occurs 7 times.

       01 weekday-tally.
          05 weekday-entry occurs 7 times.
             10 wd-count         pic 9(6).
             10 wd-wait-total    pic s9(11) comp.
             10 wd-worst         pic s9(11) comp.
       01 weekday-idx            pic s9(4) comp.

       01 user-tally.
          05 user-entry occurs 50 times.
             10 ut-user          pic x(30).
             10 ut-approved      pic 9(6).
             10 ut-rejected      pic 9(6).
             10 ut-wait-total    pic s9(11) comp.
       01 user-used              pic s9(4) comp value 0.
       01 user-idx               pic s9(4) comp.
       01 user-found             pic s9(4) comp.

       01 parse-stamp            pic x(14).
       01 stamp-date             pic 9(8).
       01 stamp-int              pic s9(8) comp.
       01 stamp-minutes          pic s9(11) comp.
       01 this-wait              pic s9(11) comp.
       01 average-wait           pic s9(11) comp.

       01 wait-text              pic x(12).
       01 wait-hours             pic s9(9) comp.
       01 wait-rest              pic s9(4) comp.
       01 hours-display          pic z(5)9.
       01 minutes-display        pic 99.
       01 date-display           pic x(16).

      *    print control - 60 body lines to a page, a fresh header
      *    block on every page break, the same as gbreport.
       01 print-line             pic x(132).
       01 section-title          pic x(132).
       01 lines-on-page          pic s9(4) comp value 99.
       01 page-number            pic 9(4) value 0.
       01 page-display           pic z(4).
       01 count-display          pic z(5)9.
       01 count-display-2        pic z(5)9.

       procedure division.

           move "audit-file" to config-key.
           call 'cowconfig' using config-key audit-file-name.

           move spaces to config-text.
           move "moderation-limit-hours" to config-key.
           call 'cowconfig' using config-key config-text.

           move function length(function trim(config-text))
               to config-text-len.

           if (config-text-len > 0 and config-text-len < 5
               and config-text(1:config-text-len) numeric)
               move function numval(config-text) to limit-hours
           end-if.

           accept limit-arg from command-line.

           move function length(function trim(limit-arg))
               to arg-len.

           if (arg-len > 0 and arg-len < 5
               and limit-arg(1:arg-len) numeric)
               move function numval(limit-arg) to limit-hours
           end-if.

           compute limit-minutes = limit-hours * 60.

           move function current-date to now-raw.
           move now-raw(1:14) to parse-stamp.
           perform compute-stamp-minutes.
           move stamp-minutes to now-minutes.

           move spaces to report-file-name.

           string "turnaround-" delimited by size
               now-raw(1:8) delimited by size
               ".prt" delimited by size
               into report-file-name
           end-string.

           open input auditfile.

           if (audit-file-status not = "00")
               display "gbturnaround: cannot open "
                   function trim(audit-file-name)
                   " (file status " audit-file-status ")"
               move 8 to return-code
               goback
           end-if.

           open output reportfile.

           if (report-file-status not = "00")
               close auditfile
               display "gbturnaround: cannot write "
                   function trim(report-file-name)
                   " (file status " report-file-status ")"
               move 8 to return-code
               goback
           end-if.

           perform varying weekday-idx from 1 by 1
               until weekday-idx > 7
               move 0 to wd-count(weekday-idx)
               move 0 to wd-wait-total(weekday-idx)
               move 0 to wd-worst(weekday-idx)
           end-perform.

           read auditfile.

           perform until audit-file-status = "10"

               if (ga-stamp(1:8) numeric)
                   perform take-audit-line
               end-if

               read auditfile

           end-perform.

           close auditfile.

           perform print-summary-section.
           perform print-weekday-section.
           perform print-user-section.
           perform print-overdue-section.
           perform print-report-footer.

           close reportfile.

           display "gbturnaround: wrote "
               function trim(report-file-name).

           move 0 to return-code.

       goback.

       take-audit-line.

           move ga-stamp to parse-stamp.
           perform compute-stamp-minutes.

           perform find-open-wait.

           evaluate true

               when ga-op = "APPROVE" or ga-op = "REJECT"
                   if (held-found > 0)
                       perform close-wait-as-decision
                   else
                       add 1 to unmatched-count
                   end-if

               when ga-op = "DELETE" or ga-op = "VWITHDRAW"
                   if (held-found > 0)
                       move "x" to hd-state(held-found)
                       add 1 to withdrawn-count
                   end-if

               when ga-after not = spaces
                   and ga-after(277:1) = "P"
                   and held-found = 0
                   perform open-wait

           end-evaluate.

           .

       find-open-wait.

           move 0 to held-found.

           perform varying held-idx from held-used by -1
               until held-idx < 1 or held-found > 0

               if (hd-id(held-idx) = ga-entry-id
                   and hd-state(held-idx) = "w")
                   move held-idx to held-found
               end-if

           end-perform.

           .

       open-wait.

           add 1 to held-count.

           if (held-used < 2000)
               add 1 to held-used
               move ga-entry-id to hd-id(held-used)
               move ga-stamp to hd-stamp(held-used)
               move stamp-minutes to hd-minutes(held-used)
               move "w" to hd-state(held-used)
           end-if.

           .

       close-wait-as-decision.

           move "d" to hd-state(held-found).

           compute this-wait = stamp-minutes - hd-minutes(held-found).

           if (this-wait < 0)
               move 0 to this-wait
           end-if.

           add 1 to decided-count.
           add this-wait to wait-total.

           if (ga-op = "APPROVE")
               add 1 to approved-count
           else
               add 1 to rejected-count
           end-if.

           if (this-wait > worst-wait or worst-id = spaces)
               move this-wait to worst-wait
               move ga-entry-id to worst-id
           end-if.

           compute weekday-idx = function mod(stamp-int - 1, 7) + 1.

           add 1 to wd-count(weekday-idx).
           add this-wait to wd-wait-total(weekday-idx).

           if (this-wait > wd-worst(weekday-idx))
               move this-wait to wd-worst(weekday-idx)
           end-if.

           perform find-user.

           if (user-found > 0)
               if (ga-op = "APPROVE")
                   add 1 to ut-approved(user-found)
               else
                   add 1 to ut-rejected(user-found)
               end-if
               add this-wait to ut-wait-total(user-found)
           end-if.

           .

       find-user.

      *    a decision with no account on it (made before gbaudit
      *    stamped one) is still somebody's - it gathers under one
      *    blank row, printed as "(not recorded)".

           move 0 to user-found.

           perform varying user-idx from 1 by 1
               until user-idx > user-used or user-found > 0

               if (ut-user(user-idx) = ga-user)
                   move user-idx to user-found
               end-if

           end-perform.

           if (user-found = 0 and user-used < 50)
               add 1 to user-used
               move ga-user to ut-user(user-used)
               move 0 to ut-approved(user-used)
               move 0 to ut-rejected(user-used)
               move 0 to ut-wait-total(user-used)
               move user-used to user-found
           end-if.

           .

       compute-stamp-minutes.

      *    yyyymmddhhmmss as minutes since integer-of-date's day
      *    one - only ever subtracted from each other.

           move function numval(parse-stamp(1:8)) to stamp-date.

           compute stamp-int = function integer-of-date(stamp-date).

           move 0 to stamp-minutes.

           if (parse-stamp(9:4) numeric)
               compute stamp-minutes = stamp-int * 1440
                   + function numval(parse-stamp(9:2)) * 60
                   + function numval(parse-stamp(11:2))
           else
               compute stamp-minutes = stamp-int * 1440
           end-if.

           .

       format-wait.

      *    minutes as hours:minutes - a wait past a day reads fine
      *    as 30:15, and the column never has to change units.

           compute wait-hours = this-wait / 60.
           compute wait-rest = this-wait - wait-hours * 60.

           move wait-hours to hours-display.
           move wait-rest to minutes-display.

           move spaces to wait-text.

           string function trim(hours-display) delimited by size
               ":" delimited by size
               minutes-display delimited by size
               into wait-text
           end-string.

           .

       format-stamp.

           move spaces to date-display.

           string parse-stamp(1:4) delimited by size
               "-" delimited by size
               parse-stamp(5:2) delimited by size
               "-" delimited by size
               parse-stamp(7:2) delimited by size
               " " delimited by size
               parse-stamp(9:2) delimited by size
               ":" delimited by size
               parse-stamp(11:2) delimited by size
               into date-display
           end-string.

           .

       write-print-line.

      *    every body line lands here - 60 to a page, then a fresh
      *    header block, so nothing decides about pagination twice.

           if (lines-on-page >= 60)
               perform start-new-page
           end-if.

           move print-line to report-record.
           write report-record.

           add 1 to lines-on-page.

           .

       start-new-page.

           add 1 to page-number.
           move page-number to page-display.

           if (page-number > 1)
               move spaces to report-record
               move x"0C" to report-record(1:1)
               write report-record
           end-if.

           move spaces to report-record.

           string "COBOL-ON-WHEELCHAIR - MODERATION TURNAROUND"
               delimited by size
               into report-record
           end-string.

           move now-raw(1:4) to report-record(60:4).
           move "-" to report-record(64:1).
           move now-raw(5:2) to report-record(65:2).
           move "-" to report-record(67:1).
           move now-raw(7:2) to report-record(68:2).

           move "PAGE" to report-record(120:4).
           move page-display to report-record(125:4).

           write report-record.

           move all "-" to report-record(1:128).
           write report-record.

           move spaces to report-record.
           write report-record.

           move 3 to lines-on-page.

           .

       print-section-title.

      *    print-line carries the title in - one blank line above,
      *    the title, one below.

           move print-line to section-title.
           move spaces to print-line.
           perform write-print-line.
           move section-title to print-line.
           perform write-print-line.
           move spaces to print-line.
           perform write-print-line.

           .

       print-summary-section.

      *    the still-waiting count is worked out here rather than
      *    while reading, since "overdue" is measured against now.

           perform varying held-idx from 1 by 1
               until held-idx > held-used

               if (hd-state(held-idx) = "w")
                   add 1 to waiting-count
                   if (now-minutes - hd-minutes(held-idx)
                       > limit-minutes)
                       add 1 to overdue-count
                   end-if
               end-if

           end-perform.

           move "SUMMARY" to print-line.
           perform print-section-title.

           move held-count to count-display.
           move spaces to print-line.
           string "  entries held for review     " delimited by size
               count-display delimited by size
               into print-line
           end-string.
           perform write-print-line.

           move approved-count to count-display.
           move rejected-count to count-display-2.
           move spaces to print-line.
           string "  approved / rejected         " delimited by size
               count-display delimited by size
               " /" delimited by size
               count-display-2 delimited by size
               into print-line
           end-string.
           perform write-print-line.

           move withdrawn-count to count-display.
           move spaces to print-line.
           string "  deleted while pending       " delimited by size
               count-display delimited by size
               into print-line
           end-string.
           perform write-print-line.

           move waiting-count to count-display.
           move overdue-count to count-display-2.
           move spaces to print-line.
           string "  still waiting               " delimited by size
               count-display delimited by size
               "  (" delimited by size
               function trim(count-display-2) delimited by size
               " past the limit)" delimited by size
               into print-line
           end-string.
           perform write-print-line.

           if (decided-count > 0)
               compute average-wait rounded =
                   wait-total / decided-count
           else
               move 0 to average-wait
           end-if.

           move average-wait to this-wait.
           perform format-wait.
           move spaces to print-line.
           string "  average wait (hh:mm)        " delimited by size
               wait-text delimited by size
               into print-line
           end-string.
           perform write-print-line.

           move worst-wait to this-wait.
           perform format-wait.
           move spaces to print-line.
           if (worst-id = spaces)
               string "  worst wait (hh:mm)          " delimited by size
                   wait-text delimited by size
                   into print-line
               end-string
           else
               string "  worst wait (hh:mm)          " delimited by size
                   function trim(wait-text) delimited by size
                   "  entry #" delimited by size
                   worst-id delimited by size
                   into print-line
               end-string
           end-if.
           perform write-print-line.

           if (unmatched-count > 0)
               move unmatched-count to count-display
               move spaces to print-line
               string "  decided with no hold on file"
                       delimited by size
                   count-display delimited by size
                   into print-line
               end-string
               perform write-print-line
           end-if.

           .

       print-weekday-section.

           move "DECISIONS BY DAY OF WEEK" to print-line.
           perform print-section-title.

           move spaces to print-line.
           move "DAY" to print-line(3:3).
           move "DECISIONS" to print-line(16:9).
           move "AVERAGE" to print-line(30:7).
           move "WORST" to print-line(44:5).
           perform write-print-line.

           perform varying weekday-idx from 1 by 1
               until weekday-idx > 7

               move spaces to print-line
               move weekday-name(weekday-idx) to print-line(3:9)
               move wd-count(weekday-idx) to count-display
               move count-display to print-line(19:6)

               if (wd-count(weekday-idx) > 0)
                   compute this-wait rounded =
                       wd-wait-total(weekday-idx)
                       / wd-count(weekday-idx)
                   perform format-wait
                   move wait-text to print-line(30:12)
                   move wd-worst(weekday-idx) to this-wait
                   perform format-wait
                   move wait-text to print-line(44:12)
               end-if

               perform write-print-line

           end-perform.

           .

       print-user-section.

           move "DECISIONS BY STAFF ACCOUNT" to print-line.
           perform print-section-title.

           move spaces to print-line.
           move "ACCOUNT" to print-line(3:7).
           move "APPROVED" to print-line(34:8).
           move "REJECTED" to print-line(44:8).
           move "AVERAGE" to print-line(56:7).
           perform write-print-line.

           perform varying user-idx from 1 by 1
               until user-idx > user-used

               move spaces to print-line

               if (ut-user(user-idx) = spaces)
                   move "(not recorded)" to print-line(3:30)
               else
                   move ut-user(user-idx) to print-line(3:30)
               end-if

               move ut-approved(user-idx) to count-display
               move count-display to print-line(36:6)
               move ut-rejected(user-idx) to count-display
               move count-display to print-line(46:6)

               compute this-wait rounded =
                   ut-wait-total(user-idx)
                   / (ut-approved(user-idx) + ut-rejected(user-idx))
               perform format-wait
               move wait-text to print-line(56:12)

               perform write-print-line

           end-perform.

           if (user-used = 0)
               move "  (no moderation decisions on file)" to print-line
               perform write-print-line
           end-if.

           .

       print-overdue-section.

           move limit-hours to count-display.
           move spaces to print-line.
           string "STILL WAITING PAST " delimited by size
               function trim(count-display) delimited by size
               " HOURS" delimited by size
               into print-line
           end-string.
           perform print-section-title.

           move spaces to print-line.
           move "ENTRY" to print-line(3:5).
           move "HELD SINCE" to print-line(12:10).
           move "WAITING (HH:MM)" to print-line(32:15).
           perform write-print-line.

           perform varying held-idx from 1 by 1
               until held-idx > held-used

               if (hd-state(held-idx) = "w"
                   and now-minutes - hd-minutes(held-idx)
                       > limit-minutes)

                   compute this-wait =
                       now-minutes - hd-minutes(held-idx)
                   perform format-wait

                   move hd-stamp(held-idx) to parse-stamp
                   perform format-stamp

                   move spaces to print-line
                   move "#" to print-line(3:1)
                   move hd-id(held-idx) to print-line(4:6)
                   move date-display to print-line(12:16)
                   move wait-text to print-line(32:12)

                   perform write-print-line

               end-if

           end-perform.

           if (overdue-count = 0)
               move "  (nothing waiting past the limit)" to print-line
               perform write-print-line
           end-if.

           .

       print-report-footer.

           move decided-count to count-display.
           move overdue-count to count-display-2.

           move spaces to print-line.
           perform write-print-line.

           move spaces to print-line.

           string "*** END OF REPORT - " delimited by size
               function trim(count-display) delimited by size
               " DECISIONS, " delimited by size
               function trim(count-display-2) delimited by size
               " ENTRIES OVERDUE ***" delimited by size
               into print-line
           end-string.

           perform write-print-line.

           .

       end program gbturnaround.
