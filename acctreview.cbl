*> ***********************************************



       identification division.
       program-id. acctreview.

       environment division.
       input-output section.
       file-control.

           select lockoutfile
               assign to lockout-file-name
               file status is lockout-file-status
               organization is line sequential.

           select seclogfile
               assign to seclog-file-name
               file status is seclog-file-status
               organization is line sequential.

           select reportfile
               assign to report-file-name
               file status is report-file-status
               organization is line sequential.

       data division.
       file section.
       fd  lockoutfile.
       01  lockout-line pic x(80).

       fd  seclogfile.
       01  seclog-record pic x(120).

       fd  reportfile.
       01  report-record pic x(132).

       working-storage section.

      *    the quarterly access review on one sheet, run by hand
      *    (or from cron) with no arguments - every users.dat
      *    account with its role and state, when it last signed in
      *    and how old its password is (userstore's activity
      *    stamps), its current failed-sign-in count off
      *    loginguard's lockout.dat, and how many FAIL and LOCKOUT
      *    lines security.log holds against it. an account idle
      *    past review-idle-days, or with a password older than
      *    review-password-days, is flagged in the last column, so
      *    the review is a signature per flagged line rather than a
      *    round of asking who still uses what. same paginated
      *    print-file shape gbreport writes (acctreview-yyyymmdd.prt).

       01 lockout-file-name      pic x(255) value "lockout.dat".
       01 lockout-file-status    pic x(2).

       01 seclog-file-name       pic x(255) value "security.log".
       01 seclog-file-status     pic x(2).

       01 report-file-name       pic x(255).
       01 report-file-status     pic x(2).

       01 idle-limit-days        pic 9(4) value 90.
       01 password-limit-days    pic 9(4) value 180.

      *    scratch for the cowconfig lookups - the preset VALUEs are
      *    the defaults; cow.config overrides them when the keys are
      *    present.
       01 config-key             pic x(30).
       01 config-text            pic x(255).
       01 config-text-len        pic s9(4) comp.

       01 now-raw                pic x(21).
       01 today-date             pic 9(8).
       01 today-int              pic s9(8) comp.

      *    scratch for the userstore and cowrows calls - sized to
      *    their own linkage, see the CALL-sizing note in getquery.
       01 user-op                pic x(7).
       01 user-name              pic x(30).
       01 user-text              pic x(90).
       01 user-ok                pic x(1).
       01 rows-op                pic x(7).
       01 rows-num               pic s9(4) comp.
       01 rows-total             pic s9(4) comp.

       copy cowrow.

      *    one line per account, filled from the userstore rows
      *    first and then from the lockout file and the security
      *    log, both of which are keyed by account name.
       01 account-table.
          05 account-entry occurs 60 times.
             10 ac-name          pic x(30).
             10 ac-role          pic x(10).
             10 ac-state         pic x(10).
             10 ac-signin        pic x(14).
             10 ac-pwchanged     pic x(14).
             10 ac-lock-count    pic 9(4).
             10 ac-fail-count    pic 9(5).
             10 ac-lockouts      pic 9(4).
       01 account-used           pic s9(4) comp value 0.
       01 account-idx            pic s9(4) comp.
       01 account-found          pic s9(4) comp.
       01 find-name              pic x(30).

       01 parse-account          pic x(30).
       01 parse-count            pic x(6).
       01 parse-until            pic x(14).
       01 parse-stamp            pic x(14).
       01 parse-addr             pic x(40).
       01 parse-event            pic x(10).

       01 stamp-date             pic 9(8).
       01 age-days               pic s9(8) comp.
       01 age-display            pic z(4)9.
       01 flag-text              pic x(40).
       01 flag-pointer           pic s9(4) comp.
       01 flagged-count          pic 9(4) value 0.
       01 date-display           pic x(10).

      *    print control - 60 body lines to a page, a fresh header
      *    block on every page break, the same as gbreport.
       01 print-line             pic x(132).
       01 section-title          pic x(132).
       01 lines-on-page          pic s9(4) comp value 99.
       01 page-number            pic 9(4) value 0.
       01 page-display           pic z(4).
       01 count-display          pic z(6).
       01 count-display-2        pic z(6).
       01 small-display          pic z(4).

       procedure division.

           move "lockout-file" to config-key.
           call 'cowconfig' using config-key lockout-file-name.
           move "security-log" to config-key.
           call 'cowconfig' using config-key seclog-file-name.

           move spaces to config-text.
           move "review-idle-days" to config-key.
           call 'cowconfig' using config-key config-text.
           perform take-numeric-config.
           if (config-text-len > 0)
               move function numval(config-text) to idle-limit-days
           end-if.

           move spaces to config-text.
           move "review-password-days" to config-key.
           call 'cowconfig' using config-key config-text.
           perform take-numeric-config.
           if (config-text-len > 0)
               move function numval(config-text)
                   to password-limit-days
           end-if.

           move function current-date to now-raw.
           move function numval(now-raw(1:8)) to today-date.
           compute today-int = function integer-of-date(today-date).

           move spaces to report-file-name.

           string "acctreview-" delimited by size
               now-raw(1:8) delimited by size
               ".prt" delimited by size
               into report-file-name
           end-string.

           open output reportfile.

           if (report-file-status not = "00")
               display "acctreview: cannot write "
                   function trim(report-file-name)
                   " (file status " report-file-status ")"
               move 8 to return-code
               goback
           end-if.

           perform load-accounts.
           perform tally-lockout-file.
           perform tally-security-log.

           perform print-account-section.
           perform print-limits-section.
           perform print-report-footer.

           close reportfile.

           display "acctreview: wrote "
               function trim(report-file-name).

           move 0 to return-code.

       goback.

       take-numeric-config.

           move function length(function trim(config-text))
               to config-text-len.

           if (config-text-len > 4
               or config-text(1:config-text-len) not numeric)
               move 0 to config-text-len
           end-if.

           .

       load-accounts.

      *    userstore owns the users.dat row shape - the accounts
      *    (and their activity stamps) come back as cowrows rows,
      *    the same way the /accounts screen gets them.

           move "list" to user-op.
           move spaces to user-name.
           move spaces to user-text.
           move "n" to user-ok.

           call 'userstore' using user-op user-name user-text
               user-ok.

           move "count" to rows-op.
           move 0 to rows-num.
           call 'cowrows' using rows-op rows-num the-row.
           move rows-num to rows-total.

           perform varying account-idx from 1 by 1
               until account-idx > rows-total
               or account-used >= 60

               move "get" to rows-op
               move account-idx to rows-num
               call 'cowrows' using rows-op rows-num the-row

               add 1 to account-used
               move row-col-value(1) to ac-name(account-used)
               move row-col-value(2) to ac-role(account-used)
               move row-col-value(3) to ac-state(account-used)
               move row-col-value(5) to ac-signin(account-used)
               move row-col-value(6) to ac-pwchanged(account-used)
               move 0 to ac-lock-count(account-used)
               move 0 to ac-fail-count(account-used)
               move 0 to ac-lockouts(account-used)

           end-perform.

           .

       find-account.

           move 0 to account-found.

           perform varying account-idx from 1 by 1
               until account-idx > account-used
               or account-found > 0

               if (ac-name(account-idx) = find-name)
                   move account-idx to account-found
               end-if

           end-perform.

           .

       tally-lockout-file.

      *    "account|failcount|locked-until" - the count is the
      *    misses since the account's last good sign-in, which is
      *    what loginguard locks on.

           open input lockoutfile.

           if (lockout-file-status = "00")

               read lockoutfile

               perform until lockout-file-status = "10"

                   move spaces to parse-account parse-count
                       parse-until

                   unstring lockout-line delimited by "|"
                       into parse-account parse-count parse-until
                   end-unstring

                   move parse-account to find-name
                   perform find-account

                   if (account-found > 0
                       and function trim(parse-count) numeric)
                       move function numval(parse-count)
                           to ac-lock-count(account-found)
                   end-if

                   read lockoutfile

               end-perform

               close lockoutfile

           end-if.

           .

       tally-security-log.

      *    "stamp addr EVENT account" - seclog's layout. a FAIL
      *    naming an account that doesn't exist is somebody
      *    guessing names, not a review item, so it counts nowhere.

           open input seclogfile.

           if (seclog-file-status = "00")

               read seclogfile

               perform until seclog-file-status = "10"

                   move spaces to parse-stamp parse-addr parse-event
                       parse-account

                   unstring seclog-record delimited by all " "
                       into parse-stamp parse-addr parse-event
                           parse-account
                   end-unstring

                   move parse-account to find-name
                   perform find-account

                   if (account-found > 0)

                       if (parse-event = "FAIL")
                           add 1 to ac-fail-count(account-found)
                       end-if

                       if (parse-event = "LOCKOUT")
                           add 1 to ac-lockouts(account-found)
                       end-if

                   end-if

                   read seclogfile

               end-perform

               close seclogfile

           end-if.

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

           string "COBOL-ON-WHEELCHAIR - STAFF ACCESS REVIEW"
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

       print-account-section.

           move "ACCOUNTS" to print-line.
           perform print-section-title.

           move spaces to print-line.
           move "ACCOUNT" to print-line(3:7).
           move "ROLE" to print-line(25:4).
           move "STATE" to print-line(36:5).
           move "LAST SIGN-IN" to print-line(47:12).
           move "IDLE" to print-line(60:4).
           move "PW CHANGED" to print-line(66:10).
           move "AGE" to print-line(78:3).
           move "LOCK" to print-line(83:4).
           move "FAILS" to print-line(88:5).
           move "FLAGS" to print-line(95:5).
           perform write-print-line.

           perform varying account-idx from 1 by 1
               until account-idx > account-used
               perform print-one-account
           end-perform.

           if (account-used = 0)
               move "  (no accounts in users.dat)" to print-line
               perform write-print-line
           end-if.

           .

       print-one-account.

           move spaces to print-line.
           move spaces to flag-text.
           move 1 to flag-pointer.

           move ac-name(account-idx)(1:21) to print-line(3:21).
           move ac-role(account-idx) to print-line(25:10).
           move ac-state(account-idx) to print-line(36:10).

      *    a disabled account is already reviewed - it is listed
      *    (so the sheet accounts for every row) but never flagged.

           move ac-signin(account-idx) to parse-stamp.
           perform format-stamp-date.
           move date-display to print-line(47:10).

           if (parse-stamp(1:8) numeric)
               perform compute-age-days
               move age-days to age-display
               move age-display to print-line(59:5)
               if (age-days > idle-limit-days)
                   perform note-idle-flag
               end-if
           else
               perform note-idle-flag
           end-if.

           move ac-pwchanged(account-idx) to parse-stamp.
           perform format-stamp-date.
           move date-display to print-line(66:10).

           if (parse-stamp(1:8) numeric)
               perform compute-age-days
               move age-days to age-display
               move age-display to print-line(76:5)
               if (age-days > password-limit-days)
                   perform note-password-flag
               end-if
           else
               perform note-password-flag
           end-if.

           move ac-lock-count(account-idx) to small-display.
           move small-display to print-line(83:4).
           move ac-fail-count(account-idx) to count-display.
           move count-display to print-line(87:6).

           if (ac-lockouts(account-idx) > 0)
               string "LOCKED-OUT " delimited by size
                   into flag-text
                   with pointer flag-pointer
               end-string
           end-if.

           if (function trim(ac-state(account-idx)) = "disabled")
               move spaces to flag-text
           end-if.

           if (flag-text not = spaces)
               add 1 to flagged-count
           end-if.

           move flag-text to print-line(95:38).

           perform write-print-line.

           .

       note-idle-flag.

           string "IDLE " delimited by size
               into flag-text
               with pointer flag-pointer
           end-string.

           .

       note-password-flag.

           string "PW-AGE " delimited by size
               into flag-text
               with pointer flag-pointer
           end-string.

           .

       format-stamp-date.

      *    yyyymmddhhmmss as yyyy-mm-dd, or "never" when the
      *    account has no stamp yet (it predates the stamping, or
      *    nobody has ever used it).

           if (parse-stamp(1:8) numeric)
               move spaces to date-display
               string parse-stamp(1:4) delimited by size
                   "-" delimited by size
                   parse-stamp(5:2) delimited by size
                   "-" delimited by size
                   parse-stamp(7:2) delimited by size
                   into date-display
               end-string
           else
               move "never" to date-display
           end-if.

           .

       compute-age-days.

           move function numval(parse-stamp(1:8)) to stamp-date.

           compute age-days =
               today-int - function integer-of-date(stamp-date).

           if (age-days < 0)
               move 0 to age-days
           end-if.

           .

       print-limits-section.

           move "REVIEW LIMITS" to print-line.
           perform print-section-title.

           move idle-limit-days to small-display.
           move spaces to print-line.
           string "  IDLE    no sign-in for more than "
                   delimited by size
               function trim(small-display) delimited by size
               " days (or never)" delimited by size
               into print-line
           end-string.
           perform write-print-line.

           move password-limit-days to small-display.
           move spaces to print-line.
           string "  PW-AGE  password older than " delimited by size
               function trim(small-display) delimited by size
               " days (or never stamped)" delimited by size
               into print-line
           end-string.
           perform write-print-line.

           move spaces to print-line.
           string "  LOCKED-OUT  security.log holds a LOCKOUT for "
                   delimited by size
               "the account" delimited by size
               into print-line
           end-string.
           perform write-print-line.

           .

       print-report-footer.

           move account-used to count-display.
           move flagged-count to count-display-2.

           move spaces to print-line.
           perform write-print-line.

           move spaces to print-line.

           string "*** END OF REPORT - " delimited by size
               function trim(count-display) delimited by size
               " ACCOUNTS, " delimited by size
               function trim(count-display-2) delimited by size
               " FLAGGED FOR REVIEW ***" delimited by size
               into print-line
           end-string.

           perform write-print-line.

           .

       end program acctreview.
