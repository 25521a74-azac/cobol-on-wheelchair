*> ***********************************************



       identification division.
       program-id. spacereport.

       environment division.
       input-output section.
       file-control.

           select guestbookfile
               assign to guestbook-file-name
               organization is indexed
               access mode is sequential
               record key is gb-id
               alternate record key is gb-name with duplicates
               file status is guestbook-file-status.

           select replyfile
               assign to reply-file-name
               organization is indexed
               access mode is sequential
               record key is gbr-key
               file status is reply-file-status.

           select countfile
               assign to count-file-name
               file status is count-file-status
               organization is line sequential.

           select uploadregfile
               assign to upload-reg-name
               file status is upload-reg-status
               organization is line sequential.

           select historyfile
               assign to history-file-name
               file status is history-file-status
               organization is line sequential.

           select thresholdfile
               assign to threshold-file-name
               file status is threshold-file-status
               organization is line sequential.

           select reportfile
               assign to report-file-name
               file status is report-file-status
               organization is line sequential.

       data division.
       file section.
       fd  guestbookfile.
           copy guestbook.

       fd  replyfile.
           copy gbreply.

      *    any line file at all - only the lines are counted, so a
      *    line longer than this is still one line.
       fd  countfile.
       01  count-record pic x(4096).

       fd  uploadregfile.
           copy uploadreg.

       fd  historyfile.
       01  history-record pic x(120).

       fd  thresholdfile.
       01  threshold-record pic x(120).

       fd  reportfile.
       01  report-record pic x(132).

       working-storage section.

      *    the nightly storage picture: the size in bytes and the
      *    record count of every data file and log cow.config
      *    names, of everything in uploads/ (the files the upload
      *    registry still lists), of the rotated logs rotate.idx
      *    remembers and of each yearly gbarchive file. tonight's
      *    figures are appended to the storage history, one
      *    "yyyymmdd|file|bytes|records" line per file plus a
      *    TOTAL line, and the print file (space-yyyymmdd.prt, the
      *    gbreport shape) sets them beside the nearest history a
      *    week and a month back, then projects from the month's
      *    growth the date the total reaches storage-limit-mb.
      *    a file past its warning threshold (storage-warn-mb, or
      *    its own line in the thresholds file, "file|mb") and a
      *    total past storage-warn-percent of the limit each queue
      *    a notice through notifyfail, so the staff mailbox hears
      *    about a filling disk before the writes start failing.
      *    a rerun on the same night appends a second set of lines
      *    for the date; the later set is the one read back.

       01 guestbook-file-name    pic x(255) value "guestbook.dat".
       01 guestbook-file-status  pic x(2).
       01 reply-file-name        pic x(255) value "gbreply.dat".
       01 reply-file-status      pic x(2).
       01 count-file-name        pic x(255).
       01 count-file-status      pic x(2).
       01 upload-reg-name        pic x(255) value "uploads.dat".
       01 upload-reg-status      pic x(2).
       01 uploads-dir-name       pic x(255) value "uploads/".
       01 rotate-index-name      pic x(255) value "rotate.idx".
       01 history-file-name      pic x(255) value "storage.dat".
       01 history-file-status    pic x(2).
       01 threshold-file-name    pic x(255) value "storagewarn.dat".
       01 threshold-file-status  pic x(2).
       01 report-file-name       pic x(255).
       01 report-file-status     pic x(2).

       01 limit-mb               pic 9(7) value 2048.
       01 warn-mb                pic 9(7) value 500.
       01 warn-percent           pic 9(3) value 80.
       01 limit-bytes            pic 9(15).
       01 total-warn-bytes       pic 9(15).

      *    scratch for the cowconfig lookups - the preset VALUEs are
      *    the defaults; cow.config overrides them when the keys are
      *    present.
       01 config-key             pic x(30).
       01 config-text            pic x(255).
       01 config-text-len        pic s9(4) comp.

      *    scratch pair for the notifyfail call - sized to
      *    notifyfail's own linkage, see the CALL-sizing note in
      *    getquery.
       01 fail-source            pic x(60) value "spacereport".
       01 fail-detail            pic x(120).

       01 file-check-info.
           05  fc-size           pic 9(18) comp.
           05  fc-date           pic x(4).
           05  fc-time           pic x(5).
       01 file-check-result      pic 9(9) usage comp.

      *    one row per file measured. tf-kind says how its records
      *    are counted: i the guestbook, r the replies (both
      *    indexed), l lines of a line file, s size only (the
      *    session store), u uploads/ through the registry, o the
      *    rotated logs through rotate.idx.
       01 tracked-table.
          05 tracked-file occurs 60 times.
             10 tf-key           pic x(30).
             10 tf-label         pic x(60).
             10 tf-kind          pic x(1).
             10 tf-bytes         pic 9(15).
             10 tf-records       pic 9(9).
             10 tf-warn-mb       pic 9(7).
             10 tf-week-date     pic 9(8).
             10 tf-week-bytes    pic 9(15).
             10 tf-month-date    pic 9(8).
             10 tf-month-bytes   pic 9(15).
             10 tf-oldest-date   pic 9(8).
             10 tf-oldest-bytes  pic 9(15).
       01 tracked-used           pic s9(4) comp value 0.
       01 tracked-idx            pic s9(4) comp.
       01 tracked-found          pic s9(4) comp.
       01 total-idx              pic s9(4) comp.

       01 archive-years          pic s9(4) comp value 30.
       01 probe-idx              pic s9(4) comp.
       01 probe-year             pic 9(4).

       01 now-raw                pic x(21).
       01 today-date             pic 9(8).
       01 today-int              pic s9(8) comp.
       01 week-cutoff            pic s9(8) comp.
       01 month-cutoff           pic s9(8) comp.

       01 hist-date-text         pic x(8).
       01 hist-label             pic x(60).
       01 hist-bytes-text        pic x(18).
       01 hist-records-text      pic x(12).
       01 hist-date              pic 9(8).
       01 hist-int               pic s9(8) comp.
       01 hist-bytes             pic 9(15).
       01 text-len               pic s9(4) comp.

       01 default-name           pic x(255).
       01 threshold-label        pic x(60).
       01 limit-value-text       pic x(20).

       01 index-date             pic x(8).
       01 index-file-part        pic x(255).

       01 over-count             pic 9(4) value 0.
       01 short-history          pic x(1) value "n".
       01 change-bytes           pic s9(15).
       01 change-days            pic s9(8) comp.
       01 daily-growth           pic s9(15).
       01 days-to-limit          pic s9(8) comp.
       01 limit-int              pic s9(8) comp.
       01 limit-date             pic 9(8).

       01 bytes-display          pic z(14)9.
       01 change-display         pic -(14)9.
       01 records-display        pic z(8)9.
       01 mb-display             pic z(6)9.
       01 count-display          pic z(5)9.
       01 count-display-2        pic z(5)9.
       01 date-display           pic x(10).
       01 history-line           pic x(120).

      *    print control - 60 body lines to a page, a fresh header
      *    block on every page break, the same as gbreport.
       01 print-line             pic x(132).
       01 section-title          pic x(132).
       01 lines-on-page          pic s9(4) comp value 99.
       01 page-number            pic 9(4) value 0.
       01 page-display           pic z(4).

       procedure division.

           perform read-space-settings.

           move function current-date to now-raw.
           move now-raw(1:8) to today-date.
           compute today-int = function integer-of-date(today-date).
           compute week-cutoff = today-int - 7.
           compute month-cutoff = today-int - 30.

           perform declare-tracked-files.
           perform add-archive-files.

           move tracked-used to total-idx.
           add 1 to total-idx.
           move "TOTAL" to tf-label(total-idx).
           move "t" to tf-kind(total-idx).
           move 0 to tf-bytes(total-idx).
           move 0 to tf-records(total-idx).

           perform varying tracked-idx from 1 by 1
               until tracked-idx > tracked-used
               perform measure-one-file
               add tf-bytes(tracked-idx) to tf-bytes(total-idx)
               add tf-records(tracked-idx) to tf-records(total-idx)
           end-perform.

           move total-idx to tracked-used.

           perform varying tracked-idx from 1 by 1
               until tracked-idx > tracked-used
               move warn-mb to tf-warn-mb(tracked-idx)
               move 0 to tf-week-date(tracked-idx)
               move 0 to tf-month-date(tracked-idx)
               move 0 to tf-oldest-date(tracked-idx)
               move 0 to tf-week-bytes(tracked-idx)
               move 0 to tf-month-bytes(tracked-idx)
               move 0 to tf-oldest-bytes(tracked-idx)
           end-perform.

           perform load-thresholds.
           perform load-history.

           perform append-history.

           if (history-file-status not = "00")
               display "spacereport: cannot write "
                   function trim(history-file-name)
                   " (file status " history-file-status ")"
               move 8 to return-code
               goback
           end-if.

           move spaces to report-file-name.

           string "space-" delimited by size
               now-raw(1:8) delimited by size
               ".prt" delimited by size
               into report-file-name
           end-string.

           open output reportfile.

           if (report-file-status not = "00")
               display "spacereport: cannot write "
                   function trim(report-file-name)
                   " (file status " report-file-status ")"
               move 8 to return-code
               goback
           end-if.

           perform print-files-section.
           perform print-projection-section.
           perform print-report-footer.

           close reportfile.

           perform raise-threshold-notices.

           display "spacereport: wrote "
               function trim(report-file-name).

           move 0 to return-code.

       goback.

       read-space-settings.

           move "storage-history" to config-key.
           call 'cowconfig' using config-key history-file-name.
           move "storage-thresholds" to config-key.
           call 'cowconfig' using config-key threshold-file-name.
           move "upload-registry" to config-key.
           call 'cowconfig' using config-key upload-reg-name.
           move "uploads-dir" to config-key.
           call 'cowconfig' using config-key uploads-dir-name.

           move spaces to config-text.
           move "storage-limit-mb" to config-key.
           call 'cowconfig' using config-key config-text.

           move function length(function trim(config-text))
               to config-text-len.

           if (config-text-len > 0 and config-text-len < 8
               and config-text(1:config-text-len) numeric)
               move function numval(config-text) to limit-mb
           end-if.

           move spaces to config-text.
           move "storage-warn-mb" to config-key.
           call 'cowconfig' using config-key config-text.

           move function length(function trim(config-text))
               to config-text-len.

           if (config-text-len > 0 and config-text-len < 8
               and config-text(1:config-text-len) numeric)
               move function numval(config-text) to warn-mb
           end-if.

           move spaces to config-text.
           move "storage-warn-percent" to config-key.
           call 'cowconfig' using config-key config-text.

           move function length(function trim(config-text))
               to config-text-len.

           if (config-text-len > 0 and config-text-len < 4
               and config-text(1:config-text-len) numeric)
               move function numval(config-text) to warn-percent
           end-if.

           compute limit-bytes = limit-mb * 1048576.
           compute total-warn-bytes =
               limit-bytes * warn-percent / 100.

           .

       declare-tracked-files.

      *    the data files and logs by their cow.config key, with
      *    the compiled-in default each owning program uses.

           move "guestbook-file" to config-key.
           move "guestbook.dat" to default-name.
           move "i" to tf-kind(1).
           perform add-configured-file.

           move "reply-file" to config-key.
           move "gbreply.dat" to default-name.
           move "r" to tf-kind(2).
           perform add-configured-file.

           move "audit-file" to config-key.
           move "gbaudit.dat" to default-name.
           perform add-configured-line-file.

           move "photo-file" to config-key.
           move "gbphoto.dat" to default-name.
           perform add-configured-line-file.

           move "email-file" to config-key.
           move "gbemail.dat" to default-name.
           perform add-configured-line-file.

           move "screen-file" to config-key.
           move "gbscreen.dat" to default-name.
           perform add-configured-line-file.

           move "trash-file" to config-key.
           move "gbtrash.dat" to default-name.
           perform add-configured-line-file.

           move "index-file" to config-key.
           move "gbindex.dat" to default-name.
           perform add-configured-line-file.

           move "book-file" to config-key.
           move "gbbook.dat" to default-name.
           perform add-configured-line-file.

           move "upload-registry" to config-key.
           move "uploads.dat" to default-name.
           perform add-configured-line-file.

           move "sessions-file" to config-key.
           move "sessions.dat" to default-name.
           move "s" to tf-kind(tracked-used + 1).
           perform add-configured-file.

           move "users-file" to config-key.
           move "users.dat" to default-name.
           perform add-configured-line-file.

           move "activity-file" to config-key.
           move "useractivity.dat" to default-name.
           perform add-configured-line-file.

           move "formtoken-file" to config-key.
           move "formtok.dat" to default-name.
           perform add-configured-line-file.

           move "metrics-file" to config-key.
           move "metrics.dat" to default-name.
           perform add-configured-line-file.

           move "ratelimit-file" to config-key.
           move "ratelimit.dat" to default-name.
           perform add-configured-line-file.

           move "blocklist-file" to config-key.
           move "blocklist.dat" to default-name.
           perform add-configured-line-file.

           move "notify-queue" to config-key.
           move "notifyq.dat" to default-name.
           perform add-configured-line-file.

           move "staff-mailbox" to config-key.
           move "mailout.txt" to default-name.
           perform add-configured-line-file.

           move "visitor-mailbox" to config-key.
           move "visitormail.txt" to default-name.
           perform add-configured-line-file.

           move "job-journal" to config-key.
           move "joblog.dat" to default-name.
           perform add-configured-line-file.

           move "access-log" to config-key.
           move "access.log" to default-name.
           perform add-configured-line-file.

           move "template-log" to config-key.
           move "template.log" to default-name.
           perform add-configured-line-file.

           move "security-log" to config-key.
           move "security.log" to default-name.
           perform add-configured-line-file.

           move "trace-log" to config-key.
           move "trace.log" to default-name.
           perform add-configured-line-file.

           move "erasure-log" to config-key.
           move "erasure.log" to default-name.
           perform add-configured-line-file.

           move "storage-history" to config-key.
           move history-file-name to default-name.
           perform add-configured-line-file.

           add 1 to tracked-used.
           move spaces to tf-key(tracked-used).
           move uploads-dir-name to tf-label(tracked-used).
           move "u" to tf-kind(tracked-used).

           add 1 to tracked-used.
           move spaces to tf-key(tracked-used).
           move "(rotated logs)" to tf-label(tracked-used).
           move "o" to tf-kind(tracked-used).

           .

       add-configured-line-file.

           move "l" to tf-kind(tracked-used + 1).
           perform add-configured-file.

           .

       add-configured-file.

      *    default-name carries the default in; the kind has already
      *    been set on the row about to be used.

           add 1 to tracked-used.
           move config-key to tf-key(tracked-used).

           move default-name to count-file-name.
           call 'cowconfig' using config-key count-file-name.
           move count-file-name to tf-label(tracked-used).

           .

       add-archive-files.

      *    the same 30-year probe gbprivacy and /archive use to
      *    find the yearly files - one row each, newest first.

           move now-raw(1:4) to probe-year.

           perform varying probe-idx from 0 by 1
               until probe-idx > archive-years
               or tracked-used >= 59

               move spaces to count-file-name
               string "gbarchive-" delimited by size
                   probe-year delimited by size
                   ".dat" delimited by size
                   into count-file-name
               end-string

               call "CBL_CHECK_FILE_EXIST" using count-file-name
                   file-check-info
                   returning file-check-result

               if (file-check-result = 0)
                   add 1 to tracked-used
                   move spaces to tf-key(tracked-used)
                   move count-file-name to tf-label(tracked-used)
                   move "l" to tf-kind(tracked-used)
               end-if

               subtract 1 from probe-year

           end-perform.

           .

       measure-one-file.

           move 0 to tf-bytes(tracked-idx).
           move 0 to tf-records(tracked-idx).

           evaluate tf-kind(tracked-idx)

               when "u"
                   perform measure-uploads

               when "o"
                   perform measure-rotated-logs

               when other
                   move tf-label(tracked-idx) to count-file-name
                   call "CBL_CHECK_FILE_EXIST" using count-file-name
                       file-check-info
                       returning file-check-result
                   if (file-check-result = 0)
                       move fc-size to tf-bytes(tracked-idx)
                       perform count-file-records
                   end-if

           end-evaluate.

           .

       count-file-records.

           evaluate tf-kind(tracked-idx)

               when "i"
                   move count-file-name to guestbook-file-name
                   open input guestbookfile
                   if (guestbook-file-status = "00")
                       read guestbookfile next record
                       perform until guestbook-file-status not = "00"
                           add 1 to tf-records(tracked-idx)
                           read guestbookfile next record
                       end-perform
                       close guestbookfile
                   end-if

               when "r"
                   move count-file-name to reply-file-name
                   open input replyfile
                   if (reply-file-status = "00")
                       read replyfile next record
                       perform until reply-file-status not = "00"
                           add 1 to tf-records(tracked-idx)
                           read replyfile next record
                       end-perform
                       close replyfile
                   end-if

               when "l"
                   perform count-file-lines

           end-evaluate.

           .

       count-file-lines.

           open input countfile.

           if (count-file-status = "00")

               read countfile

               perform until count-file-status(1:1) not = "0"
                   add 1 to tf-records(tracked-idx)
                   read countfile
               end-perform

               close countfile

           end-if.

           .

       measure-uploads.

      *    uploads/ is never listed - the registry names every file
      *    getquery saved there, and uploadsweep keeps the two in
      *    step. the records are the files still on disk.

           open input uploadregfile.

           if (upload-reg-status = "00")

               read uploadregfile

               perform until upload-reg-status = "10"

                   move ur-path to count-file-name
                   call "CBL_CHECK_FILE_EXIST" using count-file-name
                       file-check-info
                       returning file-check-result

                   if (ur-path not = spaces
                       and file-check-result = 0)
                       add fc-size to tf-bytes(tracked-idx)
                       add 1 to tf-records(tracked-idx)
                   end-if

                   read uploadregfile

               end-perform

               close uploadregfile

           end-if.

           .

       measure-rotated-logs.

      *    "yyyymmdd|filename" per dated log logrotate has cut and
      *    not yet deleted. the records are the files.

           move rotate-index-name to count-file-name.

           open input countfile.

           if (count-file-status = "00")

               read countfile

               perform until count-file-status = "10"

                   move spaces to index-date index-file-part

                   unstring count-record delimited by "|"
                       into index-date index-file-part
                   end-unstring

                   if (index-file-part not = spaces)
                       call "CBL_CHECK_FILE_EXIST" using
                           index-file-part
                           file-check-info
                           returning file-check-result
                       if (file-check-result = 0)
                           add fc-size to tf-bytes(tracked-idx)
                           add 1 to tf-records(tracked-idx)
                       end-if
                   end-if

                   read countfile

               end-perform

               close countfile

           end-if.

           .

       load-thresholds.

      *    "file|mb" - a file's own warning level, for the ones
      *    (uploads/, the access log) that grow faster than the
      *    rest. TOTAL is not among them: the total is held to
      *    storage-warn-percent of the limit instead.

           open input thresholdfile.

           if (threshold-file-status = "00")

               read thresholdfile

               perform until threshold-file-status = "10"

                   if (threshold-record(1:1) not = "#"
                       and threshold-record not = spaces)

                       move spaces to threshold-label limit-value-text

                       unstring threshold-record delimited by "|"
                           into threshold-label limit-value-text
                       end-unstring

                       move function trim(threshold-label) to hist-label
                       perform find-tracked-label

                       move function length(
                           function trim(limit-value-text))
                           to text-len

                       if (tracked-found > 0
                           and tracked-found not = total-idx
                           and text-len > 0 and text-len < 8
                           and limit-value-text(1:text-len) numeric)
                           move function numval(limit-value-text)
                               to tf-warn-mb(tracked-found)
                       end-if

                   end-if

                   read thresholdfile

               end-perform

               close thresholdfile

           end-if.

           .

       load-history.

      *    for every file, the latest figures at least a week old,
      *    at least a month old, and the oldest of all - the last
      *    stands in for either when the history is younger than
      *    that. tonight's own lines (a rerun) are passed over.

           open input historyfile.

           if (history-file-status = "00")

               read historyfile

               perform until history-file-status = "10"

                   move spaces to hist-date-text hist-label
                       hist-bytes-text hist-records-text

                   unstring history-record delimited by "|"
                       into hist-date-text hist-label
                           hist-bytes-text hist-records-text
                   end-unstring

                   move function length(
                       function trim(hist-bytes-text)) to text-len

                   if (hist-date-text numeric
                       and text-len > 0 and text-len < 16
                       and hist-bytes-text(1:text-len) numeric)
                       perform take-history-line
                   end-if

                   read historyfile

               end-perform

               close historyfile

           end-if.

           .

       take-history-line.

           move hist-date-text to hist-date.

           move 0 to tracked-found.

           if (hist-date < today-date)
               perform find-tracked-label
           end-if.

           if (tracked-found > 0)

               compute hist-int = function integer-of-date(hist-date)
               move function numval(hist-bytes-text) to hist-bytes

               if (tf-oldest-date(tracked-found) = 0
                   or hist-date <= tf-oldest-date(tracked-found))
                   move hist-date to tf-oldest-date(tracked-found)
                   move hist-bytes to tf-oldest-bytes(tracked-found)
               end-if

               if (hist-int <= week-cutoff
                   and hist-date >= tf-week-date(tracked-found))
                   move hist-date to tf-week-date(tracked-found)
                   move hist-bytes to tf-week-bytes(tracked-found)
               end-if

               if (hist-int <= month-cutoff
                   and hist-date >= tf-month-date(tracked-found))
                   move hist-date to tf-month-date(tracked-found)
                   move hist-bytes to tf-month-bytes(tracked-found)
               end-if

           end-if.

           .

       find-tracked-label.

           move 0 to tracked-found.

           perform varying tracked-idx from 1 by 1
               until tracked-idx > tracked-used or tracked-found > 0
               if (tf-label(tracked-idx) = hist-label)
                   move tracked-idx to tracked-found
               end-if
           end-perform.

           .

       append-history.

           open extend historyfile.

           if (history-file-status not = "00")
               open output historyfile
           end-if.

           if (history-file-status = "00")

               perform varying tracked-idx from 1 by 1
                   until tracked-idx > tracked-used

                   move tf-bytes(tracked-idx) to bytes-display
                   move tf-records(tracked-idx) to records-display

                   move spaces to history-line

                   string today-date delimited by size
                       "|" delimited by size
                       function trim(tf-label(tracked-idx))
                           delimited by size
                       "|" delimited by size
                       function trim(bytes-display) delimited by size
                       "|" delimited by size
                       function trim(records-display)
                           delimited by size
                       into history-line
                   end-string

                   move history-line to history-record
                   write history-record

               end-perform

               close historyfile

           end-if.

           .

       compute-change.

      *    tracked-idx's growth since the chosen date, which has
      *    been moved into hist-date with its bytes in hist-bytes.

           if (hist-date = 0)
               move tf-oldest-date(tracked-idx) to hist-date
               move tf-oldest-bytes(tracked-idx) to hist-bytes
               if (hist-date not = 0)
                   move "y" to short-history
               end-if
           end-if.

           compute change-bytes = tf-bytes(tracked-idx) - hist-bytes.

           .

       format-date.

           move spaces to date-display.

           string limit-date(1:4) delimited by size
               "-" delimited by size
               limit-date(5:2) delimited by size
               "-" delimited by size
               limit-date(7:2) delimited by size
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

           string "COBOL-ON-WHEELCHAIR - STORAGE CAPACITY"
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

       print-files-section.

           move "FILES (BYTES)" to print-line.
           perform print-section-title.

           move spaces to print-line.
           move "FILE" to print-line(3:4).
           move "SIZE" to print-line(50:4).
           move "RECORDS" to print-line(58:7).
           move "WEEK CHANGE" to print-line(70:11).
           move "MONTH CHANGE" to print-line(85:12).
           move "WARN MB" to print-line(101:7).
           perform write-print-line.

           perform varying tracked-idx from 1 by 1
               until tracked-idx > tracked-used

               if (tracked-idx = total-idx)
                   move spaces to print-line
                   perform write-print-line
               end-if

               move spaces to print-line
               move tf-label(tracked-idx) to print-line(3:38)

               move tf-bytes(tracked-idx) to bytes-display
               move bytes-display to print-line(39:15)
               move tf-records(tracked-idx) to records-display
               move records-display to print-line(56:9)

               move tf-week-date(tracked-idx) to hist-date
               move tf-week-bytes(tracked-idx) to hist-bytes
               perform compute-change
               if (hist-date not = 0)
                   move change-bytes to change-display
                   move change-display to print-line(66:15)
               end-if

               move tf-month-date(tracked-idx) to hist-date
               move tf-month-bytes(tracked-idx) to hist-bytes
               perform compute-change
               if (hist-date not = 0)
                   move change-bytes to change-display
                   move change-display to print-line(82:15)
               end-if

               if (tracked-idx = total-idx)
                   move limit-mb to mb-display
                   move mb-display to print-line(101:7)
                   if (tf-bytes(tracked-idx) > total-warn-bytes)
                       move "OVER" to print-line(110:4)
                   end-if
               else
                   move tf-warn-mb(tracked-idx) to mb-display
                   move mb-display to print-line(101:7)
                   if (tf-bytes(tracked-idx) >
                       tf-warn-mb(tracked-idx) * 1048576)
                       move "OVER" to print-line(110:4)
                       add 1 to over-count
                   end-if
               end-if

               perform write-print-line

           end-perform.

           if (short-history = "y")
               move spaces to print-line
               perform write-print-line
               move "  a change with less than a week or a month of"
                   to print-line
               move "history behind it is measured from the oldest"
                   to print-line(50:46)
               perform write-print-line
               move "  figures on file" to print-line
               perform write-print-line
           end-if.

           .

       print-projection-section.

      *    straight-line from the month's growth of the total (or
      *    the whole history, while that is younger than a month).

           move "PROJECTION" to print-line.
           perform print-section-title.

           move tf-bytes(total-idx) to bytes-display.
           move spaces to print-line.
           string "  total today                 " delimited by size
               bytes-display delimited by size
               " bytes" delimited by size
               into print-line
           end-string.
           perform write-print-line.

           move limit-mb to mb-display.
           move warn-percent to count-display.
           move spaces to print-line.
           string "  limit                       " delimited by size
               mb-display delimited by size
               " MB (warning at " delimited by size
               function trim(count-display) delimited by size
               "%)" delimited by size
               into print-line
           end-string.
           perform write-print-line.

           move total-idx to tracked-idx.
           move tf-month-date(total-idx) to hist-date.
           move tf-month-bytes(total-idx) to hist-bytes.
           perform compute-change.

           move spaces to print-line.
           move "  projected to reach limit" to print-line.

           evaluate true

               when tf-bytes(total-idx) >= limit-bytes
                   move "(already past)" to print-line(33:40)

               when hist-date = 0
                   move "(no history yet)" to print-line(33:40)

               when change-bytes <= 0
                   move "(not growing)" to print-line(33:40)

               when other
                   compute change-days = today-int
                       - function integer-of-date(hist-date)
                   compute daily-growth rounded =
                       change-bytes / change-days
                   if (daily-growth < 1)
                       move 1 to daily-growth
                   end-if
                   compute days-to-limit =
                       (limit-bytes - tf-bytes(total-idx))
                       / daily-growth
                   if (days-to-limit > 36500)
                       move "(not within a century)"
                           to print-line(33:40)
                   else
                       compute limit-int = today-int + days-to-limit
                       compute limit-date =
                           function date-of-integer(limit-int)
                       perform format-date
                       move days-to-limit to count-display
                       string date-display delimited by size
                           " (" delimited by size
                           function trim(count-display)
                               delimited by size
                           " days at the growth since "
                               delimited by size
                           hist-date delimited by size
                           ")" delimited by size
                           into print-line(33:100)
                       end-string
                   end-if

           end-evaluate.

           perform write-print-line.

           .

       print-report-footer.

           compute count-display = tracked-used - 1.
           move over-count to count-display-2.

           move spaces to print-line.
           perform write-print-line.

           move spaces to print-line.

           string "*** END OF REPORT - " delimited by size
               function trim(count-display) delimited by size
               " FILES MEASURED, " delimited by size
               function trim(count-display-2) delimited by size
               " OVER THEIR WARNING LEVEL ***" delimited by size
               into print-line
           end-string.

           perform write-print-line.

           .

       raise-threshold-notices.

      *    one notice per file over its level. the detail carries
      *    the level, not tonight's size, so an unsent notice for
      *    the same file collapses tomorrow's repeat in notifyfail.

           perform varying tracked-idx from 1 by 1
               until tracked-idx > tracked-used

               move spaces to fail-detail

               if (tracked-idx = total-idx)
                   if (tf-bytes(tracked-idx) > total-warn-bytes)
                       move limit-mb to mb-display
                       move warn-percent to count-display
                       string "storage total is past "
                               delimited by size
                           function trim(count-display)
                               delimited by size
                           "% of its " delimited by size
                           function trim(mb-display) delimited by size
                           " MB limit" delimited by size
                           into fail-detail
                       end-string
                   end-if
               else
                   if (tf-bytes(tracked-idx) >
                       tf-warn-mb(tracked-idx) * 1048576)
                       move tf-warn-mb(tracked-idx) to mb-display
                       string function trim(tf-label(tracked-idx))
                               delimited by size
                           " is over its " delimited by size
                           function trim(mb-display) delimited by size
                           " MB warning level" delimited by size
                           into fail-detail
                       end-string
                   end-if
               end-if

               if (fail-detail not = spaces)
                   call 'notifyfail' using fail-source fail-detail
               end-if

           end-perform.

           .

       end program spacereport.
