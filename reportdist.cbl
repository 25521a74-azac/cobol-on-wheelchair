*> ***********************************************



       identification division.
       program-id. reportdist.

       environment division.
       input-output section.
       file-control.

           select distfile
               assign to dist-file-name
               file status is dist-file-status
               organization is line sequential.

           select notifyqfile
               assign to notify-queue-name
               file status is notify-queue-status
               organization is sequential.

           select deliverylogfile
               assign to delivery-log-name
               file status is delivery-log-status
               organization is line sequential.

       data division.
       file section.
       fd  distfile.
       01  dist-line pic x(250).

       fd  notifyqfile.
           copy notifyq.

       fd  deliverylogfile.
       01  delivery-log-record pic x(250).

       working-storage section.

      *    the nightly step that sends the night's reports round -
      *    it reads the report distribution list, one
      *    "report|recipients|schedule" line per delivery (# and
      *    blank lines skipped, recipients comma-separated in at
      *    most 120 characters), and for every line due tonight
      *    queues a "REPORT" record on the notify queue (see
      *    notifyq.cpy) naming the report,
      *    its print file and the recipients. notifysend, the step
      *    after this one, inlines the file into the staff mailbox
      *    under a To: line for those recipients.
      *    schedules:
      *      daily      every night.
      *      weekly     the night whose weekday is report-week-day
      *                 (1 Monday .. 7 Sunday).
      *      month-end  the first night of a month, once the month
      *                 just closed is all in.
      *    the print file each report is found under:
      *      accessreport  access-yyyymmdd.prt, tonight's date.
      *      spacereport   space-yyyymmdd.prt, tonight's date.
      *      gbrescreen    rescreen-yyyymmdd.prt, tonight's date -
      *                    written every night, whether or not the
      *                    word list changed.
      *      gbreport      gbreport-yyyymm.prt for the month of
      *                    yesterday - on the first night of a month
      *                    the month just closed, which nightlyrun's
      *                    gbreport step writes just ahead of this
      *                    one.
      *    every line due is written to the delivery log, one
      *    "yyyymmddhhmmss|report|file|recipients|event" line:
      *    QUEUED here, SENT (or UNREADABLE) when notifysend has put
      *    it in the mailbox, MISSING when the print file was not
      *    there to send, UNKNOWN for a report name this step has
      *    no file for. a missing file also queues a failure notice
      *    through notifyfail and makes the exit 4, which nightlyrun
      *    records as WARN. a line already queued for the same file
      *    and recipients is not queued again, so a rerun of the
      *    chain the same night mails nobody twice.

       01 dist-file-name       pic x(255) value "reportdist.dat".
       01 dist-file-status     pic x(2).

       01 notify-queue-name    pic x(255) value "notifyq.dat".
       01 notify-queue-status  pic x(2).

       01 delivery-log-name    pic x(255) value "reportlog.dat".
       01 delivery-log-status  pic x(2).

       01 week-day             pic 9(1) value 1.

      *    scratch for the cowconfig lookups - the preset VALUEs are
      *    the defaults; cow.config overrides them when the keys are
      *    present.
       01 config-key           pic x(30).
       01 config-text          pic x(255).
       01 config-text-len      pic s9(4) comp.

      *    scratch pair for the notifyfail call - sized to
      *    notifyfail's own linkage, see the CALL-sizing note in
      *    getquery.
       01 fail-source          pic x(60) value "reportdist".
       01 fail-detail          pic x(120).

       01 now-raw              pic x(21).
       01 today-date           pic x(8).
       01 today-int            pic s9(9) comp.
       01 today-weekday        pic 9(1).
       01 yesterday-date       pic 9(8).

       01 parse-report         pic x(30).
       01 parse-recipients     pic x(120).
       01 parse-schedule       pic x(30).
       01 schedule-due         pic x(1).
       01 report-file-name     pic x(60).
       01 delivery-event       pic x(10).
       01 already-queued       pic x(1).

       01 file-check-info.
           05  fc-size          pic 9(18) comp.
           05  fc-date          pic x(4).
           05  fc-time          pic x(5).
       01 file-check-result    pic 9(9) usage comp.

       01 queued-count         pic 9(6) value 0.
       01 missing-count        pic 9(6) value 0.
       01 count-display        pic z(5)9.

       01 log-line             pic x(250).

       procedure division.

           move "report-distribution" to config-key.
           call 'cowconfig' using config-key dist-file-name.
           move "notify-queue" to config-key.
           call 'cowconfig' using config-key notify-queue-name.
           move "report-delivery-log" to config-key.
           call 'cowconfig' using config-key delivery-log-name.

           move spaces to config-text.
           move "report-week-day" to config-key.
           call 'cowconfig' using config-key config-text.
           perform take-week-day-config.

           move 0 to queued-count missing-count.

           move function current-date to now-raw.
           move now-raw(1:8) to today-date.

           compute today-int =
               function integer-of-date(function numval(today-date)).
           compute today-weekday = function mod(today-int - 1, 7) + 1.
           compute yesterday-date =
               function date-of-integer(today-int - 1).

           open input distfile.

           if (dist-file-status not = "00")
               display "reportdist: no distribution list "
                   function trim(dist-file-name)
                   " - nothing to send"
               move 0 to return-code
               goback
           end-if.

           read distfile.

           perform until dist-file-status not = "00"

               if (dist-line not = spaces
                   and dist-line(1:1) not = "#")
                   perform take-dist-line
               end-if

               read distfile

           end-perform.

           close distfile.

           move queued-count to count-display.
           display "reportdist: queued " function trim(count-display)
               " report deliveries".

           if (missing-count > 0)
               move missing-count to count-display
               display "reportdist: " function trim(count-display)
                   " reports due tonight could not be sent - see "
                   function trim(delivery-log-name)
               move 4 to return-code
           else
               move 0 to return-code
           end-if.

       goback.

       take-week-day-config.

      *    one digit, 1 to 7 - anything else and the compiled-in
      *    Monday stands.

           move function length(function trim(config-text))
               to config-text-len.

           if (config-text-len = 1
               and config-text(1:1) >= "1"
               and config-text(1:1) <= "7")
               move config-text(1:1) to week-day
           end-if.

           .

       take-dist-line.

           move spaces to parse-report parse-recipients
               parse-schedule.

           unstring dist-line delimited by "|"
               into parse-report parse-recipients parse-schedule
           end-unstring.

           move function lower-case(function trim(parse-report))
               to parse-report.
           move function lower-case(function trim(parse-schedule))
               to parse-schedule.
           move function trim(parse-recipients) to parse-recipients.

           if (parse-report = spaces or parse-recipients = spaces)
               display "reportdist: skipped a line with no report "
                   "or no recipients: " function trim(dist-line)
           else
               perform judge-schedule
               if (schedule-due = "y")
                   perform deliver-due-report
               end-if
           end-if.

           .

       deliver-due-report.

           perform name-report-file.

           move "n" to already-queued.

           if (report-file-name = spaces)
               move 1 to file-check-result
           else
               call "CBL_CHECK_FILE_EXIST" using report-file-name
                   file-check-info
                   returning file-check-result
           end-if.

           if (file-check-result = 0)
               perform check-already-queued
           end-if.

           evaluate true

               when report-file-name = spaces
                   move "UNKNOWN" to delivery-event
                   perform append-delivery-log
                   add 1 to missing-count
                   display "reportdist: no print file is known for "
                       "report " function trim(parse-report)

               when file-check-result not = 0
                   move "MISSING" to delivery-event
                   perform append-delivery-log
                   add 1 to missing-count
                   perform raise-missing-notice

               when already-queued = "y"
                   display "reportdist: "
                       function trim(report-file-name)
                       " already queued for these recipients"

               when other
                   perform queue-due-report

           end-evaluate.

           .

       queue-due-report.

           perform append-report-record.

           if (notify-queue-status = "00")
               move "QUEUED" to delivery-event
               add 1 to queued-count
           else
               move "MISSING" to delivery-event
               add 1 to missing-count
               display "reportdist: cannot write "
                   function trim(notify-queue-name)
                   " (file status " notify-queue-status ")"
           end-if.

           perform append-delivery-log.

           .

       judge-schedule.

           move "n" to schedule-due.

           evaluate parse-schedule

               when "daily"
                   move "y" to schedule-due

               when "weekly"
                   if (today-weekday = week-day)
                       move "y" to schedule-due
                   end-if

               when "month-end"
                   if (today-date(7:2) = "01")
                       move "y" to schedule-due
                   end-if

               when other
                   display "reportdist: unknown schedule "
                       function trim(parse-schedule) " for "
                       function trim(parse-report)

           end-evaluate.

           .

       name-report-file.

           move spaces to report-file-name.

           evaluate parse-report

               when "accessreport"
                   string "access-" delimited by size
                       today-date delimited by size
                       ".prt" delimited by size
                       into report-file-name
                   end-string

               when "spacereport"
                   string "space-" delimited by size
                       today-date delimited by size
                       ".prt" delimited by size
                       into report-file-name
                   end-string

               when "gbrescreen"
                   string "rescreen-" delimited by size
                       today-date delimited by size
                       ".prt" delimited by size
                       into report-file-name
                   end-string

               when "gbreport"
                   string "gbreport-" delimited by size
                       yesterday-date(1:6) delimited by size
                       ".prt" delimited by size
                       into report-file-name
                   end-string

           end-evaluate.

           .

       check-already-queued.

           move "n" to already-queued.

           open input notifyqfile.

           if (notify-queue-status = "00")

               read notifyqfile

               perform until notify-queue-status not = "00"
                   or already-queued = "y"

                   if (nq-entry-id = "REPORT"
                       and nq-name(13:48) = report-file-name
                       and nq-excerpt = parse-recipients)
                       move "y" to already-queued
                   end-if

                   read notifyqfile

               end-perform

               close notifyqfile

           end-if.

           .

       append-report-record.

      *    the report name in the first twelve bytes of nq-name and
      *    its print file after it; the recipients in nq-excerpt.

           move function current-date to now-raw.

           move spaces to notifyq-record.
           move "N" to nq-status.
           move now-raw(1:14) to nq-stamp.
           move "REPORT" to nq-entry-id.
           move parse-report(1:12) to nq-name(1:12).
           move report-file-name(1:48) to nq-name(13:48).
           move parse-recipients to nq-excerpt.

           open extend notifyqfile.

           if (notify-queue-status not = "00")
               open output notifyqfile
           end-if.

           if (notify-queue-status = "00")
               write notifyq-record
               close notifyqfile
           end-if.

           .

       raise-missing-notice.

           move spaces to fail-detail.

           string "report " delimited by size
               function trim(parse-report) delimited by size
               " is due tonight but " delimited by size
               function trim(report-file-name) delimited by size
               " is not there to send" delimited by size
               into fail-detail
           end-string.

           call 'notifyfail' using fail-source fail-detail.

           display "reportdist: " function trim(fail-detail).

           .

       append-delivery-log.

           move function current-date to now-raw.

           move spaces to log-line.

           string now-raw(1:14) delimited by size
               "|" delimited by size
               function trim(parse-report) delimited by size
               "|" delimited by size
               function trim(report-file-name) delimited by size
               "|" delimited by size
               function trim(parse-recipients) delimited by size
               "|" delimited by size
               function trim(delivery-event) delimited by size
               into log-line
           end-string.

           open extend deliverylogfile.

           if (delivery-log-status not = "00")
               open output deliverylogfile
           end-if.

           if (delivery-log-status = "00")
               move log-line to delivery-log-record
               write delivery-log-record
               close deliverylogfile
           end-if.

           .

       end program reportdist.
