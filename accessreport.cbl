               file status is access-log-status
               organization is line sequential.

           select printfile
               assign to print-file-name
               file status is print-file-status
               organization is line sequential.

       data division.
       file section.
       fd  accesslogfile.
       01  access-log-record pic x(250).

       fd  printfile.
       01  print-record pic x(250).

       working-storage section.

      *    batch reader for the lines log-access in cow appends - run
      *    routing pattern, the top unmatched paths (anyfound "n"),
      *    requests per hour, and the top client addresses, all to
      *    standard output where cron's own mailing picks it up.
      *    each top address carries the /blocks link that puts it
      *    on the block list, so a flood spotted in the morning mail
      *    is one click (and a reason) away from being stopped.
      *    the same lines go to access-yyyymmdd.prt as well, the
      *    file reportdist hands to the staff on the distribution
      *    list, so the figures no longer live or die with cron's
      *    mail.

       01 access-log-file-name  pic x(255) value "access.log".
       01 access-log-status     pic x(2).
      *    is the default; cow.config overrides it when the key is
      *    present.
       01 config-key        pic x(30).
       01 site-base-url     pic x(255) value "http://localhost".


       01 report-date           pic x(8).
       01 best-count            pic 9(7) usage comp.
       01 top-wanted            pic s9(4) comp.

       01 print-file-name       pic x(255).
       01 print-file-status     pic x(2).
       01 print-file-open       pic x(1) value "n".
       01 print-line            pic x(250).

       01 count-display         pic z(6)9.
       01 hour-display          pic 99.


           move "access-log" to config-key.
           call 'cowconfig' using config-key access-log-file-name.
           move "site-base-url" to config-key.
           call 'cowconfig' using config-key site-base-url.


           if (function trim(report-date) = spaces)

           close accesslogfile.

           perform open-print-file.

           perform print-report.

           if (print-file-open = "y")
               close printfile
           end-if.

       goback.

       pick-log-file.

       print-report.

           move spaces to print-line.
           string "Cobol-on-Wheelchair traffic report for "
                   delimited by size
               report-date(1:4) "-" report-date(5:2) "-"
                   delimited by size
               report-date(7:2) delimited by size
               into print-line
           end-string.
           perform emit-print-line.

           move total-requests to count-display.
           move spaces to print-line.
           string "Total requests:   " count-display
               delimited by size into print-line
           end-string.
           perform emit-print-line.

           move total-matched to count-display.
           move spaces to print-line.
           string "  routed:         " count-display
               delimited by size into print-line
           end-string.
           perform emit-print-line.

           move total-unmatched to count-display.
           move spaces to print-line.
           string "  unmatched:      " count-display
               delimited by size into print-line
           end-string.
           perform emit-print-line.

           move spaces to print-line.
           perform emit-print-line.
           move "Hits per routing pattern" to print-line.
           perform emit-print-line.

           perform print-top-patterns.

           move spaces to print-line.
           perform emit-print-line.
           move "Top unmatched paths (broken links and probes)"
               to print-line.
           perform emit-print-line.

           if (miss-used = 0)
               move "  (none)" to print-line
               perform emit-print-line
           else
               perform print-top-misses
           end-if.

           move spaces to print-line.
           perform emit-print-line.
           move "Requests per hour" to print-line.
           perform emit-print-line.

           perform varying hour-idx from 1 by 1
               until hour-idx > 24
               if (hour-count(hour-idx) > 0)
                   compute hour-display = hour-idx - 1
                   move hour-count(hour-idx) to count-display
                   move spaces to print-line
                   string "  " hour-display ":00  " count-display
                       delimited by size into print-line
                   end-string
                   perform emit-print-line
               end-if

           end-perform.

           move spaces to print-line.
           perform emit-print-line.
           move "Top client addresses" to print-line.
           perform emit-print-line.

           perform print-top-addresses.


               if (best-idx > 0)
                   move pat-count(best-idx) to count-display
                   move spaces to print-line
                   string "  " count-display "  " delimited by size
                       function trim(pat-name(best-idx))
                           delimited by size
                       into print-line
                   end-string
                   perform emit-print-line
                   move 0 to pat-count(best-idx)
               end-if


               if (best-idx > 0)
                   move miss-count(best-idx) to count-display
                   move spaces to print-line
                   string "  " count-display "  " delimited by size
                       function trim(miss-name(best-idx))
                           delimited by size
                       into print-line
                   end-string
                   perform emit-print-line
                   move 0 to miss-count(best-idx)
               end-if


               if (best-idx > 0)
                   move addr-count(best-idx) to count-display
                   move spaces to print-line
                   string "  " count-display "  " delimited by size
                       function trim(addr-name(best-idx))
                           delimited by size
                       "  block: " delimited by size
                       function trim(site-base-url) delimited by size
                       "/blocks?addr=" delimited by size
                       function trim(addr-name(best-idx))
                           delimited by size
                       into print-line
                   end-string
                   perform emit-print-line
                   move 0 to addr-count(best-idx)
               end-if


           .

       emit-print-line.

      *    every report line goes both ways - standard output for
      *    whoever ran it by hand, and the print file for the
      *    distribution list.

           display function trim(print-line trailing).

           if (print-file-open = "y")
               move print-line to print-record
               write print-record
           end-if.

           .

       open-print-file.

           move spaces to print-file-name.

           string "access-" delimited by size
               report-date delimited by size
               ".prt" delimited by size
               into print-file-name
           end-string.

           open output printfile.

           if (print-file-status = "00")
               move "y" to print-file-open
           else
               display "accessreport: cannot write "
                   function trim(print-file-name)
                   " (file status " print-file-status
                   ") - standard output only"
           end-if.

           .

       end program accessreport.
