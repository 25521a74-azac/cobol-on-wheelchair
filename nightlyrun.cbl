       working-storage section.

      *    the one nightly cron line: runs the batch chain in its
      *    defined order - cowcheck, auditverify, gbarchive,
      *    gbrescreen, uploadsweep, notifysend, gbreconcile,
      *    logrotate, accessreport, spacereport, gbreport,
      *    reportdist, notifysend again, vrextract - writing each
      *    step's start, end and outcome to the job journal, and
      *    stopping the chain the moment a step fails.
      *    the restart state file remembers the last completed step
      *    for the night, so a rerun after a failure resumes from
      *    the failed step instead of repeating finished ones (and
      *    gbarchive's own checkpoint picks its interrupted work up
      *    from inside the step the same way it always has).
      *    gbreconcile, cowcheck and auditverify are the tolerated
      *    exceptions: their nonzero exit means "discrepancies
      *    found" (or a bad routes.dat / cow.config line, or a
      *    broken audit chain), which the journal records
      *    as WARN and the chain carries on - a missing upload file
      *    or a mistyped route must not cost the night its backups
      *    and log rotation. spacereport is tolerated too: it
      *    measures the night's work, and a disk too full to take
      *    its history line is exactly what the WARN is for.
      *    reportdist queues the night's reports for the staff on
      *    the distribution list once accessreport and spacereport
      *    have written them, and the second notifysend mails them
      *    tonight rather than tomorrow; a report due but not there
      *    to send is a WARN too - the rest of the list still goes.
      *    gbreport runs ahead of reportdist with no month given,
      *    which makes it the month of yesterday: the month so far
      *    on most nights, and on the first of a month the month
      *    just closed, ready for the month-end delivery. it is
      *    tolerated like spacereport - a report it could not
      *    write shows up as reportdist's MISSING line as well.
      *    gbrescreen screens the book again whenever a word has
      *    been added to the word list since its last run, once
      *    gbarchive has taken out what is leaving the book; it is
      *    tolerated as well - an entry it could not hold is in its
      *    report, and the rest of the night still has to run.
      *    vrextract comes last, once the night's archiving has
      *    settled which entries are still in the book.

       01 journal-file-name    pic x(255) value "joblog.dat".
       01 journal-file-status  pic x(2).
      *    present.
       01 config-key           pic x(30).

       01 step-count           pic s9(4) comp value 14.
       01 step-table.
          05 step-entry occurs 14 times.
             10 st-program     pic x(12).
      *    "y" means a nonzero exit is a warning, not a failure.
             10 st-tolerant    pic x(1).

       declare-steps.

           move "cowcheck" to st-program(1).
           move "y" to st-tolerant(1).

           move "auditverify" to st-program(2).
           move "y" to st-tolerant(2).

           move "gbarchive" to st-program(3).
           move "n" to st-tolerant(3).

           move "gbrescreen" to st-program(4).
           move "y" to st-tolerant(4).

           move "uploadsweep" to st-program(5).
           move "n" to st-tolerant(5).

           move "notifysend" to st-program(6).
           move "n" to st-tolerant(6).

           move "gbreconcile" to st-program(7).
           move "y" to st-tolerant(7).

           move "logrotate" to st-program(8).
           move "n" to st-tolerant(8).

           move "accessreport" to st-program(9).
           move "n" to st-tolerant(9).

           move "spacereport" to st-program(10).
           move "y" to st-tolerant(10).

           move "gbreport" to st-program(11).
           move "y" to st-tolerant(11).

           move "reportdist" to st-program(12).
           move "y" to st-tolerant(12).

           move "notifysend" to st-program(13).
           move "n" to st-tolerant(13).

           move "vrextract" to st-program(14).
           move "n" to st-tolerant(14).

           .

       read-restart-state.
                   move 99 to step-rc
           end-call.

      *    every step starts from its own VALUE clauses - notifysend
      *    runs twice a night, and its counters and open switches
      *    must not carry over from the first call to the second.

           cancel st-program(step-idx).

           if (step-rc = 0)
               move return-code to step-rc
           end-if.
