*> ***********************************************



       identification division.
       program-id. nightwatch.

       environment division.
       input-output section.
       file-control.

           select journalfile
               assign to journal-file-name
               file status is journal-file-status
               organization is line sequential.

           select statefile
               assign to state-file-name
               file status is state-file-status
               organization is line sequential.

       data division.
       file section.
       fd  journalfile.
       01  journal-record pic x(120).

       fd  statefile.
       01  state-record pic x(80).

       working-storage section.

      *    the morning check on the night's batch, on its own cron
      *    line (after nightly-deadline, and as often again as
      *    anyone likes) - nightlyrun can say a step failed, but
      *    not that it never ran, or hung, or died with the
      *    machine. two questions, answered from the job journal
      *    and nightly.chk alone:
      *      - is a step running far past its usual time? the
      *        usual time is the average of that step's earlier
      *        START-to-END spans in the journal, and "far past" is
      *        nightly-overrun-percent of it (never less than ten
      *        minutes over - a step that takes seconds is not
      *        stuck at one minute). a step with no history is
      *        left to the deadline.
      *      - once the clock is past nightly-deadline (hhmm), has
      *        tonight's chain finished - nightly.chk reading
      *        "<today> done"? if not, the journal says where it
      *        stands: never started, stuck in a step, stopped by a
      *        failed step, or stopped between steps.
      *    each finding is printed and queued through notifyfail
      *    naming the step, worded without the clock time so a
      *    repeat run collapses into the notice already queued;
      *    the exit is 1 when there was anything to report.

       01 journal-file-name    pic x(255) value "joblog.dat".
       01 journal-file-status  pic x(2).

       01 state-file-name      pic x(255) value "nightly.chk".
       01 state-file-status    pic x(2).

       01 deadline-hhmm        pic 9(4) value 0600.
       01 overrun-percent      pic 9(4) value 300.

      *    scratch for the cowconfig lookups - the preset VALUEs are
      *    the defaults; cow.config overrides them when the keys are
      *    present.
       01 config-key           pic x(30).
       01 config-text          pic x(255).
       01 config-text-len      pic s9(4) comp.

      *    scratch pair for the notifyfail call - sized to
      *    notifyfail's own linkage, see the CALL-sizing note in
      *    getquery.
       01 fail-source          pic x(60) value "nightwatch".
       01 fail-detail          pic x(120).

       01 now-raw              pic x(21).
       01 today-date           pic x(8).
       01 now-minutes          pic s9(11) comp.
       01 now-hhmm             pic 9(4).

      *    one row per step program seen in the journal: its
      *    finished spans so far, and the START still waiting for
      *    its END, if any.
       01 step-stats.
          05 step-stat occurs 30 times.
             10 ss-program       pic x(12).
             10 ss-span-total    pic s9(11) comp.
             10 ss-span-count    pic s9(8) comp.
             10 ss-open-stamp    pic x(14).
             10 ss-open-minutes  pic s9(11) comp.
       01 stat-used            pic s9(4) comp value 0.
       01 stat-idx             pic s9(4) comp.
       01 stat-found           pic s9(4) comp.

       01 parse-stamp          pic x(14).
       01 parse-program        pic x(12).
       01 parse-event          pic x(10).
       01 parse-outcome        pic x(10).
       01 stamp-date           pic 9(8).
       01 stamp-minutes        pic s9(11) comp.
       01 this-span            pic s9(11) comp.
       01 usual-span           pic s9(11) comp.
       01 span-limit           pic s9(11) comp.

      *    the last journal line written today - where the chain
      *    stands if it has not finished.
       01 last-program         pic x(12) value spaces.
       01 last-event           pic x(10) value spaces.
       01 last-outcome         pic x(10) value spaces.
       01 last-stamp           pic x(14) value spaces.

       01 state-date           pic x(8).
       01 state-word           pic x(6).
       01 chain-done           pic x(1) value "n".

       01 alert-count          pic 9(4) value 0.
       01 minutes-display      pic z(5)9.
       01 time-display         pic x(5).

       procedure division.

           move "job-journal" to config-key.
           call 'cowconfig' using config-key journal-file-name.

           move spaces to config-text.
           move "nightly-deadline" to config-key.
           call 'cowconfig' using config-key config-text.

           move function length(function trim(config-text))
               to config-text-len.

           if (config-text-len = 4
               and config-text(1:4) numeric
               and config-text(1:2) < "24"
               and config-text(3:2) < "60")
               move config-text(1:4) to deadline-hhmm
           end-if.

           move spaces to config-text.
           move "nightly-overrun-percent" to config-key.
           call 'cowconfig' using config-key config-text.

           move function length(function trim(config-text))
               to config-text-len.

           if (config-text-len > 0 and config-text-len < 5
               and config-text(1:config-text-len) numeric)
               move function numval(config-text) to overrun-percent
           end-if.

           move function current-date to now-raw.
           move now-raw(1:8) to today-date.
           move now-raw(9:4) to now-hhmm.
           move now-raw(1:14) to parse-stamp.
           perform compute-stamp-minutes.
           move stamp-minutes to now-minutes.

           perform read-journal.
           perform read-chain-state.

           perform check-open-steps.

           if (now-hhmm >= deadline-hhmm and chain-done = "n")
               perform report-unfinished-chain
           end-if.

           if (alert-count > 0)
               move 1 to return-code
           else
               if (chain-done = "y")
                   display "nightwatch: tonight's chain completed"
               else
                   display "nightwatch: tonight's chain not finished"
                       " yet, nothing overdue"
               end-if
               move 0 to return-code
           end-if.

       goback.

       read-journal.

      *    "yyyymmddhhmmss <program> START" / "END OK" / "END WARN
      *    rc=n" / "END FAIL rc=n", and nightlyrun's own RESUME
      *    notes, which say nothing about a step's time.

           open input journalfile.

           if (journal-file-status = "00")

               read journalfile

               perform until journal-file-status = "10"

                   move spaces to parse-stamp parse-program
                       parse-event parse-outcome

                   unstring journal-record delimited by all " "
                       into parse-stamp parse-program parse-event
                           parse-outcome
                   end-unstring

                   if (parse-stamp numeric
                       and parse-program not = "nightlyrun")
                       perform take-journal-line
                   end-if

                   read journalfile

               end-perform

               close journalfile

           end-if.

           .

       take-journal-line.

           perform compute-stamp-minutes.
           perform find-step-stat.

           if (stat-found > 0)

               evaluate parse-event

                   when "START"
                       move parse-stamp to ss-open-stamp(stat-found)
                       move stamp-minutes
                           to ss-open-minutes(stat-found)

                   when "END"
                       if (ss-open-stamp(stat-found) not = spaces
                           and parse-outcome not = "FAIL")
                           compute this-span = stamp-minutes
                               - ss-open-minutes(stat-found)
                           if (this-span >= 0)
                               add this-span
                                   to ss-span-total(stat-found)
                               add 1 to ss-span-count(stat-found)
                           end-if
                       end-if
                       move spaces to ss-open-stamp(stat-found)

               end-evaluate

           end-if.

           if (parse-stamp(1:8) = today-date)
               move parse-stamp to last-stamp
               move parse-program to last-program
               move parse-event to last-event
               move parse-outcome to last-outcome
           end-if.

           .

       find-step-stat.

           move 0 to stat-found.

           perform varying stat-idx from 1 by 1
               until stat-idx > stat-used or stat-found > 0
               if (ss-program(stat-idx) = parse-program)
                   move stat-idx to stat-found
               end-if
           end-perform.

           if (stat-found = 0 and stat-used < 30)
               add 1 to stat-used
               move parse-program to ss-program(stat-used)
               move 0 to ss-span-total(stat-used)
               move 0 to ss-span-count(stat-used)
               move spaces to ss-open-stamp(stat-used)
               move 0 to ss-open-minutes(stat-used)
               move stat-used to stat-found
           end-if.

           .

       read-chain-state.

      *    "yyyymmdd done" once a chain has completed; "yyyymmdd
      *    nn" while one is part way through.

           open input statefile.

           if (state-file-status = "00")

               read statefile

               if (state-file-status = "00")

                   move spaces to state-date state-word

                   unstring state-record delimited by " "
                       into state-date state-word
                   end-unstring

                   if (state-date = today-date
                       and state-word = "done")
                       move "y" to chain-done
                   end-if

               end-if

               close statefile

           end-if.

           .

       check-open-steps.

      *    only a START from the last day counts as running - an
      *    older one without its END is a night the machine died
      *    in, which that morning's check has already reported.

           perform varying stat-idx from 1 by 1
               until stat-idx > stat-used

               if (ss-open-stamp(stat-idx) not = spaces
                   and ss-span-count(stat-idx) > 0
                   and now-minutes - ss-open-minutes(stat-idx)
                       < 1440)

                   compute usual-span rounded =
                       ss-span-total(stat-idx)
                       / ss-span-count(stat-idx)

                   compute span-limit =
                       usual-span * overrun-percent / 100

                   if (span-limit < usual-span + 10)
                       compute span-limit = usual-span + 10
                   end-if

                   compute this-span =
                       now-minutes - ss-open-minutes(stat-idx)

                   if (this-span > span-limit)
                       perform report-overrun
                   end-if

               end-if

           end-perform.

           .

       report-overrun.

           move usual-span to minutes-display.
           move ss-open-stamp(stat-idx) to parse-stamp.
           perform format-time.

           move spaces to fail-detail.

           string "nightly step " delimited by size
               function trim(ss-program(stat-idx)) delimited by size
               " started " delimited by size
               parse-stamp(1:8) delimited by size
               " " delimited by size
               time-display delimited by size
               " and is still running - it usually takes "
                   delimited by size
               function trim(minutes-display) delimited by size
               " min" delimited by size
               into fail-detail
           end-string.

           perform raise-alert.

           .

       report-unfinished-chain.

           move spaces to fail-detail.

           move last-stamp to parse-stamp.
           perform format-time.

           evaluate true

               when last-stamp = spaces
                   string "nightly chain for " delimited by size
                       today-date delimited by size
                       " never started - nothing in the journal"
                           delimited by size
                       " today" delimited by size
                       into fail-detail
                   end-string

               when last-event = "START"
                   string "nightly chain for " delimited by size
                       today-date delimited by size
                       " not finished - stuck in " delimited by size
                       function trim(last-program) delimited by size
                       " since " delimited by size
                       time-display delimited by size
                       into fail-detail
                   end-string

               when last-outcome = "FAIL"
                   string "nightly chain for " delimited by size
                       today-date delimited by size
                       " not finished - stopped by " delimited by size
                       function trim(last-program) delimited by size
                       " failing at " delimited by size
                       time-display delimited by size
                       into fail-detail
                   end-string

               when other
                   string "nightly chain for " delimited by size
                       today-date delimited by size
                       " not finished - nothing ran after "
                           delimited by size
                       function trim(last-program) delimited by size
                       " ended at " delimited by size
                       time-display delimited by size
                       into fail-detail
                   end-string

           end-evaluate.

           perform raise-alert.

           .

       raise-alert.

           add 1 to alert-count.

           display "nightwatch: " function trim(fail-detail).

           call 'notifyfail' using fail-source fail-detail.

           .

       format-time.

           move spaces to time-display.

           if (parse-stamp not = spaces)
               string parse-stamp(9:2) delimited by size
                   ":" delimited by size
                   parse-stamp(11:2) delimited by size
                   into time-display
               end-string
           end-if.

           .

       compute-stamp-minutes.

      *    yyyymmddhhmmss as minutes since integer-of-date's day
      *    one - only ever subtracted from each other.

           move function numval(parse-stamp(1:8)) to stamp-date.

           compute stamp-minutes =
               function integer-of-date(stamp-date) * 1440
               + function numval(parse-stamp(9:2)) * 60
               + function numval(parse-stamp(11:2)).

           .

       end program nightwatch.
