       identification division.
       program-id. archivesearch.

       environment division.
       input-output section.
       file-control.

           select archivefile
               assign to archive-file-name
               file status is archive-file-status
               organization is line sequential.

       data division.
       file section.
       fd  archivefile.
       01  archive-record    pic x(300).

       working-storage section.

      *    GET /archive/search - the archived entries ("GB " lines)
      *    of one year's gbarchive file, or of every year's, that
      *    match whatever was filled in: name (contains, any case),
      *    a written-on date range, an entry id. no criteria at all
      *    lists the file(s) whole, which is what the year links on
      *    /archive ask for. read-only, like archivelist.

       01 archive-file-name      pic x(255).
       01 archive-file-status    pic x(2).

       01 archive-years          pic s9(4) comp value 30.
       01 probe-idx              pic s9(4) comp.
       01 probe-year             pic 9(4).
       01 now-raw                pic x(21).

       01 file-check-info.
           05  fc-size           pic 9(18) comp.
           05  fc-date           pic x(4).
           05  fc-time           pic x(5).
       01 file-check-result      pic 9(9) usage comp.

       01 scan-idx               pic s9(4) comp.
       01 search-name            pic x(60) value spaces.
       01 search-name-lower      pic x(60).
       01 search-name-len        pic s9(4) comp.
       01 date-from              pic x(10) value spaces.
       01 date-to                pic x(10) value spaces.
       01 search-id-text         pic x(90) value spaces.
       01 search-id-len          pic s9(4) comp.
       01 search-id              pic 9(6).
       01 search-year-text       pic x(90) value spaces.

       01 name-lower             pic x(60).
       01 name-hits              pic s9(4) comp.
       01 record-wanted          pic x(1).

      *    capped like the public list - a whole decade of archive
      *    is a job for gbrestore's dry run, not for one page.
       01 match-count            pic s9(4) comp value 0.
       01 match-limit            pic s9(4) comp value 200.
       01 count-display          pic z(5)9.
       01 entry-id-display       pic z(6).

           copy guestbook.

      *    scratch pair for the cowrows calls - see the CALL-sizing
      *    note in getquery for why properly sized fields, never
      *    literals, go into a CALL.
       01 rows-op           pic x(7).
       01 rows-num          pic s9(4) comp.

       copy cowrow.

       01 the-vars.

          03  COW-vars OCCURS 99 times.

            05 COW-varname       pic x(99).
            05 COW-varvalue      pic x(99).

       01 template-name     pic x(255).

       linkage section.

       01 the-values.

          05 query-values           occurs 20 times.
            10 query-value-name     pic x(90).
            10 query-value          pic x(90).

       procedure division using the-values.

           move spaces to the-vars.
           move 0 to match-count.

           perform read-search-values.

           move "reset" to rows-op.
           move 0 to rows-num.
           call 'cowrows' using rows-op rows-num the-row.

           if (function length(function trim(search-year-text)) = 4
               and search-year-text(1:4) numeric)

               move search-year-text(1:4) to probe-year
               perform search-one-year

           else

               move function current-date to now-raw
               move function numval(now-raw(1:4)) to probe-year

               perform varying probe-idx from 0 by 1
                   until probe-idx > archive-years
                   or match-count >= match-limit
                   perform search-one-year
                   subtract 1 from probe-year
               end-perform

           end-if.

           move "count" to COW-varname(1).
           move match-count to count-display.
           move function trim(count-display) to COW-varvalue(1).

           move "emptymessage" to COW-varname(2).

           if (match-count = 0)
               move "(no archived entries match)" to COW-varvalue(2)
           else
               if (match-count >= match-limit)
                   move "(only the first 200 are shown)"
                       to COW-varvalue(2)
               else
                   move spaces to COW-varvalue(2)
               end-if
           end-if.

           move "pagetitle" to COW-varname(3).
           move "Guestbook archive - search" to COW-varvalue(3).

           move "name" to COW-varname(4).
           move search-name to COW-varvalue(4).
           move "from" to COW-varname(5).
           move date-from to COW-varvalue(5).
           move "to" to COW-varname(6).
           move date-to to COW-varvalue(6).
           move "id" to COW-varname(7).
           move search-id-text to COW-varvalue(7).
           move "year" to COW-varname(8).
           move search-year-text to COW-varvalue(8).

           move "archivesearch.cow" to template-name.
           call 'cowtemplate' using the-vars template-name "y".

       goback.

       read-search-values.

           perform varying scan-idx from 1 by 1 until scan-idx > 20

               if (function trim(query-value-name(scan-idx)) = "name")
                   move query-value(scan-idx) to search-name
               end-if

               if (function trim(query-value-name(scan-idx)) = "from")
                   move query-value(scan-idx) to date-from
               end-if

               if (function trim(query-value-name(scan-idx)) = "to")
                   move query-value(scan-idx) to date-to
               end-if

               if (function trim(query-value-name(scan-idx)) = "id")
                   move query-value(scan-idx) to search-id-text
               end-if

               if (function trim(query-value-name(scan-idx)) = "year")
                   move query-value(scan-idx) to search-year-text
               end-if

           end-perform.

           move function lower-case(function trim(search-name))
               to search-name-lower.
           move function length(function trim(search-name))
               to search-name-len.

      *    an id that isn't a number matches nothing rather than
      *    everything - it is still a criterion somebody typed.

           move 0 to search-id.
           move function length(function trim(search-id-text))
               to search-id-len.

           if (search-id-len > 0)
               if (search-id-len < 7
                   and search-id-text(1:search-id-len) numeric)
                   move function numval(search-id-text) to search-id
               else
                   move 999999 to search-id
               end-if
           end-if.

           .

       search-one-year.

           move spaces to archive-file-name.
           string "gbarchive-" delimited by size
               probe-year delimited by size
               ".dat" delimited by size
               into archive-file-name
           end-string.

           call "CBL_CHECK_FILE_EXIST" using archive-file-name
               file-check-info
               returning file-check-result.

           if (file-check-result = 0)

               open input archivefile

               if (archive-file-status = "00")

                   read archivefile

                   perform until archive-file-status = "10"
                       or match-count >= match-limit

                       if (archive-record(1:3) = "GB "
                           and archive-record(4:6) numeric)
                           move archive-record(4:277)
                               to guestbook-record
                           perform judge-archived-entry
                           if (record-wanted = "y")
                               perform add-match-row
                           end-if
                       end-if

                       read archivefile

                   end-perform

                   close archivefile

               end-if

           end-if.

           .

       judge-archived-entry.

           move "y" to record-wanted.

           if (search-id-len > 0 and gb-id not = search-id)
               move "n" to record-wanted
           end-if.

           if (search-name-len > 0)
               move function lower-case(gb-name) to name-lower
               move 0 to name-hits
               inspect name-lower tallying name-hits
                   for all search-name-lower(1:search-name-len)
               if (name-hits = 0)
                   move "n" to record-wanted
               end-if
           end-if.

           if (date-from not = spaces
               and gb-created-date < date-from)
               move "n" to record-wanted
           end-if.

           if (date-to not = spaces
               and gb-created-date > date-to)
               move "n" to record-wanted
           end-if.

           .

       add-match-row.

           add 1 to match-count.

           move spaces to the-row.

           move gb-id to entry-id-display.

           move "year" to row-col-name(1).
           move probe-year to row-col-value(1).
           move "id" to row-col-name(2).
           move function trim(entry-id-display) to row-col-value(2).
           move "name" to row-col-name(3).
           move gb-name to row-col-value(3).
           move "created" to row-col-name(4).
           move gb-created-date to row-col-value(4).
           move "message" to row-col-name(5).
           move gb-message to row-col-value(5).
           move "status" to row-col-name(6).

           evaluate gb-status
               when "P"
                   move "pending" to row-col-value(6)
               when "R"
                   move "rejected" to row-col-value(6)
               when "D"
                   move "trashed" to row-col-value(6)
               when other
                   move "approved" to row-col-value(6)
           end-evaluate.

           move "add" to rows-op.
           move 0 to rows-num.
           call 'cowrows' using rows-op rows-num the-row.

           .

       end program archivesearch.
