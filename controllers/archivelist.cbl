       identification division.
       program-id. archivelist.

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
      *    the tagged lines gbarchive writes - "GB ", "RP ", "PH ",
      *    "BK " or "CT " and the record image behind the tag.
       01  archive-record    pic x(300).

       working-storage section.

      *    GET /archive - the yearly gbarchive-<year>.dat files that
      *    exist, newest first, with how many entries, replies and
      *    photo links each holds, above the search form that
      *    archivesearch answers. read-only: the files are opened
      *    input and nothing else, so browsing an archive can never
      *    become restoring one. the same 30-year probe gbprivacy
      *    uses to find them.

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

       01 entries-in-file        pic 9(6).
       01 replies-in-file        pic 9(6).
       01 photos-in-file         pic 9(6).
       01 file-count             pic s9(4) comp value 0.
       01 count-display          pic z(5)9.

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

       procedure division.

      *    the auth gate in front of this route is routes.dat's "y"
      *    column - archived entries include rejected ones.

           move spaces to the-vars.
           move 0 to file-count.

           move "reset" to rows-op.
           move 0 to rows-num.
           call 'cowrows' using rows-op rows-num the-row.

           move function current-date to now-raw.
           move function numval(now-raw(1:4)) to probe-year.

           perform varying probe-idx from 0 by 1
               until probe-idx > archive-years

               move spaces to archive-file-name
               string "gbarchive-" delimited by size
                   probe-year delimited by size
                   ".dat" delimited by size
                   into archive-file-name
               end-string

               call "CBL_CHECK_FILE_EXIST" using archive-file-name
                   file-check-info
                   returning file-check-result

               if (file-check-result = 0)
                   perform count-archive-file
                   perform add-file-row
               end-if

               subtract 1 from probe-year

           end-perform.

           move "count" to COW-varname(1).
           move file-count to count-display.
           move function trim(count-display) to COW-varvalue(1).

           move "emptymessage" to COW-varname(2).

           if (file-count = 0)
               move "(nothing has been archived yet)"
                   to COW-varvalue(2)
           else
               move spaces to COW-varvalue(2)
           end-if.

           move "pagetitle" to COW-varname(3).
           move "Guestbook archive" to COW-varvalue(3).

           move "archivelist.cow" to template-name.
           call 'cowtemplate' using the-vars template-name "y".

       goback.

       count-archive-file.

           move 0 to entries-in-file.
           move 0 to replies-in-file.
           move 0 to photos-in-file.

           open input archivefile.

           if (archive-file-status = "00")

               read archivefile

               perform until archive-file-status = "10"

                   evaluate archive-record(1:3)
                       when "GB "
                           add 1 to entries-in-file
                       when "RP "
                           add 1 to replies-in-file
                       when "PH "
                           add 1 to photos-in-file
                   end-evaluate

                   read archivefile

               end-perform

               close archivefile

           end-if.

           .

       add-file-row.

           add 1 to file-count.

           move spaces to the-row.

           move "year" to row-col-name(1).
           move probe-year to row-col-value(1).
           move "file" to row-col-name(2).
           move archive-file-name to row-col-value(2).

           move "entries" to row-col-name(3).
           move entries-in-file to count-display.
           move function trim(count-display) to row-col-value(3).
           move "replies" to row-col-name(4).
           move replies-in-file to count-display.
           move function trim(count-display) to row-col-value(4).
           move "photos" to row-col-name(5).
           move photos-in-file to count-display.
           move function trim(count-display) to row-col-value(5).

           move "add" to rows-op.
           move 0 to rows-num.
           call 'cowrows' using rows-op rows-num the-row.

           .

       end program archivelist.
