       identification division.
       program-id. archiveshow.

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

      *    GET /archive/%year/%id - one archived entry out of that
      *    year's gbarchive file, with the replies and the photo
      *    name (and the book, when it wasn't the original one)
      *    archived alongside it. the photo is shown by name only -
      *    the upload itself may long since have been swept. one
      *    pass over the file, read-only like archivelist.

       01 archive-file-name      pic x(255).
       01 archive-file-status    pic x(2).

       01 scan-idx               pic s9(4) comp.
       01 year-text              pic x(90) value spaces.
       01 id-text                pic x(90) value spaces.
       01 id-len                 pic s9(4) comp.
       01 wanted-id              pic 9(6).
       01 entry-found            pic x(1).
       01 photo-name             pic x(90).
       01 book-name              pic x(12).
       01 reply-count            pic s9(4) comp.

           copy guestbook.
           copy gbreply.
           copy gbphoto.
           copy gbbook.

       01 not-found-code    pic x(3).
       01 not-found-reason  pic x(30).
       01 no-content-type   pic x(60) value spaces.

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

           perform varying scan-idx from 1 by 1 until scan-idx > 20

               if (function trim(query-value-name(scan-idx)) = "year")
                   move query-value(scan-idx) to year-text
               end-if

               if (function trim(query-value-name(scan-idx)) = "id")
                   move query-value(scan-idx) to id-text
               end-if

           end-perform.

           move function length(function trim(id-text)) to id-len.

           if (function length(function trim(year-text)) not = 4
               or year-text(1:4) not numeric
               or id-len = 0 or id-len > 6
               or id-text(1:id-len) not numeric)
               perform report-not-found
               goback
           end-if.

           move function numval(id-text) to wanted-id.

           move spaces to archive-file-name.
           string "gbarchive-" delimited by size
               year-text(1:4) delimited by size
               ".dat" delimited by size
               into archive-file-name
           end-string.

           move "n" to entry-found.
           move spaces to photo-name.
           move spaces to book-name.
           move 0 to reply-count.

           move "reset" to rows-op.
           move 0 to rows-num.
           call 'cowrows' using rows-op rows-num the-row.

           open input archivefile.

           if (archive-file-status = "00")

               read archivefile

               perform until archive-file-status = "10"
                   perform take-archive-line
                   read archivefile
               end-perform

               close archivefile

           end-if.

           if (entry-found = "n")
               perform report-not-found
               goback
           end-if.

           move "id" to COW-varname(1).
           move gb-id to COW-varvalue(1).
           move "name" to COW-varname(2).
           move gb-name to COW-varvalue(2).
           move "created" to COW-varname(3).
           move gb-created-date to COW-varvalue(3).
           move "message" to COW-varname(4).
           move gb-message to COW-varvalue(4).

           move "status" to COW-varname(5).

           evaluate gb-status
               when "P"
                   move "pending" to COW-varvalue(5)
               when "R"
                   move "rejected" to COW-varvalue(5)
               when "D"
                   move "trashed" to COW-varvalue(5)
               when other
                   move "approved" to COW-varvalue(5)
           end-evaluate.

           move "photo" to COW-varname(6).

           if (photo-name = spaces)
               move "(no photo)" to COW-varvalue(6)
           else
               move photo-name to COW-varvalue(6)
           end-if.

           move "book" to COW-varname(7).

           if (book-name = spaces)
               move "main" to COW-varvalue(7)
           else
               move book-name to COW-varvalue(7)
           end-if.

           move "year" to COW-varname(8).
           move year-text(1:4) to COW-varvalue(8).

           move "replycount" to COW-varname(9).

           if (reply-count = 0)
               move "no replies archived" to COW-varvalue(9)
           else
               move spaces to COW-varvalue(9)
           end-if.

           move "pagetitle" to COW-varname(10).
           move "Archived entry" to COW-varvalue(10).

           move "archiveshow.cow" to template-name.
           call 'cowtemplate' using the-vars template-name "y".

       goback.

       take-archive-line.

      *    an entry archived twice around a crash carries the same
      *    image both times - the last one read is as good as any.

           evaluate true

               when archive-record(1:3) = "GB "
                   and archive-record(4:6) numeric
                   if (archive-record(4:6) = wanted-id)
                       move archive-record(4:277) to guestbook-record
                       move "y" to entry-found
                   end-if

               when archive-record(1:3) = "RP "
                   and archive-record(4:6) numeric
                   if (archive-record(4:6) = wanted-id)
                       move archive-record(4:279) to gbreply-record
                       perform add-reply-row
                   end-if

               when archive-record(1:3) = "PH "
                   and archive-record(4:6) numeric
                   if (archive-record(4:6) = wanted-id)
                       move archive-record(4:96) to gbphoto-record
                       move gp-name to photo-name
                   end-if

               when archive-record(1:3) = "BK "
                   and archive-record(4:6) numeric
                   if (archive-record(4:6) = wanted-id)
                       move archive-record(4:18) to gbbook-record
                       move gk-book to book-name
                   end-if

           end-evaluate.

           .

       add-reply-row.

           add 1 to reply-count.

           move spaces to the-row.

           move "author" to row-col-name(1).
           move gbr-author to row-col-value(1).
           move "replied" to row-col-name(2).
           move gbr-created-date to row-col-value(2).
           move "replytext" to row-col-name(3).
           move gbr-message to row-col-value(3).

           move "add" to rows-op.
           move 0 to rows-num.
           call 'cowrows' using rows-op rows-num the-row.

           .

       report-not-found.

           move "404" to not-found-code.
           move "Not Found" to not-found-reason.

           call 'webheader' using not-found-code not-found-reason
               no-content-type.

           display "<b>Cobol-on-Wheelchair error:</b> "
               "no such archived entry".

           .

       end program archiveshow.
