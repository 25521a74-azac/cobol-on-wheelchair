      *    line per distinct word of an entry's message, maintained
      *    here and nowhere else: guestbookadd (and restore, and a
      *    moderator's approve) CALL "add", delete/reject/archival
      *    CALL "drop", gbarchive's preview CALLs "count" to say
      *    what a drop would take, and guestbooksearch answers a
      *    word query by scanning these short lines instead of
      *    every record in the book. words are lower-cased runs of
      *    letters and digits, three characters up (shorter ones
      *    match half the book and index nothing useful).

       01 index-file-name    pic x(255) value "gbindex.dat".
       01 index-file-status  pic x(2).
       01 parse-word         pic x(20).
       01 parse-id           pic x(8).
       01 id-display         pic 9(6).
       01 line-count         pic 9(6).

       linkage section.

               when "drop"
                   perform drop-entry-lines

               when "count"
                   perform count-entry-lines

           end-evaluate.

       goback.

           .

       count-entry-lines.

      *    read-only - how many lines an entry has in the index,
      *    back as six digits at the front of index-text, for a
      *    caller that must say what a "drop" would take without
      *    taking it.

           move index-entry-id to id-display.
           move 0 to line-count.

           open input indexfile.

           if (index-file-status = "00")

               read indexfile

               perform until index-file-status = "10"

                   move spaces to parse-word parse-id

                   unstring index-line delimited by "|"
                       into parse-word parse-id
                   end-unstring

                   if (parse-id(1:6) = id-display)
                       add 1 to line-count
                   end-if

                   read indexfile

               end-perform

               close indexfile

           end-if.

           move spaces to index-text.
           move line-count to index-text(1:6).

           .

       replace-index-file.

           open input keepfile.
