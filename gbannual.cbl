*> ***********************************************



       identification division.
       program-id. gbannual.

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

           select photofile
               assign to photo-file-name
               file status is photo-file-status
               organization is line sequential.

           select archivefile
               assign to archive-file-name
               file status is archive-file-status
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

       fd  photofile.
           copy gbphoto.

      *    the tagged lines gbarchive writes - "GB ", "RP ", "PH ",
      *    "BK " or "CT " and the record image behind the tag.
       fd  archivefile.
       01  archive-record pic x(300).

       fd  reportfile.
       01  report-record pic x(132).

       working-storage section.

      *    the year's book for the lobby binder, run each January
      *    with the year on the command line (gbannual 2025): every
      *    approved entry written that year, oldest first, with the
      *    writer's name and message, the staff replies indented
      *    underneath and a note where a photo came with it. a
      *    title page, a fresh page at each month, and at the back
      *    an index of contributors with the pages they are on.
      *    entries gbarchive has already moved out to the yearly
      *    gbarchive files are read back from there (the same
      *    30-year probe /archive uses - an entry is archived into
      *    the file of the year it left, not the year it was
      *    written), replies and photo links with them, so the
      *    print is the same whenever in the year it is run. an
      *    entry found both live and archived (archived twice
      *    around a crash, say) prints once. same print-file
      *    shape as gbreport, written to gbannual-yyyy.prt, except
      *    that an entry and its replies are never split across a
      *    page break.

       01 guestbook-file-name    pic x(255) value "guestbook.dat".
       01 guestbook-file-status  pic x(2).
       01 reply-file-name        pic x(255) value "gbreply.dat".
       01 reply-file-status      pic x(2).
       01 photo-file-name        pic x(255) value "gbphoto.dat".
       01 photo-file-status      pic x(2).
       01 archive-file-name      pic x(255).
       01 archive-file-status    pic x(2).
       01 report-file-name       pic x(255).
       01 report-file-status     pic x(2).

      *    scratch for the cowconfig lookups - the preset VALUEs are
      *    the defaults; cow.config overrides them when the keys are
      *    present.
       01 config-key             pic x(30).

       01 year-arg               pic x(80).
       01 book-year              pic x(4).
       01 now-raw                pic x(21).

       01 archive-years          pic s9(4) comp value 30.
       01 probe-idx              pic s9(4) comp.
       01 probe-year             pic 9(4).

       01 file-check-info.
           05  fc-size           pic 9(18) comp.
           05  fc-date           pic x(4).
           05  fc-time           pic x(5).
       01 file-check-result      pic 9(9) usage comp.

      *    the year's approved entries as they are found, then put
      *    in order through entry-order rather than moved about.
       01 entry-table.
          05 book-entry occurs 3000 times.
             10 be-id            pic 9(6).
             10 be-name          pic x(60).
             10 be-date          pic x(10).
             10 be-message       pic x(200).
             10 be-photo         pic x(90).
             10 be-page          pic 9(4).
       01 entry-used             pic s9(4) comp value 0.
       01 entry-limit            pic s9(4) comp value 3000.
       01 entry-idx              pic s9(4) comp.
       01 entry-found            pic s9(4) comp.
       01 entries-dropped        pic 9(6) value 0.

      *    subscripts into entry-table, by date then id for the
      *    body and by name for the index.
       01 entry-order-table.
          05 entry-order         pic s9(4) comp occurs 3000 times.
       01 name-order-table.
          05 name-order          pic s9(4) comp occurs 3000 times.
       01 order-idx              pic s9(4) comp.
       01 insert-idx             pic s9(4) comp.
       01 moving-sub             pic s9(4) comp.
       01 order-key-a            pic x(16).
       01 order-key-b            pic x(16).
       01 name-key-a             pic x(60).
       01 name-key-b             pic x(60).

       01 reply-table.
          05 book-reply occurs 5000 times.
             10 br-parent        pic 9(6).
             10 br-seq           pic 9(3).
             10 br-author        pic x(60).
             10 br-date          pic x(10).
             10 br-message       pic x(200).
       01 reply-used             pic s9(4) comp value 0.
       01 reply-limit            pic s9(4) comp value 5000.
       01 reply-idx              pic s9(4) comp.
       01 reply-found            pic s9(4) comp.
       01 replies-printed        pic 9(6) value 0.

       01 month-names.
          05 filler              pic x(9) value "JANUARY".
          05 filler              pic x(9) value "FEBRUARY".
          05 filler              pic x(9) value "MARCH".
          05 filler              pic x(9) value "APRIL".
          05 filler              pic x(9) value "MAY".
          05 filler              pic x(9) value "JUNE".
          05 filler              pic x(9) value "JULY".
          05 filler              pic x(9) value "AUGUST".
          05 filler              pic x(9) value "SEPTEMBER".
          05 filler              pic x(9) value "OCTOBER".
          05 filler              pic x(9) value "NOVEMBER".
          05 filler              pic x(9) value "DECEMBER".
       01 month-name-table redefines month-names.
          05 month-name          pic x(9) occurs 12 times.
       01 month-no               pic 99.
       01 current-month          pic 99 value 0.
       01 running-head           pic x(40).

      *    a message folded to the print width at word breaks - 200
      *    characters never need more than a handful of lines.
       01 wrap-source            pic x(200).
       01 wrap-width             pic s9(4) comp.
       01 wrap-len               pic s9(4) comp.
       01 wrap-pos               pic s9(4) comp.
       01 wrap-cut               pic s9(4) comp.
       01 wrap-scan              pic s9(4) comp.
       01 wrap-lines.
          05 wrap-line           pic x(100) occurs 8 times.
       01 wrap-count             pic s9(4) comp.
       01 wrap-idx               pic s9(4) comp.
       01 block-lines            pic s9(4) comp.

       01 name-upper             pic x(60).
       01 last-name-upper        pic x(60).
       01 last-page-listed       pic 9(4).
       01 page-list              pic x(200).
       01 page-list-len          pic s9(4) comp.
       01 name-len               pic s9(4) comp.
       01 dot-idx                pic s9(4) comp.
       01 index-name             pic x(60).

      *    print control - 60 body lines to a page, a fresh header
      *    block on every page break, the same as gbreport. the
      *    title page carries no header and no number.
       01 print-line             pic x(132).
       01 lines-on-page          pic s9(4) comp value 99.
       01 page-number            pic 9(4) value 0.
       01 page-display           pic z(4).
       01 count-display          pic z(5)9.
       01 count-display-2        pic z(5)9.
       01 date-display           pic x(10).

       procedure division.

           move "guestbook-file" to config-key.
           call 'cowconfig' using config-key guestbook-file-name.
           move "reply-file" to config-key.
           call 'cowconfig' using config-key reply-file-name.
           move "photo-file" to config-key.
           call 'cowconfig' using config-key photo-file-name.

           accept year-arg from command-line.

           move spaces to book-year.

           if (function length(function trim(year-arg)) = 4
               and year-arg(1:4) numeric)
               move year-arg(1:4) to book-year
           end-if.

           if (book-year = spaces)
               display "gbannual: give the year to print, "
                   "e.g. gbannual 2025"
               move 8 to return-code
               goback
           end-if.

           move function current-date to now-raw.

           move spaces to report-file-name.

           string "gbannual-" delimited by size
               book-year delimited by size
               ".prt" delimited by size
               into report-file-name
           end-string.

           perform load-live-entries.
           perform load-archived-entries.
           perform load-live-replies.
           perform load-live-photos.

           perform order-by-date.

           open output reportfile.

           if (report-file-status not = "00")
               display "gbannual: cannot write "
                   function trim(report-file-name)
                   " (file status " report-file-status ")"
               move 8 to return-code
               goback
           end-if.

           perform print-title-page.

           perform varying order-idx from 1 by 1
               until order-idx > entry-used
               move entry-order(order-idx) to entry-idx
               perform print-one-entry
           end-perform.

           if (entry-used = 0)
               move spaces to running-head
               move "  (no approved entries for this year)"
                   to print-line
               perform write-print-line
           end-if.

           perform order-by-name.
           perform print-contributor-index.
           perform print-report-footer.

           close reportfile.

           display "gbannual: wrote "
               function trim(report-file-name).

           if (entries-dropped > 0)
               move entries-dropped to count-display
               display "gbannual: " function trim(count-display)
                   " entries past the 3000 the print holds were left"
                   " out"
           end-if.

           move 0 to return-code.

       goback.

       load-live-entries.

           open input guestbookfile.

           if (guestbook-file-status not = "00")
               display "gbannual: cannot open "
                   function trim(guestbook-file-name)
                   " (file status " guestbook-file-status ")"
           else

               read guestbookfile next record

               perform until guestbook-file-status not = "00"
                   perform take-entry-record
                   read guestbookfile next record
               end-perform

               close guestbookfile

           end-if.

           .

       take-entry-record.

      *    guestbook-record holds the candidate, from the live book
      *    or an archive line. a blank status is an approved entry
      *    from before moderation, as everywhere else.

           if (gb-created-date(1:4) = book-year
               and (gb-status = "A" or gb-status = space))

               perform find-entry

               if (entry-found = 0)
                   if (entry-used < entry-limit)
                       add 1 to entry-used
                       move gb-id to be-id(entry-used)
                       move gb-name to be-name(entry-used)
                       move gb-created-date to be-date(entry-used)
                       move gb-message to be-message(entry-used)
                       move spaces to be-photo(entry-used)
                       move 0 to be-page(entry-used)
                   else
                       add 1 to entries-dropped
                   end-if
               end-if

           end-if.

           .

       find-entry.

           move 0 to entry-found.

           perform varying entry-idx from 1 by 1
               until entry-idx > entry-used or entry-found > 0
               if (be-id(entry-idx) = gb-id)
                   move entry-idx to entry-found
               end-if
           end-perform.

           .

       load-archived-entries.

      *    two passes over each archive file: the entries first, so
      *    a reply or photo line ahead of its entry still finds it.

           move now-raw(1:4) to probe-year.

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

               if (file-check-result = 0
                   and probe-year >= function numval(book-year))
                   perform read-archive-entries
                   perform read-archive-extras
               end-if

               subtract 1 from probe-year

           end-perform.

           .

       read-archive-entries.

           open input archivefile.

           if (archive-file-status = "00")

               read archivefile

               perform until archive-file-status = "10"

                   if (archive-record(1:3) = "GB "
                       and archive-record(4:6) numeric)
                       move archive-record(4:277) to guestbook-record
                       perform take-entry-record
                   end-if

                   read archivefile

               end-perform

               close archivefile

           end-if.

           .

       read-archive-extras.

           open input archivefile.

           if (archive-file-status = "00")

               read archivefile

               perform until archive-file-status = "10"

                   evaluate true

                       when archive-record(1:3) = "RP "
                           and archive-record(4:6) numeric
                           move archive-record(4:279)
                               to gbreply-record
                           perform take-reply-record

                       when archive-record(1:3) = "PH "
                           and archive-record(4:6) numeric
                           move archive-record(4:96) to gbphoto-record
                           perform take-photo-record

                   end-evaluate

                   read archivefile

               end-perform

               close archivefile

           end-if.

           .

       load-live-replies.

           open input replyfile.

           if (reply-file-status = "00")

               read replyfile next record

               perform until reply-file-status not = "00"
                   perform take-reply-record
                   read replyfile next record
               end-perform

               close replyfile

           end-if.

           .

       take-reply-record.

      *    kept only for an entry going into the book, and only
      *    once - the same reply can be live and archived both.

           move gbr-parent-id to gb-id.
           perform find-entry.

           if (entry-found > 0)

               move 0 to reply-found

               perform varying reply-idx from 1 by 1
                   until reply-idx > reply-used or reply-found > 0
                   if (br-parent(reply-idx) = gbr-parent-id
                       and br-seq(reply-idx) = gbr-seq)
                       move reply-idx to reply-found
                   end-if
               end-perform

               if (reply-found = 0 and reply-used < reply-limit)
                   add 1 to reply-used
                   move gbr-parent-id to br-parent(reply-used)
                   move gbr-seq to br-seq(reply-used)
                   move gbr-author to br-author(reply-used)
                   move gbr-created-date to br-date(reply-used)
                   move gbr-message to br-message(reply-used)
               end-if

           end-if.

           .

       load-live-photos.

           open input photofile.

           if (photo-file-status = "00")

               read photofile

               perform until photo-file-status = "10"
                   perform take-photo-record
                   read photofile
               end-perform

               close photofile

           end-if.

           .

       take-photo-record.

           move gp-entry-id to gb-id.
           perform find-entry.

           if (entry-found > 0)
               move gp-name to be-photo(entry-found)
           end-if.

           .

       order-by-date.

      *    insertion sort of the subscripts on date then id - a
      *    year of entries is a few thousand at the very most.

           perform varying order-idx from 1 by 1
               until order-idx > entry-used

               move order-idx to moving-sub
               move be-date(moving-sub) to order-key-a(1:10)
               move be-id(moving-sub) to order-key-a(11:6)

               move order-idx to insert-idx

               perform until insert-idx = 1

                   move be-date(entry-order(insert-idx - 1))
                       to order-key-b(1:10)
                   move be-id(entry-order(insert-idx - 1))
                       to order-key-b(11:6)

                   if (order-key-b > order-key-a)
                       move entry-order(insert-idx - 1)
                           to entry-order(insert-idx)
                       subtract 1 from insert-idx
                   else
                       exit perform
                   end-if

               end-perform

               move moving-sub to entry-order(insert-idx)

           end-perform.

           .

       order-by-name.

      *    the same sort over the date order, on the name in
      *    capitals - one writer's entries stay in date order,
      *    which is the order their pages come in.

           perform varying order-idx from 1 by 1
               until order-idx > entry-used

               move entry-order(order-idx) to moving-sub
               move function upper-case(be-name(moving-sub))
                   to name-key-a

               move order-idx to insert-idx

               perform until insert-idx = 1

                   move function upper-case(
                       be-name(name-order(insert-idx - 1)))
                       to name-key-b

                   if (name-key-b > name-key-a)
                       move name-order(insert-idx - 1)
                           to name-order(insert-idx)
                       subtract 1 from insert-idx
                   else
                       exit perform
                   end-if

               end-perform

               move moving-sub to name-order(insert-idx)

           end-perform.

           .

       print-title-page.

           move 0 to page-number.

           move spaces to report-record.
           perform 18 times
               write report-record
           end-perform.

           move spaces to report-record.
           move "COBOL-ON-WHEELCHAIR" to report-record(57:19).
           write report-record.

           move spaces to report-record.
           write report-record.

           move spaces to report-record.
           move "THE GUESTBOOK" to report-record(60:13).
           write report-record.

           move spaces to report-record.
           write report-record.

           move spaces to report-record.
           move book-year to report-record(64:4).
           write report-record.

           move spaces to report-record.
           perform 4 times
               write report-record
           end-perform.

           move entry-used to count-display.
           move spaces to print-line.
           string function trim(count-display) delimited by size
               " entries" delimited by size
               into print-line
           end-string.
           move spaces to report-record.
           move print-line(1:20) to report-record(58:20).
           write report-record.

           move spaces to date-display.
           string now-raw(1:4) delimited by size
               "-" delimited by size
               now-raw(5:2) delimited by size
               "-" delimited by size
               now-raw(7:2) delimited by size
               into date-display
           end-string.

           move spaces to report-record.
           string "printed " delimited by size
               date-display delimited by size
               into report-record(56:30)
           end-string.
           write report-record.

           move 99 to lines-on-page.

           .

       print-one-entry.

           move be-date(entry-idx)(6:2) to month-no.

           if (month-no not = current-month)
               perform start-month-section
           end-if.

           perform count-block-lines.

      *    the whole block on one page - unless it would not fit on
      *    an empty one either, which 200-character messages and a
      *    handful of replies never come near.

           if (lines-on-page + block-lines > 60
               and block-lines <= 57)
               move 99 to lines-on-page
           end-if.

           move spaces to print-line.
           move be-date(entry-idx) to print-line(7:10).
           move be-name(entry-idx) to print-line(20:60).
           perform write-print-line.

           move page-number to be-page(entry-idx).

           move be-message(entry-idx) to wrap-source.
           move 80 to wrap-width.
           perform wrap-text.

           perform varying wrap-idx from 1 by 1
               until wrap-idx > wrap-count
               move spaces to print-line
               move wrap-line(wrap-idx) to print-line(9:80)
               perform write-print-line
           end-perform.

           if (be-photo(entry-idx) not = spaces)
               move spaces to print-line
               string "[a photo was attached: " delimited by size
                   function trim(be-photo(entry-idx))
                       delimited by size
                   "]" delimited by size
                   into print-line(9:110)
               end-string
               perform write-print-line
           end-if.

           perform varying reply-idx from 1 by 1
               until reply-idx > reply-used
               if (br-parent(reply-idx) = be-id(entry-idx))
                   perform print-one-reply
               end-if
           end-perform.

           move spaces to print-line.
           perform write-print-line.

           .

       print-one-reply.

           add 1 to replies-printed.

           move spaces to print-line.
           string "Reply from " delimited by size
               function trim(br-author(reply-idx)) delimited by size
               ", " delimited by size
               br-date(reply-idx) delimited by size
               ":" delimited by size
               into print-line(15:100)
           end-string.
           perform write-print-line.

           move br-message(reply-idx) to wrap-source.
           move 74 to wrap-width.
           perform wrap-text.

           perform varying wrap-idx from 1 by 1
               until wrap-idx > wrap-count
               move spaces to print-line
               move wrap-line(wrap-idx) to print-line(17:74)
               perform write-print-line
           end-perform.

           .

       count-block-lines.

      *    the header line, the message, the photo note, each reply
      *    (its own line plus its message) and the blank after.

           move be-message(entry-idx) to wrap-source.
           move 80 to wrap-width.
           perform wrap-text.

           compute block-lines = 2 + wrap-count.

           if (be-photo(entry-idx) not = spaces)
               add 1 to block-lines
           end-if.

           perform varying reply-idx from 1 by 1
               until reply-idx > reply-used
               if (br-parent(reply-idx) = be-id(entry-idx))
                   move br-message(reply-idx) to wrap-source
                   move 74 to wrap-width
                   perform wrap-text
                   compute block-lines = block-lines + 1 + wrap-count
               end-if
           end-perform.

           .

       start-month-section.

           move month-no to current-month.

           move spaces to running-head.

           if (month-no >= 1 and month-no <= 12)
               string function trim(month-name(month-no))
                       delimited by size
                   " " delimited by size
                   book-year delimited by size
                   into running-head
               end-string
           end-if.

           move 99 to lines-on-page.

           move spaces to print-line.
           move running-head to print-line(7:40).
           perform write-print-line.

           move spaces to print-line.
           move all "=" to print-line(7:40).
           perform write-print-line.

           move spaces to print-line.
           perform write-print-line.

           .

       wrap-text.

      *    wrap-source folded into wrap-line(1..wrap-count), each at
      *    most wrap-width long, broken at the last space that fits.

           move spaces to wrap-lines.
           move 0 to wrap-count.

           move function length(function trim(wrap-source trailing))
               to wrap-len.

           if (wrap-source = spaces)
               move 0 to wrap-len
           end-if.

           move 1 to wrap-pos.

           perform until wrap-pos > wrap-len or wrap-count >= 8

               if (wrap-len - wrap-pos + 1 <= wrap-width)
                   compute wrap-cut = wrap-len - wrap-pos + 1
               else
                   move 0 to wrap-cut
                   perform varying wrap-scan from wrap-width by -1
                       until wrap-scan < 1 or wrap-cut > 0
                       if (wrap-source(wrap-pos + wrap-scan:1) = space)
                           move wrap-scan to wrap-cut
                       end-if
                   end-perform
                   if (wrap-cut = 0)
                       move wrap-width to wrap-cut
                   end-if
               end-if

               add 1 to wrap-count
               move wrap-source(wrap-pos:wrap-cut)
                   to wrap-line(wrap-count)
               add wrap-cut to wrap-pos

               perform until wrap-pos > wrap-len
                   or wrap-source(wrap-pos:1) not = space
                   add 1 to wrap-pos
               end-perform

           end-perform.

           .

       print-contributor-index.

           move "INDEX OF CONTRIBUTORS" to running-head.
           move 99 to lines-on-page.

           move spaces to print-line.
           move running-head to print-line(7:40).
           perform write-print-line.

           move spaces to print-line.
           move all "=" to print-line(7:40).
           perform write-print-line.

           move spaces to print-line.
           perform write-print-line.

           move spaces to last-name-upper.
           move spaces to page-list.
           move 0 to page-list-len.

           perform varying order-idx from 1 by 1
               until order-idx > entry-used

               move name-order(order-idx) to entry-idx
               move function upper-case(be-name(entry-idx))
                   to name-upper

               if (name-upper not = last-name-upper)
                   if (order-idx > 1)
                       perform print-index-line
                   end-if
                   move name-upper to last-name-upper
                   move be-name(entry-idx) to index-name
                   move spaces to page-list
                   move 0 to page-list-len
                   move 0 to last-page-listed
               end-if

               if (be-page(entry-idx) not = last-page-listed)
                   perform add-page-to-list
               end-if

           end-perform.

           if (entry-used > 0)
               perform print-index-line
           end-if.

           .

       add-page-to-list.

           move be-page(entry-idx) to last-page-listed.
           move be-page(entry-idx) to page-display.

           if (page-list-len = 0)
               move function trim(page-display) to page-list
           else
               if (page-list-len < 190)
                   string page-list(1:page-list-len) delimited by size
                       ", " delimited by size
                       function trim(page-display) delimited by size
                       into page-list
                   end-string
               end-if
           end-if.

           move function length(function trim(page-list))
               to page-list-len.

           .

       print-index-line.

      *    name, dot leaders to column 56, the pages - a long run
      *    of pages carries on under itself on the next line.

           move spaces to print-line.
           move function length(function trim(index-name))
               to name-len.

           if (name-len > 46)
               move 46 to name-len
           end-if.

           move index-name(1:name-len) to print-line(7:name-len).

           compute dot-idx = 8 + name-len.

           perform varying dot-idx from dot-idx by 1
               until dot-idx > 54
               move "." to print-line(dot-idx:1)
           end-perform.

           if (page-list-len <= 70)
               move page-list(1:70) to print-line(57:70)
               perform write-print-line
           else
               move page-list(1:70) to print-line(57:70)
               perform write-print-line
               move spaces to print-line
               move page-list(71:130) to print-line(57:70)
               perform write-print-line
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

      *    the form feed ends the page before - the title page
      *    included, which is why there is one ahead of page 1.

           add 1 to page-number.
           move page-number to page-display.

           move spaces to report-record.
           move x"0C" to report-record(1:1).
           write report-record.

           move spaces to report-record.

           string "THE GUESTBOOK " delimited by size
               book-year delimited by size
               into report-record
           end-string.

           move running-head to report-record(50:40).

           move "PAGE" to report-record(120:4).
           move page-display to report-record(125:4).

           write report-record.

           move all "-" to report-record(1:128).
           write report-record.

           move spaces to report-record.
           write report-record.

           move 3 to lines-on-page.

           .

       print-report-footer.

           move entry-used to count-display.
           move replies-printed to count-display-2.

           move spaces to print-line.
           perform write-print-line.

           move spaces to print-line.

           string "*** END OF BOOK - " delimited by size
               function trim(count-display) delimited by size
               " ENTRIES, " delimited by size
               function trim(count-display-2) delimited by size
               " REPLIES ***" delimited by size
               into print-line
           end-string.

           perform write-print-line.

           .

       end program gbannual.
