
       fd  archivefile.
      *    "GB " + a guestbook-record image, "RP " + a reply image,
      *    "PH " + a photo-link image, "BK " + a book-membership
      *    image or "CT " + a category image - the type tag is what
      *    lets one yearly file carry all five shapes.
       01  archive-record    pic x(300).

       fd  checkpointfile.
      *    at or below the checkpoint and picks up cleanly above it.
      *    retention days may be given on the command line; 365 when
      *    not.
      *
      *    "gbarchive preview" (in any order with the days) writes
      *    nothing and deletes nothing - no backup, no maintenance
      *    flag, no checkpoint - and instead prints, entry by entry
      *    with counts, exactly what the run would archive, what it
      *    would dispose of from the trash, and how many lines each
      *    would take out of gbreply.dat, gbphoto.dat and
      *    gbindex.dat. a yyyymmdd word previews the run as if it
      *    were dated that day (the nightly chain runs after
      *    midnight, so tonight's run is dated tomorrow); without
      *    one it is a run started now.

       01 guestbook-file-name    pic x(255) value "guestbook.dat".
       01 guestbook-file-status  pic x(2).
       01 retention-arg          pic x(80).
       01 retention-days         pic 9(5) value 365.
       01 arg-len                pic s9(4) comp.
       01 arg-words.
          05 arg-word            pic x(20) occurs 3 times.
       01 arg-idx                pic s9(4) comp.

       01 preview-mode           pic x(1) value "n".
       01 preview-date           pic x(8) value spaces.

      *    the preview's tallies - what each live file would lose.
       01 preview-archive-count  pic 9(6) value 0.
       01 preview-trash-count    pic 9(6) value 0.
       01 preview-reply-lines    pic 9(6) value 0.
       01 preview-photo-lines    pic 9(6) value 0.
       01 preview-index-lines    pic 9(6) value 0.
       01 entry-reply-lines      pic 9(6).
       01 entry-photo-lines      pic 9(6).
       01 entry-index-lines      pic 9(6).
       01 reply-display          pic z(5)9.
       01 photo-display          pic z(5)9.
       01 index-display          pic z(5)9.
       01 preview-line           pic x(132).
       01 entry-note             pic x(40).

      *    scratch for the cowconfig lookups - the preset VALUEs are
      *    the defaults; cow.config overrides them, and a command
       01 records-archived       pic 9(6) value 0.
       01 records-purged         pic 9(6) value 0.
       01 replies-archived       pic 9(6) value 0.
       01 count-display          pic z(5)9.

       01 purge-this-one         pic x(1).
       01 purge-id               pic 9(6).
       01 index-op               pic x(7).
       01 index-entry-id         pic 9(6).
       01 index-text             pic x(200).
      *    named in the preview's totals only - gbindex owns it.
       01 index-file-name        pic x(255) value "gbindex.dat".

      *    scratch pair for the pagecache purge - sized to
      *    pagecache's own linkage, see the CALL-sizing note in
       01 entry-already-archived pic x(1).
       01 archive-scan-id        pic x(6).

      *    the book an entry belongs to (see gbbook.cpy) rides the
      *    photo line's lifecycle: archived as "BK " when it is not
      *    the original book, dropped when the entry leaves. sized
      *    to bookstore's own linkage, see the CALL-sizing note in
      *    getquery.
       01 book-op                pic x(7).
       01 book-entry-id          pic 9(6).
       01 book-code              pic x(12).
       01 book-title             pic x(60).
       01 book-moderated         pic x(1).
       01 book-active            pic x(1).
       01 book-ok                pic x(1).
           copy gbbook.

      *    the categories staff put an entry in (see gbcategory.cpy)
      *    ride the same lifecycle as the book line: archived as
      *    "CT " when there are any, dropped when the entry leaves.
      *    sized to categorystore's own linkage, see the CALL-sizing
      *    note in getquery.
       01 category-op            pic x(7).
       01 category-entry-id      pic 9(6).
       01 category-codes         pic x(60).
       01 category-text          pic x(200).
       01 category-ok            pic x(1).
           copy gbcategory.

       procedure division.

           move "guestbook-file" to config-key.
           call 'cowconfig' using config-key photo-file-name.
           move "trash-file" to config-key.
           call 'cowconfig' using config-key trash-file-name.
           move "index-file" to config-key.
           call 'cowconfig' using config-key index-file-name.

           move spaces to config-text.
           move "trash-age-days" to config-key.

           accept retention-arg from command-line.

           move spaces to arg-words.

           unstring function trim(retention-arg)
               delimited by all spaces
               into arg-word(1) arg-word(2) arg-word(3)
           end-unstring.

           perform varying arg-idx from 1 by 1 until arg-idx > 3
               perform take-arg-word
           end-perform.

           move function current-date to now-raw.

           if (preview-mode = "y" and preview-date not = spaces)
               move preview-date to now-raw(1:8)
           end-if.

           move function numval(now-raw(1:8)) to today-date.

           compute cutoff-int =
               perform load-archived-ids
           end-if.

           if (preview-mode = "y")
               perform preview-whole-run
               goback
           end-if.

           perform raise-maintenance-flag.

           move "load" to book-op.
           call 'bookstore' using book-op book-entry-id book-code
               book-title book-moderated book-active book-ok.

           move "load" to category-op.
           move 0 to category-entry-id.
           call 'categorystore' using category-op category-entry-id
               category-codes category-text category-ok.

           perform backup-whole-file.

           perform archive-and-purge.

       goback.

       take-arg-word.

      *    "preview", a yyyymmdd run date (preview only), or the
      *    retention days - anything else is ignored, as a bad
      *    number always has been.

           move function length(function trim(arg-word(arg-idx)))
               to arg-len.

           evaluate true

               when function lower-case(arg-word(arg-idx))
                   = "preview"
                   move "y" to preview-mode

               when arg-len = 8
                   and arg-word(arg-idx)(1:8) numeric
                   move arg-word(arg-idx)(1:8) to preview-date

               when arg-len > 0 and arg-len < 6
                   and arg-word(arg-idx)(1:arg-len) numeric
                   move function numval(arg-word(arg-idx))
                       to retention-days

           end-evaluate.

           .

       raise-maintenance-flag.

           move "maintenance-file" to config-key.

               perform archive-photo-of-entry

               perform archive-book-of-entry

               perform archive-categories-of-entry

               move spaces to archive-record

               string "GB " delimited by size

           perform delete-photo-of-entry.

           perform drop-book-of-entry.

           perform drop-categories-of-entry.

           perform drop-index-lines.

           delete guestbookfile record
      *    per-entry helpers are the same ones archive-and-purge
      *    already uses, driven off purge-id.

           perform collect-trash-list.

           if (trash-list-count > 0)
               perform dispose-listed-entries
               perform rewrite-trash-file
           end-if.

           .

       collect-trash-list.

      *    the first pass alone - the preview lists exactly these.

           compute trash-cutoff-int =
               function integer-of-date(today-date)
               - trash-age-days.

           end-if.

           .

       dispose-listed-entries.

                   perform delete-replies-of-entry
                   perform delete-photo-of-entry
                   perform drop-book-of-entry
                   perform drop-categories-of-entry
                   perform drop-index-lines

                   add 1 to trashed-purged

           .

       archive-book-of-entry.

      *    no membership line is the original book - nothing to
      *    carry, and gbrestore reads "no BK line" the same way.

           move "of" to book-op.
           move purge-id to book-entry-id.
           call 'bookstore' using book-op book-entry-id book-code
               book-title book-moderated book-active book-ok.

           if (book-ok = "y")

               move spaces to gbbook-record
               move purge-id to gk-entry-id
               move book-code to gk-book

               move spaces to archive-record

               string "BK " delimited by size
                   gbbook-record delimited by size
                   into archive-record
               end-string

               write archive-record

           end-if.

           .

       drop-book-of-entry.

           move "of" to book-op.
           move purge-id to book-entry-id.
           call 'bookstore' using book-op book-entry-id book-code
               book-title book-moderated book-active book-ok.

           if (book-ok = "y")
               move "drop" to book-op
               call 'bookstore' using book-op book-entry-id
                   book-code book-title book-moderated book-active
                   book-ok
           end-if.

           .

       archive-categories-of-entry.

      *    no line is no category - nothing to carry, and gbrestore
      *    reads "no CT line" the same way.

           move "of" to category-op.
           move purge-id to category-entry-id.
           call 'categorystore' using category-op category-entry-id
               category-codes category-text category-ok.

           if (category-ok = "y")

               move spaces to gbcategory-record
               move purge-id to gc-entry-id
               move category-codes to gc-codes

               move spaces to archive-record

               string "CT " delimited by size
                   gbcategory-record delimited by size
                   into archive-record
               end-string

               write archive-record

           end-if.

           .

       drop-categories-of-entry.

           move "of" to category-op.
           move purge-id to category-entry-id.
           call 'categorystore' using category-op category-entry-id
               category-codes category-text category-ok.

           if (category-ok = "y")
               move "drop" to category-op
               call 'categorystore' using category-op
                   category-entry-id category-codes category-text
                   category-ok
           end-if.

           .

       delete-photo-of-entry.

      *    the side file is small - rewritten through gbphoto.new

           .

       preview-whole-run.

           move today-date to cutoff-work.

           display "gbarchive: PREVIEW - nothing is written or "
               "deleted".
           display "gbarchive: run dated " cutoff-work(1:4) "-"
               cutoff-work(5:2) "-" cutoff-work(7:2)
               ", retention " retention-days " days (cutoff "
               cutoff-date "), trash age " trash-age-days " days".

           display " ".
           display "Entries the run would archive and remove".

           perform preview-archive.

           if (preview-archive-count = 0)
               display "  (none)"
           end-if.

           display " ".
           display "Trashed entries the run would dispose of".

           perform collect-trash-list.

           perform varying trash-idx from 1 by 1
               until trash-idx > trash-list-count
               perform preview-one-trashed
           end-perform.

           if (trash-list-count = 0)
               display "  (none)"
           end-if.

           perform print-preview-totals.

           .

       preview-archive.

           open input guestbookfile.

           if (guestbook-file-status not = "00")
               display "gbarchive: cannot open guestbook.dat "
                   "(file status " guestbook-file-status ")"
               goback
           end-if.

           read guestbookfile next record.

           perform until guestbook-file-status not = "00"

               if (gb-created-date < cutoff-date
                   and gb-created-date not = spaces)

                   move gb-id to purge-id
                   perform check-already-archived

                   move spaces to entry-note
                   string "created " delimited by size
                       gb-created-date delimited by size
                       into entry-note
                   end-string

                   if (entry-already-archived = "y")
                       move "already archived - remove only"
                           to entry-note
                   end-if

                   perform preview-dependents-of-entry

                   add 1 to preview-archive-count

               end-if

               read guestbookfile next record

           end-perform.

           close guestbookfile.

           .

       preview-one-trashed.

           move trash-purge-id(trash-idx) to purge-id.

           move "trashed " to entry-note.

           open input trashfile.

           if (trash-file-status = "00")

               read trashfile

               perform until trash-file-status = "10"
                   if (gt-entry-id = purge-id)
                       move spaces to entry-note
                       string "trashed " delimited by size
                           gt-stamp(1:4) "-" gt-stamp(5:2) "-"
                               gt-stamp(7:2) delimited by size
                           into entry-note
                       end-string
                   end-if
                   read trashfile
               end-perform

               close trashfile

           end-if.

      *    a trashed entry old enough to archive has already gone
      *    with its replies and photo by the time the run reaches
      *    the trash - listed, but with nothing left to count.

           move "n" to purge-this-one.

           open input guestbookfile.

           if (guestbook-file-status = "00")

               move purge-id to gb-id

               read guestbookfile key is gb-id
                   invalid key
                       move "23" to guestbook-file-status
               end-read

               if (guestbook-file-status = "00"
                   and gb-created-date < cutoff-date
                   and gb-created-date not = spaces)
                   move "y" to purge-this-one
               end-if

               close guestbookfile

           end-if.

           if (purge-this-one = "y")
               move spaces to preview-line
               string "  #" delimited by size
                   purge-id delimited by size
                   "  " delimited by size
                   entry-note delimited by size
                   "  archived above - nothing left to drop"
                       delimited by size
                   into preview-line
               end-string
               display function trim(preview-line trailing)
           else
               perform preview-dependents-of-entry
           end-if.

           add 1 to preview-trash-count.

           .

       preview-dependents-of-entry.

      *    the same lines delete-replies-of-entry,
      *    delete-photo-of-entry and drop-index-lines would take,
      *    counted and left where they are.

           move 0 to entry-reply-lines entry-photo-lines
               entry-index-lines.

           open input replyfile.

           if (reply-file-status = "00")

               move purge-id to gbr-parent-id
               move 0 to gbr-seq

               start replyfile key is >= gbr-key
                   invalid key
                       move "23" to reply-file-status
               end-start

               if (reply-file-status = "00")

                   read replyfile next record

                   perform until reply-file-status not = "00"
                       or gbr-parent-id not = purge-id
                       add 1 to entry-reply-lines
                       read replyfile next record
                   end-perform

               end-if

               close replyfile

           end-if.

           open input photofile.

           if (photo-file-status = "00")

               read photofile

               perform until photo-file-status = "10"
                   if (gp-entry-id = purge-id)
                       add 1 to entry-photo-lines
                   end-if
                   read photofile
               end-perform

               close photofile

           end-if.

           move "count" to index-op.
           move purge-id to index-entry-id.
           move spaces to index-text.

           call 'gbindex' using index-op index-entry-id index-text.

           if (index-text(1:6) numeric)
               move index-text(1:6) to entry-index-lines
           end-if.

           add entry-reply-lines to preview-reply-lines.
           add entry-photo-lines to preview-photo-lines.
           add entry-index-lines to preview-index-lines.

           move entry-reply-lines to reply-display.
           move entry-photo-lines to photo-display.
           move entry-index-lines to index-display.

           move spaces to preview-line.

           string "  #" delimited by size
               purge-id delimited by size
               "  " delimited by size
               entry-note delimited by size
               "  replies " delimited by size
               reply-display delimited by size
               "  photo " delimited by size
               photo-display delimited by size
               "  index lines " delimited by size
               index-display delimited by size
               into preview-line
           end-string.

           display function trim(preview-line trailing).

           .

       print-preview-totals.

           display " ".

           move preview-archive-count to count-display.
           display "gbarchive: would archive "
               function trim(count-display)
               " entries older than " cutoff-date
               " to " function trim(archive-file-name).

           move preview-trash-count to count-display.
           display "gbarchive: would dispose of "
               function trim(count-display)
               " trashed entries past " trash-age-days " days".

           move preview-reply-lines to count-display.
           display "gbarchive: would drop "
               function trim(count-display)
               " replies from " function trim(reply-file-name).

           move preview-photo-lines to count-display.
           display "gbarchive: would drop "
               function trim(count-display)
               " photo lines from " function trim(photo-file-name).

           move preview-index-lines to count-display.
           display "gbarchive: would drop "
               function trim(count-display)
               " index lines from " function trim(index-file-name).

           .

       print-totals.

           move records-backed-up to count-display.
