               file status is photo-file-status
               organization is line sequential.

           select bookfile
               assign to book-file-name
               file status is book-file-status
               organization is line sequential.

           select categoryfile
               assign to category-file-name
               file status is category-file-status
               organization is line sequential.

       data division.
       file section.
       fd  backupfile.
       fd  photofile.
           copy gbphoto.

       fd  bookfile.
           copy gbbook.

       fd  categoryfile.
           copy gbcategory.

       working-storage section.

      *    companion to gbarchive's nightly writing: reads a named
      *    sequential dump. understands both shapes gbarchive
      *    writes - the plain dated .bak (one raw guestbook-record
      *    image per line) and the yearly archive's tagged "GB ",
      *    "RP ", "PH ", "BK " and "CT " lines, which also rebuild
      *    gbreply.dat and the photo, book and category side files.
      *    run as:
      *        gbrestore <backup-file>          dry run - report only
      *        gbrestore <backup-file> load     load, refuse to
      *                                         clobber a live file
       01 photo-file-name        pic x(255) value "gbphoto.dat".
       01 photo-file-status      pic x(2).

       01 book-file-name         pic x(255) value "gbbook.dat".
       01 book-file-status       pic x(2).

       01 category-file-name     pic x(255) value "gbcategory.dat".
       01 category-file-status   pic x(2).

      *    scratch for the cowconfig lookups - the preset VALUEs are
      *    the defaults; cow.config overrides them when the keys are
      *    present.
       01 entries-seen           pic 9(6) value 0.
       01 replies-seen           pic 9(6) value 0.
       01 photos-seen            pic 9(6) value 0.
       01 books-seen             pic 9(6) value 0.
       01 categories-seen        pic 9(6) value 0.
       01 bad-lines              pic 9(6) value 0.
       01 dup-keys               pic 9(6) value 0.
       01 count-display          pic z(6).
       01 writing-guestbook      pic x(1) value "n".
       01 writing-replies        pic x(1) value "n".
       01 writing-photos         pic x(1) value "n".
       01 writing-books          pic x(1) value "n".
       01 writing-categories     pic x(1) value "n".

       procedure division.

           call 'cowconfig' using config-key reply-file-name.
           move "photo-file" to config-key.
           call 'cowconfig' using config-key photo-file-name.
           move "book-file" to config-key.
           call 'cowconfig' using config-key book-file-name.
           move "category-file" to config-key.
           call 'cowconfig' using config-key category-file-name.

           accept command-args from command-line.

               close photofile
           end-if.

           if (writing-books = "y")
               close bookfile
           end-if.

           if (writing-categories = "y")
               close categoryfile
           end-if.

           perform print-totals.

       goback.

       sort-one-line.

      *    five tagged shapes out of the yearly archive, and the
      *    untagged guestbook image the dated .bak carries - told
      *    apart by their first bytes, counted either way so the
      *    dry run's report and the load's totals always agree.
                   and backup-record(4:6) numeric
                   perform take-photo-image

               when backup-record(1:3) = "BK "
                   and backup-record(4:6) numeric
                   perform take-book-image

               when backup-record(1:3) = "CT "
                   and backup-record(4:6) numeric
                   perform take-category-image

               when backup-record(1:6) numeric
                   perform take-bare-entry-image


           .

       take-book-image.

           add 1 to books-seen.

           if (run-mode not = "dry")

      *    same rule as the photo lines - only an input that carries
      *    book lines rebuilds the book side file.

               if (writing-books = "n")
                   open output bookfile
                   if (book-file-status = "00")
                       move "y" to writing-books
                   end-if
               end-if

               if (writing-books = "y")
                   move backup-record(4:18) to gbbook-record
                   write gbbook-record
               end-if

           end-if.

           .

       take-category-image.

           add 1 to categories-seen.

           if (run-mode not = "dry")

      *    same rule again - only an input that carries category
      *    lines rebuilds the category side file.

               if (writing-categories = "n")
                   open output categoryfile
                   if (category-file-status = "00")
                       move "y" to writing-categories
                   end-if
               end-if

               if (writing-categories = "y")
                   move backup-record(4:66) to gbcategory-record
                   write gbcategory-record
               end-if

           end-if.

           .

       print-totals.

           if (run-mode = "dry")
           display "gbrestore: " function trim(count-display)
               " photo links".

           move books-seen to count-display.
           display "gbrestore: " function trim(count-display)
               " book memberships".

           move categories-seen to count-display.
           display "gbrestore: " function trim(count-display)
               " category lines".

           if (dup-keys > 0)
               move dup-keys to count-display
               display "gbrestore: dropped "
