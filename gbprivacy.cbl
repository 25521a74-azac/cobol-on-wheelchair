*> ***********************************************



       identification division.
       program-id. gbprivacy.

       environment division.
       input-output section.
       file-control.

           select guestbookfile
               assign to guestbook-file-name
               organization is indexed
               access mode is dynamic
               record key is gb-id
               alternate record key is gb-name with duplicates
               file status is guestbook-file-status.

           select replyfile
               assign to reply-file-name
               organization is indexed
               access mode is dynamic
               record key is gbr-key
               file status is reply-file-status.

           select notifyqfile
               assign to notify-queue-name
               file status is notify-queue-status
               organization is sequential.

           select scanfile
               assign to scan-file-name
               file status is scan-file-status
               organization is line sequential.

           select keepfile
               assign to keep-file-name
               file status is keep-file-status
               organization is line sequential.

           select reportfile
               assign to report-file-name
               file status is report-file-status
               organization is line sequential.

           select erasurelogfile
               assign to erasure-log-name
               file status is erasure-log-status
               organization is line sequential.

           select maintflagfile
               assign to maint-file-name
               file status is maint-flag-status
               organization is line sequential.

       data division.
       file section.
       fd  guestbookfile.
           copy guestbook.

       fd  replyfile.
           copy gbreply.

       fd  notifyqfile.
           copy notifyq.

      *    every line-sequential file this job reads goes through
      *    the one scan/keep pair - wide enough for the longest of
      *    them, a gbaudit line with its two record images.
       fd  scanfile.
       01  scan-record       pic x(700).

       fd  keepfile.
       01  keep-record       pic x(700).

       fd  reportfile.
       01  report-record     pic x(250).

       fd  erasurelogfile.
       01  erasure-log-record pic x(400).

       fd  maintflagfile.
       01  maint-flag-record pic x(80).

       working-storage section.

      *    the answer to "what do you hold about me?" and "remove
      *    it" - one run instead of staff opening a dozen files by
      *    hand. the command line is the mode, then the visitor's
      *    name, then optionally their address and (for an erasure)
      *    the reference the request was logged under, "|" between
      *    the last three:
      *        gbprivacy find Jane Doe
      *        gbprivacy find Jane Doe|203.0.113.7
      *        gbprivacy erase Jane Doe|jane@example.org|DSR-0042
      *    the address is an email address (anything with an "@",
      *    matched against the reply-mail side file) or a client
      *    address (matched against the audit trail, the upload
      *    registry and the logs).
      *    "find" writes privacy-<stamp>.txt listing every matching
      *    record in every file and changes nothing. "erase" writes
      *    the same listing of what it found, then anonymises the
      *    entries (live, archived and in the nightly backups) and
      *    their replies and audit images, drops the photo link, the
      *    uploaded file, the index lines, the email address, the
      *    edit link, the book and category lines and the screen
      *    line, silences any queued notice about them, masks the
      *    name and address in the logs, and writes an ERASE line
      *    to the audit trail for each entry so the nightly
      *    visitor-relations extract sends the anonymised entry on
      *    to their side too. the listing holds
      *    the very data that was erased - it is for handing to the
      *    visitor, not for filing. what stays on file is the
      *    erasure record (erasure.log and an ERASE line in
      *    security.log): when, under which reference, how many
      *    records of each kind, which entry ids - never the name.
      *    an entry matches on its gb-name (case ignored) or on the
      *    email address left with it; everything else matches
      *    through those entry ids, plus the client address when
      *    one was given.

       01 guestbook-file-name    pic x(255) value "guestbook.dat".
       01 guestbook-file-status  pic x(2).
       01 reply-file-name        pic x(255) value "gbreply.dat".
       01 reply-file-status      pic x(2).
       01 notify-queue-name      pic x(255) value "notifyq.dat".
       01 notify-queue-status    pic x(2).

       01 audit-file-name        pic x(255) value "gbaudit.dat".
       01 photo-file-name        pic x(255) value "gbphoto.dat".
       01 upload-reg-name        pic x(255) value "uploads.dat".
       01 index-file-name        pic x(255) value "gbindex.dat".
       01 screen-file-name       pic x(255) value "gbscreen.dat".
       01 trash-file-name        pic x(255) value "gbtrash.dat".
       01 email-file-name        pic x(255) value "gbemail.dat".
       01 access-log-name        pic x(255) value "access.log".
       01 security-log-name      pic x(255) value "security.log".
       01 trace-log-name         pic x(255) value "trace.log".
       01 template-log-name      pic x(255) value "template.log".
       01 rotate-index-name      pic x(255) value "rotate.idx".

       01 scan-file-name         pic x(255).
       01 scan-file-status       pic x(2).
       01 keep-file-name         pic x(255).
       01 keep-file-status       pic x(2).
       01 report-file-name       pic x(255).
       01 report-file-status     pic x(2).
       01 erasure-log-name       pic x(255) value "erasure.log".
       01 erasure-log-status     pic x(2).

      *    raised around the rewrite of the live files, the same
      *    way gbarchive guards its own - see check-maintenance-mode
      *    in cow.
       01 maint-file-name        pic x(255) value "maintenance.flag".
       01 maint-flag-status      pic x(2).
       01 maint-delete-result    pic 9(9) usage comp.

      *    scratch for the cowconfig lookups - the preset VALUEs are
      *    the defaults; cow.config overrides them when the keys are
      *    present.
       01 config-key             pic x(30).

       01 command-args           pic x(255).
       01 rest-args              pic x(255).
       01 arg-pointer            pic s9(4) comp.
       01 mode-word              pic x(10).
       01 wanted-name            pic x(60).
       01 wanted-address         pic x(80).
       01 request-ref            pic x(30).
       01 erase-mode             pic x(1) value "n".

       01 name-lowered           pic x(60).
       01 name-len               pic s9(4) comp.
       01 address-lowered        pic x(80).
       01 address-len            pic s9(4) comp.
       01 address-is-email       pic x(1) value "n".
       01 address-at-count       pic s9(4) comp.

       01 now-raw                pic x(21).
       01 today-date             pic 9(8).
       01 today-int              pic 9(8).

      *    the entry ids the run is about - every live, archived or
      *    backed-up entry whose name or email address matched.
       01 matched-id-table.
          05 matched-id          pic 9(6) occurs 500 times.
       01 matched-count          pic s9(4) comp value 0.
       01 matched-idx            pic s9(4) comp.
       01 candidate-id           pic 9(6).
       01 id-hit                 pic x(1).

      *    the uploads/ names of the matched entries' photos, from
      *    the live photo side file and the archived "PH " lines.
       01 photo-name-table.
          05 photo-name-entry    pic x(90) occurs 100 times.
       01 photo-name-count       pic s9(4) comp value 0.
       01 photo-idx              pic s9(4) comp.
       01 photo-hit              pic x(1).

       01 candidate-name         pic x(60).
       01 name-hit               pic x(1).

      *    the yearly archives and the nightly backups that exist,
      *    found by asking for each name in turn - nothing here
      *    lists a directory.
       01 data-file-table.
          05 data-file-entry occurs 4000 times.
             10 df-kind          pic x(1).
             10 df-name          pic x(40).
       01 data-file-count        pic s9(4) comp value 0.
       01 data-file-idx          pic s9(4) comp.
       01 probe-year             pic 9(4).
       01 probe-int              pic 9(8).
       01 probe-date             pic 9(8).
       01 probe-name             pic x(255).
       01 backup-days            pic s9(4) comp value 3660.
       01 archive-years          pic s9(4) comp value 30.
       01 probe-idx              pic s9(4) comp.
       01 file-check-info.
           05  fc-size           pic 9(18) comp.
           05  fc-date           pic x(4).
           05  fc-time           pic x(5).
       01 file-check-result      pic 9(9) usage comp.
       01 delete-path            pic x(255).
       01 delete-result          pic 9(9) usage comp.

      *    the logs - the live ones plus every dated file the
      *    rotation index still lists.
       01 log-file-table.
          05 log-file-entry      pic x(255) occurs 220 times.
       01 log-file-count         pic s9(4) comp value 0.
       01 log-idx                pic s9(4) comp.
       01 parse-date             pic x(8).
       01 parse-name             pic x(255).

      *    scan-kind says what the line being read is, and so what
      *    judge-scan-line does with it: lower case collects ids
      *    only, upper case reports (and on an erase, rewrites).
       01 scan-kind              pic x(1).
       01 scan-label             pic x(40).
       01 line-label             pic x(60).
       01 line-dropped           pic x(1).
       01 pass-changed           pic x(1).
       01 pass-open              pic x(1).

       01 entry-image.
           05 ei-id              pic x(6).
           05 ei-name            pic x(60).
           05 ei-date            pic x(10).
           05 ei-message         pic x(200).
           05 ei-status          pic x(1).

       01 reply-image.
           05 ri-parent          pic x(6).
           05 ri-seq             pic x(3).
           05 ri-author          pic x(60).
           05 ri-date            pic x(10).
           05 ri-message         pic x(200).

       copy gbauditrec.
       copy gbphoto.
       copy uploadreg.
       copy gbscreen.
       copy gbtrash.
       copy gbemail.

       01 erased-name            pic x(60) value "(erased)".
       01 erased-message         pic x(200)
           value "(removed at the writer's request)".
       01 erased-reply           pic x(200)
           value "(removed with the entry it answered)".

       01 index-word             pic x(20).
       01 index-id-text          pic x(8).

      *    the log-line matcher: the term must stand on its own -
      *    "10.0.0.1" is not a hit inside "10.0.0.12", nor "Ann"
      *    inside "Anna".
       01 line-lowered           pic x(700).
       01 term-text              pic x(80).
       01 term-len               pic s9(4) comp.
       01 term-pos               pic s9(4) comp.
       01 term-last-pos          pic s9(4) comp.
       01 term-hit               pic x(1).
       01 line-hit               pic x(1).
       01 edge-char              pic x(1).
       01 edge-ok                pic x(1).

       01 report-line            pic x(250).
       01 section-count          pic 9(6).
       01 count-display          pic z(5)9.

       01 entries-found          pic 9(6) value 0.
       01 replies-found          pic 9(6) value 0.
       01 archived-found         pic 9(6) value 0.
       01 backup-found           pic 9(6) value 0.
       01 photos-found           pic 9(6) value 0.
       01 uploads-found          pic 9(6) value 0.
       01 audit-found            pic 9(6) value 0.
       01 index-found            pic 9(6) value 0.
       01 queue-found            pic 9(6) value 0.
       01 email-found            pic 9(6) value 0.
       01 screen-found           pic 9(6) value 0.
       01 edit-found             pic 9(6) value 0.
       01 book-found             pic 9(6) value 0.
       01 category-found         pic 9(6) value 0.

      *    an erasure changes audit lines, so the chain is sealed
      *    again from the first changed line on (auditseal, as
      *    gbaudit seals it) - but only as far as the old chain
      *    was still whole. a line that no longer matched before
      *    this run keeps its old value, and so does every line
      *    after it, so auditverify still reports that break
      *    rather than an erasure quietly covering it over.
       01 old-previous-check     pic x(32).
       01 new-previous-check     pic x(32).
       01 old-line-check         pic x(32).
       01 audit-chain-intact     pic x(1).
       01 seal-image             pic x(654).
       01 expected-check         pic x(32).
       01 trash-found            pic 9(6) value 0.
       01 log-found              pic 9(6) value 0.

       01 erasure-line           pic x(400).
       01 erasure-pointer        pic s9(4) comp.

      *    scratch for the emailstore calls - sized to emailstore's
      *    own linkage, see the CALL-sizing note in getquery.
       01 email-op               pic x(7).
       01 email-entry-id         pic 9(6).
       01 email-address          pic x(80).
       01 email-key              pic x(16).
       01 email-ok               pic x(1).

      *    scratch for the editstore calls - sized to editstore's
      *    own linkage, see the CALL-sizing note in getquery.
       01 edit-op                pic x(7).
       01 edit-entry-id          pic 9(6).
       01 edit-key               pic x(16).
       01 edit-until             pic x(8).
       01 edit-ok                pic x(1).

      *    scratch for the bookstore calls - sized to bookstore's
      *    own linkage, see the CALL-sizing note in getquery.
       01 book-op                pic x(7).
       01 book-entry-id          pic 9(6).
       01 book-code              pic x(12).
       01 book-title             pic x(60).
       01 book-moderated         pic x(1).
       01 book-active            pic x(1).
       01 book-ok                pic x(1).

      *    scratch for the categorystore calls - sized to
      *    categorystore's own linkage, see the CALL-sizing note in
      *    getquery.
       01 category-op            pic x(7).
       01 category-entry-id      pic 9(6).
       01 category-codes         pic x(60).
       01 category-text          pic x(200).
       01 category-ok            pic x(1).

      *    scratch for the gbaudit call - sized to gbaudit's own
      *    linkage, see the CALL-sizing note in getquery.
       01 audit-op               pic x(10).
       01 audit-entry-id         pic 9(6).
       01 audit-before           pic x(277).
       01 audit-after            pic x(277).

      *    scratch trio for the gbindex call - sized to gbindex's
      *    own linkage, see the CALL-sizing note in getquery.
       01 index-op               pic x(7).
       01 index-entry-id         pic 9(6).
       01 index-text             pic x(200).

      *    scratch pair for the pagecache purge - sized to
      *    pagecache's own linkage, see the CALL-sizing note in
      *    getquery.
       01 cache-op               pic x(7).
       01 cache-call-name        pic x(255).

      *    scratch pair for the seclog call - sized to seclog's own
      *    linkage, see the CALL-sizing note in getquery.
       01 sec-event              pic x(10).
       01 sec-account            pic x(30).

       procedure division.

           perform read-command-line.

           if (return-code not = 0)
               goback
           end-if.

           perform read-config.

           move function current-date to now-raw.
           move function numval(now-raw(1:8)) to today-date.
           move function integer-of-date(today-date) to today-int.

           perform open-report.

           if (report-file-status not = "00")
               display "gbprivacy: cannot write "
                   function trim(report-file-name)
                   " (file status " report-file-status ")"
               move 12 to return-code
               goback
           end-if.

           if (erase-mode = "y")
               perform raise-maintenance-flag
           end-if.

           perform find-data-files.
           perform find-log-files.

      *    first every way an entry can match, so the detail
      *    passes below already know the full set of ids.

           perform collect-email-ids.
           perform collect-book-ids.

           perform varying data-file-idx from 1 by 1
               until data-file-idx > data-file-count
               move df-name(data-file-idx) to scan-file-name
               move function lower-case(df-kind(data-file-idx))
                   to scan-kind
               perform scan-one-file
           end-perform.

           perform report-book-entries.
           perform report-replies.

           move "ARCHIVES AND BACKUPS" to scan-label.
           perform start-section.
           perform varying data-file-idx from 1 by 1
               until data-file-idx > data-file-count
               move df-name(data-file-idx) to scan-file-name
               move df-kind(data-file-idx) to scan-kind
               perform scan-one-file
           end-perform.
           perform end-section.

           move "PHOTO LINKS" to scan-label.
           perform start-section.
           move photo-file-name to scan-file-name.
           move "P" to scan-kind.
           perform scan-one-file.
           perform end-section.

           move "UPLOADED FILES" to scan-label.
           perform start-section.
           move upload-reg-name to scan-file-name.
           move "U" to scan-kind.
           perform scan-one-file.
           perform end-section.

           move "AUDIT TRAIL" to scan-label.
           perform start-section.
           move audit-file-name to scan-file-name.
           move "G" to scan-kind.
           move spaces to old-previous-check new-previous-check.
           move "y" to audit-chain-intact.
           perform scan-one-file.
           perform end-section.

           move "SEARCH INDEX" to scan-label.
           perform start-section.
           move index-file-name to scan-file-name.
           move "I" to scan-kind.
           perform scan-one-file.
           perform end-section.

           perform report-queue.
           perform report-email-addresses.
           perform report-edit-links.
           perform report-book-lines.
           perform report-category-lines.

           move "SCREEN HOLDS" to scan-label.
           perform start-section.
           move screen-file-name to scan-file-name.
           move "S" to scan-kind.
           perform scan-one-file.
           perform end-section.

           move "TRASH" to scan-label.
           perform start-section.
           move trash-file-name to scan-file-name.
           move "T" to scan-kind.
           perform scan-one-file.
           perform end-section.

           move "LOGS" to scan-label.
           perform start-section.
           perform varying log-idx from 1 by 1
               until log-idx > log-file-count
               move log-file-entry(log-idx) to scan-file-name
               move "L" to scan-kind
               perform scan-one-file
           end-perform.
           perform end-section.

           if (erase-mode = "y")
               perform drop-index-lines
               perform audit-erased-entries
               move "purge" to cache-op
               move spaces to cache-call-name
               call 'pagecache' using cache-op cache-call-name
               perform record-erasure
               perform clear-maintenance-flag
           end-if.

           move "*** END OF PERSONAL-DATA REPORT ***" to report-line.
           perform write-report-line.

           close reportfile.

           move matched-count to count-display.
           display "gbprivacy: " function trim(mode-word) " - "
               function trim(count-display) " entries matched, "
               "listing in " function trim(report-file-name).

       goback.

       read-command-line.

           move 0 to return-code.

           accept command-args from command-line.

           move spaces to mode-word rest-args.
           move 1 to arg-pointer.

           unstring command-args delimited by all " "
               into mode-word
               with pointer arg-pointer
           end-unstring.

           if (arg-pointer <= 255)
               move command-args(arg-pointer:) to rest-args
           end-if.

           move spaces to wanted-name wanted-address request-ref.

           unstring rest-args delimited by "|"
               into wanted-name wanted-address request-ref
           end-unstring.

           move function lower-case(mode-word) to mode-word.

           if (function trim(mode-word) = "erase")
               move "y" to erase-mode
           end-if.

           if ((function trim(mode-word) not = "find"
               and function trim(mode-word) not = "erase")
               or function trim(wanted-name) = spaces)
               display "gbprivacy: usage - gbprivacy find|erase "
                   "<name>[|<address>[|<reference>]]"
               move 16 to return-code
           end-if.

           move function trim(wanted-name) to wanted-name.
           move function trim(wanted-address) to wanted-address.
           move function trim(request-ref) to request-ref.

           move function lower-case(wanted-name) to name-lowered.
           move function length(function trim(name-lowered))
               to name-len.
           move function lower-case(wanted-address)
               to address-lowered.
           move function length(function trim(address-lowered))
               to address-len.
           if (wanted-address = spaces)
               move 0 to address-len
           end-if.

           move 0 to address-at-count.
           inspect wanted-address tallying address-at-count
               for all "@".
           if (address-at-count > 0)
               move "y" to address-is-email
           end-if.

           .

       read-config.

           move "guestbook-file" to config-key.
           call 'cowconfig' using config-key guestbook-file-name.
           move "reply-file" to config-key.
           call 'cowconfig' using config-key reply-file-name.
           move "notify-queue" to config-key.
           call 'cowconfig' using config-key notify-queue-name.
           move "audit-file" to config-key.
           call 'cowconfig' using config-key audit-file-name.
           move "photo-file" to config-key.
           call 'cowconfig' using config-key photo-file-name.
           move "upload-registry" to config-key.
           call 'cowconfig' using config-key upload-reg-name.
           move "index-file" to config-key.
           call 'cowconfig' using config-key index-file-name.
           move "screen-file" to config-key.
           call 'cowconfig' using config-key screen-file-name.
           move "trash-file" to config-key.
           call 'cowconfig' using config-key trash-file-name.
           move "email-file" to config-key.
           call 'cowconfig' using config-key email-file-name.
           move "access-log" to config-key.
           call 'cowconfig' using config-key access-log-name.
           move "security-log" to config-key.
           call 'cowconfig' using config-key security-log-name.
           move "trace-log" to config-key.
           call 'cowconfig' using config-key trace-log-name.
           move "template-log" to config-key.
           call 'cowconfig' using config-key template-log-name.
           move "erasure-log" to config-key.
           call 'cowconfig' using config-key erasure-log-name.
           move "maintenance-file" to config-key.
           call 'cowconfig' using config-key maint-file-name.

           .

       open-report.

           move spaces to report-file-name.

           string "privacy-" delimited by size
               now-raw(1:14) delimited by size
               ".txt" delimited by size
               into report-file-name
           end-string.

           open output reportfile.

           if (report-file-status = "00")

               move "PERSONAL-DATA REPORT" to report-line
               perform write-report-line

               move spaces to report-line
               string "run " delimited by size
                   now-raw(1:4) "-" now-raw(5:2) "-" now-raw(7:2)
                       delimited by size
                   " " now-raw(9:2) ":" now-raw(11:2)
                       delimited by size
                   "  mode " delimited by size
                   function trim(mode-word) delimited by size
                   into report-line
               end-string
               perform write-report-line

               move spaces to report-line
               string "name: " delimited by size
                   function trim(wanted-name) delimited by size
                   into report-line
               end-string
               perform write-report-line

               if (address-len > 0)
                   move spaces to report-line
                   string "address: " delimited by size
                       function trim(wanted-address) delimited by size
                       into report-line
                   end-string
                   perform write-report-line
               end-if

               if (request-ref not = spaces)
                   move spaces to report-line
                   string "reference: " delimited by size
                       function trim(request-ref) delimited by size
                       into report-line
                   end-string
                   perform write-report-line
               end-if

               if (erase-mode = "y")
                   move "every record listed below has now been "
                       to report-line
                   perform write-report-line
                   move "erased or anonymised - this listing is the "
                       to report-line
                   perform write-report-line
                   move "last copy of it; hand it over, do not file it"
                       to report-line
                   perform write-report-line
               end-if

           end-if.

           .

       write-report-line.

           move report-line to report-record.
           write report-record.
           move spaces to report-line.

           .

       start-section.

           move spaces to report-line.
           perform write-report-line.
           move scan-label to report-line.
           perform write-report-line.
           move 0 to section-count.

           .

       end-section.

           move section-count to count-display.
           move spaces to report-line.
           string "  " delimited by size
               function trim(count-display) delimited by size
               " record(s)" delimited by size
               into report-line
           end-string.
           perform write-report-line.

           .

       raise-maintenance-flag.

           open output maintflagfile.

           if (maint-flag-status = "00")
               move spaces to maint-flag-record
               move now-raw(1:14) to maint-flag-record
               write maint-flag-record
               close maintflagfile
           end-if.

           .

       clear-maintenance-flag.

           call "CBL_DELETE_FILE" using maint-file-name
               returning maint-delete-result.

           .

       find-data-files.

      *    gbarchive writes gbarchive-<year>.dat and a dated
      *    guestbook-<yyyymmdd>.bak every night - both hold whole
      *    entries, so both are searched and, on an erase,
      *    rewritten.

           move 0 to data-file-count.

           move function numval(now-raw(1:4)) to probe-year.

           perform varying probe-idx from 0 by 1
               until probe-idx > archive-years

               move spaces to probe-name
               string "gbarchive-" delimited by size
                   probe-year delimited by size
                   ".dat" delimited by size
                   into probe-name
               end-string

               move "A" to scan-kind
               perform note-data-file-if-present

               subtract 1 from probe-year

           end-perform.

           perform varying probe-idx from 0 by 1
               until probe-idx > backup-days

               compute probe-int = today-int - probe-idx
               move function date-of-integer(probe-int)
                   to probe-date

               move spaces to probe-name
               string "guestbook-" delimited by size
                   probe-date delimited by size
                   ".bak" delimited by size
                   into probe-name
               end-string

               move "B" to scan-kind
               perform note-data-file-if-present

           end-perform.

           .

       note-data-file-if-present.

           call "CBL_CHECK_FILE_EXIST" using probe-name
               file-check-info
               returning file-check-result.

           if (file-check-result = 0 and data-file-count < 4000)
               add 1 to data-file-count
               move scan-kind to df-kind(data-file-count)
               move probe-name to df-name(data-file-count)
           end-if.

           .

       find-log-files.

           move 0 to log-file-count.

           move access-log-name to probe-name.
           perform note-log-file.
           move security-log-name to probe-name.
           perform note-log-file.
           move trace-log-name to probe-name.
           perform note-log-file.
           move template-log-name to probe-name.
           perform note-log-file.

           move rotate-index-name to scan-file-name.

           open input scanfile.

           if (scan-file-status = "00")

               read scanfile

               perform until scan-file-status = "10"

                   move spaces to parse-date parse-name

                   unstring scan-record delimited by "|"
                       into parse-date parse-name
                   end-unstring

                   if (function trim(parse-name) not = spaces)
                       move parse-name to probe-name
                       perform note-log-file
                   end-if

                   read scanfile

               end-perform

               close scanfile

           end-if.

           .

       note-log-file.

           call "CBL_CHECK_FILE_EXIST" using probe-name
               file-check-info
               returning file-check-result.

           if (file-check-result = 0 and log-file-count < 220)
               add 1 to log-file-count
               move probe-name to log-file-entry(log-file-count)
           end-if.

           .

       judge-name.

           move "n" to name-hit.

           if (name-len > 0
               and function lower-case(function trim(candidate-name))
                   = name-lowered(1:name-len))
               move "y" to name-hit
           end-if.

           .

       judge-id.

           move "n" to id-hit.

           perform varying matched-idx from 1 by 1
               until matched-idx > matched-count or id-hit = "y"

               if (matched-id(matched-idx) = candidate-id)
                   move "y" to id-hit
               end-if

           end-perform.

           .

       note-matched-id.

           perform judge-id.

           if (id-hit = "n" and matched-count < 500)
               add 1 to matched-count
               move candidate-id to matched-id(matched-count)
           end-if.

           .

       note-photo-name.

           move "n" to photo-hit.

           perform varying photo-idx from 1 by 1
               until photo-idx > photo-name-count or photo-hit = "y"

               if (photo-name-entry(photo-idx) = gp-name)
                   move "y" to photo-hit
               end-if

           end-perform.

           if (photo-hit = "n" and photo-name-count < 100
               and gp-name not = spaces)
               add 1 to photo-name-count
               move gp-name to photo-name-entry(photo-name-count)
           end-if.

           .

       collect-email-ids.

      *    an email address finds the entry it was left with even
      *    when the name on the entry was something else.

           if (address-is-email = "y")

               move email-file-name to scan-file-name
               move "e" to scan-kind
               perform scan-one-file

           end-if.

           .

       collect-book-ids.

           open input guestbookfile.

           if (guestbook-file-status = "00")

               read guestbookfile next record

               perform until guestbook-file-status not = "00"

                   move gb-name to candidate-name
                   perform judge-name

                   if (name-hit = "y")
                       move gb-id to candidate-id
                       perform note-matched-id
                   end-if

                   read guestbookfile next record

               end-perform

               close guestbookfile

           end-if.

           .

       report-book-entries.

           move "GUESTBOOK ENTRIES" to scan-label.
           perform start-section.

           if (erase-mode = "y")
               open i-o guestbookfile
           else
               open input guestbookfile
           end-if.

           if (guestbook-file-status = "00")

               perform varying matched-idx from 1 by 1
                   until matched-idx > matched-count

                   move matched-id(matched-idx) to gb-id

                   read guestbookfile key is gb-id
                       invalid key
                           move "23" to guestbook-file-status
                   end-read

                   if (guestbook-file-status = "00")
                       move guestbook-record to entry-image
                       move "entry" to line-label
                       perform report-entry-image
                       add 1 to entries-found
                       if (erase-mode = "y")
                           move erased-name to gb-name
                           move erased-message to gb-message
                           rewrite guestbook-record
                       end-if
                   end-if

                   move "00" to guestbook-file-status

               end-perform

               close guestbookfile

           end-if.

           perform end-section.

           .

       report-entry-image.

           add 1 to section-count.

           move spaces to report-line.
           string "  " delimited by size
               function trim(line-label) delimited by size
               " #" delimited by size
               ei-id delimited by size
               " " delimited by size
               ei-date delimited by size
               " status " delimited by size
               ei-status delimited by size
               "  " delimited by size
               function trim(ei-name) delimited by size
               ": " delimited by size
               function trim(ei-message) delimited by size
               into report-line
           end-string.

           perform write-report-line.

           .

       report-replies.

           move "STAFF REPLIES" to scan-label.
           perform start-section.

           if (erase-mode = "y")
               open i-o replyfile
           else
               open input replyfile
           end-if.

           if (reply-file-status = "00")

               perform varying matched-idx from 1 by 1
                   until matched-idx > matched-count
                   perform report-replies-of-entry
               end-perform

               close replyfile

           end-if.

           perform end-section.

           .

       report-replies-of-entry.

           move matched-id(matched-idx) to gbr-parent-id.
           move 0 to gbr-seq.

           start replyfile key is >= gbr-key
               invalid key
                   move "23" to reply-file-status
           end-start.

           if (reply-file-status = "00")

               read replyfile next record

               perform until reply-file-status not = "00"
                   or gbr-parent-id not = matched-id(matched-idx)

                   move gbreply-record to reply-image
                   move spaces to line-label
                   perform report-reply-image
                   add 1 to replies-found

                   if (erase-mode = "y")
                       move erased-reply to gbr-message
                       rewrite gbreply-record
                   end-if

                   read replyfile next record

               end-perform

           end-if.

           move "00" to reply-file-status.

           .

       report-reply-image.

           add 1 to section-count.

           move spaces to report-line.
           string "  " delimited by size
               function trim(line-label) delimited by size
               " reply to #" delimited by size
               ri-parent delimited by size
               "/" delimited by size
               ri-seq delimited by size
               " " delimited by size
               ri-date delimited by size
               "  " delimited by size
               function trim(ri-author) delimited by size
               ": " delimited by size
               function trim(ri-message) delimited by size
               into report-line
           end-string.

           perform write-report-line.

           .

       scan-one-file.

      *    one read of one line-sequential file. on an erase every
      *    line not dropped is copied to <name>.new as it stands
      *    (or as judge-scan-line changed it), and the file is
      *    replaced from that copy only when something changed.

           move "n" to pass-changed.
           move "n" to pass-open.

           open input scanfile.

           if (scan-file-status = "00")

               move "y" to pass-open

               if (erase-mode = "y" and scan-kind not = "e"
                   and scan-kind not = "a" and scan-kind not = "b")

                   move spaces to keep-file-name
                   string function trim(scan-file-name)
                           delimited by size
                       ".new" delimited by size
                       into keep-file-name
                   end-string

                   open output keepfile

                   if (keep-file-status not = "00")
                       display "gbprivacy: cannot write "
                           function trim(keep-file-name)
                           " - " function trim(scan-file-name)
                           " left unchanged"
                       move "n" to pass-open
                   end-if

               end-if

           end-if.

           if (pass-open = "y")

               read scanfile

               perform until scan-file-status = "10"

                   move "n" to line-dropped
                   perform judge-scan-line

                   if (erase-mode = "y" and keep-file-status = "00"
                       and line-dropped = "n"
                       and scan-kind not = "e"
                       and scan-kind not = "a"
                       and scan-kind not = "b")
                       move scan-record to keep-record
                       write keep-record
                   end-if

                   read scanfile

               end-perform

               close scanfile

               if (erase-mode = "y" and scan-kind not = "e"
                   and scan-kind not = "a" and scan-kind not = "b")
                   close keepfile
                   if (pass-changed = "y")
                       perform replace-scan-file
                   end-if
                   call "CBL_DELETE_FILE" using keep-file-name
                       returning delete-result
               end-if

           else

               if (scan-file-status = "00")
                   close scanfile
               end-if

           end-if.

           .

       replace-scan-file.

           open input keepfile.
           open output scanfile.

           if (keep-file-status = "00"
               and scan-file-status = "00")

               read keepfile

               perform until keep-file-status = "10"

                   move keep-record to scan-record
                   write scan-record

                   read keepfile

               end-perform

           end-if.

           close scanfile.
           close keepfile.

           .

       judge-scan-line.

           evaluate scan-kind

               when "e"
                   perform collect-email-line
               when "a"
                   perform collect-archive-line
               when "b"
                   perform collect-backup-line
               when "A"
                   perform judge-archive-line
               when "B"
                   perform judge-backup-line
               when "P"
                   perform judge-photo-line
               when "U"
                   perform judge-upload-line
               when "G"
                   perform judge-audit-line
               when "I"
                   perform judge-index-line
               when "S"
                   perform judge-screen-line
               when "T"
                   perform judge-trash-line
               when "L"
                   perform judge-log-line

           end-evaluate.

           .

       collect-email-line.

           move scan-record to gbemail-record.

           if (function lower-case(function trim(ge-address))
               = address-lowered(1:address-len))
               move ge-entry-id to candidate-id
               perform note-matched-id
           end-if.

           .

       collect-archive-line.

           if (scan-record(1:3) = "GB ")
               move scan-record(4:277) to entry-image
               perform collect-entry-image
           end-if.

           .

       collect-backup-line.

           move scan-record(1:277) to entry-image.
           perform collect-entry-image.

           .

       collect-entry-image.

           move ei-name to candidate-name.
           perform judge-name.

           if (name-hit = "y" and ei-id numeric)
               move ei-id to candidate-id
               perform note-matched-id
           end-if.

           .

       judge-archive-line.

           evaluate scan-record(1:3)

               when "GB "
                   move scan-record(4:277) to entry-image
                   if (ei-id numeric)
                       move ei-id to candidate-id
                       perform judge-id
                       if (id-hit = "y")
                           perform note-archived-entry
                           if (erase-mode = "y")
                               move erased-name to ei-name
                               move erased-message to ei-message
                               move entry-image to scan-record(4:277)
                               move "y" to pass-changed
                           end-if
                       end-if
                   end-if

               when "RP "
                   move scan-record(4:279) to reply-image
                   if (ri-parent numeric)
                       move ri-parent to candidate-id
                       perform judge-id
                       if (id-hit = "y")
                           perform note-archived-reply
                           if (erase-mode = "y")
                               move erased-reply to ri-message
                               move reply-image to scan-record(4:279)
                               move "y" to pass-changed
                           end-if
                       end-if
                   end-if

               when "PH "
                   move scan-record(4:96) to gbphoto-record
                   if (gp-entry-id numeric)
                       move gp-entry-id to candidate-id
                       perform judge-id
                       if (id-hit = "y")
                           perform note-photo-name
                           perform note-archived-photo
                           if (erase-mode = "y")
                               move "y" to line-dropped
                               move "y" to pass-changed
                           end-if
                       end-if
                   end-if

           end-evaluate.

           .

       note-archived-entry.

           add 1 to archived-found.

           move spaces to line-label.
           string "archived in " delimited by size
               function trim(scan-file-name) delimited by size
               into line-label
           end-string.
           perform report-entry-image.

           .

       note-archived-reply.

           add 1 to archived-found.

           move spaces to line-label.
           string "archived in " delimited by size
               function trim(scan-file-name) delimited by size
               into line-label
           end-string.
           perform report-reply-image.

           .

       note-archived-photo.

           add 1 to archived-found.
           add 1 to section-count.

           move spaces to report-line.
           string "  archived in " delimited by size
               function trim(scan-file-name) delimited by size
               " photo of #" delimited by size
               gp-entry-id delimited by size
               " " delimited by size
               function trim(gp-name) delimited by size
               into report-line
           end-string.
           perform write-report-line.

           .

       judge-backup-line.

           move scan-record(1:277) to entry-image.

           if (ei-id numeric)
               move ei-id to candidate-id
               perform judge-id
               if (id-hit = "y")

                   add 1 to backup-found

                   move spaces to line-label
                   string "backed up in " delimited by size
                       function trim(scan-file-name) delimited by size
                       into line-label
                   end-string
                   perform report-entry-image

                   if (erase-mode = "y")
                       move erased-name to ei-name
                       move erased-message to ei-message
                       move entry-image to scan-record(1:277)
                       move "y" to pass-changed
                   end-if

               end-if
           end-if.

           .

       judge-photo-line.

           move scan-record to gbphoto-record.

           if (gp-entry-id numeric)
               move gp-entry-id to candidate-id
               perform judge-id
               if (id-hit = "y")

                   perform note-photo-name
                   add 1 to photos-found
                   add 1 to section-count

                   move spaces to report-line
                   string "  #" delimited by size
                       gp-entry-id delimited by size
                       " photo " delimited by size
                       function trim(gp-name) delimited by size
                       into report-line
                   end-string
                   perform write-report-line

                   if (erase-mode = "y")
                       move "y" to line-dropped
                       move "y" to pass-changed
                   end-if

               end-if
           end-if.

           .

       judge-upload-line.

      *    a matched entry's photo, or anything sent from the given
      *    client address. an erasure deletes the file itself along
      *    with its registry line.

           move scan-record to uploadreg-record.

           move "n" to photo-hit.

           perform varying photo-idx from 1 by 1
               until photo-idx > photo-name-count or photo-hit = "y"

               if (function trim(photo-name-entry(photo-idx))
                   = function trim(ur-name))
                   move "y" to photo-hit
               end-if

           end-perform.

           if (address-len > 0 and address-is-email = "n"
               and function lower-case(function trim(ur-addr))
                   = address-lowered(1:address-len))
               move "y" to photo-hit
           end-if.

           if (photo-hit = "y")

               add 1 to uploads-found
               add 1 to section-count

               move spaces to report-line
               string "  " delimited by size
                   ur-stamp delimited by size
                   " from " delimited by size
                   function trim(ur-addr) delimited by size
                   "  " delimited by size
                   function trim(ur-name) delimited by size
                   " stored as " delimited by size
                   function trim(ur-path) delimited by size
                   into report-line
               end-string
               perform write-report-line

               if (erase-mode = "y")
                   move ur-path to delete-path
                   call "CBL_DELETE_FILE" using delete-path
                       returning delete-result
                   move "y" to line-dropped
                   move "y" to pass-changed
               end-if

           end-if.

           .

       judge-audit-line.

      *    the lines about a matched entry, and any line written
      *    from the given client address. the images of the entry
      *    are anonymised in place; the address is blanked on the
      *    visitor's own ADD and wherever it is the given one - a
      *    moderator's address on an APPROVE is staff data and
      *    stays.

           move scan-record to gbaudit-record.

           if (erase-mode = "y")
               perform check-old-seal
           end-if.

           move "n" to id-hit.

           if (ga-entry-id numeric)
               move ga-entry-id to candidate-id
               perform judge-id
           end-if.

           move "n" to line-hit.

           if (address-len > 0 and address-is-email = "n"
               and function lower-case(function trim(ga-addr))
                   = address-lowered(1:address-len))
               move "y" to line-hit
           end-if.

           if (id-hit = "y" or line-hit = "y")

               add 1 to audit-found
               add 1 to section-count

               move spaces to report-line
               string "  " delimited by size
                   ga-stamp delimited by size
                   " " delimited by size
                   function trim(ga-op) delimited by size
                   " #" delimited by size
                   ga-entry-id delimited by size
                   " from " delimited by size
                   function trim(ga-addr) delimited by size
                   into report-line
               end-string
               perform write-report-line

               if (erase-mode = "y")

                   if (id-hit = "y")
                       if (ga-before not = spaces)
                           move ga-before to entry-image
                           move erased-name to ei-name
                           move erased-message to ei-message
                           move entry-image to ga-before
                       end-if
                       if (ga-after not = spaces)
                           move ga-after to entry-image
                           move erased-name to ei-name
                           move erased-message to ei-message
                           move entry-image to ga-after
                       end-if
      *    the visitor's own lines carry the visitor's address -
      *    staff lines carry staff's.
                       if (function trim(ga-op) = "ADD"
                           or function trim(ga-op) = "VCORRECT"
                           or function trim(ga-op) = "VWITHDRAW")
                           move "(erased)" to ga-addr
                       end-if
                   end-if

                   if (line-hit = "y")
                       move "(erased)" to ga-addr
                   end-if

                   move gbaudit-record to scan-record
                   move "y" to pass-changed

               end-if

           end-if.

           if (erase-mode = "y")
               perform reseal-audit-line
           end-if.

           .

       check-old-seal.

           move ga-check to old-line-check.

           if (audit-chain-intact = "y" and ga-check not = spaces)

               move gbaudit-record(1:654) to seal-image
               call 'auditseal' using seal-image old-previous-check
                   expected-check

               if (expected-check not = ga-check)
                   move "n" to audit-chain-intact
               end-if

           end-if.

           move old-line-check to old-previous-check.

           .

       reseal-audit-line.

      *    an unsealed line from before the chain stays unsealed.

           if (audit-chain-intact = "y" and ga-check not = spaces)

               move gbaudit-record(1:654) to seal-image
               call 'auditseal' using seal-image new-previous-check
                   expected-check

               if (expected-check not = ga-check)
                   move expected-check to ga-check
                   move gbaudit-record to scan-record
                   move "y" to pass-changed
               end-if

           end-if.

           move ga-check to new-previous-check.

           .

       judge-index-line.

      *    listed here; the erase itself goes through gbindex's own
      *    "drop" (see drop-index-lines), the one owner of the file.

           move spaces to index-word index-id-text.

           unstring scan-record delimited by "|"
               into index-word index-id-text
           end-unstring.

           if (index-id-text(1:6) numeric)
               move index-id-text(1:6) to candidate-id
               perform judge-id
               if (id-hit = "y")
                   add 1 to index-found
                   add 1 to section-count
                   move spaces to report-line
                   string "  #" delimited by size
                       index-id-text(1:6) delimited by size
                       " word " delimited by size
                       function trim(index-word) delimited by size
                       into report-line
                   end-string
                   perform write-report-line
               end-if
           end-if.

           .

       drop-index-lines.

           perform varying matched-idx from 1 by 1
               until matched-idx > matched-count

               move "drop" to index-op
               move matched-id(matched-idx) to index-entry-id
               move spaces to index-text
               call 'gbindex' using index-op index-entry-id
                   index-text

           end-perform.

           .

       judge-screen-line.

      *    the words that held the entry came out of its message,
      *    so the line goes with the message.

           move scan-record to gbscreen-record.

           if (gs-entry-id numeric)
               move gs-entry-id to candidate-id
               perform judge-id
               if (id-hit = "y")
                   add 1 to screen-found
                   add 1 to section-count
                   move spaces to report-line
                   string "  #" delimited by size
                       gs-entry-id delimited by size
                       " held for: " delimited by size
                       function trim(gs-words) delimited by size
                       into report-line
                   end-string
                   perform write-report-line
                   if (erase-mode = "y")
                       move "y" to line-dropped
                       move "y" to pass-changed
                   end-if
               end-if
           end-if.

           .

       judge-trash-line.

      *    listed only - the line holds no personal data, and the
      *    nightly purge still needs it to finish the entry off.

           move scan-record to gbtrash-record.

           if (gt-entry-id numeric)
               move gt-entry-id to candidate-id
               perform judge-id
               if (id-hit = "y")
                   add 1 to trash-found
                   add 1 to section-count
                   move spaces to report-line
                   string "  #" delimited by size
                       gt-entry-id delimited by size
                       " in the trash since " delimited by size
                       gt-stamp delimited by size
                       into report-line
                   end-string
                   perform write-report-line
               end-if
           end-if.

           .

       judge-log-line.

      *    any line naming the visitor or their client address.
      *    an erase masks each occurrence with asterisks of the
      *    same length, so the rest of the line - and every reader
      *    that splits it on spaces - is undisturbed.

           move function lower-case(scan-record) to line-lowered.
           move "n" to line-hit.

           move spaces to report-line.
           string "  " delimited by size
               function trim(scan-file-name) delimited by size
               ": " delimited by size
               function trim(scan-record) delimited by size
               into report-line
           end-string.

           if (name-len >= 3)
               move name-lowered to term-text
               move name-len to term-len
               perform find-term-in-line
           end-if.

           if (address-len > 0)
               move address-lowered to term-text
               move address-len to term-len
               perform find-term-in-line
           end-if.

           if (line-hit = "y")
               add 1 to log-found
               add 1 to section-count
               perform write-report-line
               if (erase-mode = "y")
                   move "y" to pass-changed
               end-if
           end-if.

           move spaces to report-line.

           .

       find-term-in-line.

           compute term-last-pos = 701 - term-len.

           perform varying term-pos from 1 by 1
               until term-pos > term-last-pos

               if (line-lowered(term-pos:term-len)
                   = term-text(1:term-len))

                   move "y" to term-hit

                   if (term-pos > 1)
                       move line-lowered(term-pos - 1:1) to edge-char
                       perform judge-edge-char
                       if (edge-ok = "n")
                           move "n" to term-hit
                       end-if
                   end-if

                   if (term-pos < term-last-pos)
                       move line-lowered(term-pos + term-len:1)
                           to edge-char
                       perform judge-edge-char
                       if (edge-ok = "n")
                           move "n" to term-hit
                       end-if
                   end-if

                   if (term-hit = "y")
                       move "y" to line-hit
                       if (erase-mode = "y")
                           move all "*"
                               to scan-record(term-pos:term-len)
                       end-if
                   end-if

               end-if

           end-perform.

           .

       judge-edge-char.

           move "y" to edge-ok.

           if ((edge-char >= "a" and edge-char <= "z")
               or (edge-char >= "0" and edge-char <= "9")
               or edge-char = "." or edge-char = ":"
               or edge-char = "-" or edge-char = "_"
               or edge-char = "@")
               move "n" to edge-ok
           end-if.

           .

       report-queue.

      *    the outbound queue is record sequential, so an erase
      *    rewrites in place: the name and excerpt are blanked, and
      *    a notice not yet sent is marked sent so nothing about
      *    the entry goes out after it was erased.

           move "NOTIFICATION QUEUE" to scan-label.
           perform start-section.

           if (erase-mode = "y")
               open i-o notifyqfile
           else
               open input notifyqfile
           end-if.

           if (notify-queue-status = "00")

               read notifyqfile

               perform until notify-queue-status not = "00"

                   move "n" to id-hit

                   evaluate true
                       when nq-entry-id = "FAIL  "
                           continue
                       when nq-entry-id = "REPLY "
                           if (nq-name(1:6) numeric)
                               move nq-name(1:6) to candidate-id
                               perform judge-id
                           end-if
                       when nq-entry-id numeric
                           move nq-entry-id to candidate-id
                           perform judge-id
                   end-evaluate

                   if (id-hit = "y")
                       perform report-queue-record
                   end-if

                   read notifyqfile

               end-perform

               close notifyqfile

           end-if.

           perform end-section.

           .

       report-queue-record.

           add 1 to queue-found.
           add 1 to section-count.

           move spaces to report-line.
           string "  " delimited by size
               nq-stamp delimited by size
               " status " delimited by size
               nq-status delimited by size
               " " delimited by size
               function trim(nq-entry-id) delimited by size
               " " delimited by size
               function trim(nq-name) delimited by size
               ": " delimited by size
               function trim(nq-excerpt) delimited by size
               into report-line
           end-string.
           perform write-report-line.

           if (erase-mode = "y")
               if (nq-entry-id not = "REPLY ")
                   move erased-name to nq-name
               end-if
               move spaces to nq-excerpt
               if (nq-status = "N" or nq-status = "P")
                   move "S" to nq-status
               end-if
               rewrite notifyq-record
           end-if.

           .

       report-email-addresses.

           move "EMAIL ADDRESSES" to scan-label.
           perform start-section.

           perform varying matched-idx from 1 by 1
               until matched-idx > matched-count

               move "get" to email-op
               move matched-id(matched-idx) to email-entry-id
               move spaces to email-address email-key
               call 'emailstore' using email-op email-entry-id
                   email-address email-key email-ok

               if (email-ok = "y")

                   add 1 to email-found
                   add 1 to section-count

                   move spaces to report-line
                   string "  #" delimited by size
                       email-entry-id delimited by size
                       " " delimited by size
                       function trim(email-address) delimited by size
                       into report-line
                   end-string
                   perform write-report-line

                   if (erase-mode = "y")
                       move "drop" to email-op
                       call 'emailstore' using email-op
                           email-entry-id email-address email-key
                           email-ok
                   end-if

               end-if

           end-perform.

           perform end-section.

           .

       report-edit-links.

      *    the private edit link the visitor was handed - dropped on
      *    an erase, so the link no longer opens the entry for a
      *    correction. the key itself is not listed.

           move "EDIT LINKS" to scan-label.
           perform start-section.

           perform varying matched-idx from 1 by 1
               until matched-idx > matched-count

               move "get" to edit-op
               move matched-id(matched-idx) to edit-entry-id
               move spaces to edit-key edit-until
               move "n" to edit-ok
               call 'editstore' using edit-op edit-entry-id
                   edit-key edit-until edit-ok

               if (edit-ok = "y")

                   add 1 to edit-found
                   add 1 to section-count

                   move spaces to report-line
                   string "  #" delimited by size
                       edit-entry-id delimited by size
                       " edit link good until " delimited by size
                       edit-until delimited by size
                       into report-line
                   end-string
                   perform write-report-line

                   if (erase-mode = "y")
                       move "drop" to edit-op
                       call 'editstore' using edit-op edit-entry-id
                           edit-key edit-until edit-ok
                   end-if

               end-if

           end-perform.

           perform end-section.

           .

       report-book-lines.

      *    only an entry outside the original book has a line.

           move "BOOKS" to scan-label.
           perform start-section.

           move "load" to book-op.
           call 'bookstore' using book-op book-entry-id book-code
               book-title book-moderated book-active book-ok.

           perform varying matched-idx from 1 by 1
               until matched-idx > matched-count

               move "of" to book-op
               move matched-id(matched-idx) to book-entry-id
               move spaces to book-code
               move "n" to book-ok
               call 'bookstore' using book-op book-entry-id
                   book-code book-title book-moderated book-active
                   book-ok

               if (book-ok = "y")

                   add 1 to book-found
                   add 1 to section-count

                   move spaces to report-line
                   string "  #" delimited by size
                       book-entry-id delimited by size
                       " in book " delimited by size
                       function trim(book-code) delimited by size
                       into report-line
                   end-string
                   perform write-report-line

                   if (erase-mode = "y")
                       move "drop" to book-op
                       call 'bookstore' using book-op book-entry-id
                           book-code book-title book-moderated
                           book-active book-ok
                   end-if

               end-if

           end-perform.

           perform end-section.

           .

       report-category-lines.

           move "CATEGORIES" to scan-label.
           perform start-section.

           move "load" to category-op.
           call 'categorystore' using category-op category-entry-id
               category-codes category-text category-ok.

           perform varying matched-idx from 1 by 1
               until matched-idx > matched-count

               move "of" to category-op
               move matched-id(matched-idx) to category-entry-id
               move spaces to category-codes
               move "n" to category-ok
               call 'categorystore' using category-op
                   category-entry-id category-codes category-text
                   category-ok

               if (category-ok = "y")

                   add 1 to category-found
                   add 1 to section-count

                   move spaces to report-line
                   string "  #" delimited by size
                       category-entry-id delimited by size
                       " categories " delimited by size
                       function trim(category-codes)
                           delimited by size
                       into report-line
                   end-string
                   perform write-report-line

                   if (erase-mode = "y")
                       move "drop" to category-op
                       call 'categorystore' using category-op
                           category-entry-id category-codes
                           category-text category-ok
                   end-if

               end-if

           end-perform.

           perform end-section.

           .

       audit-erased-entries.

      *    one ERASE line per entry, written after the audit pass
      *    has resealed the trail so each chains onto the resealed
      *    line before it. the images carry the entry as it now
      *    stands, name and message already gone - a live entry
      *    shows it before and after, one only in the archives or
      *    backups has no after. the line is what tells the
      *    visitor-relations extract the entry changed.

           open input guestbookfile.

           perform varying matched-idx from 1 by 1
               until matched-idx > matched-count

               move spaces to entry-image
               move matched-id(matched-idx) to ei-id
               move erased-name to ei-name
               move erased-message to ei-message
               move entry-image to audit-before
               move spaces to audit-after

               if (guestbook-file-status = "00"
                   or guestbook-file-status = "23")

                   move matched-id(matched-idx) to gb-id

                   read guestbookfile key is gb-id
                       invalid key
                           move "23" to guestbook-file-status
                   end-read

                   if (guestbook-file-status = "00")
                       move guestbook-record to audit-before
                       move guestbook-record to audit-after
                   else
                       move "23" to guestbook-file-status
                   end-if

               end-if

               move "ERASE" to audit-op
               move matched-id(matched-idx) to audit-entry-id
               call 'gbaudit' using audit-op audit-entry-id
                   audit-before audit-after

           end-perform.

           if (guestbook-file-status = "00"
               or guestbook-file-status = "23")
               close guestbookfile
           end-if.

           .

       record-erasure.

      *    the proof it was done - when, under which reference, how
      *    much of each kind, and which entry ids - and nothing
      *    that would undo the erasure by keeping the name.

           move spaces to erasure-line.
           move 1 to erasure-pointer.

           string now-raw(1:14) delimited by size
               "|" delimited by size
               function trim(request-ref) delimited by size
               "|entries " delimited by size
               entries-found delimited by size
               " replies " delimited by size
               replies-found delimited by size
               " archived " delimited by size
               archived-found delimited by size
               " backups " delimited by size
               backup-found delimited by size
               " photos " delimited by size
               photos-found delimited by size
               " uploads " delimited by size
               uploads-found delimited by size
               " audit " delimited by size
               audit-found delimited by size
               " index " delimited by size
               index-found delimited by size
               " queue " delimited by size
               queue-found delimited by size
               " email " delimited by size
               email-found delimited by size
               " screen " delimited by size
               screen-found delimited by size
               " edit " delimited by size
               edit-found delimited by size
               " book " delimited by size
               book-found delimited by size
               " category " delimited by size
               category-found delimited by size
               " log " delimited by size
               log-found delimited by size
               "|ids" delimited by size
               into erasure-line
               with pointer erasure-pointer
           end-string.

           perform varying matched-idx from 1 by 1
               until matched-idx > matched-count
               or erasure-pointer > 393

               string " " delimited by size
                   matched-id(matched-idx) delimited by size
                   into erasure-line
                   with pointer erasure-pointer
               end-string

           end-perform.

           open extend erasurelogfile.

           if (erasure-log-status not = "00")
               open output erasurelogfile
           end-if.

           if (erasure-log-status = "00")
               move erasure-line to erasure-log-record
               write erasure-log-record
               close erasurelogfile
           else
               display "gbprivacy: cannot write "
                   function trim(erasure-log-name)
                   " - the erasure itself went through: "
                   function trim(erasure-line)
           end-if.

           move "ERASE" to sec-event.
           move request-ref to sec-account.
           if (sec-account = spaces)
               move "(no reference)" to sec-account
           end-if.
           call 'seclog' using sec-event sec-account.

           .

       end program gbprivacy.
