       identification division.
       program-id. guestbookwithdraw.

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

           select trashfile
               assign to trash-file-name
               file status is trash-file-status
               organization is line sequential.

       data division.
       file section.
       fd  guestbookfile.
           copy guestbook.

       fd  trashfile.
           copy gbtrash.

       working-storage section.

       01 guestbook-file-name    pic x(255) value "guestbook.dat".
       01 guestbook-file-status  pic x(2).

       01 trash-file-name        pic x(255) value "gbtrash.dat".
       01 trash-file-status      pic x(2).
       01 trash-now-raw          pic x(21).
      *    scratch for the cowconfig lookups - the preset VALUEs
      *    above are the defaults; cow.config overrides them when
      *    the keys are present.
       01 config-key             pic x(30).

       01 requested-id-text pic x(90).
       01 requested-key     pic x(90).
       01 id-len            pic s9(4) comp.
       01 id-display        pic z(5)9.
       01 field-idx         pic s9(4) comp.
       01 already-withdrawn pic x(1).

      *    same short lock-retry guestbookdelete uses.
       01 open-tries        pic 9(2).
       01 retry-wait-nanos  pic 9(9) value 200000000.

      *    scratch for the editstore call - sized to editstore's own
      *    linkage, see the CALL-sizing note in getquery.
       01 edit-op           pic x(7).
       01 edit-entry-id     pic 9(6).
       01 edit-key          pic x(16).
       01 edit-until        pic x(8).
       01 edit-ok           pic x(1).

      *    scratch trio for the formtoken call, plus the token the
      *    POST carried - sized to formtoken's own linkage, see the
      *    CALL-sizing note in getquery.
       01 token-op           pic x(7).
       01 token-value        pic x(32).
       01 token-ok           pic x(1).
       01 posted-token       pic x(90) value spaces.

      *    scratch trio for the gbindex call - sized to gbindex's
      *    own linkage, see the CALL-sizing note in getquery.
       01 index-op             pic x(7).
       01 index-entry-id       pic 9(6).
       01 index-text           pic x(200).

      *    scratch pair for the pagecache purge - sized to
      *    pagecache's own linkage, see the CALL-sizing note in
      *    getquery.
       01 cache-op             pic x(7).
       01 cache-call-name      pic x(255).

      *    scratch for the gbaudit call - sized to gbaudit's own
      *    linkage, see the CALL-sizing note in getquery.
       01 audit-op             pic x(10).
       01 audit-entry-id       pic 9(6).
       01 audit-before         pic x(277).
       01 audit-after          pic x(277).

       01 not-found-code    pic x(3).
       01 not-found-reason  pic x(30).
       01 no-content-type   pic x(60) value spaces.

       01 redirect-code     pic x(3).
       01 redirect-location pic x(255).

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

      *    POST /guestbook/withdraw/%id/%key - the withdraw button
      *    on guestbookedit's page. the entry goes to the trash
      *    exactly as a staff delete sends it (gb-status "D", a
      *    gbtrash line, out of the search index), audited as the
      *    visitor's own VWITHDRAW, and staff can still restore it
      *    from /guestbook/trash until gbarchive disposes of it.
      *    the browser goes back to the edit link, which from now
      *    on says the entry was withdrawn - so a second press, or
      *    a refresh, changes nothing.

           move "guestbook-file" to config-key.
           call 'cowconfig' using config-key guestbook-file-name.
           move "trash-file" to config-key.
           call 'cowconfig' using config-key trash-file-name.

           move spaces to the-vars.
           move query-value(1) to requested-id-text.
           move query-value(2) to requested-key.
           move function length(function trim(requested-id-text))
               to id-len.

           move spaces to posted-token.

           perform varying field-idx from 3 by 1 until field-idx > 20

               if (function trim(query-value-name(field-idx)) =
                   "token")
                   move query-value(field-idx) to posted-token
               end-if

           end-perform.

           move "check" to token-op.
           move posted-token to token-value.
           move "n" to token-ok.

           call 'formtoken' using token-op token-value token-ok.

           if (token-ok not = "y")
               perform report-bad-token
               goback
           end-if.

           move "n" to edit-ok.

           if (id-len > 0 and id-len <= 6
               and requested-id-text(1:id-len) numeric)
               move "check" to edit-op
               move function numval(requested-id-text)
                   to edit-entry-id
               move function trim(requested-key) to edit-key
               move spaces to edit-until
               call 'editstore' using edit-op edit-entry-id edit-key
                   edit-until edit-ok
           end-if.

           if (edit-ok not = "y")
               perform report-bad-link
               goback
           end-if.

           perform trash-the-entry.

           if (guestbook-file-status not = "00")
               perform report-bad-link
               goback
           end-if.

           if (already-withdrawn = "n")

               move "VWITHDRAW" to audit-op
               move edit-entry-id to audit-entry-id
               move guestbook-record to audit-after
               call 'gbaudit' using audit-op audit-entry-id
                   audit-before audit-after

               perform record-trash-line

               move "drop" to index-op
               move edit-entry-id to index-entry-id
               move spaces to index-text
               call 'gbindex' using index-op index-entry-id
                   index-text

               move "purge" to cache-op
               move spaces to cache-call-name
               call 'pagecache' using cache-op cache-call-name

           end-if.

           move edit-entry-id to id-display.
           move spaces to redirect-location.

           string "/guestbook/edit/" delimited by size
               function trim(id-display) delimited by size
               "/" delimited by size
               function trim(edit-key) delimited by size
               into redirect-location
           end-string.

           move "303" to redirect-code.

           call 'webredirect' using redirect-code redirect-location.

       goback.

       trash-the-entry.

           move "n" to already-withdrawn.
           move 0 to open-tries.

           open i-o guestbookfile.

           perform until (guestbook-file-status not = "51"
               and guestbook-file-status not = "61")
               or open-tries >= 5

               add 1 to open-tries
               call 'CBL_GC_NANOSLEEP' using retry-wait-nanos
               open i-o guestbookfile

           end-perform.

           if (guestbook-file-status = "00")

               move edit-entry-id to gb-id

               read guestbookfile key is gb-id
                   invalid key move "23" to guestbook-file-status
               end-read

               if (guestbook-file-status = "00" and gb-status = "D")
                   move "y" to already-withdrawn
               end-if

               if (guestbook-file-status = "00"
                   and already-withdrawn = "n")

                   move guestbook-record to audit-before

                   move "D" to gb-status

                   rewrite guestbook-record
                       invalid key move "23" to guestbook-file-status
                   end-rewrite

               end-if

               close guestbookfile

           end-if.

           .

       record-trash-line.

      *    appended with the same open-extend-or-create shape the
      *    notification queue uses - the stamp is what the nightly
      *    purge ages against.

           move function current-date to trash-now-raw.

           move spaces to gbtrash-record.
           move edit-entry-id to gt-entry-id.
           move trash-now-raw(1:14) to gt-stamp.

           open extend trashfile.

           if (trash-file-status not = "00")
               open output trashfile
           end-if.

           if (trash-file-status = "00")
               write gbtrash-record
               close trashfile
           end-if.

           .

       report-bad-link.

           move "404" to not-found-code.
           move "Not Found" to not-found-reason.
           call 'webheader' using not-found-code
               not-found-reason no-content-type.

           display "<b>Cobol-on-Wheelchair error:</b> "
               "that edit link is not valid, or has run out".

           .

       report-bad-token.

           move "403" to not-found-code.
           move "Forbidden" to not-found-reason.
           call 'webheader' using not-found-code
               not-found-reason no-content-type.

           move spaces to the-vars.
           move "pagetitle" to COW-varname(1).
           move "Form expired" to COW-varvalue(1).

           move "badtoken.cow" to template-name.
           call 'cowtemplate' using the-vars template-name "n".

           .

       end program guestbookwithdraw.
