       identification division.
       program-id. guestbookeditdo.

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

           select notifyqfile
               assign to notify-queue-name
               file status is notify-queue-status
               organization is sequential.

           select screenfile
               assign to screen-file-name
               file status is screen-file-status
               organization is line sequential.

       data division.
       file section.
       fd  guestbookfile.
           copy guestbook.

       fd  notifyqfile.
           copy notifyq.

       fd  screenfile.
           copy gbscreen.

       working-storage section.

       01 guestbook-file-name    pic x(255) value "guestbook.dat".
       01 guestbook-file-status  pic x(2).

       01 notify-queue-name      pic x(255) value "notifyq.dat".
       01 notify-queue-status    pic x(2).
       01 notify-now-raw         pic x(21).

      *    a correction goes back through the word-list screen
      *    (wordscreen) and, clean or not, back to the moderation
      *    queue - the entry was approved as it stood, not as the
      *    visitor has since made it. the screen line tells the
      *    moderator it is a correction, and which words tripped,
      *    if any. screen-text, matched-words and entry-held are
      *    sized to wordscreen's own linkage, see the CALL-sizing
      *    note in getquery.
       01 screen-file-name       pic x(255) value "gbscreen.dat".
       01 screen-file-status     pic x(2).
       01 screen-text            pic x(200).
       01 matched-words          pic x(120).
       01 entry-held             pic x(1).
      *    scratch for the cowconfig lookups - the preset VALUEs
      *    above are the defaults; cow.config overrides them when
      *    the keys are present.
       01 config-key             pic x(30).

       01 requested-id-text pic x(90).
       01 requested-key     pic x(90).
       01 id-len            pic s9(4) comp.
       01 id-display        pic z(5)9.

       01 posted-name        pic x(90) value spaces.
       01 posted-message     pic x(90) value spaces.
       01 field-idx          pic s9(4) comp.

      *    same short lock-retry guestbookadd's write path uses.
       01 open-tries        pic 9(2).
       01 retry-wait-nanos  pic 9(9) value 200000000.

      *    scratch for the editstore call - sized to editstore's own
      *    linkage, see the CALL-sizing note in getquery.
       01 edit-op           pic x(7).
       01 edit-entry-id     pic 9(6).
       01 edit-key          pic x(16).
       01 edit-until        pic x(8).
       01 edit-ok           pic x(1).

      *    declarative rules judged by validate - the same rules
      *    guestbookadd holds a new entry to.
       copy fieldrule.
       copy fielderr.
       01 fields-valid         pic x(1).
       01 error-idx            pic s9(4) comp.

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

      *    POST /guestbook/edit/%id/%key - the visitor's correction
      *    off guestbookedit's form. the entry is rewritten with
      *    the new name and message, held pending for a moderator
      *    again, and audited as the visitor's own VCORRECT; the
      *    browser goes back to the thanks page, which now says it
      *    awaits review.

           move "guestbook-file" to config-key.
           call 'cowconfig' using config-key guestbook-file-name.

           move spaces to the-vars.
           move query-value(1) to requested-id-text.
           move query-value(2) to requested-key.
           move function length(function trim(requested-id-text))
               to id-len.

           move spaces to posted-name posted-message posted-token.

           perform varying field-idx from 3 by 1 until field-idx > 20

               if (function trim(query-value-name(field-idx)) =
                   "name")
                   move query-value(field-idx) to posted-name
               end-if

               if (function trim(query-value-name(field-idx)) =
                   "message")
                   move query-value(field-idx) to posted-message
               end-if

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

           perform declare-field-rules.

           call 'validate' using the-values field-rules
               field-errors fields-valid.

           if (fields-valid not = "y")
               perform report-validation-failure
               goback
           end-if.

           if (function trim(posted-name) = spaces)
               move "(anonymous)" to posted-name
           end-if.

           perform rewrite-the-entry.

           if (guestbook-file-status not = "00")
               perform report-bad-link
               goback
           end-if.

           move "VCORRECT" to audit-op.
           move edit-entry-id to audit-entry-id.
           move guestbook-record to audit-after.
           call 'gbaudit' using audit-op audit-entry-id
               audit-before audit-after.

           perform record-screen-line.

           move "drop" to index-op.
           move edit-entry-id to index-entry-id.
           move spaces to index-text.
           call 'gbindex' using index-op index-entry-id index-text.

           move "add" to index-op.
           move gb-message to index-text.
           call 'gbindex' using index-op index-entry-id index-text.

           perform queue-notification.

      *    the entry just left the public pages - every cached
      *    rendering of them is stale.

           move "purge" to cache-op.
           move spaces to cache-call-name.
           call 'pagecache' using cache-op cache-call-name.

           move edit-entry-id to id-display.
           move spaces to redirect-location.

           string "/guestbook/thanks/" delimited by size
               function trim(id-display) delimited by size
               "/" delimited by size
               function trim(edit-key) delimited by size
               into redirect-location
           end-string.

           move "303" to redirect-code.

           call 'webredirect' using redirect-code redirect-location.

       goback.

       declare-field-rules.

      *    kept in step with guestbookadd's own rules - see the note
      *    there on why the message cap sits below the form slot.

           move spaces to field-rules.

           move "name" to rule-field-name(1).
           move "n" to rule-required(1).
           move 60 to rule-max-length(1).
           move "a" to rule-charset(1).

           move "message" to rule-field-name(2).
           move "y" to rule-required(2).
           move 80 to rule-max-length(2).
           move "a" to rule-charset(2).

           .

       rewrite-the-entry.

      *    a withdrawn entry is past correcting - it answers like a
      *    link that no longer opens.

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
                   move "23" to guestbook-file-status
               end-if

               if (guestbook-file-status = "00")

                   move guestbook-record to audit-before

                   move posted-name to gb-name
                   move posted-message to gb-message
                   move "P" to gb-status

                   rewrite guestbook-record
                       invalid key move "23" to guestbook-file-status
                   end-rewrite

               end-if

               close guestbookfile

           end-if.

           .

       record-screen-line.

      *    appended with the open-extend-or-create shape every side
      *    file here uses - the queue shows the newest line for an
      *    entry, so this one replaces whatever held it before.

           move "screen-file" to config-key.
           call 'cowconfig' using config-key screen-file-name.

           move gb-message to screen-text.

           call 'wordscreen' using screen-text matched-words
               entry-held.

           move spaces to gbscreen-record.
           move gb-id to gs-entry-id.

           if (entry-held = "y")
               string "corrected by the visitor: " delimited by size
                   function trim(matched-words) delimited by size
                   into gs-words
               end-string
           else
               move "corrected by the visitor" to gs-words
           end-if.

           open extend screenfile.

           if (screen-file-status not = "00")
               open output screenfile
           end-if.

           if (screen-file-status = "00")
               write gbscreen-record
               close screenfile
           end-if.

           .

       queue-notification.

      *    the same record guestbookadd queues for a new entry, so
      *    the staff mailbox hears there is something to moderate -
      *    the excerpt says it is a correction. any problem here is
      *    swallowed and the correction stands.

           move "notify-queue" to config-key.
           call 'cowconfig' using config-key notify-queue-name.

           move function current-date to notify-now-raw.

           move spaces to notifyq-record.
           move "N" to nq-status.
           move notify-now-raw(1:14) to nq-stamp.
           move gb-id to nq-entry-id.
           move gb-name to nq-name.

           string "(corrected by the visitor) " delimited by size
               gb-message delimited by size
               into nq-excerpt
           end-string.

           open extend notifyqfile.

           if (notify-queue-status not = "00")
               open output notifyqfile
           end-if.

           if (notify-queue-status = "00")
               write notifyq-record
               close notifyqfile
           end-if.

           .

       report-validation-failure.

           move "id" to COW-varname(1).
           move function trim(requested-id-text) to COW-varvalue(1).
           move "key" to COW-varname(2).
           move edit-key to COW-varvalue(2).
           move "pagetitle" to COW-varname(3).
           move "Change your entry" to COW-varvalue(3).
           move "name" to COW-varname(4).
           move posted-name to COW-varvalue(4).
           move "message" to COW-varname(5).
           move posted-message to COW-varvalue(5).
           move "nameerror" to COW-varname(6).
           move "messageerror" to COW-varname(7).
           move "formmessage" to COW-varname(8).
           move "Please fix the problems below." to COW-varvalue(8).

           move "edituntil" to COW-varname(9).
           string edit-until(1:4) delimited by size
               "-" delimited by size
               edit-until(5:2) delimited by size
               "-" delimited by size
               edit-until(7:2) delimited by size
               into COW-varvalue(9)
           end-string.

           perform varying error-idx from 1 by 1
               until error-idx > 10
               or error-field-name(error-idx) = spaces

               if (function trim(error-field-name(error-idx)) =
                   "name")
                   move error-message(error-idx) to COW-varvalue(6)
               end-if

               if (function trim(error-field-name(error-idx)) =
                   "message")
                   move error-message(error-idx) to COW-varvalue(7)
               end-if

           end-perform.

      *    the re-displayed form needs a fresh token - the one this
      *    POST carried was spent by the check above.

           move "mint" to token-op.
           move spaces to token-value.
           call 'formtoken' using token-op token-value token-ok.

           move "token" to COW-varname(10).
           move token-value to COW-varvalue(10).

           move "guestbookedit.cow" to template-name.
           call 'cowtemplate' using the-vars template-name "y".

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

       end program guestbookeditdo.
