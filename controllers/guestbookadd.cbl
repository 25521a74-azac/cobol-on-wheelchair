               file status is photo-file-status
               organization is line sequential.

           select screenfile
               assign to screen-file-name
               file status is screen-file-status
       fd  photofile.
           copy gbphoto.

       fd  screenfile.
           copy gbscreen.

       01 photo-file-status      pic x(2).

      *    the word-list screen - the message is scored against the
      *    staff-maintained list (wordscreen) before the record is
      *    written: clean entries go live ("A") on the spot, a match
      *    holds the entry pending ("P") and the matched words land
      *    in the screen side file for the moderation queue to show.
      *    screen-text, matched-words and entry-held are sized to
      *    wordscreen's own linkage, see the CALL-sizing note in
      *    getquery.
       01 screen-file-name       pic x(255) value "gbscreen.dat".
       01 screen-file-status     pic x(2).
       01 screen-text            pic x(200).
       01 matched-words          pic x(120).
       01 entry-held             pic x(1).
      *    scratch for the cowconfig lookups - the preset VALUE above
      *    is the default; cow.config overrides it when the key is
      *    under - blank when the visitor sent none (or the file
      *    was refused), and the entry simply has no photo.
       01 posted-photo       pic x(90) value spaces.

      *    an optional address for hearing about a staff reply -
      *    only kept when the consent box came back ticked, and then
      *    only in emailstore's side file, never in the book itself.
       01 posted-email       pic x(90) value spaces.
       01 posted-consent     pic x(90) value spaces.
       01 field-idx          pic s9(4) comp.

       01 highest-id-seen    pic 9(6) value 0.
       01 format-requested     pic x(1).
       01 fmt-idx              pic s9(4) comp.

      *    the book the entry goes into - a POST to /guestbook is
      *    the original book, /book/%book any other one in the
      *    register. an unknown or inactive book is a 404 and
      *    nothing is written. a book whose register line says
      *    moderated holds every entry for the queue, clean or not.
      *    book-base is where a failed POST's re-rendered form
      *    posts back to.
       01 wanted-book       pic x(12).
       01 book-base         pic x(40).

      *    scratch for the bookstore calls - sized to bookstore's
      *    own linkage, see the CALL-sizing note in getquery.
       01 book-op           pic x(7).
       01 book-entry-id     pic 9(6).
       01 book-code         pic x(12).
       01 book-title        pic x(60).
       01 book-moderated    pic x(1).
       01 book-active       pic x(1).
       01 book-ok           pic x(1).

       01 not-found-code       pic x(3).
       01 not-found-reason     pic x(30).

      *    declarative rules judged by validate before anything is
      *    written - a failed POST re-renders the form with the
      *    visitor's input kept and each message next to its field,
       01 token-ok           pic x(1).
       01 posted-token       pic x(90) value spaces.

      *    scratch for the humancheck calls, plus the answer the
      *    POST carried - sized to humancheck's own linkage, see the
      *    CALL-sizing note in getquery. the question was posed for
      *    the form token, so it is checked against the same token.
       01 challenge-op       pic x(7).
       01 challenge-text     pic x(90).
       01 challenge-answer   pic x(90).
       01 challenge-ok       pic x(1).
       01 posted-answer      pic x(90) value spaces.

      *    scratch trio for the gbindex call - sized to gbindex's
      *    own linkage, see the CALL-sizing note in getquery.
       01 index-op             pic x(7).
       01 audit-before         pic x(277).
       01 audit-after          pic x(277).

      *    scratch for the emailstore call - sized to emailstore's
      *    own linkage, see the CALL-sizing note in getquery.
       01 email-op             pic x(7).
       01 email-entry-id       pic 9(6).
       01 email-address        pic x(80).
       01 email-key            pic x(16).
       01 email-ok             pic x(1).

      *    scratch for the editstore call - sized to editstore's own
      *    linkage, see the CALL-sizing note in getquery. the key
      *    goes out in the thanks page's address and is the
      *    visitor's private way back to the entry.
       01 edit-op              pic x(7).
       01 edit-entry-id        pic 9(6).
       01 edit-key             pic x(16).
       01 edit-until           pic x(8).
       01 edit-ok              pic x(1).

       01 the-vars.

          03  COW-vars OCCURS 99 times.

       01 template-name     pic x(255).

      *    the repeat check - the new message, lower-cased with
      *    everything but letters and digits taken out, against
      *    every entry of the last duplicate-window-days days
      *    treated the same way. the same text under the same name
      *    (a double-click, a refresh, a second try) is turned away
      *    with a pointer to the entry already there; the same text
      *    under another name is written but held, and the ids it
      *    copies go in the screen side file beside any words the
      *    word list matched. trashed entries don't count, and a
      *    window of 0 turns the check off.
       01 duplicate-window-days pic 9(3) value 7.
       01 config-text          pic x(255).
       01 config-text-len      pic s9(4) comp.
       01 window-cutoff-int    pic 9(8).
       01 window-cutoff-num    pic 9(8).
       01 window-cutoff-work   pic x(8).
       01 window-cutoff-date   pic x(10).

       01 norm-source          pic x(200).
       01 norm-result          pic x(200).
       01 norm-len             pic s9(4) comp.
       01 norm-idx             pic s9(4) comp.
       01 norm-pointer         pic s9(4) comp.
       01 norm-char            pic x(1).
       01 new-message-norm     pic x(200).
       01 new-name-norm        pic x(200).

       01 repeat-of-id         pic 9(6) value 0.
       01 repeat-id-display    pic z(6).
       01 copy-count           pic s9(4) comp value 0.
       01 copy-ids             pic x(120).
       01 copy-pointer         pic s9(4) comp.
       01 held-pointer         pic s9(4) comp.

      *    the page code noticeshow picks today's pinned notices
      *    by - it fills slots 91-99 of the-vars.
       01 notice-page       pic x(1).

       linkage section.

       01 the-values.

           move spaces to the-vars.

      *    WORKING-STORAGE outlives the request under the persistent
      *    runtime, and a field the post leaves out (an unticked
      *    consent box is never sent) must read blank, not as the
      *    last poster's value.
           move spaces to posted-name posted-message posted-photo
               posted-email posted-consent posted-token posted-answer.

           perform check-json-requested.

           perform take-wanted-book.

           if (book-ok not = "y" or book-active not = "y")
               perform report-unknown-book
               goback
           end-if.

           perform varying field-idx from 1 by 1 until field-idx > 20

               if (function trim(query-value-name(field-idx)) =
                   move query-value(field-idx) to posted-photo
               end-if

               if (function trim(query-value-name(field-idx)) =
                   "email")
                   move query-value(field-idx) to posted-email
               end-if

               if (function trim(query-value-name(field-idx)) =
                   "consent")
                   move query-value(field-idx) to posted-consent
               end-if

               if (function trim(query-value-name(field-idx)) =
                   "answer")
                   move query-value(field-idx) to posted-answer
               end-if

           end-perform.

      *    the form token is judged before the field rules - a POST
           call 'validate' using the-values field-rules
               field-errors fields-valid.

           perform check-email-consent.

           perform check-human-answer.

           if (fields-valid not = "y")
               perform report-validation-failure
               goback
               move "(anonymous)" to posted-name
           end-if.

           perform check-duplicate-message.

           if (repeat-of-id > 0)
               perform report-repeat-post
               goback
           end-if.

           perform find-highest-id.

           move spaces to guestbook-record.

           perform screen-message.

           if (copy-count > 0)
               perform note-copied-entries
           end-if.

           if (book-moderated = "y")
               move "y" to entry-held
           end-if.

           if (entry-held = "y")
               move "P" to gb-status
           else
               call 'gbaudit' using audit-op audit-entry-id
                   audit-before audit-after
               perform record-photo-link
               perform record-email-address
               perform record-edit-link
               perform record-book-of-entry
               if (matched-words not = spaces)
                   perform record-screen-words
               end-if
               move "add" to index-op
               else
                   move "live" to COW-varvalue(5)
               end-if
               if (edit-ok = "y")
                   move gb-id to saved-id-display
                   move "editlink" to COW-varname(6)
                   string "/guestbook/edit/" delimited by size
                       function trim(saved-id-display)
                           delimited by size
                       "/" delimited by size
                       function trim(edit-key) delimited by size
                       into COW-varvalue(6)
                   end-string
               end-if

               call 'jsonrender' using the-vars "n"

      *    the POST answers with a redirect instead of rendering a
      *    body - a refresh of whatever the browser lands on
      *    re-fetches that GET rather than re-submitting the form
      *    and writing a second entry. the browser lands on the
      *    thanks page with the edit key in its address, which is
      *    where the visitor's edit link is shown; the page says
      *    whether the entry is live or waiting for review. a key
      *    that could not be written leaves the old shape - a clean
      *    entry's own page, or the plain thanks page for a held
      *    one that would 404 there until a moderator lets it
      *    through.

           move gb-id to saved-id-display.

           move spaces to redirect-location.

           evaluate true
               when edit-ok = "y"
                   string "/guestbook/thanks/" delimited by size
                       function trim(saved-id-display)
                           delimited by size
                       "/" delimited by size
                       function trim(edit-key) delimited by size
                       into redirect-location
                   end-string
               when entry-held = "y"
                   string "/guestbook/thanks/" delimited by size
                       function trim(saved-id-display)
                           delimited by size
                       into redirect-location
                   end-string
               when other
                   string "/guestbook/" delimited by size
                       function trim(saved-id-display)
                           delimited by size
                       into redirect-location
                   end-string
           end-evaluate.

           move "303" to redirect-code.


       goback.

       take-wanted-book.

           move spaces to wanted-book.

           perform varying fmt-idx from 1 by 1 until fmt-idx > 20
               if (function trim(query-value-name(fmt-idx)) = "book")
                   move function lower-case(query-value(fmt-idx))
                       to wanted-book
               end-if
           end-perform.

           move "get" to book-op.
           move wanted-book to book-code.
           call 'bookstore' using book-op book-entry-id book-code
               book-title book-moderated book-active book-ok.
           move book-code to wanted-book.

           move spaces to book-base.

           if (wanted-book = "main")
               move "/guestbook" to book-base
           else
               string "/book/" delimited by size
                   function trim(wanted-book) delimited by size
                   into book-base
               end-string
           end-if.

           .

       report-unknown-book.

           move "404" to not-found-code.
           move "Not Found" to not-found-reason.

           if (format-requested = "y")
               call 'webheader' using not-found-code
                   not-found-reason json-content-type
               move "error" to COW-varname(1)
               move "no such guestbook" to COW-varvalue(1)
               call 'jsonrender' using the-vars "n"
           else
               call 'webheader' using not-found-code
                   not-found-reason no-content-type
               display "<b>Cobol-on-Wheelchair error:</b> "
                   "no such guestbook"
           end-if.

           .

       verify-form-token.

           move "check" to token-op.
           move 80 to rule-max-length(2).
           move "a" to rule-charset(2).

           move "email" to rule-field-name(3).
           move "n" to rule-required(3).
           move 80 to rule-max-length(3).
           move "e" to rule-charset(3).

           .

       check-email-consent.

      *    an address without the ticked box is sent back rather
      *    than quietly dropped - the visitor plainly wanted to hear
      *    back, and an address kept without consent is one we may
      *    not use. the consent box on its own, with no address,
      *    means nothing and is ignored.

           if (function trim(posted-email) not = spaces
               and function trim(posted-consent) not = "y")

               move "n" to fields-valid

               perform varying error-idx from 1 by 1
                   until error-idx > 10
                   or error-field-name(error-idx) = spaces
                   or function trim(error-field-name(error-idx))
                       = "email"
               end-perform

               if (error-idx <= 10)
                   if (error-field-name(error-idx) = spaces)
                       move "email" to error-field-name(error-idx)
                       move "needs the consent box ticked"
                           to error-message(error-idx)
                   end-if
               end-if

           end-if.

           .

       check-human-answer.

      *    the question posed with this form's token - a wrong or
      *    missing answer goes back through the same re-display as
      *    any other field error, with a new question beside it.
      *    humancheck spends the question either way.

           move "check" to challenge-op.
           move spaces to challenge-text.
           move posted-answer to challenge-answer.
           move "n" to challenge-ok.

           call 'humancheck' using challenge-op token-value
               challenge-text challenge-answer challenge-ok.

           if (challenge-ok not = "y")

               move "n" to fields-valid

               perform varying error-idx from 1 by 1
                   until error-idx > 10
                   or error-field-name(error-idx) = spaces
               end-perform

               if (error-idx <= 10)
                   move "answer" to error-field-name(error-idx)
                   if (function trim(posted-answer) = spaces)
                       move "please answer the question"
                           to error-message(error-idx)
                   else
                       move "that is not the answer - try this one"
                           to error-message(error-idx)
                   end-if
               end-if

           end-if.

           .

       report-validation-failure.
           move spaces to COW-varvalue(5).
           move "messageerror" to COW-varname(6).
           move spaces to COW-varvalue(6).
           move "email" to COW-varname(8).
           move posted-email to COW-varvalue(8).
           move "emailerror" to COW-varname(9).
           move spaces to COW-varvalue(9).
           move "consentchecked" to COW-varname(10).
           if (function trim(posted-consent) = "y")
               move "checked" to COW-varvalue(10)
           else
               move spaces to COW-varvalue(10)
           end-if.
           move "bookbase" to COW-varname(11).
           move book-base to COW-varvalue(11).
           move "booktitle" to COW-varname(12).
           move book-title to COW-varvalue(12).
           move "answererror" to COW-varname(14).
           move spaces to COW-varvalue(14).

           perform varying error-idx from 1 by 1
               until error-idx > 10
                   move error-message(error-idx) to COW-varvalue(6)
               end-if

               if (function trim(error-field-name(error-idx)) =
                   "email")
                   move error-message(error-idx) to COW-varvalue(9)
               end-if

               if (function trim(error-field-name(error-idx)) =
                   "answer")
                   move error-message(error-idx) to COW-varvalue(14)
               end-if

           end-perform.

      *    the re-displayed form needs a fresh token - the one this
           move "token" to COW-varname(7).
           move token-value to COW-varvalue(7).

      *    and a new question with it - the answer field always
      *    comes back empty.

           move "pose" to challenge-op.
           move spaces to challenge-text challenge-answer.
           call 'humancheck' using challenge-op token-value
               challenge-text challenge-answer challenge-ok.

           move "question" to COW-varname(13).
           move challenge-text to COW-varvalue(13).

           move "f" to notice-page.
           call 'noticeshow' using notice-page the-vars.

           move "guestbookform.cow" to template-name.
           call 'cowtemplate' using the-vars template-name "y".

           .

       check-duplicate-message.

           move 0 to repeat-of-id copy-count.
           move spaces to copy-ids.
           move 1 to copy-pointer.

           move "duplicate-window-days" to config-key.
           move spaces to config-text.
           call 'cowconfig' using config-key config-text.

           move function length(function trim(config-text))
               to config-text-len.

           if (config-text-len > 0 and config-text-len < 4
               and config-text(1:config-text-len) numeric)
               move function numval(config-text)
                   to duplicate-window-days
           end-if.

           move posted-message to norm-source.
           perform normalise-text.
           move norm-result to new-message-norm.

           move posted-name to norm-source.
           perform normalise-text.
           move norm-result to new-name-norm.

      *    a message of nothing but punctuation has nothing to
      *    compare - validate already let it through, so does this.

           if (duplicate-window-days > 0
               and new-message-norm not = spaces)
               perform scan-recent-entries
           end-if.

           .

       scan-recent-entries.

           move function current-date to today-raw.

           compute window-cutoff-int =
               function integer-of-date(
                   function numval(today-raw(1:8)))
               - duplicate-window-days.

           move function date-of-integer(window-cutoff-int)
               to window-cutoff-num.
           move window-cutoff-num to window-cutoff-work.

           move spaces to window-cutoff-date.
           string window-cutoff-work(1:4) delimited by size
               "-" delimited by size
               window-cutoff-work(5:2) delimited by size
               "-" delimited by size
               window-cutoff-work(7:2) delimited by size
               into window-cutoff-date
           end-string.

           open input guestbookfile.

           if (guestbook-file-status = "00")

               read guestbookfile next record

               perform until guestbook-file-status not = "00"
                   or repeat-of-id > 0

                   if (gb-created-date >= window-cutoff-date
                       and gb-status not = "D")
                       perform compare-one-entry
                   end-if

                   read guestbookfile next record

               end-perform

               close guestbookfile

           end-if.

           .

       compare-one-entry.

           move gb-message to norm-source.
           perform normalise-text.

           if (norm-result = new-message-norm)

               move gb-name to norm-source
               perform normalise-text

      *    a rejected entry sent again by its own author is not
      *    "already in the guestbook" - it goes to the queue again,
      *    marked as a copy, like any other.

               if (norm-result = new-name-norm
                   and (gb-status = "A" or gb-status = " "
                       or gb-status = "P"))
                   move gb-id to repeat-of-id
               else
                   perform add-copied-id
               end-if

           end-if.

           .

       add-copied-id.

      *    eight ids fit beside the matched words; the ninth copy
      *    of a text says nothing the first eight didn't.

           add 1 to copy-count.

           if (copy-count <= 8)
               string "#" delimited by size
                   gb-id delimited by size
                   " " delimited by size
                   into copy-ids with pointer copy-pointer
               end-string
           end-if.

           .

       normalise-text.

      *    norm-source in, norm-result out: lower case, letters and
      *    digits only - spacing and punctuation fall away. bytes
      *    past plain ASCII are kept as they are, so a message in
      *    accented letters doesn't normalise to nothing.

           move spaces to norm-result.
           move 1 to norm-pointer.

           move function lower-case(norm-source) to norm-source.
           move function length(function trim(norm-source trailing))
               to norm-len.

           perform varying norm-idx from 1 by 1
               until norm-idx > norm-len

               move norm-source(norm-idx:1) to norm-char

               if ((norm-char >= "a" and norm-char <= "z")
                   or (norm-char >= "0" and norm-char <= "9")
                   or norm-char > x"7F")
                   move norm-char to norm-result(norm-pointer:1)
                   add 1 to norm-pointer
               end-if

           end-perform.

           .

       report-repeat-post.

      *    turned away through the same re-display as a field
      *    error - the visitor's text stays in the form, and the
      *    message says where the first one went.

           move "n" to fields-valid.
           move repeat-of-id to repeat-id-display.

           perform varying error-idx from 1 by 1
               until error-idx > 10
               or error-field-name(error-idx) = spaces
           end-perform.

           if (error-idx <= 10)
               move "message" to error-field-name(error-idx)
               move spaces to error-message(error-idx)
               string "thank you - this is already in the guestbook "
                       delimited by size
                   "as entry #" delimited by size
                   function trim(repeat-id-display) delimited by size
                   ", so it was not added again" delimited by size
                   into error-message(error-idx)
               end-string
           end-if.

           perform report-validation-failure.

           .

       note-copied-entries.

      *    held whatever the word list said, and the copied ids put
      *    beside whatever words it matched.

           move "y" to entry-held.

           move 1 to held-pointer.

           if (matched-words not = spaces)
               move function length(function trim(matched-words
                   trailing)) to held-pointer
               add 1 to held-pointer
               string "; " delimited by size
                   into matched-words with pointer held-pointer
               end-string
           end-if.

           string "same text as " delimited by size
               function trim(copy-ids trailing) delimited by size
               into matched-words with pointer held-pointer
           end-string.

           .

       screen-message.

           move posted-message to screen-text.

           call 'wordscreen' using screen-text matched-words
               entry-held.

           .

       record-screen-words.

           .

       record-book-of-entry.

      *    only an entry outside the original book needs a line -
      *    bookstore skips "main" itself. like the photo link, a
      *    line that can't be written is not a reason to fail the
      *    visitor's POST.

           move "assign" to book-op.
           move gb-id to book-entry-id.
           move wanted-book to book-code.
           call 'bookstore' using book-op book-entry-id book-code
               book-title book-moderated book-active book-ok.

           .

       record-photo-link.

      *    ties the saved upload to the entry it arrived with - one

           .

       record-email-address.

      *    handed to emailstore, which keeps it against the entry
      *    and mints the unsubscribe key the reply mail will carry.
      *    like the photo link, a line that can't be written costs
      *    the visitor the reply mail, never the entry.

           if (function trim(posted-email) not = spaces
               and function trim(posted-consent) = "y")

               move "add" to email-op
               move gb-id to email-entry-id
               move function trim(posted-email) to email-address
               move spaces to email-key
               call 'emailstore' using email-op email-entry-id
                   email-address email-key email-ok

           end-if.

           .

       record-edit-link.

      *    editstore mints the key for the visitor's private edit
      *    link. like the photo link, a key that can't be written
      *    costs the visitor the link, never the entry.

           move "add" to edit-op.
           move gb-id to edit-entry-id.
           move spaces to edit-key edit-until.
           move "n" to edit-ok.
           call 'editstore' using edit-op edit-entry-id edit-key
               edit-until edit-ok.

           .

       purge-page-cache.

      *    the book just changed - every cached rendering of it is
