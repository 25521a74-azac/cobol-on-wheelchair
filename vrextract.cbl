*> ***********************************************



       identification division.
       program-id. vrextract.

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

           select photofile
               assign to photo-file-name
               file status is photo-file-status
               organization is line sequential.

           select auditfile
               assign to audit-file-name
               file status is audit-file-status
               organization is line sequential.

           select extractfile
               assign to extract-file-name
               file status is extract-file-status
               organization is sequential.

           select controlfile
               assign to control-file-name
               file status is control-file-status
               organization is line sequential.

           select ackfile
               assign to ack-file-name
               file status is ack-file-status
               organization is line sequential.

       data division.
       file section.
       fd  guestbookfile.
           copy guestbook.

       fd  replyfile.
           copy gbreply.

       fd  photofile.
           copy gbphoto.

       fd  auditfile.
           copy gbauditrec.

       fd  extractfile.
           copy vrextrec.

       fd  controlfile.
       01  control-line pic x(120).

       fd  ackfile.
       01  ack-line pic x(120).

       working-storage section.

      *    the nightly hand-over to the visitor-relations system: a
      *    fixed-width file (see vrextrec.cpy) of every entry
      *    approved or otherwise changed since the last batch, for
      *    their side to load instead of re-keying the book.
      *    "changed" is read off the audit trail - any line for the
      *    entry inside the batch's window - plus any staff reply
      *    written in it, since the reply count travels too. an
      *    entry still pending whose only line in the window is its
      *    own ADD has not been approved yet and waits for the batch
      *    its APPROVE lands in; the very first batch, with no
      *    earlier one to follow on from, is every approved entry
      *    in the book.
      *
      *    the control file holds the last batch cut, one line:
      *    "sequence|window from|window to|cut date|records|hash|
      *    acknowledged" - the window is two audit stamps, from
      *    included and to not, so one batch starts exactly where
      *    the last one stopped. their side acknowledges a batch by
      *    putting "sequence|records|hash" (its trailer, echoed) in
      *    the acknowledgement file. until that line turns up, every
      *    run sends the same batch again - the same sequence and
      *    the same window, so nothing is skipped and nothing goes
      *    twice under two numbers - and says so through notifyfail.
      *    the details of a resent batch are read fresh, so an entry
      *    changed again since goes with its latest values.

       01 guestbook-file-name    pic x(255) value "guestbook.dat".
       01 guestbook-file-status  pic x(2).
       01 reply-file-name        pic x(255) value "gbreply.dat".
       01 reply-file-status      pic x(2).
       01 photo-file-name        pic x(255) value "gbphoto.dat".
       01 photo-file-status      pic x(2).
       01 audit-file-name        pic x(255) value "gbaudit.dat".
       01 audit-file-status      pic x(2).
       01 extract-file-name      pic x(255) value "vrextract.dat".
       01 extract-file-status    pic x(2).
       01 control-file-name      pic x(255) value "vrcontrol.dat".
       01 control-file-status    pic x(2).
       01 ack-file-name          pic x(255) value "vrack.dat".
       01 ack-file-status        pic x(2).

      *    scratch for the cowconfig lookups - the preset VALUEs
      *    above are the defaults; cow.config overrides them when
      *    the keys are present.
       01 config-key             pic x(30).

      *    scratch pair for the notifyfail call - sized to
      *    notifyfail's own linkage, see the CALL-sizing note in
      *    getquery.
       01 fail-source            pic x(60) value "vrextract".
       01 fail-detail            pic x(120).

       01 now-raw                pic x(21).
       01 today-date             pic x(8).

      *    the last batch, off the control file.
       01 have-control           pic x(1) value "n".
       01 ctl-sequence           pic 9(6).
       01 ctl-from               pic x(14).
       01 ctl-to                 pic x(14).
       01 ctl-date               pic x(8).
       01 ctl-count              pic 9(8).
       01 ctl-hash               pic 9(15).
       01 ctl-acked              pic x(1).
       01 parse-fields.
          05 parse-field         pic x(20) occurs 7 times.

       01 ack-sequence           pic x(20).
       01 ack-count              pic x(20).
       01 ack-hash               pic x(20).
       01 ack-mismatch           pic x(1) value "n".

      *    the batch this run writes.
       01 batch-sequence         pic 9(6).
       01 batch-from             pic x(14).
       01 batch-to               pic x(14).
       01 batch-date             pic x(8).
       01 batch-from-date        pic x(8).
       01 batch-to-date          pic x(8).
       01 full-load              pic x(1) value "n".
       01 resending              pic x(1) value "n".

      *    the entries going in the batch, kept in id order as they
      *    are found. te-approved-seen is "y" once anything other
      *    than the entry's own ADD has been seen for it. one row
      *    more than the 5000 used, so the search can always look
      *    one past the end.
       01 touched-table.
          05 touched-entry occurs 5001 times.
             10 te-id            pic 9(6).
             10 te-approved-seen pic x(1).
       01 touched-used           pic s9(4) comp value 0.
       01 touched-idx            pic s9(4) comp.
       01 touched-found          pic s9(4) comp.
       01 shift-idx              pic s9(4) comp.
       01 wanted-id              pic 9(6).
       01 wanted-seen            pic x(1).
       01 touched-dropped        pic 9(6) value 0.

       01 photo-table.
          05 photo-id            pic 9(6) occurs 5000 times.
       01 photo-used             pic s9(4) comp value 0.
       01 photo-idx              pic s9(4) comp.

       01 guestbook-open         pic x(1) value "n".
       01 reply-open             pic x(1) value "n".
       01 reply-date             pic x(8).
       01 reply-tally            pic 9(4).

       01 detail-count           pic 9(8) value 0.
       01 hash-total             pic 9(15) value 0.
       01 skipped-pending        pic 9(6) value 0.

       01 count-display          pic z(7)9.
       01 sequence-display       pic z(5)9.

       procedure division.

           move "guestbook-file" to config-key.
           call 'cowconfig' using config-key guestbook-file-name.
           move "reply-file" to config-key.
           call 'cowconfig' using config-key reply-file-name.
           move "photo-file" to config-key.
           call 'cowconfig' using config-key photo-file-name.
           move "audit-file" to config-key.
           call 'cowconfig' using config-key audit-file-name.
           move "vr-extract-file" to config-key.
           call 'cowconfig' using config-key extract-file-name.
           move "vr-control-file" to config-key.
           call 'cowconfig' using config-key control-file-name.
           move "vr-ack-file" to config-key.
           call 'cowconfig' using config-key ack-file-name.

           move function current-date to now-raw.
           move now-raw(1:8) to today-date.

           perform read-control-file.

           if (have-control = "y" and ctl-acked not = "y")
               perform read-ack-file
           end-if.

           perform choose-batch.

           if (full-load = "y")
               perform collect-whole-book
           else
               perform collect-from-audit
               perform collect-from-replies
           end-if.

           perform load-photo-ids.

           perform write-extract-file.

           if (extract-file-status not = "00")
               display "vrextract: cannot write "
                   function trim(extract-file-name)
                   " (file status " extract-file-status ")"
               move 8 to return-code
               goback
           end-if.

           perform write-control-file.

           if (control-file-status not = "00")
               display "vrextract: cannot write "
                   function trim(control-file-name)
                   " (file status " control-file-status ")"
               move 8 to return-code
               goback
           end-if.

           perform report-batch.

           move 0 to return-code.

       goback.

       read-control-file.

           open input controlfile.

           if (control-file-status = "00")

               read controlfile

               if (control-file-status = "00"
                   and control-line not = spaces)

                   move spaces to parse-field(1) parse-field(2)
                       parse-field(3) parse-field(4) parse-field(5)
                       parse-field(6) parse-field(7)

                   unstring control-line delimited by "|"
                       into parse-field(1) parse-field(2)
                           parse-field(3) parse-field(4)
                           parse-field(5) parse-field(6)
                           parse-field(7)
                   end-unstring

                   move "y" to have-control
                   move function numval(parse-field(1))
                       to ctl-sequence
                   move parse-field(2) to ctl-from
                   move parse-field(3) to ctl-to
                   move parse-field(4) to ctl-date
                   move function numval(parse-field(5)) to ctl-count
                   move function numval(parse-field(6)) to ctl-hash
                   move parse-field(7) to ctl-acked

               end-if

               close controlfile

           end-if.

           .

       read-ack-file.

      *    one "sequence|records|hash" line per batch their side has
      *    loaded; only the line for the last batch cut matters, and
      *    it only counts when the figures match what was sent.

           open input ackfile.

           if (ack-file-status = "00")

               read ackfile

               perform until ack-file-status not = "00"
                   or ctl-acked = "y"

                   move spaces to ack-sequence ack-count ack-hash

                   unstring ack-line delimited by "|"
                       into ack-sequence ack-count ack-hash
                   end-unstring

                   if (function trim(ack-sequence) is numeric
                       and function numval(ack-sequence)
                           = ctl-sequence)

                       if (function trim(ack-count) is numeric
                           and function trim(ack-hash) is numeric
                           and function numval(ack-count) = ctl-count
                           and function numval(ack-hash) = ctl-hash)
                           move "y" to ctl-acked
                       else
                           move "y" to ack-mismatch
                       end-if

                   end-if

                   read ackfile

               end-perform

               close ackfile

           end-if.

           .

       choose-batch.

           evaluate true

               when have-control = "n"
                   move 1 to batch-sequence
                   move all "0" to batch-from
                   move now-raw(1:14) to batch-to
                   move today-date to batch-date
                   move "y" to full-load

               when ctl-acked = "y"
                   if (ctl-sequence >= 999999)
                       move 1 to batch-sequence
                   else
                       compute batch-sequence = ctl-sequence + 1
                   end-if
                   move ctl-to to batch-from
                   move now-raw(1:14) to batch-to
                   move today-date to batch-date

               when other
                   move "y" to resending
                   move ctl-sequence to batch-sequence
                   move ctl-from to batch-from
                   move ctl-to to batch-to
                   move ctl-date to batch-date
                   if (ctl-from = all "0")
                       move "y" to full-load
                   end-if

           end-evaluate.

           move batch-from(1:8) to batch-from-date.
           move batch-to(1:8) to batch-to-date.

           .

       collect-whole-book.

           open input guestbookfile.

           if (guestbook-file-status = "00")

               read guestbookfile next record

               perform until guestbook-file-status not = "00"

                   if (gb-status = "A" or gb-status = spaces)
                       move gb-id to wanted-id
                       move "y" to wanted-seen
                       perform note-touched-entry
                   end-if

                   read guestbookfile next record

               end-perform

               close guestbookfile

           end-if.

           .

       collect-from-audit.

           open input auditfile.

           if (audit-file-status = "00")

               read auditfile

               perform until audit-file-status not = "00"

                   if (ga-stamp >= batch-from
                       and ga-stamp < batch-to
                       and ga-entry-id is numeric)

                       move ga-entry-id to wanted-id

                       if (ga-op = "ADD")
                           move "n" to wanted-seen
                       else
                           move "y" to wanted-seen
                       end-if

                       perform note-touched-entry

                   end-if

                   read auditfile

               end-perform

               close auditfile

           end-if.

           .

       collect-from-replies.

      *    replies carry a date, not a stamp - a reply counts in the
      *    batch whose window starts on or before its day and ends
      *    after it, so the nightly batch takes yesterday's replies
      *    and a second run the same day takes none twice.

           open input replyfile.

           if (reply-file-status = "00")

               read replyfile next record

               perform until reply-file-status not = "00"

                   move spaces to reply-date

                   string gbr-created-date(1:4) delimited by size
                       gbr-created-date(6:2) delimited by size
                       gbr-created-date(9:2) delimited by size
                       into reply-date
                   end-string

                   if (reply-date >= batch-from-date
                       and reply-date < batch-to-date)
                       move gbr-parent-id to wanted-id
                       move "y" to wanted-seen
                       perform note-touched-entry
                   end-if

                   read replyfile next record

               end-perform

               close replyfile

           end-if.

           .

       note-touched-entry.

      *    the table stays in id order - an id is found, or slotted
      *    in where it belongs with the rest shifted up one.

           move 0 to touched-found.

           perform varying touched-idx from 1 by 1
               until touched-idx > touched-used
               or touched-found > 0
               or te-id(touched-idx) > wanted-id

               if (te-id(touched-idx) = wanted-id)
                   move touched-idx to touched-found
               end-if

           end-perform.

           if (touched-found > 0)

               if (wanted-seen = "y")
                   move "y" to te-approved-seen(touched-found)
               end-if

           else

               if (touched-used >= 5000)
                   add 1 to touched-dropped
               else

                   perform varying shift-idx from touched-used by -1
                       until shift-idx < touched-idx
                       move touched-entry(shift-idx)
                           to touched-entry(shift-idx + 1)
                   end-perform

                   add 1 to touched-used
                   move wanted-id to te-id(touched-idx)
                   move wanted-seen to te-approved-seen(touched-idx)

               end-if

           end-if.

           .

       load-photo-ids.

           open input photofile.

           if (photo-file-status = "00")

               read photofile

               perform until photo-file-status not = "00"
                   or photo-used >= 5000

                   if (gp-entry-id is numeric)
                       add 1 to photo-used
                       move gp-entry-id to photo-id(photo-used)
                   end-if

                   read photofile

               end-perform

               close photofile

           end-if.

           .

       write-extract-file.

           open output extractfile.

           if (extract-file-status not = "00")
               goback
           end-if.

           move spaces to vr-header-record.
           move "H" to vrh-type.
           move batch-date to vrh-run-date.
           move batch-sequence to vrh-sequence.
           move batch-from to vrh-window-from.
           move batch-to to vrh-window-to.

           write vr-header-record.

           open input guestbookfile.

           if (guestbook-file-status = "00")
               move "y" to guestbook-open
           end-if.

           open input replyfile.

           if (reply-file-status = "00")
               move "y" to reply-open
           end-if.

           perform varying touched-idx from 1 by 1
               until touched-idx > touched-used

               perform write-one-detail

           end-perform.

           if (guestbook-open = "y")
               close guestbookfile
           end-if.

           if (reply-open = "y")
               close replyfile
           end-if.

           move spaces to vr-trailer-record.
           move "T" to vrt-type.
           move detail-count to vrt-record-count.
           move hash-total to vrt-hash-total.

           write vr-trailer-record.

           close extractfile.

           .

       write-one-detail.

           move spaces to vr-detail-record.
           move "D" to vrd-type.
           move te-id(touched-idx) to vrd-entry-id.
           move "D" to vrd-status.
           move "n" to vrd-photo.
           move 0 to vrd-reply-count.

           move te-id(touched-idx) to gb-id.
           move "23" to guestbook-file-status.

           if (guestbook-open = "y")
               read guestbookfile key is gb-id
                   invalid key move "23" to guestbook-file-status
               end-read
           end-if.

           if (guestbook-file-status = "00")

               move gb-name to vrd-name
               move gb-created-date to vrd-date
               move gb-message to vrd-message

               if (gb-status = spaces)
                   move "A" to vrd-status
               else
                   move gb-status to vrd-status
               end-if

               perform find-photo-flag
               perform count-entry-replies

           end-if.

           if (vrd-status = "P"
               and te-approved-seen(touched-idx) not = "y")
               add 1 to skipped-pending
           else
               write vr-detail-record
               add 1 to detail-count
               add te-id(touched-idx) to hash-total
           end-if.

           .

       find-photo-flag.

           perform varying photo-idx from 1 by 1
               until photo-idx > photo-used
               or vrd-photo = "y"

               if (photo-id(photo-idx) = vrd-entry-id)
                   move "y" to vrd-photo
               end-if

           end-perform.

           .

       count-entry-replies.

           move 0 to reply-tally.

           move vrd-entry-id to gbr-parent-id.
           move 0 to gbr-seq.
           move "23" to reply-file-status.

           if (reply-open = "y")
               start replyfile key is >= gbr-key
                   invalid key
                       move "23" to reply-file-status
               end-start
           end-if.

           if (reply-file-status = "00")

               read replyfile next record

               perform until reply-file-status not = "00"
                   or gbr-parent-id not = vrd-entry-id

                   add 1 to reply-tally

                   read replyfile next record

               end-perform

           end-if.

           move reply-tally to vrd-reply-count.

           .

       write-control-file.

      *    the batch just written becomes the one to acknowledge - a
      *    resend keeps its own figures, which are recounted and may
      *    have moved if an entry left the book since.

           open output controlfile.

           if (control-file-status not = "00")
               goback
           end-if.

           move spaces to control-line.

           string batch-sequence delimited by size
               "|" delimited by size
               batch-from delimited by size
               "|" delimited by size
               batch-to delimited by size
               "|" delimited by size
               batch-date delimited by size
               "|" delimited by size
               detail-count delimited by size
               "|" delimited by size
               hash-total delimited by size
               "|n" delimited by size
               into control-line
           end-string.

           write control-line.

           close controlfile.

           .

       report-batch.

           if (have-control = "y" and resending = "n")
               move ctl-sequence to sequence-display
               display "vrextract: batch "
                   function trim(sequence-display) " acknowledged"
           end-if.

           move batch-sequence to sequence-display.
           move detail-count to count-display.

           display "vrextract: batch "
               function trim(sequence-display)
               " cut " batch-date
               " - " function trim(count-display)
               " entries to " function trim(extract-file-name).

           if (skipped-pending > 0)
               move skipped-pending to count-display
               display "vrextract: " function trim(count-display)
                   " new entries still pending, left for a later"
                   " batch"
           end-if.

      *    a window with more changes than the table holds is no
      *    night this book has seen; the ones over are left out and
      *    said so loudly - removing the control file makes the
      *    next batch a full reload of the book.

           if (touched-dropped > 0)
               move touched-dropped to count-display
               move spaces to fail-detail
               string "visitor-relations batch " delimited by size
                   function trim(sequence-display) delimited by size
                   " left out changed entries past the 5000 it holds"
                       delimited by size
                   into fail-detail
               end-string
               display "vrextract: " function trim(count-display)
                   " " function trim(fail-detail)
               call 'notifyfail' using fail-source fail-detail
           end-if.

           if (resending = "y")

               move spaces to fail-detail

               if (ack-mismatch = "y")
                   string "visitor-relations batch "
                           delimited by size
                       function trim(sequence-display)
                           delimited by size
                       " acknowledged with the wrong count or hash"
                           delimited by size
                       " - sent again" delimited by size
                       into fail-detail
                   end-string
               else
                   string "visitor-relations batch "
                           delimited by size
                       function trim(sequence-display)
                           delimited by size
                       " (cut " delimited by size
                       batch-date delimited by size
                       ") not acknowledged yet - sent again"
                           delimited by size
                       into fail-detail
                   end-string
               end-if

               display "vrextract: " function trim(fail-detail)

               call 'notifyfail' using fail-source fail-detail

           end-if.

           .

       end program vrextract.
