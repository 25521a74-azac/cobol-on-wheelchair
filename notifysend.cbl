               file status is mailbox-status
               organization is line sequential.

           select visitormailfile
               assign to visitor-mailbox-name
               file status is visitor-mailbox-status
               organization is line sequential.

           select reportfile
               assign to report-file-name
               file status is report-file-status
               organization is line sequential.

           select deliverylogfile
               assign to delivery-log-name
               file status is delivery-log-status
               organization is line sequential.

       data division.
       file section.
       fd  notifyqfile.
       fd  mailboxfile.
       01  mailbox-record pic x(250).

       fd  visitormailfile.
       01  visitor-mail-record pic x(250).

       fd  reportfile.
       01  report-record pic x(250).

       fd  deliverylogfile.
       01  delivery-log-record pic x(250).

       working-storage section.

      *    cron-run drain of the queue guestbookadd fills: each "N"
      *    may not have gone out, so a resumed run never mails it
      *    again - it reports the record as in doubt and retires it,
      *    which is the no-duplicate-mails half of the bargain.
      *    "REPLY" records (guestbookreply's notice that staff
      *    answered an entry) go to the visitor's own address through
      *    the visitor drop instead - see send-reply-notice.
      *    "REPORT" records (reportdist's deliveries off the report
      *    distribution list) go to the staff mailbox with the
      *    print file inlined - see send-report-delivery.

       01 notify-queue-name    pic x(255) value "notifyq.dat".
       01 notify-queue-status  pic x(2).
       01 mailbox-name         pic x(255) value "mailout.txt".
       01 mailbox-status       pic x(2).

      *    reply notices go to the visitor, not to staff - a drop of
      *    their own, each mail headed with its To: line, so the
      *    staff mailbox never carries a visitor's address and the
      *    mailer that picks the drop up knows where each one goes.
      *    a drop that can't be opened leaves the REPLY records "N"
      *    for the next run rather than losing them.
       01 visitor-mailbox-name   pic x(255) value "visitormail.txt".
       01 visitor-mailbox-status pic x(2).
       01 visitor-mailbox-open   pic x(1) value "n".
       01 site-base-url        pic x(255) value "http://localhost".

      *    the report being inlined, and the delivery log every
      *    report mail is written to - the line that shows a report
      *    went out (reportdist writes the QUEUED half).
       01 report-file-name     pic x(255).
       01 report-file-status   pic x(2).
       01 delivery-log-name    pic x(255) value "reportlog.dat".
       01 delivery-log-status  pic x(2).
       01 delivery-event       pic x(10).
       01 log-line             pic x(250).

      *    scratch for the cowconfig lookups - the preset VALUEs are
      *    the defaults; cow.config overrides them when the keys are
      *    present.
       01 sent-count           pic 9(6) value 0.
       01 doubt-count          pic 9(6) value 0.
       01 skipped-count        pic 9(6) value 0.
       01 reply-sent-count     pic 9(6) value 0.
       01 withdrawn-count      pic 9(6) value 0.
       01 report-sent-count    pic 9(6) value 0.
       01 count-display        pic z(6).

       01 mail-line            pic x(250).
       01 now-raw              pic x(21).

      *    scratch for the emailstore call - sized to emailstore's
      *    own linkage, see the CALL-sizing note in getquery.
       01 email-op             pic x(7).
       01 email-entry-id       pic 9(6).
       01 email-address        pic x(80).
       01 email-key            pic x(16).
       01 email-ok             pic x(1).

       procedure division.

           call 'cowconfig' using config-key notify-queue-name.
           move "staff-mailbox" to config-key.
           call 'cowconfig' using config-key mailbox-name.
           move "visitor-mailbox" to config-key.
           call 'cowconfig' using config-key visitor-mailbox-name.
           move "site-base-url" to config-key.
           call 'cowconfig' using config-key site-base-url.
           move "report-delivery-log" to config-key.
           call 'cowconfig' using config-key delivery-log-name.

           open i-o notifyqfile.

               goback
           end-if.

           open extend visitormailfile.

           if (visitor-mailbox-status not = "00")
               open output visitormailfile
           end-if.

           if (visitor-mailbox-status = "00")
               move "y" to visitor-mailbox-open
           else
               display "notifysend: cannot write "
                   function trim(visitor-mailbox-name)
                   " (file status " visitor-mailbox-status
                   ") - reply notices left queued"
           end-if.

           read notifyqfile.

           perform until notify-queue-status not = "00"
               evaluate nq-status

                   when "N"
                       evaluate nq-entry-id
                           when "REPLY "
                               perform send-reply-notice
                           when "REPORT"
                               perform send-report-delivery
                           when other
                               perform send-one-notification
                       end-evaluate

                   when "P"
                       perform retire-in-doubt
           end-perform.

           close mailboxfile.
           if (visitor-mailbox-open = "y")
               close visitormailfile
           end-if.
           close notifyqfile.

           perform mark-picked-as-sent.
           display "notifysend: mailed " function trim(count-display)
               " notifications to " function trim(mailbox-name).

           if (report-sent-count > 0)
               move report-sent-count to count-display
               display "notifysend: mailed "
                   function trim(count-display)
                   " reports to " function trim(mailbox-name)
           end-if.

           if (reply-sent-count > 0 or withdrawn-count > 0)
               move reply-sent-count to count-display
               display "notifysend: mailed "
                   function trim(count-display)
                   " reply notices to "
                   function trim(visitor-mailbox-name)
               move withdrawn-count to count-display
               display "notifysend: " function trim(count-display)
                   " reply notices dropped - address withdrawn"
           end-if.

           if (doubt-count > 0)
               move doubt-count to count-display
               display "notifysend: " function trim(count-display)

           .

       send-reply-notice.

      *    the same pick-then-mail order as a staff notice. the
      *    address is looked up now, not when the reply was queued,
      *    so a visitor who unsubscribed in between gets nothing -
      *    the record is simply retired with the rest.

           if (visitor-mailbox-open not = "y")
               add 1 to skipped-count
           else

               move "P" to nq-status

               rewrite notifyq-record

               move "get" to email-op
               move spaces to email-address
               move spaces to email-key
               move "n" to email-ok

               if (nq-name(1:6) numeric)
                   move nq-name(1:6) to email-entry-id
                   call 'emailstore' using email-op email-entry-id
                       email-address email-key email-ok
               end-if

               if (email-ok = "y")
                   perform write-reply-mail
                   add 1 to reply-sent-count
               else
                   add 1 to withdrawn-count
               end-if

           end-if.

           .

       write-reply-mail.

           move spaces to mail-line.
           string "To: " delimited by size
               function trim(email-address) delimited by size
               into mail-line
           end-string.
           move mail-line to visitor-mail-record.
           write visitor-mail-record.

           move spaces to mail-line.
           string "Subject: a reply to your guestbook entry #"
                   delimited by size
               email-entry-id delimited by size
               into mail-line
           end-string.
           move mail-line to visitor-mail-record.
           write visitor-mail-record.

           move spaces to mail-line.
           string "Our staff replied: " delimited by size
               function trim(nq-excerpt) delimited by size
               into mail-line
           end-string.
           move mail-line to visitor-mail-record.
           write visitor-mail-record.

           move spaces to mail-line.
           string "Read it with your entry: " delimited by size
               function trim(site-base-url) delimited by size
               "/guestbook/" delimited by size
               email-entry-id delimited by size
               into mail-line
           end-string.
           move mail-line to visitor-mail-record.
           write visitor-mail-record.

           move spaces to mail-line.
           string "To stop these emails and delete your address: "
                   delimited by size
               function trim(site-base-url) delimited by size
               "/guestbook/unsubscribe/" delimited by size
               email-entry-id delimited by size
               "/" delimited by size
               function trim(email-key) delimited by size
               into mail-line
           end-string.
           move mail-line to visitor-mail-record.
           write visitor-mail-record.

           move "---" to visitor-mail-record.
           write visitor-mail-record.

           .

       send-report-delivery.

      *    the same pick-then-mail order again. the print file is
      *    read now, as it stands when the mail is written; one the
      *    mail cannot read still sends the mail, saying so, so the
      *    recipients know a report was due and went missing.

           move "P" to nq-status.

           rewrite notifyq-record.

           move spaces to report-file-name.
           move nq-name(13:48) to report-file-name.

           move spaces to mail-line.
           string "To: " delimited by size
               function trim(nq-excerpt) delimited by size
               into mail-line
           end-string.
           move mail-line to mailbox-record.
           write mailbox-record.

           move spaces to mail-line.
           string "Subject: scheduled report " delimited by size
               function trim(nq-name(1:12)) delimited by size
               " - " delimited by size
               function trim(report-file-name) delimited by size
               into mail-line
           end-string.
           move mail-line to mailbox-record.
           write mailbox-record.

           open input reportfile.

           if (report-file-status = "00")

               read reportfile

               perform until report-file-status not = "00"

      *    a report line of its own "---" would read as the end of
      *    this mail to whatever splits the drop, so it is indented.

                   if (report-record = "---")
                       move "  ---" to mailbox-record
                   else
                       move report-record to mailbox-record
                   end-if

                   write mailbox-record

                   read reportfile

               end-perform

               close reportfile

               move "SENT" to delivery-event

           else

               move spaces to mail-line
               string "The report file " delimited by size
                   function trim(report-file-name) delimited by size
                   " could not be read (file status "
                       delimited by size
                   report-file-status delimited by size
                   ") - nothing is attached." delimited by size
                   into mail-line
               end-string
               move mail-line to mailbox-record
               write mailbox-record

               move "UNREADABLE" to delivery-event

           end-if.

           move "---" to mailbox-record.
           write mailbox-record.

           add 1 to report-sent-count.

           perform append-delivery-log.

           .

       append-delivery-log.

           move function current-date to now-raw.

           move spaces to log-line.

           string now-raw(1:14) delimited by size
               "|" delimited by size
               function trim(nq-name(1:12)) delimited by size
               "|" delimited by size
               function trim(report-file-name) delimited by size
               "|" delimited by size
               function trim(nq-excerpt) delimited by size
               "|" delimited by size
               function trim(delivery-event) delimited by size
               into log-line
           end-string.

           open extend deliverylogfile.

           if (delivery-log-status not = "00")
               open output deliverylogfile
           end-if.

           if (delivery-log-status = "00")
               move log-line to delivery-log-record
               write delivery-log-record
               close deliverylogfile
           end-if.

           .

       mark-picked-as-sent.

      *    second pass: every "P" left by this run's own drain has
