               record key is gbr-key
               file status is reply-file-status.

           select notifyqfile
               assign to notify-queue-name
               file status is notify-queue-status
               organization is sequential.

       data division.
       file section.
       fd  guestbookfile.
       fd  replyfile.
           copy gbreply.

       fd  notifyqfile.
           copy notifyq.

       working-storage section.

       01 guestbook-file-name    pic x(255) value "guestbook.dat".

       01 reply-file-name        pic x(255) value "gbreply.dat".
       01 reply-file-status      pic x(2).

       01 notify-queue-name      pic x(255) value "notifyq.dat".
       01 notify-queue-status    pic x(2).
       01 notify-now-raw         pic x(21).
      *    scratch for the cowconfig lookups - the preset VALUE above
      *    is the default; cow.config overrides it when the key is
      *    present.
       01 cache-op             pic x(7).
       01 cache-call-name      pic x(255).

      *    scratch for the emailstore call - sized to emailstore's
      *    own linkage, see the CALL-sizing note in getquery.
       01 email-op             pic x(7).
       01 email-entry-id       pic 9(6).
       01 email-address        pic x(80).
       01 email-key            pic x(16).
       01 email-ok             pic x(1).


       01 redirect-code     pic x(3).
       01 redirect-location pic x(255).

           perform purge-page-cache.

           perform queue-reply-notice.

           move parent-id to parent-id-display.

           move spaces to redirect-location.

           .

       queue-reply-notice.

      *    the visitor who left an address (and ticked the consent
      *    box) hears about the reply - one "REPLY" record onto the
      *    outbound queue, riding the shape the way notifyfail's
      *    "FAIL" does: the marker in nq-entry-id, the entry being
      *    answered in nq-name, the reply itself in nq-excerpt.
      *    notifysend looks the address up again when it sends, so
      *    an unsubscribe in between still stops the mail. like the
      *    new-entry notice, a queue problem is swallowed - the
      *    reply stands whether or not the mail does.

           move "get" to email-op.
           move parent-id to email-entry-id.
           move spaces to email-address.
           move spaces to email-key.
           call 'emailstore' using email-op email-entry-id
               email-address email-key email-ok.

           if (email-ok = "y")

               move "notify-queue" to config-key
               call 'cowconfig' using config-key notify-queue-name

               move function current-date to notify-now-raw

               move spaces to notifyq-record
               move "N" to nq-status
               move notify-now-raw(1:14) to nq-stamp
               move "REPLY " to nq-entry-id
               move parent-id to nq-name(1:6)
               move gbr-message(1:120) to nq-excerpt

               open extend notifyqfile

               if (notify-queue-status not = "00")
                   open output notifyqfile
               end-if

               if (notify-queue-status = "00")
                   write notifyq-record
                   close notifyqfile
               end-if

           end-if.

           .

       report-bad-token.

           move "403" to not-found-code.
