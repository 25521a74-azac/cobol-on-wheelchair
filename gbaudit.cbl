      *    guestbookadd, guestbookdelete and guestbookmod all CALL
      *    here rather than each keeping its own idea of the layout.
      *    append-only: the browse page and any investigation read
      *    it, and only an erasure (gbprivacy) ever rewrites it.
      *    every line is sealed onto the one before it - the file
      *    is read through to pick up the last line's check value
      *    first, so the chain follows the file itself and never a
      *    remembered copy that could drift from it.

       01 audit-file-name    pic x(255) value "gbaudit.dat".
       01 audit-file-status  pic x(2).

       01 now-raw            pic x(21).
       01 remote-addr-value  pic x(40).
       01 session-user-value pic x(30).
      *    scratch trio for the auditseal call - sized to
      *    auditseal's own linkage, see the CALL-sizing note in
      *    getquery.
       01 seal-image         pic x(654).
       01 previous-check     pic x(32).
       01 line-check         pic x(32).

       linkage section.



           accept remote-addr-value from environment "REMOTE_ADDR".
           move spaces to session-user-value.
           accept session-user-value
               from environment "COW_SESSION_USER".

           perform find-previous-check.

           move function current-date to now-raw.

           move audit-entry-id to ga-entry-id.
           move audit-before to ga-before.
           move audit-after to ga-after.
           move session-user-value to ga-user.

           move gbaudit-record(1:654) to seal-image.
           call 'auditseal' using seal-image previous-check
               line-check.
           move line-check to ga-check.

           open extend auditfile.


       goback.

       find-previous-check.

      *    no file yet (or an empty one) starts the chain from a
      *    blank check value, the same as a pre-chain line would.

           move spaces to previous-check.

           open input auditfile.

           if (audit-file-status = "00")

               read auditfile

               perform until audit-file-status not = "00"
                   move ga-check to previous-check
                   read auditfile
               end-perform

               close auditfile

           end-if.

           .

       end program gbaudit.
