      *    uploads list, the same POST-redirect-GET shape
      *    guestbookmod answers with. the registry is rewritten
      *    through uploads.new the same way uploadsweep rebuilds it.
      *    a file whose first bytes don't match its extension
      *    (ur-signature "n", see uploadreg.cpy) is refused unless
      *    the form's override box is ticked by an admin account -
      *    and an override that goes through is a security.log
      *    line.

       01 upload-reg-name    pic x(255) value "uploads.dat".
       01 upload-reg-status  pic x(2).

       01 wanted-name        pic x(90).
       01 name-found         pic x(1).
       01 name-refused       pic x(1).
       01 name-overridden    pic x(1).
       01 posted-override    pic x(90) value spaces.
       01 override-allowed   pic x(1).

      *    the signed-in account the dispatcher published, and the
      *    userstore "role" call that says whether it is an admin -
      *    sized to userstore's own linkage, see the CALL-sizing
      *    note in getquery.
       01 session-user       pic x(30).
       01 user-op            pic x(7).
       01 role-user          pic x(30).
       01 role-answer        pic x(90).
       01 role-found         pic x(1).

      *    scratch pair for the seclog call - sized to seclog's own
      *    linkage, see the CALL-sizing note in getquery.
       01 sec-event          pic x(10).
       01 sec-account        pic x(30).
       01 field-idx          pic s9(4) comp.

      *    scratch trio for the formtoken call, plus the token the

           move query-value(1) to wanted-name.

           move spaces to posted-override.

           perform varying field-idx from 1 by 1 until field-idx > 20

               if (function trim(query-value-name(field-idx)) =
                   move query-value(field-idx) to posted-token
               end-if

               if (function trim(query-value-name(field-idx)) =
                   "override")
                   move query-value(field-idx) to posted-override
               end-if

           end-perform.

      *    the form token is judged first - same gate the other
               goback
           end-if.

           perform judge-override.

           perform rewrite-registry.

           if (name-found not = "y")
               goback
           end-if.

           if (name-refused = "y")
               perform report-type-mismatch
               goback
           end-if.

           if (name-overridden = "y")
               move "OVERRIDE" to sec-event
               move wanted-name to sec-account
               call 'seclog' using sec-event sec-account
           end-if.

           move "303" to redirect-code.
           move "/uploads" to redirect-location.


       goback.

       judge-override.

           move "n" to override-allowed.

           if (function trim(posted-override) = "y")

               move spaces to session-user
               accept session-user from environment "COW_SESSION_USER"

               move "role" to user-op
               move session-user to role-user
               move spaces to role-answer
               move "n" to role-found

               call 'userstore' using user-op role-user role-answer
                   role-found

               if (role-found = "y"
                   and function trim(role-answer) = "admin")
                   move "y" to override-allowed
               end-if

           end-if.

           .

       rewrite-registry.

      *    a registry that won't open (or a keep file that won't
      *    - nothing half-rewritten ever replaces the live file.

           move "n" to name-found.
           move "n" to name-refused.
           move "n" to name-overridden.

           open input uploadregfile.

                       if (function trim(ur-name) =
                           function trim(wanted-name))
                           move "y" to name-found
                           perform approve-this-line
                       end-if

                       move uploadreg-record to keep-record
                   close keepfile
                   close uploadregfile

                   if (name-found = "y" and name-refused = "n")
                       perform replace-registry
                   end-if


           .

       approve-this-line.

           if (ur-signature = "n" and ur-status = "Q")
               if (override-allowed = "y")
                   move "A" to ur-status
                   move "y" to name-overridden
               else
                   move "y" to name-refused
               end-if
           else
               move "A" to ur-status
           end-if.

           .

       replace-registry.

           open input keepfile.

           .

       report-type-mismatch.

           move "409" to not-found-code.
           move "Conflict" to not-found-reason.
           call 'webheader' using not-found-code
               not-found-reason no-content-type.

           display "<b>Cobol-on-Wheelchair error:</b> the file's "
               "contents do not match its type - only an admin "
               "override can approve it".

           .

       report-bad-token.

           move "403" to not-found-code.
