       identification division.
       program-id. accountadd.

       data division.
       working-storage section.

       01 posted-username    pic x(90) value spaces.
       01 posted-role        pic x(90) value spaces.
       01 posted-password    pic x(90) value spaces.
       01 field-idx          pic s9(4) comp.

       01 problem-text       pic x(90).
       01 username-rule      pic x(90) value
           "a username is 1 to 30 letters, digits, . - or _".
       01 value-len          pic s9(4) comp.
       01 char-idx           pic s9(4) comp.
       01 one-char           pic x(1).

      *    scratch for the userstore and seclog calls - sized to
      *    their own linkage, see the CALL-sizing note in getquery.
       01 user-op            pic x(7).
       01 user-name          pic x(30).
       01 user-text          pic x(90).
       01 user-ok            pic x(1).
       01 sec-event          pic x(10).
       01 sec-account        pic x(30).

      *    scratch trio for the formtoken call, plus the token the
      *    POST carried - sized to formtoken's own linkage, see the
      *    CALL-sizing note in getquery.
       01 token-op           pic x(7).
       01 token-value        pic x(32).
       01 token-ok           pic x(1).
       01 posted-token       pic x(90) value spaces.

       01 the-vars.

          03  COW-vars OCCURS 99 times.

            05 COW-varname       pic x(99).
            05 COW-varvalue      pic x(99).

       01 template-name     pic x(255).

       01 error-code         pic x(3).
       01 error-reason       pic x(30).
       01 no-content-type    pic x(60) value spaces.

       01 redirect-code      pic x(3).
       01 redirect-location  pic x(255).

       linkage section.

       01 the-values.

          05 query-values           occurs 20 times.
            10 query-value-name     pic x(90).
            10 query-value          pic x(90).

       procedure division using the-values.

      *    POST /accounts, admin-gated in routes.dat - adds one
      *    staff account off the /accounts screen and bounces back
      *    to it. userstore writes the row (in the "reset" state,
      *    so the first password is only ever a handover), seclog
      *    records it.

           move spaces to problem-text.

           move spaces to posted-username posted-role posted-password
               posted-token.

           perform varying field-idx from 1 by 1 until field-idx > 20

               if (function trim(query-value-name(field-idx)) =
                   "token")
                   move query-value(field-idx) to posted-token
               end-if

               if (function trim(query-value-name(field-idx)) =
                   "username")
                   move function trim(query-value(field-idx))
                       to posted-username
               end-if

               if (function trim(query-value-name(field-idx)) =
                   "role")
                   move function lower-case(function trim(
                       query-value(field-idx))) to posted-role
               end-if

               if (function trim(query-value-name(field-idx)) =
                   "password")
                   move query-value(field-idx) to posted-password
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

           perform judge-username.

           if (problem-text = spaces)
               perform judge-role-word
           end-if.

           if (problem-text = spaces)

               move function length(function trim(posted-password))
                   to value-len

               if (value-len < 8)
                   move "the password must be at least 8 characters"
                       to problem-text
               end-if

           end-if.

           if (problem-text = spaces)
               perform create-the-account
           end-if.

           if (problem-text not = spaces)

               move "400" to error-code
               move "Bad Request" to error-reason
               call 'webheader' using error-code
                   error-reason no-content-type

               display "<b>Cobol-on-Wheelchair error:</b> "
                   function trim(problem-text)

               goback

           end-if.

           move "303" to redirect-code.
           move "/accounts" to redirect-location.

           call 'webredirect' using redirect-code redirect-location.

       goback.

       judge-username.

      *    letters, digits, dot, dash and underscore, up to 30 - a
      *    name is a users.dat key, a sessions.dat owner and a
      *    security-log word, and has to stay one word in all three.

           move function length(function trim(posted-username))
               to value-len.

           if (posted-username = spaces or value-len > 30)
               move username-rule to problem-text
           else
               perform varying char-idx from 1 by 1
                   until char-idx > value-len

                   move posted-username(char-idx:1) to one-char

                   if not ((one-char >= "a" and one-char <= "z")
                       or (one-char >= "A" and one-char <= "Z")
                       or (one-char >= "0" and one-char <= "9")
                       or one-char = "." or one-char = "-"
                       or one-char = "_")
                       move username-rule to problem-text
                   end-if

               end-perform
           end-if.

           .

       judge-role-word.

      *    same one-word rule accountdo holds a role change to.

           move function length(function trim(posted-role))
               to value-len.

           if (posted-role = spaces or value-len > 10)
               move "a role is one word of up to 10 letters"
                   to problem-text
           else
               perform varying char-idx from 1 by 1
                   until char-idx > value-len

                   move posted-role(char-idx:1) to one-char

                   if (one-char < "a" or one-char > "z")
                       move "a role is one word of up to 10 letters"
                           to problem-text
                   end-if

               end-perform
           end-if.

           .

       create-the-account.

           move "create" to user-op.
           move posted-username to user-name.
           move posted-password to user-text.
           move "n" to user-ok.

           call 'userstore' using user-op user-name user-text
               user-ok.

           if (user-ok not = "y")
               move "that username is taken (or users.dat is full)"
                   to problem-text
           else

               move "ACCTADD" to sec-event
               move posted-username to sec-account
               call 'seclog' using sec-event sec-account

               if (function trim(posted-role) not = "staff")
                   move "setrole" to user-op
                   move posted-username to user-name
                   move posted-role to user-text
                   move "n" to user-ok
                   call 'userstore' using user-op user-name
                       user-text user-ok
                   move "ACCTROLE" to sec-event
                   call 'seclog' using sec-event sec-account
               end-if

           end-if.

           .

       report-bad-token.

           move "403" to error-code.
           move "Forbidden" to error-reason.
           call 'webheader' using error-code
               error-reason no-content-type.

           move spaces to the-vars.
           move "pagetitle" to COW-varname(1).
           move "Form expired" to COW-varvalue(1).

           move "badtoken.cow" to template-name.
           call 'cowtemplate' using the-vars template-name "n".

           .

       end program accountadd.
