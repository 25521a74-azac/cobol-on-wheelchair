       identification division.
       program-id. noticeretire.

       data division.
       working-storage section.

      *    scratch for the noticestore call - sized to noticestore's
      *    own linkage, see the CALL-sizing note in getquery.
       01 notice-op          pic x(7).
       01 notice-id          pic 9(4).
       01 notice-from        pic x(8).
       01 notice-until       pic x(8).
       01 notice-lang        pic x(8).
       01 notice-pages       pic x(3).
       01 notice-text        pic x(90).
       01 notice-ok          pic x(1).

       01 wanted-id          pic x(90).
       01 wanted-len         pic s9(4) comp.
       01 field-idx          pic s9(4) comp.

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

       01 not-found-code     pic x(3).
       01 not-found-reason   pic x(30).
       01 no-content-type    pic x(60) value spaces.

       01 redirect-code      pic x(3).
       01 redirect-location  pic x(255).

       linkage section.

       01 the-values.

          05 query-values           occurs 20 times.
            10 query-value-name     pic x(90).
            10 query-value          pic x(90).

       procedure division using the-values.

      *    POST /notices/retire/%id, staff-gated in routes.dat -
      *    takes one notice off the public pages at once (it stays
      *    on file, marked retired) and bounces back to /notices.

           move function trim(query-value(1)) to wanted-id.

           move spaces to posted-token.

           perform varying field-idx from 1 by 1 until field-idx > 20

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

           move "n" to notice-ok.

           move function length(function trim(wanted-id))
               to wanted-len.

           if (wanted-id not = spaces and wanted-len <= 4
               and wanted-id(1:wanted-len) numeric)

               move "retire" to notice-op
               move function numval(wanted-id) to notice-id
               move spaces to notice-from notice-until notice-lang
                   notice-pages notice-text

               call 'noticestore' using notice-op notice-id
                   notice-from notice-until notice-lang notice-pages
                   notice-text notice-ok

           end-if.

           if (notice-ok not = "y")

               move "404" to not-found-code
               move "Not Found" to not-found-reason
               call 'webheader' using not-found-code
                   not-found-reason no-content-type

               display "<b>Cobol-on-Wheelchair error:</b> "
                   "no notice #" function trim(wanted-id)

               goback

           end-if.

           move "303" to redirect-code.
           move "/notices" to redirect-location.

           call 'webredirect' using redirect-code redirect-location.

       goback.

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

       end program noticeretire.
