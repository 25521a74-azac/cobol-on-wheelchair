       identification division.
       program-id. blockadd.

       data division.
       working-storage section.

       01 posted-addr        pic x(90) value spaces.
       01 posted-days        pic x(90) value spaces.
       01 posted-reason      pic x(90) value spaces.
       01 field-idx          pic s9(4) comp.

       01 problem-text       pic x(90).
       01 value-len          pic s9(4) comp.
       01 char-idx           pic s9(4) comp.
       01 one-char           pic x(1).
       01 own-addr           pic x(40).

       01 block-days         pic 9(4).
       01 now-raw            pic x(21).
       01 today-date         pic 9(8).
       01 until-int          pic s9(8) comp.
       01 until-date         pic 9(8).

      *    scratch for the blockstore and seclog calls - sized to
      *    their own linkage, see the CALL-sizing note in getquery.
       01 block-op           pic x(7).
       01 block-addr         pic x(40).
       01 block-until        pic x(8).
       01 block-reason       pic x(60).
       01 block-ok           pic x(1).
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

      *    POST /blocks, admin-gated in routes.dat - puts one
      *    address (or prefix) on the block list for so many days
      *    and bounces back to /blocks. blockstore writes it,
      *    seclog records it.

           move spaces to problem-text.

           move spaces to posted-addr posted-days posted-reason
               posted-token.

           perform varying field-idx from 1 by 1 until field-idx > 20

               if (function trim(query-value-name(field-idx)) =
                   "token")
                   move query-value(field-idx) to posted-token
               end-if

               if (function trim(query-value-name(field-idx)) =
                   "addr")
                   move function trim(query-value(field-idx))
                       to posted-addr
               end-if

               if (function trim(query-value-name(field-idx)) =
                   "days")
                   move function trim(query-value(field-idx))
                       to posted-days
               end-if

               if (function trim(query-value-name(field-idx)) =
                   "reason")
                   move query-value(field-idx) to posted-reason
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

           perform judge-address.

           if (problem-text = spaces)
               perform judge-days
           end-if.

           if (problem-text = spaces)
               perform add-the-block
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
           move "/blocks" to redirect-location.

           call 'webredirect' using redirect-code redirect-location.

       goback.

       judge-address.

      *    digits, hex letters, dots and colons (IPv4 or IPv6), with
      *    an optional "*" as the very last character for a prefix.
      *    a bare "*" would block everybody, this admin included.

           move function length(function trim(posted-addr))
               to value-len.

           if (posted-addr = spaces or value-len > 40)
               move "an address is up to 40 characters"
                   to problem-text
           else
               perform judge-address-chars
           end-if.

           .

       judge-address-chars.

           perform varying char-idx from 1 by 1
               until char-idx > value-len

               move posted-addr(char-idx:1) to one-char

               if not ((one-char >= "0" and one-char <= "9")
                   or (one-char >= "a" and one-char <= "f")
                   or (one-char >= "A" and one-char <= "F")
                   or one-char = "." or one-char = ":"
                   or (one-char = "*" and char-idx = value-len
                       and value-len > 1))
                   move "that is not an address or address prefix"
                       to problem-text
               end-if

           end-perform.

      *    blocking the address this very request came from would
      *    lock the admin out of the screen that lifts it.

           accept own-addr from environment "REMOTE_ADDR".

           if (problem-text = spaces
               and function trim(own-addr) not = spaces)

               if (posted-addr(value-len:1) = "*")
                   if (own-addr(1:value-len - 1) =
                       posted-addr(1:value-len - 1))
                       move "that would block your own address"
                           to problem-text
                   end-if
               else
                   if (function trim(own-addr) =
                       function trim(posted-addr))
                       move "that would block your own address"
                           to problem-text
                   end-if
               end-if

           end-if.

           .

       judge-days.

      *    0 (or blank) is a block with no expiry; anything else is
      *    a count of days, today included.

           move 0 to block-days.

           move function length(function trim(posted-days))
               to value-len.

           if (posted-days not = spaces)
               if (value-len > 4
                   or posted-days(1:value-len) not numeric)
                   move "days is a whole number, 0 for no expiry"
                       to problem-text
               else
                   move function numval(posted-days) to block-days
               end-if
           end-if.

           .

       add-the-block.

           move spaces to block-until.

           if (block-days > 0)
               move function current-date to now-raw
               move function numval(now-raw(1:8)) to today-date
               compute until-int =
                   function integer-of-date(today-date)
                   + block-days - 1
               move function date-of-integer(until-int)
                   to until-date
               move until-date to block-until
           end-if.

           if (posted-reason = spaces)
               move "(no reason given)" to posted-reason
           end-if.

      *    the reason lands in a "|"-delimited line - a "|" typed
      *    into it would shift the fields.

           inspect posted-reason replacing all "|" by "/".

           move "add" to block-op.
           move posted-addr to block-addr.
           move posted-reason to block-reason.
           move "n" to block-ok.

           call 'blockstore' using block-op block-addr block-until
               block-reason block-ok.

           if (block-ok not = "y")
               move "the block list could not be written"
                   to problem-text
           else
               move "BLOCK" to sec-event
               move posted-addr to sec-account
               call 'seclog' using sec-event sec-account
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

       end program blockadd.
