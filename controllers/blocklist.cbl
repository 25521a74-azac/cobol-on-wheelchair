       identification division.
       program-id. blocklist.

       data division.
       working-storage section.

      *    the address block list, one row per block with a lift
      *    action, and the form that adds one. ?addr= pre-fills the
      *    form - the "block this address" links on the audit page
      *    and in accessreport's top addresses land here with it,
      *    so a block always takes a reason and an expiry from a
      *    person rather than going in off a single click.
      *    blockstore's "list" op loads the rows.

       01 block-op           pic x(7).
       01 block-addr         pic x(40).
       01 block-until        pic x(8).
       01 block-reason       pic x(60).
       01 block-ok           pic x(1).

       01 prefill-addr       pic x(90) value spaces.
       01 field-idx          pic s9(4) comp.

      *    scratch pair for the cowrows call - see the CALL-sizing
      *    note in getquery for why properly sized fields, never
      *    literals, go into a CALL.
       01 rows-op            pic x(7).
       01 rows-num           pic s9(4) comp.
       01 count-display      pic z(6).

      *    scratch trio for the formtoken call - sized to
      *    formtoken's own linkage, see the CALL-sizing note in
      *    getquery.
       01 token-op           pic x(7).
       01 token-value        pic x(32).
       01 token-ok           pic x(1).

       copy cowrow.

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

      *    the auth gate in front of this route is routes.dat's "y"
      *    column (role admin).

           move spaces to the-vars.

           perform varying field-idx from 1 by 1 until field-idx > 20

               if (function trim(query-value-name(field-idx)) =
                   "addr")
                   move function trim(query-value(field-idx))
                       to prefill-addr
               end-if

           end-perform.

           move "list" to block-op.
           move spaces to block-addr block-until block-reason.
           move "n" to block-ok.

           call 'blockstore' using block-op block-addr block-until
               block-reason block-ok.

           move "count" to rows-op.
           move 0 to rows-num.
           call 'cowrows' using rows-op rows-num the-row.

           move "count" to COW-varname(1).
           move rows-num to count-display.
           move function trim(count-display) to COW-varvalue(1).

           move "emptymessage" to COW-varname(2).

           if (rows-num = 0)
               move "(no addresses blocked)" to COW-varvalue(2)
           else
               move spaces to COW-varvalue(2)
           end-if.

           move "pagetitle" to COW-varname(3).
           move "Blocked addresses" to COW-varvalue(3).

      *    one token covers every form on this render - blockadd
      *    and blocklift spend it and bounce back here.
           move "mint" to token-op.
           move spaces to token-value.
           call 'formtoken' using token-op token-value token-ok.

           move "token" to COW-varname(4).
           move token-value to COW-varvalue(4).

           move "prefill" to COW-varname(5).
           move prefill-addr to COW-varvalue(5).

           move "blocks.cow" to template-name.
           call 'cowtemplate' using the-vars template-name "y".

       goback.

       end program blocklist.
