       identification division.
       program-id. accountlist.

       data division.
       working-storage section.

      *    every staff account in users.dat, one row per account
      *    with its role, its state and the actions an admin takes
      *    on it - so a new front-desk login, a role change or a
      *    leaver's lock-out is a form here instead of a hand edit
      *    of users.dat and a userhash run. userstore's "list" op
      *    loads the rows; the row layout stays its business.

      *    scratch for the userstore call - sized to userstore's own
      *    linkage, see the CALL-sizing note in getquery.
       01 user-op            pic x(7).
       01 user-name          pic x(30).
       01 user-text          pic x(90).
       01 user-ok            pic x(1).

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

       procedure division.

      *    the auth gate in front of this route is routes.dat's "y"
      *    column (role admin - who may sign in is not front desk
      *    business).

           move spaces to the-vars.

           move "list" to user-op.
           move spaces to user-name.
           move spaces to user-text.
           move "n" to user-ok.

           call 'userstore' using user-op user-name user-text
               user-ok.

           move "count" to rows-op.
           move 0 to rows-num.
           call 'cowrows' using rows-op rows-num the-row.

           move "count" to COW-varname(1).
           move rows-num to count-display.
           move function trim(count-display) to COW-varvalue(1).

           move "emptymessage" to COW-varname(2).

           if (rows-num = 0)
               move "(no accounts)" to COW-varvalue(2)
           else
               move spaces to COW-varvalue(2)
           end-if.

           move "pagetitle" to COW-varname(3).
           move "Staff accounts" to COW-varvalue(3).

      *    one token covers every form on this render - accountdo
      *    and accountadd spend it and bounce back here, which
      *    re-lists the accounts with a fresh one.
           move "mint" to token-op.
           move spaces to token-value.
           call 'formtoken' using token-op token-value token-ok.

           move "token" to COW-varname(4).
           move token-value to COW-varvalue(4).

           move "accounts.cow" to template-name.
           call 'cowtemplate' using the-vars template-name "y".

       goback.

       end program accountlist.
