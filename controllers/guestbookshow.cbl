       01 token-value        pic x(32).
       01 token-ok           pic x(1).

      *    scratch for the categorystore calls - sized to
      *    categorystore's own linkage, see the CALL-sizing note in
      *    getquery.
       01 category-op       pic x(7).
       01 category-entry-id pic 9(6).
       01 category-codes    pic x(60).
       01 category-text     pic x(200).
       01 category-ok       pic x(1).

      *    the signed-in account - set only on the auth-gated staff
      *    row, blank for every visitor on the public one.
       01 session-user      pic x(30).

       copy cowrow.

       01 the-vars.

               perform load-photo-tag

      *    the categories are staff bookkeeping - the public page
      *    carries neither them nor the form that sets them.
               move spaces to session-user
               accept session-user from environment
                   "COW_SESSION_USER"

               if (session-user not = spaces)
                   perform load-categories
               end-if

               move "pagetitle" to COW-varname(5)
               move "Guestbook Entry" to COW-varvalue(5)

               move "token" to COW-varname(7)
               move token-value to COW-varvalue(7)

               if (session-user not = spaces)
                   move "guestbookshowstaff.cow" to template-name
               else
                   move "guestbookshow.cow" to template-name
               end-if
               call 'cowtemplate' using the-vars template-name "y"

           end-if.

           .

       load-categories.

      *    the staff categories form under the reply form, on the
      *    staff row only - the entry's codes pre-filled, the
      *    register's codes beside it as the hint.
      *    guestbookcategory (auth-gated) takes it.

           move "load" to category-op.
           move gb-id to category-entry-id.
           call 'categorystore' using category-op category-entry-id
               category-codes category-text category-ok.

           move "of" to category-op.
           call 'categorystore' using category-op category-entry-id
               category-codes category-text category-ok.

           move "categories" to COW-varname(9).
           move category-codes to COW-varvalue(9).

           move "legend" to category-op.
           call 'categorystore' using category-op category-entry-id
               category-codes category-text category-ok.

           move "categorylegend" to COW-varname(10).
           move category-text to COW-varvalue(10).

           .

       add-reply-row.

           add 1 to reply-count.
