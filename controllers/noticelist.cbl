       identification division.
       program-id. noticelist.

       data division.
       working-storage section.

      *    the pinned notices, newest first, each with an edit link
      *    and a retire action, and the form that adds one. ?id=
      *    loads that notice into the form instead - the edit link
      *    lands here with it, and saving posts the id back, the
      *    same pre-fill shape blocklist keeps for ?addr=.
      *    noticestore's "list" op loads the rows.

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

       01 wanted-id          pic x(90) value spaces.
       01 wanted-len         pic s9(4) comp.
       01 field-idx          pic s9(4) comp.
       01 date-text          pic x(10).
       01 raw-date           pic x(8).
       01 id-display         pic z(3)9.

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
      *    column.

           move spaces to the-vars.

           perform varying field-idx from 1 by 1 until field-idx > 20

               if (function trim(query-value-name(field-idx)) = "id")
                   move function trim(query-value(field-idx))
                       to wanted-id
               end-if

           end-perform.

           move "list" to notice-op.
           move 0 to notice-id.
           move spaces to notice-from notice-until notice-lang
               notice-pages notice-text.
           move "n" to notice-ok.

           call 'noticestore' using notice-op notice-id notice-from
               notice-until notice-lang notice-pages notice-text
               notice-ok.

           move "count" to rows-op.
           move 0 to rows-num.
           call 'cowrows' using rows-op rows-num the-row.

           move "count" to COW-varname(1).
           move rows-num to count-display.
           move function trim(count-display) to COW-varvalue(1).

           move "emptymessage" to COW-varname(2).

           if (rows-num = 0)
               move "(no notices yet)" to COW-varvalue(2)
           else
               move spaces to COW-varvalue(2)
           end-if.

           move "pagetitle" to COW-varname(3).
           move "Pinned notices" to COW-varvalue(3).

      *    one token covers every form on this render - noticesave
      *    and noticeretire spend it and bounce back here.
           move "mint" to token-op.
           move spaces to token-value.
           call 'formtoken' using token-op token-value token-ok.

           move "token" to COW-varname(4).
           move token-value to COW-varvalue(4).

           perform load-edited-notice.

           move "formtitle" to COW-varname(5).
           move "editid" to COW-varname(6).
           move "edittext" to COW-varname(7).
           move "editfrom" to COW-varname(8).
           move "edituntil" to COW-varname(9).
           move "editlang" to COW-varname(10).
           move "checkindex" to COW-varname(11).
           move "checklist" to COW-varname(12).
           move "checkform" to COW-varname(13).

           if (notice-ok = "y")

               move notice-id to id-display
               move spaces to COW-varvalue(5)
               string "Edit notice #" delimited by size
                   function trim(id-display) delimited by size
                   into COW-varvalue(5)
               end-string
               move function trim(id-display) to COW-varvalue(6)
               move notice-text to COW-varvalue(7)

               move notice-from to date-text
               perform format-form-date
               move date-text to COW-varvalue(8)

               move notice-until to date-text
               perform format-form-date
               move date-text to COW-varvalue(9)

               move notice-lang to COW-varvalue(10)

               if (notice-pages(1:1) = "i" or notice-pages(2:1) = "i"
                   or notice-pages(3:1) = "i")
                   move "checked" to COW-varvalue(11)
               end-if

               if (notice-pages(1:1) = "l" or notice-pages(2:1) = "l"
                   or notice-pages(3:1) = "l")
                   move "checked" to COW-varvalue(12)
               end-if

               if (notice-pages(1:1) = "f" or notice-pages(2:1) = "f"
                   or notice-pages(3:1) = "f")
                   move "checked" to COW-varvalue(13)
               end-if

           else

      *    a new notice starts out on every page - the usual case
      *    is "the guestbook is closed over the holidays".

               move "New notice" to COW-varvalue(5)
               move "checked" to COW-varvalue(11)
               move "checked" to COW-varvalue(12)
               move "checked" to COW-varvalue(13)

           end-if.

           move "notices.cow" to template-name.
           call 'cowtemplate' using the-vars template-name "y".

       goback.

       load-edited-notice.

      *    an id that is not a number, or names no notice, just
      *    leaves the form blank for a new one.

           move "n" to notice-ok.

           move function length(function trim(wanted-id))
               to wanted-len.

           if (wanted-id not = spaces and wanted-len <= 4
               and wanted-id(1:wanted-len) numeric)

               move "get" to notice-op
               move function numval(wanted-id) to notice-id

               call 'noticestore' using notice-op notice-id
                   notice-from notice-until notice-lang notice-pages
                   notice-text notice-ok

           end-if.

           .

       format-form-date.

      *    yyyymmdd off the file, yyyy-mm-dd the way the form takes
      *    it back.

           if (date-text(1:8) not = spaces)
               move date-text(1:8) to raw-date
               move spaces to date-text
               string raw-date(1:4) delimited by size
                   "-" delimited by size
                   raw-date(5:2) delimited by size
                   "-" delimited by size
                   raw-date(7:2) delimited by size
                   into date-text
               end-string
           end-if.

           .

       end program noticelist.
