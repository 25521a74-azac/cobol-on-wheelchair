*> ***********************************************



       identification division.
       program-id. noticeshow.

       data division.
       working-storage section.

      *    puts today's pinned notices for one public page into the
      *    caller's template variables - views/pinned.cow, spliced
      *    into the home page, the guestbook list and the form by
      *    {{>pinned.cow}}, shows up to three of them. slots 91-99
      *    are left to this program by every controller rendering
      *    one of those views: for notice n, "noticeopen<n>" and
      *    "noticeclose<n>" carry the markup around it and
      *    "notice<n>" its text, all three blank when there is no
      *    n'th notice - a slot left unset would show the
      *    {{placeholder}} itself. the visitor's language is the one
      *    cowlang holds for this request, and noticestore decides
      *    which notices that is.

      *    scratch for the noticestore and cowlang calls - sized to
      *    their own linkage, see the CALL-sizing note in getquery.
       01 notice-op          pic x(7).
       01 notice-id          pic 9(4).
       01 notice-from        pic x(8).
       01 notice-until       pic x(8).
       01 notice-lang        pic x(8).
       01 notice-pages       pic x(3).
       01 notice-text        pic x(90).
       01 notice-ok          pic x(1).
       01 lang-op            pic x(7).

       01 slot-base          pic s9(4) comp.
       01 slot-number        pic 9(1).

       linkage section.

      *    notice-page is "i" (home), "l" (guestbook list or search)
      *    or "f" (sign-the-guestbook form).
       01 notice-page        pic x(1).

       01 the-vars.

          03  COW-vars OCCURS 99 times.

            05 COW-varname       pic x(99).
            05 COW-varvalue      pic x(99).

       procedure division using notice-page the-vars.

           move "get" to lang-op.
           move spaces to notice-lang.
           call 'cowlang' using lang-op notice-lang.

           move "y" to notice-ok.

           perform varying notice-id from 1 by 1
               until notice-id > 3

               compute slot-base = 88 + notice-id * 3
               move notice-id to slot-number

               move spaces to COW-varname(slot-base)
               string "noticeopen" delimited by size
                   slot-number delimited by size
                   ":raw" delimited by size
                   into COW-varname(slot-base)
               end-string

               move spaces to COW-varname(slot-base + 1)
               string "notice" delimited by size
                   slot-number delimited by size
                   into COW-varname(slot-base + 1)
               end-string

               move spaces to COW-varname(slot-base + 2)
               string "noticeclose" delimited by size
                   slot-number delimited by size
                   ":raw" delimited by size
                   into COW-varname(slot-base + 2)
               end-string

               move spaces to COW-varvalue(slot-base)
                   COW-varvalue(slot-base + 1)
                   COW-varvalue(slot-base + 2)

      *    once one ordinal comes back empty, so would every later
      *    one - no sense reading the file again for them.

               if (notice-ok = "y")

                   move "live" to notice-op
                   move notice-page to notice-pages
                   move spaces to notice-text
                   move "n" to notice-ok

                   call 'noticestore' using notice-op notice-id
                       notice-from notice-until notice-lang
                       notice-pages notice-text notice-ok

                   if (notice-ok = "y")
                       move '<p class="notice"><b>'
                           to COW-varvalue(slot-base)
                       move notice-text to COW-varvalue(slot-base + 1)
                       move "</b></p>" to COW-varvalue(slot-base + 2)
                   end-if

               end-if

           end-perform.

       goback.

       end program noticeshow.
