       identification division.
       program-id. noticesave.

       data division.
       working-storage section.

       01 posted-id          pic x(90) value spaces.
       01 posted-text        pic x(90) value spaces.
       01 posted-from        pic x(90) value spaces.
       01 posted-until       pic x(90) value spaces.
       01 posted-lang        pic x(90) value spaces.
       01 posted-index       pic x(90) value spaces.
       01 posted-list        pic x(90) value spaces.
       01 posted-form        pic x(90) value spaces.
       01 field-idx          pic s9(4) comp.

       01 problem-text       pic x(90).
       01 value-len          pic s9(4) comp.
       01 char-idx           pic s9(4) comp.
       01 one-char           pic x(1).

      *    a posted date, yyyy-mm-dd or yyyymmdd, and what it came
      *    to - date-ok "n" when it is not a real day.
       01 date-posted        pic x(90).
       01 date-result        pic x(8).
       01 date-number        pic 9(8).
       01 date-ok            pic x(1).
       01 now-raw            pic x(21).
       01 page-pointer       pic s9(4) comp.

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

      *    POST /notices, staff-gated in routes.dat - adds a pinned
      *    notice, or with an id replaces that one, and bounces back
      *    to /notices. noticestore writes it and purges the page
      *    cache, so the public pages show the change at once.

           move spaces to problem-text.

           move spaces to posted-id posted-text posted-from
               posted-until posted-lang posted-index posted-list
               posted-form posted-token.

           perform varying field-idx from 1 by 1 until field-idx > 20

               evaluate function trim(query-value-name(field-idx))
                   when "token"
                       move query-value(field-idx) to posted-token
                   when "id"
                       move function trim(query-value(field-idx))
                           to posted-id
                   when "text"
                       move query-value(field-idx) to posted-text
                   when "from"
                       move function trim(query-value(field-idx))
                           to posted-from
                   when "until"
                       move function trim(query-value(field-idx))
                           to posted-until
                   when "lang"
                       move function trim(query-value(field-idx))
                           to posted-lang
                   when "onindex"
                       move query-value(field-idx) to posted-index
                   when "onlist"
                       move query-value(field-idx) to posted-list
                   when "onform"
                       move query-value(field-idx) to posted-form
               end-evaluate

           end-perform.

           move "check" to token-op.
           move posted-token to token-value.
           move "n" to token-ok.

           call 'formtoken' using token-op token-value token-ok.

           if (token-ok not = "y")
               perform report-bad-token
               goback
           end-if.

           perform judge-id.

           if (problem-text = spaces)
               perform judge-text
           end-if.

           if (problem-text = spaces)
               perform judge-dates
           end-if.

           if (problem-text = spaces)
               perform judge-language
           end-if.

           if (problem-text = spaces)
               perform judge-pages
           end-if.

           if (problem-text = spaces)
               perform save-the-notice
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
           move "/notices" to redirect-location.

           call 'webredirect' using redirect-code redirect-location.

       goback.

       judge-id.

      *    blank is a new notice; anything else must be the number
      *    the edit form carried.

           move 0 to notice-id.

           move function length(function trim(posted-id))
               to value-len.

           if (posted-id not = spaces)
               if (value-len > 4
                   or posted-id(1:value-len) not numeric)
                   move "that is not a notice number" to problem-text
               else
                   move function numval(posted-id) to notice-id
               end-if
           end-if.

           .

       judge-text.

           if (posted-text = spaces)
               move "a notice needs some text" to problem-text
           end-if.

      *    the text lands in a "|"-delimited line - a "|" typed into
      *    it would shift the fields.

           inspect posted-text replacing all "|" by "/".

           .

       judge-dates.

      *    a blank "from" is today; a blank "until" is no end.

           move function current-date to now-raw.

           if (posted-from = spaces)
               move now-raw(1:8) to notice-from
           else
               move posted-from to date-posted
               perform take-posted-date
               if (date-ok = "n")
                   move "from is a date, yyyy-mm-dd" to problem-text
               else
                   move date-result to notice-from
               end-if
           end-if.

           move spaces to notice-until.

           if (problem-text = spaces and posted-until not = spaces)
               move posted-until to date-posted
               perform take-posted-date
               if (date-ok = "n")
                   move "until is a date, yyyy-mm-dd" to problem-text
               else
                   move date-result to notice-until
               end-if
           end-if.

           if (problem-text = spaces and notice-until not = spaces
               and notice-until < notice-from)
               move "until comes before from" to problem-text
           end-if.

           .

       take-posted-date.

           move "n" to date-ok.
           move spaces to date-result.

           move function length(function trim(date-posted))
               to value-len.

           if (value-len = 10
               and date-posted(5:1) = "-" and date-posted(8:1) = "-")
               string date-posted(1:4) delimited by size
                   date-posted(6:2) delimited by size
                   date-posted(9:2) delimited by size
                   into date-result
               end-string
           end-if.

           if (value-len = 8)
               move date-posted(1:8) to date-result
           end-if.

           if (date-result not = spaces and date-result numeric)
               move date-result to date-number
               if (function test-date-yyyymmdd(date-number) = 0)
                   move "y" to date-ok
               end-if
           end-if.

           .

       judge-language.

      *    a language code the way the LANG cookie carries it - a
      *    few lower-case letters, blank for every visitor.

           move function lower-case(posted-lang) to posted-lang.

           move function length(function trim(posted-lang))
               to value-len.

           if (posted-lang not = spaces)

               if (value-len > 8)
                   move "a language is a code such as en or pl"
                       to problem-text
               else
                   perform varying char-idx from 1 by 1
                       until char-idx > value-len
                       move posted-lang(char-idx:1) to one-char
                       if (one-char < "a" or one-char > "z")
                           move "a language is a code such as en or pl"
                               to problem-text
                       end-if
                   end-perform
               end-if

           end-if.

           move posted-lang to notice-lang.

           .

       judge-pages.

           move spaces to notice-pages.
           move 1 to page-pointer.

           if (posted-index = "y")
               string "i" delimited by size
                   into notice-pages with pointer page-pointer
               end-string
           end-if.

           if (posted-list = "y")
               string "l" delimited by size
                   into notice-pages with pointer page-pointer
               end-string
           end-if.

           if (posted-form = "y")
               string "f" delimited by size
                   into notice-pages with pointer page-pointer
               end-string
           end-if.

           if (notice-pages = spaces)
               move "tick at least one page to show the notice on"
                   to problem-text
           end-if.

           .

       save-the-notice.

           move "save" to notice-op.
           move posted-text to notice-text.
           move "n" to notice-ok.

           call 'noticestore' using notice-op notice-id notice-from
               notice-until notice-lang notice-pages notice-text
               notice-ok.

           if (notice-ok not = "y")
               move "that notice could not be saved" to problem-text
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

       end program noticesave.
