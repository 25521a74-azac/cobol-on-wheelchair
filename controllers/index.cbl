
       01 template-name     pic x(255).

      *    the page code noticeshow picks today's pinned notices
      *    by - it fills slots 91-99 of the-vars.
       01 notice-page       pic x(1).


       procedure division.

           move "pagetitle" to COW-varname(1).
           move "Home" to COW-varvalue(1).

           move "i" to notice-page.
           call 'noticeshow' using notice-page the-vars.

           move "index.cow" to template-name.
           call 'cowtemplate' using the-vars template-name "y".

