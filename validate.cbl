       01  limit-display     pic z(3).
       01  one-message       pic x(90).

      *    the "e" (email address) shape check - one "@" with
      *    something in front of it, a dot somewhere inside the part
      *    after it, and no blanks or "|" anywhere (a "|" would split
      *    any side-file line the address is written into). it only
      *    catches the typo, not a dead mailbox.
       01  at-count          pic s9(4) comp.
       01  bad-char-count    pic s9(4) comp.
       01  at-pos            pic s9(4) comp.
       01  dot-count         pic s9(4) comp.
       01  domain-len        pic s9(4) comp.

       linkage section.

       01 the-values.
               move "must be a number" to one-message
           end-if.

           if (one-message = spaces
               and rule-charset(rule-idx) = "e"
               and value-len > 0)
               perform judge-email-shape
           end-if.

           if (one-message not = spaces)

               move "n" to all-valid

           .

       judge-email-shape.

           move 0 to at-count bad-char-count at-pos dot-count.

           inspect found-value(1:value-len) tallying
               at-count for all "@"
               bad-char-count for all " "
               bad-char-count for all "|".

           if (at-count = 1)
               inspect found-value(1:value-len) tallying
                   at-pos for characters before initial "@"
           end-if.

           compute domain-len = value-len - at-pos - 1.

           if (at-count = 1 and at-pos > 0 and domain-len > 2)
               inspect found-value(at-pos + 2:domain-len) tallying
                   dot-count for all "."
           end-if.

           if (at-count not = 1
               or bad-char-count > 0
               or at-pos = 0
               or domain-len < 3
               or dot-count = 0)
               move "must be an email address" to one-message
           else
               if (found-value(at-pos + 2:1) = "."
                   or found-value(value-len:1) = ".")
                   move "must be an email address" to one-message
               end-if
           end-if.

           .

       end program validate.
