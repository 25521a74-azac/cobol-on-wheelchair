             10 ring-stamp     pic x(14).
             10 ring-addr      pic x(40).
             10 ring-op        pic x(10).
             10 ring-user      pic x(30).
             10 ring-id        pic x(6).
             10 ring-before    pic x(200).
             10 ring-after     pic x(200).
           move ga-stamp to ring-stamp(ring-pos).
           move ga-addr to ring-addr(ring-pos).
           move ga-op to ring-op(ring-pos).
           move ga-user to ring-user(ring-pos).
           move ga-entry-id to ring-id(ring-pos).

           move ga-before to gbaudit-image-scratch.
           move ring-before(walk-pos) to row-col-value(5).
           move "after" to row-col-name(6).
           move ring-after(walk-pos) to row-col-value(6).
           move "user" to row-col-name(7).
           move ring-user(walk-pos) to row-col-value(7).

           move "add" to rows-op.
           move 0 to rows-num.
