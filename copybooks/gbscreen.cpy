      *    screen held for review: the entry's gb-id and the words
      *    that tripped it, so the moderation queue can show WHY an
      *    entry was held instead of making the moderator guess.
      *    an entry held as a copy of another's text carries "same
      *    text as #nnnnnn ..." here too, after any matched words.
      *    a visitor's correction (guestbookeditdo) adds a line of
      *    its own, which the queue shows in place of the old one.
      *    gbrescreen writes one for a live entry it takes back to
      *    pending, "message: ..." and "reply nnn: ..." saying where.
      *    shared by guestbookadd, guestbookeditdo and gbrescreen
      *    (the writers), guestbookqueue and guestbookmod (which
      *    retires the line once the entry is judged) so the shape
      *    only has to change in one place.
       01  gbscreen-record.
           05  gs-entry-id       pic 9(6).
           05  gs-words          pic x(120).
