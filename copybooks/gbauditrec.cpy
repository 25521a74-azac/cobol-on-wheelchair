      *    delete). fixed positions rather than separators, because
      *    a message is free to contain any separator a parser might
      *    pick. shared by gbaudit (the writer) and guestbookaudit
      *    (the browse page). ga-user is the signed-in account that
      *    made the change - blank for a visitor's own add (or
      *    their VCORRECT / VWITHDRAW through the edit link), a
      *    batch job, or a line written before the field existed.
      *    ga-check chains the trail: auditseal's check value over
      *    everything ahead of it on this line and the previous
      *    line's ga-check (see auditseal, and auditverify for the
      *    walk that checks it). blank on a line written before
      *    the chain existed.
       01  gbaudit-record.
           05  ga-stamp          pic x(14).
           05  ga-addr           pic x(40).
           05  ga-entry-id       pic x(6).
           05  ga-before         pic x(277).
           05  ga-after          pic x(277).
           05  ga-user           pic x(30).
           05  ga-check          pic x(32).
