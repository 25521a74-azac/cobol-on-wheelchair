      *    gbemail.cpy - one line per guestbook entry whose visitor
      *    left an email address and ticked the consent box: the
      *    entry's gb-id, the address, the unsubscribe key the reply
      *    mails carry, and when consent was given. a side file
      *    keyed by gb-id the way gbphoto.dat is, because
      *    guestbook-record can't grow. emailstore is the only
      *    program that writes it (gbprivacy reads it to find an
      *    entry by address) - shared so the shape only has to
      *    change in one place.
       01  gbemail-record.
           05  ge-entry-id       pic 9(6).
           05  ge-address        pic x(80).
           05  ge-key            pic x(16).
           05  ge-consented      pic x(14).
