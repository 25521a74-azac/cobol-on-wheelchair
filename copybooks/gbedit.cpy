      *    gbedit.cpy - one line per guestbook entry whose visitor
      *    was handed a private edit link: the entry's gb-id, the
      *    key the link carries, the last day (yyyymmdd) the link
      *    still opens, and when it was issued. a side file keyed
      *    by gb-id the way gbemail.dat is, because guestbook-record
      *    can't grow. editstore is the only program that reads or
      *    writes it - shared so the shape only has to change in
      *    one place.
       01  gbedit-record.
           05  gd-entry-id       pic 9(6).
           05  gd-key            pic x(16).
           05  gd-until          pic x(8).
           05  gd-issued         pic x(14).
