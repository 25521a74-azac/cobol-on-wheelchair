      *    gbbook.cpy - one line per guestbook entry that belongs to
      *    a book other than the original one: the entry's gb-id and
      *    the books.dat code of its book. a side file rather than a
      *    new field on guestbook-record, for the same reason as the
      *    photo links - the book is an indexed file whose record
      *    length can't grow. an entry with no line here belongs to
      *    the original book ("main"), which is how every entry
      *    written before there were several books keeps showing
      *    where it always did. bookstore is the day-to-day writer;
      *    gbarchive carries the image as "BK " lines and gbrestore
      *    rebuilds the file from them.
       01  gbbook-record.
           05  gk-entry-id       pic 9(6).
           05  gk-book           pic x(12).
