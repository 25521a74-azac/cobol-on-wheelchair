      *    gbcategory.cpy - one line per guestbook entry staff have
      *    put in one or more categories: the entry's gb-id and the
      *    categories.dat codes, space-separated. a side file rather
      *    than a new field on guestbook-record, for the same reason
      *    as the book memberships - the book is an indexed file
      *    whose record length can't grow. an entry with no line has
      *    no category yet. categorystore is the day-to-day writer;
      *    gbarchive carries the image as "CT " lines and gbrestore
      *    rebuilds the file from them.
       01  gbcategory-record.
           05  gc-entry-id       pic 9(6).
           05  gc-codes          pic x(60).
