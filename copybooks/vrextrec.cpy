      *    vrextrec.cpy - the visitor-relations interface file, three
      *    record types sharing one fixed 283-byte shape, told apart
      *    by the first byte: one "H" header (the day the batch was
      *    cut, its sequence number and the audit-trail window it
      *    covers), one "D" detail per entry, one "T" trailer (the
      *    detail count and the sum of the detail entry ids, for the
      *    receiving side to check the file arrived whole). record
      *    sequential, not line sequential - a fixed-width file has
      *    to keep its trailing spaces. vrd-status is the entry's
      *    own status ("A" approved, "R" rejected, "P" pending), or
      *    "D" for an entry no longer in the book (deleted, or
      *    archived), which comes with its name and message blank.
      *    written by vrextract only; kept here so the receiving
      *    side's copy of the layout has one place to come from.
       01  vr-header-record.
           05  vrh-type          pic x(1).
           05  vrh-run-date      pic 9(8).
           05  vrh-sequence      pic 9(6).
           05  vrh-window-from   pic x(14).
           05  vrh-window-to     pic x(14).
           05  filler            pic x(240).
       01  vr-detail-record.
           05  vrd-type          pic x(1).
           05  vrd-entry-id      pic 9(6).
           05  vrd-name          pic x(60).
           05  vrd-date          pic x(10).
           05  vrd-status        pic x(1).
           05  vrd-message       pic x(200).
           05  vrd-photo         pic x(1).
           05  vrd-reply-count   pic 9(4).
       01  vr-trailer-record.
           05  vrt-type          pic x(1).
           05  vrt-record-count  pic 9(8).
           05  vrt-hash-total    pic 9(15).
           05  filler            pic x(259).
