      *    trash: the entry's gb-id and when it was trashed, which
      *    is what the nightly purge ages against (the record's own
      *    gb-created-date says when it was written, not when it was
      *    thrown out). shared by guestbookdelete and the visitor's
      *    guestbookwithdraw (the writers),
      *    guestbooktrash, guestbookrestore and gbarchive (the final
      *    disposer) so the shape only has to change in one place.
       01  gbtrash-record.
