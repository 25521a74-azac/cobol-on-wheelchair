      *    keeping its own idea of the layout, the same way gbaudit
      *    records guestbook writes. one line per event: timestamp,
      *    client address, event word (LOGIN / FAIL / LOCKOUT /
      *    LOCKED / DISABLED, and the account screens' ACCTADD /
      *    ACCTOFF / ACCTON / ACCTROLE / ACCTRESET, the block
      *    list's BLOCK / UNBLOCK, gbprivacy's ERASE with the
      *    request reference where the account goes, and
      *    uploadapprove's OVERRIDE with the upload's name there,
      *    and the API key screens' KEYISSUE / KEYREVOKE with the
      *    key's id there), account.
      *    append-only: the insurance audit and any investigation
      *    read it, nothing ever rewrites it.

       01 seclog-file-name    pic x(255) value "security.log".
       01 seclog-file-status  pic x(2).
