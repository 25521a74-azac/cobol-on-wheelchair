      *    detail in nq-excerpt - in the entry-id field rather than
      *    a new type byte, because growing a fixed-length record
      *    would misalign every queue written before the change.
      *    a reply notice for the visitor rides it the same way:
      *    "REPLY" in nq-entry-id, the answered entry's gb-id in the
      *    first six bytes of nq-name, the reply text in nq-excerpt
      *    (see guestbookreply).
      *    a scheduled report delivery rides it too: "REPORT" in
      *    nq-entry-id, the report's name in the first twelve bytes
      *    of nq-name and its print file in the rest, the
      *    recipients in nq-excerpt (see reportdist).
      *    shared by guestbookadd, guestbookeditdo, guestbookreply,
      *    notifyfail and reportdist (the writers) and notifysend so
      *    the shape only has to change in one place.
       01  notifyq-record.
           05  nq-status         pic x(1).
           05  nq-stamp          pic x(14).
