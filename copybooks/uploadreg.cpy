      *    written before quarantine existed) counts as approved
      *    wherever the status is judged, the same grandfathering
      *    gb-status applies.
      *    ur-signature: "y" the file's first bytes match its
      *    extension's signature, "n" they don't (a renamed file -
      *    uploadapprove refuses it short of an admin override),
      *    blank for no signature known or a line written before
      *    the check existed.
       01  uploadreg-record.
           05  ur-stamp          pic x(14).
           05  ur-addr           pic x(40).
           05  ur-path           pic x(255).
           05  ur-size           pic 9(9).
           05  ur-status         pic x(1).
           05  ur-signature      pic x(1).
