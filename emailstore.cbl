*> ***********************************************



       identification division.
       program-id. emailstore.

       environment division.
       input-output section.
       file-control.

           select emailfile
               assign to email-file-name
               file status is email-file-status
               organization is line sequential.

           select emailkeepfile
               assign to email-keep-name
               file status is email-keep-status
               organization is line sequential.

       data division.
       file section.
       fd  emailfile.
           copy gbemail.

       fd  emailkeepfile.
       01  email-keep-record pic x(116).

       working-storage section.

      *    the one place a visitor's email address is read and
      *    written - guestbookadd's "add" when the consent box was
      *    ticked, guestbookreply's and notifysend's "get" when a
      *    reply goes out, and the unsubscribe page's "clear". an
      *    address is only ever kept against the entry it arrived
      *    with, and only until the visitor says stop.
      *    "add" mints the unsubscribe key and hands it back in
      *    email-key; "get" answers email-ok "y" with the address
      *    and key when the entry has one on file; "clear" drops the
      *    entry's line, but only when email-key matches the one on
      *    file - the key in the mailed link is the visitor's only
      *    proof the address is theirs to withdraw. "drop" is the
      *    same removal without the key, for gbprivacy's erasure,
      *    which staff run on the visitor's behalf.

       01 email-file-name    pic x(255) value "gbemail.dat".
       01 email-file-status  pic x(2).
       01 email-keep-name    pic x(255) value "gbemail.new".
       01 email-keep-status  pic x(2).
      *    scratch for the cowconfig lookup - the preset VALUE above
      *    is the default; cow.config overrides it when the key is
      *    present.
       01 config-key         pic x(30).

       01 now-raw            pic x(21).
       01 line-found         pic x(1).

      *    the key is what makes an unsubscribe link unguessable -
      *    same seed-once-per-process-then-draw idea formtoken's
      *    mint uses.
       01 random-seeded      pic x(1) value "n".
       01 process-id         pic s9(9) usage comp-5.
       01 random-seed        pic s9(9) usage comp-5.
       01 random-scratch     pic v9(18) comp.
       01 random-digits      pic 9(8).
       01 random-digits-2    pic 9(8).

       linkage section.

       01 email-op           pic x(7).
       01 email-entry-id     pic 9(6).
       01 email-address      pic x(80).
       01 email-key          pic x(16).
       01 email-ok           pic x(1).

       procedure division using email-op email-entry-id
           email-address email-key email-ok.

           move "n" to email-ok.

           move "email-file" to config-key.
           call 'cowconfig' using config-key email-file-name.

           move function current-date to now-raw.

           evaluate function trim(email-op)

               when "add"
                   perform add-address

               when "get"
                   perform get-address

               when "clear"
                   perform clear-address

               when "drop"
                   perform drop-entry-line

           end-evaluate.

       goback.

       add-address.

      *    appended with the open-extend-or-create shape every side
      *    file here uses. an entry only ever gets one line - it is
      *    written once, as the entry itself is.

           perform mint-key.

           move spaces to gbemail-record.
           move email-entry-id to ge-entry-id.
           move email-address to ge-address.
           move email-key to ge-key.
           move now-raw(1:14) to ge-consented.

           open extend emailfile.

           if (email-file-status not = "00")
               open output emailfile
           end-if.

           if (email-file-status = "00")
               write gbemail-record
               close emailfile
               move "y" to email-ok
           end-if.

           .

       mint-key.

           if (random-seeded = "n")

               call "getpid" returning process-id

               compute random-seed =
                   process-id * 128
                   + function numval(now-raw(15:2))

               compute random-scratch =
                   function random(random-seed)

               move "y" to random-seeded

           end-if.

           compute random-digits =
               function random * 100000000.
           compute random-digits-2 =
               function random * 100000000.

           move spaces to email-key.

           string random-digits delimited by size
               random-digits-2 delimited by size
               into email-key
           end-string.

           .

       get-address.

           move spaces to email-address.
           move spaces to email-key.

           open input emailfile.

           if (email-file-status = "00")

               read emailfile

               perform until email-file-status = "10"
                   or email-ok = "y"

                   if (ge-entry-id = email-entry-id
                       and ge-address not = spaces)
                       move ge-address to email-address
                       move ge-key to email-key
                       move "y" to email-ok
                   end-if

                   read emailfile

               end-perform

               close emailfile

           end-if.

           .

       clear-address.

      *    the side file is small - rewritten through gbemail.new
      *    minus this entry's line, the same replace shape gbarchive
      *    uses on gbphoto.dat. a wrong or blank key leaves the
      *    file untouched.

           if (function trim(email-key) = spaces)
               goback
           end-if.

           move "n" to line-found.

           open input emailfile.

           if (email-file-status = "00")

               read emailfile

               perform until email-file-status = "10"
                   or line-found = "y"

                   if (ge-entry-id = email-entry-id
                       and ge-key = email-key)
                       move "y" to line-found
                   end-if

                   read emailfile

               end-perform

               close emailfile

           end-if.

           if (line-found = "y")
               perform drop-entry-line
           end-if.

           .

       drop-entry-line.

           open input emailfile.

           if (email-file-status = "00")

               open output emailkeepfile

               if (email-keep-status not = "00")

                   close emailfile

               else

                   read emailfile

                   perform until email-file-status = "10"

                       if (ge-entry-id not = email-entry-id)
                           move spaces to email-keep-record
                           move gbemail-record to email-keep-record
                           write email-keep-record
                       end-if

                       read emailfile

                   end-perform

                   close emailkeepfile
                   close emailfile

                   perform replace-email-file

               end-if

           end-if.

           .

       replace-email-file.

           open input emailkeepfile.
           open output emailfile.

           if (email-keep-status = "00"
               and email-file-status = "00")

               read emailkeepfile

               perform until email-keep-status = "10"

                   move email-keep-record to gbemail-record
                   write gbemail-record

                   read emailkeepfile

               end-perform

               move "y" to email-ok

           end-if.

           close emailfile.
           close emailkeepfile.

           .

       end program emailstore.
