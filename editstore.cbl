*> ***********************************************



       identification division.
       program-id. editstore.

       environment division.
       input-output section.
       file-control.

           select editfile
               assign to edit-file-name
               file status is edit-file-status
               organization is line sequential.

           select editkeepfile
               assign to edit-keep-name
               file status is edit-keep-status
               organization is line sequential.

       data division.
       file section.
       fd  editfile.
           copy gbedit.

       fd  editkeepfile.
       01  edit-keep-record pic x(44).

       working-storage section.

      *    the one place a visitor's edit link is minted and judged -
      *    guestbookadd's "add" when an entry is accepted, and the
      *    edit page's, the correction's and the withdrawal's
      *    "check". the key in the link is the visitor's only proof
      *    the entry is theirs, exactly as the unsubscribe key is
      *    for an email address.
      *    "add" mints the key, works out the last day it opens from
      *    edit-link-days, and hands both back; "check" answers
      *    edit-ok "y" (and the last day) when edit-key is the key
      *    on file for the entry and today is not past that day. a
      *    link that has run out just stops opening - its line is
      *    left in the file, which never holds more than one short
      *    line per entry.
      *    "get" answers edit-ok "y" and the last day of the entry's
      *    newest link, key and all, whether or not it still opens;
      *    "drop" rewrites every line for the entry away, so no
      *    link to it opens again - gbprivacy's pair, for what it
      *    lists and what an erasure removes.

       01 edit-file-name     pic x(255) value "gbedit.dat".
       01 edit-file-status   pic x(2).
       01 edit-keep-name     pic x(255) value "gbedit.new".
       01 edit-keep-status   pic x(2).
      *    how many days an edit link stays good, the day it is
      *    issued included.
       01 edit-days-text     pic x(255) value "14".
       01 edit-days          pic 9(3).
       01 edit-days-len      pic s9(4) comp.
      *    scratch for the cowconfig lookups - the preset VALUEs
      *    above are the defaults; cow.config overrides them when
      *    the keys are present.
       01 config-key         pic x(30).

       01 now-raw            pic x(21).
       01 today-date         pic 9(8).
       01 until-int          pic s9(8) comp.
       01 until-date         pic 9(8).

      *    the key - seeded from the PID and the clock like the
      *    unsubscribe key, but afresh for every key and on a
      *    different mix: guestbookadd mints the unsubscribe key in
      *    the same process a moment earlier, and two keys drawn
      *    off one seed would be the same key.
       01 process-id         pic s9(9) usage comp-5.
       01 random-seed        pic s9(9) usage comp-5.
       01 seed-work          pic s9(18) comp.
       01 mint-count         pic s9(9) comp value 0.
       01 random-scratch     pic v9(18) comp.
       01 random-digits      pic 9(8).
       01 random-digits-2    pic 9(8).

       linkage section.

       01 edit-op            pic x(7).
       01 edit-entry-id      pic 9(6).
       01 edit-key           pic x(16).
       01 edit-until         pic x(8).
       01 edit-ok            pic x(1).

       procedure division using edit-op edit-entry-id edit-key
           edit-until edit-ok.

           move "n" to edit-ok.

           move "edit-file" to config-key.
           call 'cowconfig' using config-key edit-file-name.

           move function current-date to now-raw.

           evaluate function trim(edit-op)

               when "add"
                   perform add-edit-key

               when "check"
                   perform check-edit-key

               when "get"
                   perform get-edit-line

               when "drop"
                   perform drop-edit-lines

           end-evaluate.

       goback.

       add-edit-key.

      *    appended with the open-extend-or-create shape every side
      *    file here uses.

           move "edit-link-days" to config-key.
           call 'cowconfig' using config-key edit-days-text.

           move function length(function trim(edit-days-text))
               to edit-days-len.

           if (edit-days-len > 0 and edit-days-len < 4
               and edit-days-text(1:edit-days-len) numeric)
               move function numval(edit-days-text) to edit-days
           else
               move 14 to edit-days
           end-if.

           if (edit-days < 1)
               move 1 to edit-days
           end-if.

           move function numval(now-raw(1:8)) to today-date.
           compute until-int =
               function integer-of-date(today-date) + edit-days - 1.
           move function date-of-integer(until-int) to until-date.
           move until-date to edit-until.

           perform mint-key.

           move spaces to gbedit-record.
           move edit-entry-id to gd-entry-id.
           move edit-key to gd-key.
           move edit-until to gd-until.
           move now-raw(1:14) to gd-issued.

           open extend editfile.

           if (edit-file-status not = "00")
               open output editfile
           end-if.

           if (edit-file-status = "00")
               write gbedit-record
               close editfile
               move "y" to edit-ok
           end-if.

           .

       mint-key.

      *    the count of keys this process has made keeps two links
      *    minted in the same hundredth of a second apart.

           call "getpid" returning process-id.

           add 1 to mint-count.

           compute seed-work =
               process-id * 7919
               + function numval(now-raw(9:8))
               + mint-count * 104729.

           compute random-seed = function mod(seed-work, 999999937).

           compute random-scratch = function random(random-seed).

           compute random-digits =
               function random * 100000000.
           compute random-digits-2 =
               function random * 100000000.

           move spaces to edit-key.

           string random-digits delimited by size
               random-digits-2 delimited by size
               into edit-key
           end-string.

           .

       check-edit-key.

      *    a blank key never matches - a line that somehow lost its
      *    key must not open to a link without one.

           move spaces to edit-until.

           if (function trim(edit-key) = spaces)
               goback
           end-if.

           open input editfile.

           if (edit-file-status = "00")

               read editfile

               perform until edit-file-status = "10"
                   or edit-ok = "y"

                   if (gd-entry-id = edit-entry-id
                       and gd-key = edit-key
                       and gd-until >= now-raw(1:8))
                       move gd-until to edit-until
                       move "y" to edit-ok
                   end-if

                   read editfile

               end-perform

               close editfile

           end-if.

           .

       get-edit-line.

      *    the newest line wins - a later one can only be a fresh
      *    link for the same entry.

           move spaces to edit-key edit-until.

           open input editfile.

           if (edit-file-status = "00")

               read editfile

               perform until edit-file-status = "10"

                   if (gd-entry-id = edit-entry-id)
                       move gd-key to edit-key
                       move gd-until to edit-until
                       move "y" to edit-ok
                   end-if

                   read editfile

               end-perform

               close editfile

           end-if.

           .

       drop-edit-lines.

      *    rewritten through gbedit.new minus the entry's lines,
      *    then copied back - the same replace shape categorystore's
      *    drop uses. no file at all is nothing to drop.

           open input editfile.

           if (edit-file-status not = "00")
               goback
           end-if.

           open output editkeepfile.

           if (edit-keep-status not = "00")
               close editfile
               goback
           end-if.

           read editfile.

           perform until edit-file-status = "10"

               if (gd-entry-id not = edit-entry-id)
                   move gbedit-record to edit-keep-record
                   write edit-keep-record
               end-if

               read editfile

           end-perform.

           close editkeepfile.
           close editfile.

           open input editkeepfile.
           open output editfile.

           if (edit-keep-status = "00"
               and edit-file-status = "00")

               read editkeepfile

               perform until edit-keep-status = "10"

                   move edit-keep-record to gbedit-record
                   write gbedit-record

                   read editkeepfile

               end-perform

               move "y" to edit-ok

           end-if.

           close editfile.
           close editkeepfile.

           .

       end program editstore.
