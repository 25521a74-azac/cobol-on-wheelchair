*> ***********************************************



       identification division.
       program-id. blockstore.

       environment division.
       input-output section.
       file-control.

           select blockfile
               assign to block-file-name
               file status is block-file-status
               organization is line sequential.

       data division.
       file section.
       fd  blockfile.
       01  block-line pic x(150).

       working-storage section.

      *    the one place the address block list is read and
      *    written - the dispatcher's "check" before any routing,
      *    and the /blocks screens' "add", "lift" and "list", the
      *    same way userstore owns users.dat. one line per block:
      *    "address|until|added|reason" - until is yyyymmdd (the
      *    last day the block holds, blank for no expiry), added
      *    the yyyymmddhhmmss it went in. an address ending in "*"
      *    is a prefix ("10.1.2.*" covers the whole range), any
      *    other is exact. ratelimit only slows a flood for one
      *    window; a block holds until it expires or is lifted.
      *    an expired line is ignored by "check" and dropped the
      *    next time anything rewrites the file.

       01 block-file-name    pic x(255) value "blocklist.dat".
       01 block-file-status  pic x(2).
      *    scratch for the cowconfig lookup - the preset VALUE above
      *    is the default; cow.config overrides it when the key is
      *    present.
       01 config-key         pic x(30).

       01 now-raw            pic x(21).
       01 today-text         pic x(8).

       01 parse-addr         pic x(40).
       01 parse-until        pic x(8).
       01 parse-added        pic x(14).
       01 parse-reason       pic x(60).
       01 addr-len           pic s9(4) comp.
       01 line-blocks        pic x(1).

      *    the whole list comes into memory for an add or a lift,
      *    and goes back out minus whatever has expired - the same
      *    load-update-write-back shape loginguard keeps.
       01 block-table.
          05 block-entry occurs 200 times.
             10 bt-addr      pic x(40).
             10 bt-until     pic x(8).
             10 bt-added     pic x(14).
             10 bt-reason    pic x(60).
       01 block-used         pic s9(4) comp.
       01 block-idx          pic s9(4) comp.
       01 block-found        pic s9(4) comp.
       01 expired-seen       pic x(1).

      *    scratch pair for the cowrows calls "list" makes - see the
      *    CALL-sizing note in getquery for why properly sized
      *    fields, never literals, go into a CALL.
       01 rows-op            pic x(7).
       01 rows-num           pic s9(4) comp.

       copy cowrow.

       linkage section.

       01 block-op           pic x(7).
       01 block-addr         pic x(40).
       01 block-until        pic x(8).
       01 block-reason       pic x(60).
       01 block-ok           pic x(1).

       procedure division using block-op block-addr block-until
           block-reason block-ok.

           move "n" to block-ok.

           move "blocklist-file" to config-key.
           call 'cowconfig' using config-key block-file-name.

           move function current-date to now-raw.
           move now-raw(1:8) to today-text.

           evaluate function trim(block-op)

      *    "check" answers block-ok "y" when block-addr is blocked
      *    today, with the reason the block went in under.
               when "check"
                   perform check-address

               when "add"
                   perform add-block

               when "lift"
                   perform lift-block

               when "list"
                   perform list-blocks

           end-evaluate.

       goback.

       check-address.

      *    no list (the usual case on a quiet install) blocks
      *    nobody - this runs ahead of every request, so it opens,
      *    reads and gets out.

           if (function trim(block-addr) = spaces)
               goback
           end-if.

           open input blockfile.

           if (block-file-status not = "00")
               goback
           end-if.

           read blockfile.

           perform until block-file-status = "10"
               or block-ok = "y"

               if (block-line(1:1) not = "#"
                   and block-line not = spaces)

                   perform parse-block-line
                   perform judge-block-line

                   if (line-blocks = "y")
                       move "y" to block-ok
                       move parse-reason to block-reason
                   end-if

               end-if

               read blockfile

           end-perform.

           close blockfile.

           .

       parse-block-line.

           move spaces to parse-addr parse-until parse-added
               parse-reason.

           unstring block-line delimited by "|"
               into parse-addr parse-until parse-added parse-reason
           end-unstring.

           .

       judge-block-line.

           move "n" to line-blocks.

           move function length(function trim(parse-addr))
               to addr-len.

           if (parse-until not = spaces
               and parse-until < today-text)
               move 0 to addr-len
           end-if.

           if (addr-len > 0)

               if (parse-addr(addr-len:1) = "*")

                   subtract 1 from addr-len

                   if (addr-len = 0
                       or block-addr(1:addr-len) =
                           parse-addr(1:addr-len))
                       move "y" to line-blocks
                   end-if

               else

                   if (function trim(parse-addr) =
                       function trim(block-addr))
                       move "y" to line-blocks
                   end-if

               end-if

           end-if.

           .

       add-block.

      *    a second block on an address replaces the first - the
      *    newest expiry and reason are the ones that stand.

           perform load-block-lines.

           perform find-block-line.

           if (block-found = 0)
               if (block-used >= 200)
                   goback
               end-if
               add 1 to block-used
               move block-used to block-found
           end-if.

           move block-addr to bt-addr(block-found).
           move block-until to bt-until(block-found).
           move now-raw(1:14) to bt-added(block-found).
           move block-reason to bt-reason(block-found).

           perform save-block-lines.

           .

       lift-block.

      *    lifting a block that has already run out still answers
      *    "y" - the rewrite drops it either way, and the admin who
      *    pressed Lift on an expired line sees it gone.

           perform load-block-lines.

           perform find-block-line.

           if (block-found > 0)
               move spaces to bt-addr(block-found)
           end-if.

           if (block-found > 0 or expired-seen = "y")
               perform save-block-lines
           end-if.

           .

       find-block-line.

           move 0 to block-found.

           perform varying block-idx from 1 by 1
               until block-idx > block-used
               or block-found > 0

               if (bt-addr(block-idx) = block-addr)
                   move block-idx to block-found
               end-if

           end-perform.

           .

       list-blocks.

      *    every line still in the file, expired ones included (an
      *    admin looking at the list wants to see a block has run
      *    out, not have it silently vanish) - "state" says which.

           move "reset" to rows-op.
           move 0 to rows-num.
           call 'cowrows' using rows-op rows-num the-row.

           open input blockfile.

           if (block-file-status not = "00")
               move "y" to block-ok
               goback
           end-if.

           read blockfile.

           perform until block-file-status = "10"

               if (block-line(1:1) not = "#"
                   and block-line not = spaces)

                   perform parse-block-line

                   move spaces to the-row

                   move "addr" to row-col-name(1)
                   move parse-addr to row-col-value(1)
                   move "until" to row-col-name(2)

                   if (parse-until = spaces)
                       move "no expiry" to row-col-value(2)
                   else
                       string parse-until(1:4) delimited by size
                           "-" delimited by size
                           parse-until(5:2) delimited by size
                           "-" delimited by size
                           parse-until(7:2) delimited by size
                           into row-col-value(2)
                       end-string
                   end-if

                   move "added" to row-col-name(3)
                   move parse-added to row-col-value(3)
                   move "reason" to row-col-name(4)
                   move parse-reason to row-col-value(4)
                   move "state" to row-col-name(5)

                   if (parse-until not = spaces
                       and parse-until < today-text)
                       move "expired" to row-col-value(5)
                   else
                       move "in force" to row-col-value(5)
                   end-if

                   move "add" to rows-op
                   move 0 to rows-num
                   call 'cowrows' using rows-op rows-num the-row

               end-if

               read blockfile

           end-perform.

           close blockfile.

           move "y" to block-ok.

           .

       load-block-lines.

           move 0 to block-used.
           move "n" to expired-seen.

           open input blockfile.

           if (block-file-status = "00")

               read blockfile

               perform until block-file-status = "10"
                   or block-used >= 200

                   if (block-line(1:1) not = "#"
                       and block-line not = spaces)

                       perform parse-block-line

                       if (parse-until not = spaces
                           and parse-until < today-text
                           and parse-addr = block-addr)
                           move "y" to expired-seen
                       end-if

                       if (parse-until = spaces
                           or parse-until >= today-text)
                           add 1 to block-used
                           move parse-addr to bt-addr(block-used)
                           move parse-until to bt-until(block-used)
                           move parse-added to bt-added(block-used)
                           move parse-reason
                               to bt-reason(block-used)
                       end-if

                   end-if

                   read blockfile

               end-perform

               close blockfile

           end-if.

           .

       save-block-lines.

           open output blockfile.

           if (block-file-status not = "00")
               goback
           end-if.

           perform varying block-idx from 1 by 1
               until block-idx > block-used

               if (bt-addr(block-idx) not = spaces)

                   move spaces to block-line

                   string function trim(bt-addr(block-idx))
                           delimited by size
                       "|" delimited by size
                       bt-until(block-idx) delimited by size
                       "|" delimited by size
                       bt-added(block-idx) delimited by size
                       "|" delimited by size
                       function trim(bt-reason(block-idx))
                           delimited by size
                       into block-line
                   end-string

                   write block-line

               end-if

           end-perform.

           close blockfile.

           move "y" to block-ok.

           .

       end program blockstore.
