*> ***********************************************



       identification division.
       program-id. apikeystore.

       environment division.
       input-output section.
       file-control.

           select keyfile
               assign to key-file-name
               file status is key-file-status
               organization is line sequential.

           select usefile
               assign to use-file-name
               file status is use-file-status
               organization is line sequential.

       data division.
       file section.
       fd  keyfile.
       01  key-line pic x(400).

       fd  usefile.
       01  use-line pic x(200).

       working-storage section.

      *    the one place the API key register is read and written -
      *    the dispatcher's "check" on a key-marked route, and the
      *    /apikeys screens' "issue", "revoke" and "list", the same
      *    way blockstore owns the block list. one line per key:
      *    "id|owner|expiry|active|issued|salt|hash|routes" - id is
      *    "k" and four digits, expiry the last day (yyyymmdd) the
      *    key opens anything, active "n" once revoked, issued the
      *    yyyymmddhhmmss it went in, and routes the routes.dat
      *    patterns it may call, space-separated, or "*" for every
      *    key-marked route. the key handed out is the id, a "-",
      *    and 24 random digits; only pwhash's salted hash of the
      *    digits is kept, exactly as for a password, so the
      *    register does not give away the keys in it. a revoked
      *    line stays on file so the screen still shows who had it.
      *
      *    every call a key makes is counted in the use file, one
      *    line per key and route: "id|pattern|calls|last call".

       01 key-file-name      pic x(255) value "apikeys.dat".
       01 key-file-status    pic x(2).
       01 use-file-name      pic x(255) value "apikeyuse.dat".
       01 use-file-status    pic x(2).
      *    scratch for the cowconfig lookups - the preset VALUEs
      *    above are the defaults; cow.config overrides them when
      *    the keys are present.
       01 config-key         pic x(30).

       01 now-raw            pic x(21).
       01 today-text         pic x(8).

       01 key-table.
          05 key-entry occurs 100 times.
             10 kt-id        pic x(5).
             10 kt-owner     pic x(60).
             10 kt-expiry    pic x(8).
             10 kt-active    pic x(1).
             10 kt-issued    pic x(14).
             10 kt-salt      pic x(16).
             10 kt-hash      pic x(32).
             10 kt-routes    pic x(200).
       01 key-used           pic s9(4) comp.
       01 key-idx            pic s9(4) comp.
       01 key-found          pic s9(4) comp.
       01 highest-number     pic 9(4).
       01 key-number         pic 9(4).

       01 use-table.
          05 use-entry occurs 500 times.
             10 ut-id        pic x(5).
             10 ut-pattern   pic x(99).
             10 ut-calls     pic 9(9).
             10 ut-last      pic x(14).
       01 use-used           pic s9(4) comp.
       01 use-idx            pic s9(4) comp.
       01 use-found          pic s9(4) comp.
       01 parse-calls        pic x(12).
       01 key-calls          pic 9(9).
       01 calls-display      pic z(8)9.
       01 list-pointer       pic s9(4) comp.

      *    the presented key, split at its "-".
       01 given-id           pic x(5).
       01 given-secret       pic x(40).

      *    " pattern " looked for inside " routes " - a whole-word
      *    match, so /metrics never passes for /metrics/extra.
       01 padded-routes      pic x(202).
       01 padded-pattern     pic x(101).
       01 pattern-len        pic s9(4) comp.
       01 route-hits         pic s9(4) comp.

      *    scratch trio for the pwhash call - sized to pwhash's own
      *    linkage, see the CALL-sizing note in getquery.
       01 hash-salt          pic x(16).
       01 hash-input         pic x(90).
       01 hash-output        pic x(32).

      *    the random digits - seeded from the PID and the clock, the
      *    same idea sessionstore's sid minting uses, but afresh for
      *    every key and on a different mix: pwhash seeds the same
      *    generator from the PID and the clock when it mints the
      *    salt, and a secret drawn off that same seed would sit in
      *    the register beside its own salt.
       01 process-id         pic s9(9) usage comp-5.
       01 random-seed        pic s9(9) usage comp-5.
       01 seed-work          pic s9(18) comp.
       01 mint-count         pic s9(9) comp value 0.
       01 random-scratch     pic v9(18) comp.
       01 random-digits-1    pic 9(8).
       01 random-digits-2    pic 9(8).
       01 random-digits-3    pic 9(8).
       01 new-secret         pic x(24).

      *    scratch pair for the cowrows calls "list" makes - see the
      *    CALL-sizing note in getquery for why properly sized
      *    fields, never literals, go into a CALL.
       01 rows-op            pic x(7).
       01 rows-num           pic s9(4) comp.

       copy cowrow.

       linkage section.

      *    key-value is the key presented ("check"), the key just
      *    made ("issue") or the id of the key to revoke
      *    ("revoke"); key-routes is the matched route pattern for
      *    "check", and the list of allowed patterns for "issue".
       01 key-op             pic x(7).
       01 key-value          pic x(40).
       01 key-owner          pic x(60).
       01 key-routes         pic x(200).
       01 key-expiry         pic x(8).
       01 key-ok             pic x(1).

       procedure division using key-op key-value key-owner key-routes
           key-expiry key-ok.

           move "n" to key-ok.

           move "apikey-file" to config-key.
           call 'cowconfig' using config-key key-file-name.
           move "apikey-use-file" to config-key.
           call 'cowconfig' using config-key use-file-name.

           move function current-date to now-raw.
           move now-raw(1:8) to today-text.

           evaluate function trim(key-op)

      *    "check" answers key-ok "y" (and the key's owner) when
      *    key-value is a live key allowed on route key-routes, and
      *    counts the call.
               when "check"
                   perform check-key

               when "issue"
                   perform issue-key

               when "revoke"
                   perform revoke-key

               when "list"
                   perform list-keys

           end-evaluate.

       goback.

       check-key.

           move spaces to given-id given-secret.

           unstring key-value delimited by "-"
               into given-id given-secret
           end-unstring.

           if (given-id = spaces or given-secret = spaces)
               goback
           end-if.

           perform load-key-lines.

           move 0 to key-found.

           perform varying key-idx from 1 by 1
               until key-idx > key-used
               or key-found > 0

               if (kt-id(key-idx) = given-id)
                   move key-idx to key-found
               end-if

           end-perform.

           if (key-found = 0)
               goback
           end-if.

           if (kt-active(key-found) not = "y"
               or kt-expiry(key-found) < today-text)
               goback
           end-if.

           move kt-salt(key-found) to hash-salt.
           move given-secret to hash-input.
           move spaces to hash-output.

           call 'pwhash' using hash-salt hash-input hash-output.

           if (hash-output not = kt-hash(key-found))
               goback
           end-if.

           if (function trim(kt-routes(key-found)) not = "*")

               move spaces to padded-routes padded-pattern

               string " " delimited by size
                   function trim(kt-routes(key-found))
                       delimited by size
                   " " delimited by size
                   into padded-routes
               end-string

               string " " delimited by size
                   function trim(key-routes) delimited by size
                   " " delimited by size
                   into padded-pattern
               end-string

               compute pattern-len =
                   function length(function trim(key-routes)) + 2

               move 0 to route-hits

               inspect padded-routes tallying route-hits
                   for all padded-pattern(1:pattern-len)

               if (route-hits = 0)
                   goback
               end-if

           end-if.

           move kt-owner(key-found) to key-owner.
           move "y" to key-ok.

           perform count-key-use.

           .

       count-key-use.

      *    load, bump, write back - a lost count when two calls land
      *    in the same instant is a figure one short on a usage
      *    screen, not a door left open.

           perform load-use-lines.

           move 0 to use-found.

           perform varying use-idx from 1 by 1
               until use-idx > use-used
               or use-found > 0

               if (ut-id(use-idx) = given-id
                   and ut-pattern(use-idx) = key-routes)
                   move use-idx to use-found
               end-if

           end-perform.

           if (use-found = 0)
               if (use-used >= 500)
                   goback
               end-if
               add 1 to use-used
               move use-used to use-found
               move given-id to ut-id(use-found)
               move key-routes to ut-pattern(use-found)
               move 0 to ut-calls(use-found)
           end-if.

           add 1 to ut-calls(use-found).
           move now-raw(1:14) to ut-last(use-found).

           open output usefile.

           if (use-file-status = "00")

               perform varying use-idx from 1 by 1
                   until use-idx > use-used

                   move spaces to use-line

                   string ut-id(use-idx) delimited by size
                       "|" delimited by size
                       function trim(ut-pattern(use-idx))
                           delimited by size
                       "|" delimited by size
                       ut-calls(use-idx) delimited by size
                       "|" delimited by size
                       ut-last(use-idx) delimited by size
                       into use-line
                   end-string

                   write use-line

               end-perform

               close usefile

           end-if.

           .

       issue-key.

           perform load-key-lines.

           if (key-used >= 100 or highest-number >= 9999)
               goback
           end-if.

           compute key-number = highest-number + 1.

           perform mint-secret.

           move spaces to hash-salt hash-output.
           move new-secret to hash-input.

           call 'pwhash' using hash-salt hash-input hash-output.

           add 1 to key-used.
           move spaces to key-entry(key-used).

           string "k" delimited by size
               key-number delimited by size
               into kt-id(key-used)
           end-string.

           move key-owner to kt-owner(key-used).
           move key-expiry to kt-expiry(key-used).
           move "y" to kt-active(key-used).
           move now-raw(1:14) to kt-issued(key-used).
           move hash-salt to kt-salt(key-used).
           move hash-output to kt-hash(key-used).
           move key-routes to kt-routes(key-used).

           perform save-key-lines.

           if (key-ok = "y")
               move spaces to key-value
               string kt-id(key-used) delimited by size
                   "-" delimited by size
                   new-secret delimited by size
                   into key-value
               end-string
           end-if.

           .

       mint-secret.

      *    the count of keys this process has made keeps two keys
      *    issued in the same hundredth of a second apart.

           call "getpid" returning process-id.

           add 1 to mint-count.

           compute seed-work =
               process-id * 7919
               + function numval(now-raw(9:8))
               + mint-count * 104729.

           compute random-seed = function mod(seed-work, 999999937).

           compute random-scratch = function random(random-seed).

           compute random-digits-1 = function random * 100000000.
           compute random-digits-2 = function random * 100000000.
           compute random-digits-3 = function random * 100000000.

           move spaces to new-secret.

           string random-digits-1 delimited by size
               random-digits-2 delimited by size
               random-digits-3 delimited by size
               into new-secret
           end-string.

           .

       revoke-key.

           perform load-key-lines.

           move 0 to key-found.

           perform varying key-idx from 1 by 1
               until key-idx > key-used
               or key-found > 0

               if (kt-id(key-idx) = key-value(1:5))
                   move key-idx to key-found
               end-if

           end-perform.

           if (key-found > 0)
               move kt-owner(key-found) to key-owner
               move "n" to kt-active(key-found)
               perform save-key-lines
           end-if.

           .

       list-keys.

      *    every key on file, newest first, with its calls summed
      *    and split by route.

           move "reset" to rows-op.
           move 0 to rows-num.
           call 'cowrows' using rows-op rows-num the-row.

           perform load-key-lines.
           perform load-use-lines.

           perform varying key-idx from key-used by -1
               until key-idx < 1

               move spaces to the-row

               move "id" to row-col-name(1)
               move kt-id(key-idx) to row-col-value(1)
               move "owner" to row-col-name(2)
               move kt-owner(key-idx) to row-col-value(2)
               move "routes" to row-col-name(3)
               move kt-routes(key-idx) to row-col-value(3)

               move "expiry" to row-col-name(4)
               string kt-expiry(key-idx)(1:4) delimited by size
                   "-" delimited by size
                   kt-expiry(key-idx)(5:2) delimited by size
                   "-" delimited by size
                   kt-expiry(key-idx)(7:2) delimited by size
                   into row-col-value(4)
               end-string

               move "state" to row-col-name(5)

               evaluate true
                   when kt-active(key-idx) not = "y"
                       move "revoked" to row-col-value(5)
                   when kt-expiry(key-idx) < today-text
                       move "expired" to row-col-value(5)
                   when other
                       move "active" to row-col-value(5)
               end-evaluate

               move "calls" to row-col-name(6)
               move "lastcall" to row-col-name(7)
               move "byroute" to row-col-name(8)
               perform describe-key-use

               move "add" to rows-op
               move 0 to rows-num
               call 'cowrows' using rows-op rows-num the-row

           end-perform.

           move "y" to key-ok.

           .

       describe-key-use.

           move 0 to key-calls.
           move 1 to list-pointer.

           perform varying use-idx from 1 by 1
               until use-idx > use-used

               if (ut-id(use-idx) = kt-id(key-idx))

                   add ut-calls(use-idx) to key-calls

                   if (ut-last(use-idx) > row-col-value(7))
                       move ut-last(use-idx) to row-col-value(7)
                   end-if

                   move ut-calls(use-idx) to calls-display

                   string function trim(ut-pattern(use-idx))
                           delimited by size
                       " x" delimited by size
                       function trim(calls-display) delimited by size
                       "; " delimited by size
                       into row-col-value(8)
                       with pointer list-pointer
                   end-string

               end-if

           end-perform.

           move key-calls to calls-display.
           move function trim(calls-display) to row-col-value(6).

           if (row-col-value(7) = spaces)
               move "never" to row-col-value(7)
           end-if.

           .

       load-key-lines.

           move 0 to key-used.
           move 0 to highest-number.

           open input keyfile.

           if (key-file-status = "00")

               read keyfile

               perform until key-file-status = "10"
                   or key-used >= 100

                   if (key-line(1:1) not = "#"
                       and key-line not = spaces)

                       add 1 to key-used
                       move spaces to key-entry(key-used)

                       unstring key-line delimited by "|"
                           into kt-id(key-used) kt-owner(key-used)
                               kt-expiry(key-used) kt-active(key-used)
                               kt-issued(key-used) kt-salt(key-used)
                               kt-hash(key-used) kt-routes(key-used)
                       end-unstring

                       if (kt-id(key-used)(2:4) numeric)
                           move kt-id(key-used)(2:4) to key-number
                           if (key-number > highest-number)
                               move key-number to highest-number
                           end-if
                       end-if

                   end-if

                   read keyfile

               end-perform

               close keyfile

           end-if.

           .

       save-key-lines.

           open output keyfile.

           if (key-file-status not = "00")
               goback
           end-if.

           perform varying key-idx from 1 by 1
               until key-idx > key-used

               move spaces to key-line

               string kt-id(key-idx) delimited by size
                   "|" delimited by size
                   function trim(kt-owner(key-idx)) delimited by size
                   "|" delimited by size
                   kt-expiry(key-idx) delimited by size
                   "|" delimited by size
                   kt-active(key-idx) delimited by size
                   "|" delimited by size
                   kt-issued(key-idx) delimited by size
                   "|" delimited by size
                   kt-salt(key-idx) delimited by size
                   "|" delimited by size
                   kt-hash(key-idx) delimited by size
                   "|" delimited by size
                   function trim(kt-routes(key-idx)) delimited by size
                   into key-line
               end-string

               write key-line

           end-perform.

           close keyfile.

           move "y" to key-ok.

           .

       load-use-lines.

           move 0 to use-used.

           open input usefile.

           if (use-file-status = "00")

               read usefile

               perform until use-file-status = "10"
                   or use-used >= 500

                   if (use-line not = spaces)

                       add 1 to use-used
                       move spaces to ut-id(use-used)
                           ut-pattern(use-used) ut-last(use-used)
                           parse-calls

                       unstring use-line delimited by "|"
                           into ut-id(use-used) ut-pattern(use-used)
                               parse-calls ut-last(use-used)
                       end-unstring

                       if (function trim(parse-calls) numeric)
                           move function numval(parse-calls)
                               to ut-calls(use-used)
                       else
                           move 0 to ut-calls(use-used)
                       end-if

                   end-if

                   read usefile

               end-perform

               close usefile

           end-if.

           .

       end program apikeystore.
