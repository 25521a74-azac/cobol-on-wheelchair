*> ***********************************************



       identification division.
       program-id. cowcheck.

       environment division.
       input-output section.
       file-control.

           select routesfile
               assign to routes-file-name
               file status is routes-file-status
               organization is line sequential.

           select configfile
               assign to config-file-name
               file status is config-file-status
               organization is line sequential.

           select usersfile
               assign to users-file-name
               file status is users-file-status
               organization is line sequential.

           select idlistfile
               assign to id-list-name
               file status is id-list-status
               organization is line sequential.

       data division.
       file section.
       fd  routesfile.
       01  routes-line pic x(999).

       fd  configfile.
       01  config-line pic x(300).

       fd  usersfile.
       01  users-line pic x(200).

       fd  idlistfile.
       01  id-list-line pic x(255).

       working-storage section.

      *    the check to run before a routes.dat or cow.config edit
      *    goes live (and the first step of nightlyrun, so a bad
      *    edit that slipped past gets reported the same night).
      *    neither file is compiled any more, which means a typo in
      *    either one used to surface only as a 404, a silently
      *    ignored tunable or a page that never renders. every
      *    route row and every setting line gets a PASS or FAIL
      *    line with its line number:
      *      routes.dat - a method the dispatcher knows, a
      *        controller module the CALL would actually find, y/n
      *        flags, a role some users.dat account holds, and no
      *        row that an earlier row always matches first (the
      *        "%id before /guestbook/export" mistake).
      *      cow.config - a setting some program reads, a whole
      *        number where a tunable wants one (and no wider than
      *        the program accepts), and files and directories that
      *        exist - or, for a file the site creates on its first
      *        write, a directory it can be created in.
      *    it changes nothing. return-code is 1 when anything
      *    failed, 0 when both files are clean.

       01 routes-file-name       pic x(255) value "routes.dat".
       01 routes-file-status     pic x(2).

       01 config-file-name       pic x(255) value "cow.config".
       01 config-file-status     pic x(2).

       01 users-file-name        pic x(255) value "users.dat".
       01 users-file-status      pic x(2).

      *    scratch for the cowconfig lookup - the preset VALUE above
      *    is the default; cow.config overrides it when the key is
      *    present.
       01 config-key             pic x(30).

      *    the table sizes the readers themselves stop at - a row
      *    past the dispatcher's table or a setting past cowconfig's
      *    is never loaded at all, which is exactly the kind of
      *    silent loss this check exists to catch.
       01 dispatch-table-limit   pic s9(4) comp value 90.
       01 config-table-limit     pic s9(4) comp value 120.

       01 route-table.
          05 route-entry occurs 99 times.
             10 rt-line-no       pic 9(5).
             10 rt-fields        pic s9(4) comp.
             10 rt-pattern       pic x(200).
             10 rt-method        pic x(10).
             10 rt-controller    pic x(60).
             10 rt-auth          pic x(3).
             10 rt-limited       pic x(3).
             10 rt-role          pic x(30).
             10 rt-cached        pic x(3).
             10 rt-api-key       pic x(3).
       01 route-used             pic s9(4) comp value 0.
       01 route-seen             pic s9(4) comp value 0.
       01 route-idx              pic s9(4) comp.
       01 earlier-idx            pic s9(4) comp.

       01 role-table.
          05 role-held occurs 60 times pic x(30).
       01 role-used              pic s9(4) comp value 0.
       01 role-idx               pic s9(4) comp.
       01 parse-user             pic x(30).
       01 parse-role             pic x(30).

      *    every setting some program asks cowconfig for, and what
      *    its value has to look like:
      *      r  a file that must already exist
      *      c  a file the site creates on its first write
      *      d  a directory (with its trailing slash)
      *      n  a whole number of at most ks-width digits
      *      y  y or n
      *      u  an absolute http(s) URL
      *      t  free text, just not empty
       01 known-setting-table.
          05 known-setting occurs 120 times.
             10 ks-key           pic x(30).
             10 ks-kind          pic x(1).
             10 ks-width         pic 9(1).
       01 known-used             pic s9(4) comp value 0.
       01 known-idx              pic s9(4) comp.
       01 known-found            pic s9(4) comp.

       01 seen-setting-table.
          05 seen-setting occurs 150 times.
             10 ss-key           pic x(30).
             10 ss-line-no       pic 9(5).
       01 seen-used              pic s9(4) comp value 0.
       01 seen-idx               pic s9(4) comp.
       01 seen-found             pic s9(4) comp.

       01 parse-key              pic x(30).
       01 parse-value            pic x(255).
       01 value-len              pic s9(4) comp.
       01 equals-count           pic s9(4) comp.

      *    one pattern split at its slashes, the same way the
      *    dispatcher's matcher splits it - segment 1 is the empty
      *    piece ahead of the leading slash.
       01 split-source           pic x(200).
       01 split-pointer          pic s9(4) comp.
       01 split-count            pic s9(4) comp.
       01 split-table.
          05 split-seg occurs 30 times pic x(60).
       01 earlier-split.
          05 earlier-seg occurs 30 times pic x(60).
       01 earlier-count          pic s9(4) comp.
       01 later-split.
          05 later-seg occurs 30 times pic x(60).
       01 later-count            pic s9(4) comp.
       01 seg-idx                pic s9(4) comp.
       01 seg-limit              pic s9(4) comp.
       01 pattern-covers         pic x(1).
       01 method-covers          pic x(1).
       01 seg-done               pic x(1).

       01 controller-entry       usage procedure-pointer.
       01 controller-name        pic x(60).

      *    the program-id of every source under controllers/, for a
      *    checkout with nothing built yet - the name the CALL would
      *    find once it is, whatever the file itself is called.
       01 id-list-name           pic x(255) value "controllers.lst".
       01 id-list-status         pic x(2).
       01 list-command           pic x(300).
       01 source-id-table.
          05 source-id occurs 120 times pic x(60).
       01 source-id-used         pic s9(4) comp value 0.
       01 source-id-idx          pic s9(4) comp.
       01 source-id-found        pic x(1).
       01 id-line-word           pic x(60).
       01 id-line-name           pic x(60).

       01 probe-name             pic x(255).
       01 file-check-info.
           05  fc-size           pic 9(18) comp.
           05  fc-date           pic x(4).
           05  fc-time           pic x(5).
       01 file-check-result      pic 9(9) usage comp.
       01 slash-pos              pic s9(4) comp.

       01 line-no                pic 9(5).
       01 line-display           pic z(4)9.
       01 file-label             pic x(12).
       01 problem-text           pic x(160).
       01 out-line               pic x(250).
       01 item-failed            pic x(1).

       01 pass-count             pic s9(4) comp value 0.
       01 fail-count             pic s9(4) comp value 0.
       01 count-display          pic z(4)9.
       01 count-display-2        pic z(4)9.

       procedure division.

           move "users-file" to config-key.
           call 'cowconfig' using config-key users-file-name.

           perform declare-known-settings.
           perform load-account-roles.
           perform load-source-ids.

           perform check-routes-file.
           perform check-config-file.

           move pass-count to count-display.
           move fail-count to count-display-2.

           display "cowcheck: "
               function trim(count-display) " passed, "
               function trim(count-display-2) " failed".

           if (fail-count > 0)
               move 1 to return-code
           else
               move 0 to return-code
           end-if.

       goback.

       declare-known-settings.

           move "guestbook-file" to ks-key(1).
           move "c" to ks-kind(1).
           move "reply-file" to ks-key(2).
           move "c" to ks-kind(2).
           move "sessions-file" to ks-key(3).
           move "c" to ks-kind(3).
           move "users-file" to ks-key(4).
           move "r" to ks-kind(4).
           move "activity-file" to ks-key(5).
           move "c" to ks-kind(5).
           move "audit-file" to ks-key(6).
           move "c" to ks-kind(6).
           move "lockout-file" to ks-key(7).
           move "c" to ks-kind(7).
           move "formtoken-file" to ks-key(8).
           move "c" to ks-kind(8).
           move "maintenance-file" to ks-key(9).
           move "c" to ks-kind(9).
           move "metrics-file" to ks-key(10).
           move "c" to ks-kind(10).
           move "pagecache-index" to ks-key(11).
           move "c" to ks-kind(11).
           move "upload-registry" to ks-key(12).
           move "c" to ks-kind(12).
           move "photo-file" to ks-key(13).
           move "c" to ks-kind(13).
           move "email-file" to ks-key(14).
           move "c" to ks-kind(14).
           move "screen-file" to ks-key(15).
           move "c" to ks-kind(15).
           move "trash-file" to ks-key(16).
           move "c" to ks-kind(16).
           move "index-file" to ks-key(17).
           move "c" to ks-kind(17).
      *    a missing word list doesn't stop guestbookadd - it just
      *    quietly screens nothing, so it has to be here.
           move "word-list" to ks-key(18).
           move "r" to ks-kind(18).
           move "ratelimit-file" to ks-key(19).
           move "c" to ks-kind(19).
           move "blocklist-file" to ks-key(20).
           move "c" to ks-kind(20).
           move "job-journal" to ks-key(21).
           move "c" to ks-kind(21).
           move "notify-queue" to ks-key(22).
           move "c" to ks-kind(22).
           move "staff-mailbox" to ks-key(23).
           move "c" to ks-kind(23).
           move "visitor-mailbox" to ks-key(24).
           move "c" to ks-kind(24).
           move "access-log" to ks-key(25).
           move "c" to ks-kind(25).
           move "template-log" to ks-key(26).
           move "c" to ks-kind(26).
           move "security-log" to ks-key(27).
           move "c" to ks-kind(27).
           move "trace-log" to ks-key(28).
           move "c" to ks-kind(28).
           move "erasure-log" to ks-key(29).
           move "c" to ks-kind(29).
           move "views-dir" to ks-key(30).
           move "d" to ks-kind(30).
           move "public-dir" to ks-key(31).
           move "d" to ks-kind(31).
           move "uploads-dir" to ks-key(32).
           move "d" to ks-kind(32).
           move "trace" to ks-key(33).
           move "y" to ks-kind(33).
           move "site-base-url" to ks-key(34).
           move "u" to ks-kind(34).
           move "upload-extensions" to ks-key(35).
           move "t" to ks-kind(35).

      *    the widths are the guards the reading programs apply - a
      *    longer value is dropped there in favour of the default.
           move "log-retention-days" to ks-key(36).
           move 5 to ks-width(36).
           move "session-idle-minutes" to ks-key(37).
           move 4 to ks-width(37).
           move "login-max-fails" to ks-key(38).
           move 4 to ks-width(38).
           move "lockout-minutes" to ks-key(39).
           move 4 to ks-width(39).
           move "formtoken-minutes" to ks-key(40).
           move 4 to ks-width(40).
           move "maintenance-max-minutes" to ks-key(41).
           move 4 to ks-width(41).
           move "ratelimit-window" to ks-key(42).
           move 4 to ks-width(42).
           move "ratelimit-max" to ks-key(43).
           move 4 to ks-width(43).
           move "retention-days" to ks-key(44).
           move 5 to ks-width(44).
           move "trash-age-days" to ks-key(45).
           move 5 to ks-width(45).
           move "upload-age-days" to ks-key(46).
           move 5 to ks-width(46).
           move "max-body-bytes" to ks-key(47).
           move 9 to ks-width(47).
           move "max-upload-bytes" to ks-key(48).
           move 9 to ks-width(48).
           move "review-idle-days" to ks-key(49).
           move 4 to ks-width(49).
           move "review-password-days" to ks-key(50).
           move 4 to ks-width(50).
           move "slow-report-top" to ks-key(51).
           move 4 to ks-width(51).

           perform varying known-idx from 36 by 1
               until known-idx > 51
               move "n" to ks-kind(known-idx)
           end-perform.

      *    without the register only the original book answers -
      *    every /book/ route 404s - so it has to be there too.
           move "book-register" to ks-key(52).
           move "r" to ks-kind(52).
           move "book-file" to ks-key(53).
           move "c" to ks-kind(53).
           move "moderation-limit-hours" to ks-key(54).
           move "n" to ks-kind(54).
           move 4 to ks-width(54).
           move "storage-history" to ks-key(55).
           move "c" to ks-kind(55).
           move "storage-thresholds" to ks-key(56).
           move "c" to ks-kind(56).
           move "storage-limit-mb" to ks-key(57).
           move "n" to ks-kind(57).
           move 7 to ks-width(57).
           move "storage-warn-mb" to ks-key(58).
           move "n" to ks-kind(58).
           move 7 to ks-width(58).
           move "storage-warn-percent" to ks-key(59).
           move "n" to ks-kind(59).
           move 3 to ks-width(59).
           move "nightly-deadline" to ks-key(60).
           move "n" to ks-kind(60).
           move 4 to ks-width(60).
           move "nightly-overrun-percent" to ks-key(61).
           move "n" to ks-kind(61).
           move 4 to ks-width(61).
           move "notice-file" to ks-key(62).
           move "c" to ks-kind(62).
           move "notice-live-file" to ks-key(63).
           move "c" to ks-kind(63).
           move "vr-extract-file" to ks-key(64).
           move "c" to ks-kind(64).
           move "vr-control-file" to ks-key(65).
           move "c" to ks-kind(65).
           move "vr-ack-file" to ks-key(66).
           move "c" to ks-kind(66).
           move "apikey-file" to ks-key(67).
           move "c" to ks-kind(67).
           move "apikey-use-file" to ks-key(68).
           move "c" to ks-kind(68).
           move "edit-file" to ks-key(69).
           move "c" to ks-kind(69).
           move "edit-link-days" to ks-key(70).
           move "n" to ks-kind(70).
           move 3 to ks-width(70).
      *    the question file is optional - without it every question
      *    on the form is a sum - so it is judged like a file the
      *    site creates, never as one that must exist.
           move "humancheck-file" to ks-key(71).
           move "c" to ks-kind(71).
           move "question-file" to ks-key(72).
           move "c" to ks-kind(72).
      *    without the category register no category can be set -
      *    every assignment is refused - so it has to be there.
           move "category-register" to ks-key(73).
           move "r" to ks-kind(73).
           move "category-file" to ks-key(74).
           move "c" to ks-kind(74).
      *    no distribution list means no reports are sent, which a
      *    site without one has chosen - not a broken setting.
           move "report-distribution" to ks-key(75).
           move "c" to ks-kind(75).
           move "report-delivery-log" to ks-key(76).
           move "c" to ks-kind(76).
           move "report-week-day" to ks-key(77).
           move "n" to ks-kind(77).
           move 1 to ks-width(77).
           move "duplicate-window-days" to ks-key(78).
           move "n" to ks-kind(78).
           move 3 to ks-width(78).
      *    the re-screen's record of the word list is written on its
      *    first nightly run.
           move "rescreen-state" to ks-key(79).
           move "c" to ks-kind(79).
           move "rescreen-nightly-apply" to ks-key(80).
           move "y" to ks-kind(80).

           move 80 to known-used.

           .

       load-account-roles.

      *    "username|role|salt|hash" - only the role matters here.

           open input usersfile.

           if (users-file-status = "00")

               read usersfile

               perform until users-file-status = "10"

                   if (users-line(1:1) not = "#"
                       and users-line not = spaces)

                       move spaces to parse-user parse-role

                       unstring users-line delimited by "|"
                           into parse-user parse-role
                       end-unstring

                       perform note-account-role

                   end-if

                   read usersfile

               end-perform

               close usersfile

           end-if.

           .

       note-account-role.

           perform varying role-idx from 1 by 1
               until role-idx > role-used
               or role-held(role-idx) = parse-role
           end-perform.

           if (role-idx > role-used and role-used < 60
               and parse-role not = spaces)
               add 1 to role-used
               move parse-role to role-held(role-used)
           end-if.

           .

       check-routes-file.

           move "routes.dat" to file-label.

           open input routesfile.

           if (routes-file-status = "00")
               perform read-route-rows
           else
               move 0 to line-no
               move "cannot be opened - the dispatcher has no routes"
                   to problem-text
               perform report-failure
           end-if.

           .

       read-route-rows.

           move 0 to line-no.

           read routesfile.

           perform until routes-file-status = "10"

               add 1 to line-no

               if (routes-line(1:1) not = "#"
                   and routes-line not = spaces)

                   add 1 to route-seen

                   if (route-used < 99)
                       add 1 to route-used
                       perform take-route-row
                   end-if

               end-if

               read routesfile

           end-perform.

           close routesfile.

           perform varying route-idx from 1 by 1
               until route-idx > route-used
               perform check-one-route
           end-perform.

           if (route-seen > route-used)
               move "more rows than this check holds - rest unchecked"
                   to problem-text
               perform report-failure
           end-if.

           .

       take-route-row.

           move line-no to rt-line-no(route-used).
           move spaces to rt-pattern(route-used)
               rt-method(route-used) rt-controller(route-used)
               rt-auth(route-used) rt-limited(route-used)
               rt-role(route-used) rt-cached(route-used)
               rt-api-key(route-used).
           move 0 to rt-fields(route-used).

           unstring routes-line delimited by "|"
               into rt-pattern(route-used) rt-method(route-used)
                   rt-controller(route-used) rt-auth(route-used)
                   rt-limited(route-used) rt-role(route-used)
                   rt-cached(route-used) rt-api-key(route-used)
               tallying in rt-fields(route-used)
           end-unstring.

           .

       check-one-route.

           move "n" to item-failed.
           move rt-line-no(route-idx) to line-no.

           if (route-idx > dispatch-table-limit)
               move "past the dispatcher's 90-row table - never loaded"
                   to problem-text
               perform report-failure
           end-if.

           if (rt-fields(route-idx) < 4)
               move "needs at least pattern|method|controller|auth"
                   to problem-text
               perform report-failure
           end-if.

           if (rt-pattern(route-idx)(1:1) not = "/")
               move spaces to problem-text
               string "pattern " delimited by size
                   function trim(rt-pattern(route-idx))
                       delimited by size
                   " does not start with /" delimited by size
                   into problem-text
               end-string
               perform report-failure
           end-if.

           evaluate function trim(rt-method(route-idx))
               when "GET"
               when "POST"
               when "PUT"
               when "DELETE"
               when "PATCH"
               when "HEAD"
               when "OPTIONS"
               when "ANY"
                   continue
               when other
                   move spaces to problem-text
                   string "unknown method '" delimited by size
                       function trim(rt-method(route-idx))
                           delimited by size
                       "'" delimited by size
                       into problem-text
                   end-string
                   perform report-failure
           end-evaluate.

           perform check-route-controller.
           perform check-route-flags.
           perform check-route-role.
           perform check-route-shadowing.

           if (item-failed = "n")
               add 1 to pass-count
               move spaces to problem-text
               string function trim(rt-pattern(route-idx))
                       delimited by size
                   " " delimited by size
                   function trim(rt-method(route-idx))
                       delimited by size
                   " -> " delimited by size
                   function trim(rt-controller(route-idx))
                       delimited by size
                   into problem-text
               end-string
               perform report-pass
           end-if.

           .

       check-route-controller.

      *    resolved exactly the way the dispatcher's CALL resolves
      *    it, so a module that isn't built (or is built under a
      *    different program-id) fails here and not on a visitor.
      *    run from a checkout with nothing built yet, a source
      *    under controllers/ declaring that program-id is taken
      *    as the module to be.

           if (rt-controller(route-idx) = spaces)

               move "no controller named" to problem-text
               perform report-failure

           else

               move function trim(rt-controller(route-idx))
                   to controller-name

               set controller-entry to entry controller-name

               move "y" to source-id-found

               if (controller-entry = null)
                   perform find-source-id
               end-if

               if (source-id-found = "n")
                   move spaces to problem-text
                   string "controller " delimited by size
                       function trim(controller-name)
                           delimited by size
                       " not found - no such program is built"
                           delimited by size
                       into problem-text
                   end-string
                   perform report-failure
               end-if

           end-if.

           .

       find-source-id.

           move "n" to source-id-found.

           perform varying source-id-idx from 1 by 1
               until source-id-idx > source-id-used
               or source-id-found = "y"

               if (source-id(source-id-idx) = controller-name)
                   move "y" to source-id-found
               end-if

           end-perform.

           .

       load-source-ids.

      *    one shell grep into a work file, the same way gbreconcile
      *    lists uploads/ - nothing in the runtime reads a directory
      *    natively. each line is a "program-id. name." header.

           move spaces to list-command.

           string "grep -h -i 'program-id\.' controllers/*.cbl > "
                   delimited by size
               function trim(id-list-name) delimited by size
               " 2>/dev/null" delimited by size
               into list-command
           end-string.

           call "SYSTEM" using list-command.

           open input idlistfile.

           if (id-list-status = "00")

               read idlistfile

               perform until id-list-status = "10"

                   perform note-source-id

                   read idlistfile

               end-perform

               close idlistfile

           end-if.

           .

       note-source-id.

           move spaces to id-line-word id-line-name.

           inspect id-list-line replacing all "." by " ".

           unstring function trim(id-list-line)
               delimited by all " "
               into id-line-word id-line-name
           end-unstring.

           if (function lower-case(id-line-word) = "program-id"
               and id-line-name not = spaces
               and source-id-used < 120)
               add 1 to source-id-used
               move id-line-name to source-id(source-id-used)
           end-if.

           .

       check-route-flags.

           if (rt-auth(route-idx) not = "y"
               and rt-auth(route-idx) not = "n")
               move "requires-auth must be y or n" to problem-text
               perform report-failure
           end-if.

           if (rt-limited(route-idx) not = "y"
               and rt-limited(route-idx) not = "n"
               and rt-limited(route-idx) not = spaces)
               move "rate-limited must be y, n or blank"
                   to problem-text
               perform report-failure
           end-if.

           if (rt-cached(route-idx) not = "y"
               and rt-cached(route-idx) not = "n"
               and rt-cached(route-idx) not = spaces)
               move "cached must be y, n or blank" to problem-text
               perform report-failure
           end-if.

      *    a cached page is served to whoever asks next, so only a
      *    public GET page may be kept.
           if (rt-cached(route-idx) = "y")

               if (rt-auth(route-idx) = "y")
                   move "cached on a signed-in row - served to anyone"
                       to problem-text
                   perform report-failure
               end-if

               if (function trim(rt-method(route-idx)) not = "GET")
                   move "cached on a row that isn't GET"
                       to problem-text
                   perform report-failure
               end-if

           end-if.

           if (rt-api-key(route-idx) not = "y"
               and rt-api-key(route-idx) not = "n"
               and rt-api-key(route-idx) not = spaces)
               move "api-key must be y, n or blank" to problem-text
               perform report-failure
           end-if.

           .

       check-route-role.

           if (rt-role(route-idx) not = spaces)

               if (rt-auth(route-idx) not = "y")
                   move "role set on a row that needs no sign-in"
                       to problem-text
                   perform report-failure
               end-if

               perform varying role-idx from 1 by 1
                   until role-idx > role-used
                   or role-held(role-idx) = rt-role(route-idx)
               end-perform

               if (role-idx > role-used)
                   move spaces to problem-text
                   string "no users.dat account holds role '"
                           delimited by size
                       function trim(rt-role(route-idx))
                           delimited by size
                       "'" delimited by size
                       into problem-text
                   end-string
                   perform report-failure
               end-if

           end-if.

           .

       check-route-shadowing.

      *    first matching row wins, so a row is dead when an earlier
      *    row takes every request it could match: a method that
      *    covers this one, and a pattern whose every segment is
      *    either the same literal or a %capture (a %* segment
      *    takes the rest outright). a %capture matches an empty
      *    segment too, as the matcher does.

           move rt-pattern(route-idx) to split-source.
           perform split-pattern.
           move split-table to later-split.
           move split-count to later-count.

           move "n" to pattern-covers.

           perform varying earlier-idx from 1 by 1
               until earlier-idx >= route-idx
               or pattern-covers = "y"

               move "n" to method-covers

               if (function trim(rt-method(earlier-idx)) = "ANY"
                   or rt-method(earlier-idx) = rt-method(route-idx))
                   move "y" to method-covers
               end-if

               if (method-covers = "y")

                   move rt-pattern(earlier-idx) to split-source
                   perform split-pattern
                   move split-table to earlier-split
                   move split-count to earlier-count

                   perform judge-pattern-covers

                   if (pattern-covers = "y")
                       move rt-line-no(earlier-idx) to line-display
                       move spaces to problem-text
                       string "never reached - routes.dat:"
                               delimited by size
                           function trim(line-display)
                               delimited by size
                           " " delimited by size
                           function trim(rt-pattern(earlier-idx))
                               delimited by size
                           " matches first" delimited by size
                           into problem-text
                       end-string
                       perform report-failure
                   end-if

               end-if

           end-perform.

           .

       judge-pattern-covers.

           move "y" to pattern-covers.
           move "n" to seg-done.

           move earlier-count to seg-limit.
           if (later-count > seg-limit)
               move later-count to seg-limit
           end-if.

           perform varying seg-idx from 1 by 1
               until seg-idx > seg-limit
               or pattern-covers = "n" or seg-done = "y"

               evaluate true

                   when earlier-seg(seg-idx)(1:2) = "%*"
                       move "y" to seg-done

                   when later-seg(seg-idx)(1:2) = "%*"
                       move "n" to pattern-covers

                   when earlier-seg(seg-idx)(1:1) = "%"
                       continue

                   when later-seg(seg-idx)(1:1) = "%"
                       move "n" to pattern-covers

                   when earlier-seg(seg-idx) not = later-seg(seg-idx)
                       move "n" to pattern-covers

               end-evaluate

           end-perform.

           .

       split-pattern.

           move spaces to split-table.
           move 0 to split-count.
           move 1 to split-pointer.

           perform until split-pointer >
               function length(function trim(split-source trailing))
               or split-count >= 30

               add 1 to split-count

               unstring split-source delimited by "/"
                   into split-seg(split-count)
                   with pointer split-pointer
               end-unstring

           end-perform.

           .

       check-config-file.

           move "cow.config" to file-label.

           open input configfile.

      *    no cow.config at all is a legal setup - every program
      *    runs on its compiled-in defaults.
           if (config-file-status = "00")
               perform read-config-lines
           else
               display "cowcheck: no cow.config - compiled-in"
                   " defaults apply"
           end-if.

           .

       read-config-lines.

           move 0 to line-no.

           read configfile.

           perform until config-file-status = "10"

               add 1 to line-no

               if (config-line(1:1) not = "#"
                   and config-line not = spaces)
                   perform check-one-setting
               end-if

               read configfile

           end-perform.

           close configfile.

           .

       check-one-setting.

           move "n" to item-failed.
           move spaces to parse-key parse-value.
           move 0 to equals-count.

           inspect config-line tallying equals-count for all "=".

           if (equals-count = 0)
               move "not a name = value line" to problem-text
               perform report-failure
           else
               perform take-setting-line
           end-if.

           .

       take-setting-line.

           unstring config-line delimited by "="
               into parse-key parse-value
           end-unstring.

           move function trim(parse-key) to parse-key.
           move function trim(parse-value) to parse-value.

           add 1 to seen-used.

           if (seen-used > config-table-limit)
               move "past cowconfig's 120-setting table - never read"
                   to problem-text
               perform report-failure
           end-if.

           move 0 to seen-found.
           perform varying seen-idx from 1 by 1
               until seen-idx >= seen-used or seen-idx > 150
               if (ss-key(seen-idx) = parse-key)
                   move seen-idx to seen-found
               end-if
           end-perform.

           if (seen-found > 0)
               move ss-line-no(seen-found) to line-display
               move spaces to problem-text
               string function trim(parse-key) delimited by size
                   " already set at line " delimited by size
                   function trim(line-display) delimited by size
                   " - this later line wins" delimited by size
                   into problem-text
               end-string
               perform report-failure
           end-if.

           if (seen-used <= 150)
               move parse-key to ss-key(seen-used)
               move line-no to ss-line-no(seen-used)
           end-if.

           move 0 to known-found.
           perform varying known-idx from 1 by 1
               until known-idx > known-used or known-found > 0
               if (ks-key(known-idx) = parse-key)
                   move known-idx to known-found
               end-if
           end-perform.

           if (known-found = 0)
               move spaces to problem-text
               string "unknown setting '" delimited by size
                   function trim(parse-key) delimited by size
                   "' - no program reads it" delimited by size
                   into problem-text
               end-string
               perform report-failure
           else
               perform check-setting-value
           end-if.

           if (item-failed = "n")
               add 1 to pass-count
               move spaces to problem-text
               string function trim(parse-key) delimited by size
                   " = " delimited by size
                   function trim(parse-value) delimited by size
                   into problem-text
               end-string
               perform report-pass
           end-if.

           .

       check-setting-value.

           if (parse-value = spaces)
               move spaces to problem-text
               string function trim(parse-key) delimited by size
                   " has no value" delimited by size
                   into problem-text
               end-string
               perform report-failure
           else
               perform judge-setting-value
           end-if.

           .

       judge-setting-value.

           move function length(function trim(parse-value))
               to value-len.

           evaluate ks-kind(known-found)

               when "n"
                   if (value-len > ks-width(known-found)
                       or parse-value(1:value-len) not numeric)
                       move ks-width(known-found) to line-display
                       move spaces to problem-text
                       string function trim(parse-key)
                               delimited by size
                           " must be a whole number of at most "
                               delimited by size
                           function trim(line-display)
                               delimited by size
                           " digits" delimited by size
                           into problem-text
                       end-string
                       perform report-failure
                   end-if

               when "y"
                   if (parse-value not = "y" and parse-value not = "n")
                       move spaces to problem-text
                       string function trim(parse-key)
                               delimited by size
                           " must be y or n" delimited by size
                           into problem-text
                       end-string
                       perform report-failure
                   end-if

               when "u"
                   if (parse-value(1:7) not = "http://"
                       and parse-value(1:8) not = "https://")
                       move spaces to problem-text
                       string function trim(parse-key)
                               delimited by size
                           " must start http:// or https://"
                               delimited by size
                           into problem-text
                       end-string
                       perform report-failure
                   end-if

               when "r"
                   move parse-value to probe-name
                   perform probe-path
                   if (file-check-result not = 0)
                       move spaces to problem-text
                       string function trim(parse-key)
                               delimited by size
                           ": " delimited by size
                           function trim(parse-value)
                               delimited by size
                           " does not exist" delimited by size
                           into problem-text
                       end-string
                       perform report-failure
                   end-if

               when "c"
                   perform check-containing-directory

               when "d"
                   if (parse-value(value-len:1) not = "/")
                       move spaces to problem-text
                       string function trim(parse-key)
                               delimited by size
                           " needs its trailing slash"
                               delimited by size
                           into problem-text
                       end-string
                       perform report-failure
                   end-if
                   move parse-value to probe-name
                   perform probe-path
                   if (file-check-result not = 0)
                       move spaces to problem-text
                       string function trim(parse-key)
                               delimited by size
                           ": directory " delimited by size
                           function trim(parse-value)
                               delimited by size
                           " does not exist" delimited by size
                           into problem-text
                       end-string
                       perform report-failure
                   end-if

           end-evaluate.

           .

       check-containing-directory.

      *    the file itself may not exist yet - the first write
      *    creates it - but the directory that write lands in must.

           move 0 to slash-pos.

           perform varying seg-idx from value-len by -1
               until seg-idx < 1 or slash-pos > 0
               if (parse-value(seg-idx:1) = "/")
                   move seg-idx to slash-pos
               end-if
           end-perform.

           if (slash-pos > 0)

               move spaces to probe-name
               move parse-value(1:slash-pos) to probe-name
               perform probe-path

               if (file-check-result not = 0)
                   move spaces to problem-text
                   string function trim(parse-key) delimited by size
                       ": directory " delimited by size
                       function trim(probe-name) delimited by size
                       " does not exist" delimited by size
                       into problem-text
                   end-string
                   perform report-failure
               end-if

           end-if.

           .

       probe-path.

           call "CBL_CHECK_FILE_EXIST" using probe-name
               file-check-info
               returning file-check-result.

           .

       report-pass.

           move line-no to line-display.
           move spaces to out-line.

           string "PASS " delimited by size
               function trim(file-label) delimited by size
               ":" delimited by size
               function trim(line-display) delimited by size
               "  " delimited by size
               function trim(problem-text) delimited by size
               into out-line
           end-string.

           display function trim(out-line trailing).

           .

       report-failure.

           move "y" to item-failed.
           add 1 to fail-count.

           move line-no to line-display.
           move spaces to out-line.

           string "FAIL " delimited by size
               function trim(file-label) delimited by size
               ":" delimited by size
               function trim(line-display) delimited by size
               "  " delimited by size
               function trim(problem-text) delimited by size
               into out-line
           end-string.

           display function trim(out-line trailing).

           .

       end program cowcheck.
