               file status is users-file-status
               organization is line sequential.

           select activityfile
               assign to activity-file-name
               file status is activity-file-status
               organization is line sequential.

       data division.
       file section.
       fd  usersfile.
       01  users-line pic x(200).

       fd  activityfile.
       01  activity-line pic x(80).

       working-storage section.

      *    the one place users.dat is read and written - logindo,
      *    staff), and a two-field plain-text "username|password"
      *    row userhash hasn't converted yet. any setpass rewrites
      *    the row in the full shape.
      *    a full-shape row may carry a fifth, optional state column
      *    - blank is a live account, "disabled" is one an admin has
      *    shut off (logindo refuses it), "reset" is one whose
      *    password an admin has set and whose owner has to choose
      *    their own at the next sign-in. the account screens
      *    (accountlist/accountdo) are the only writers of it.

       01 users-file-name    pic x(255) value "users.dat".
       01 users-file-status  pic x(2).

      *    when each account last signed in and last had its
      *    password changed - one "username|signin|pwchanged" line
      *    per account, both yyyymmddhhmmss, kept beside users.dat
      *    rather than in it so a sign-in never rewrites the
      *    credentials file. "signin" stamps the first (logindo
      *    CALLs it on every good sign-in), any op that sets a
      *    password stamps the second, and "list" hands both back
      *    for the account screen and the access review (acctreview).
       01 activity-file-name   pic x(255) value "useractivity.dat".
       01 activity-file-status pic x(2).
       01 activity-table.
          05 activity-entry occurs 60 times.
             10 act-name       pic x(30).
             10 act-signin     pic x(14).
             10 act-pwchanged  pic x(14).
       01 activity-used      pic s9(4) comp.
       01 activity-idx       pic s9(4) comp.
       01 activity-found     pic s9(4) comp.
       01 activity-key       pic x(30).
       01 parse-signin       pic x(14).
       01 parse-pwchanged    pic x(14).
       01 password-changed   pic x(1).
       01 now-raw            pic x(21).
      *    scratch for the cowconfig lookups - the preset VALUE above
      *    is the default; cow.config overrides it when the key is
      *    present.
       01 parse-field-2      pic x(90).
       01 parse-field-3      pic x(90).
       01 parse-field-4      pic x(90).
       01 parse-field-5      pic x(90).

      *    the fields of the row being judged, once its shape is
      *    known - see sort-row-shape below.
       01 row-hash           pic x(32).
       01 row-plain          pic x(90).
       01 row-hashed         pic x(1).
       01 row-state          pic x(10).

      *    scratch trio for the pwhash call - sized to pwhash's own
      *    linkage, see the CALL-sizing note in getquery.
       01 line-idx           pic s9(4) comp.
       01 user-found         pic x(1).
       01 rebuilt-line       pic x(200).
       01 line-pointer       pic s9(4) comp.

      *    scratch pair for the cowrows calls "list" makes - see the
      *    CALL-sizing note in getquery for why properly sized
      *    fields, never literals, go into a CALL.
       01 rows-op            pic x(7).
       01 rows-num           pic s9(4) comp.

       copy cowrow.

       linkage section.


           move "users-file" to config-key.
           call 'cowconfig' using config-key users-file-name.
           move "activity-file" to config-key.
           call 'cowconfig' using config-key activity-file-name.

           move "n" to password-changed.

           evaluate function trim(user-op)

               when "setpass"
                   perform set-password

               when "state"
                   perform look-up-state

               when "list"
                   perform list-accounts

               when "create"
                   perform create-account

      *    the rest change one column of an existing row and
      *    nothing else - see change-account-row.
               when "disable"
                   perform change-account-row

               when "enable"
                   perform change-account-row

               when "setrole"
                   perform change-account-row

               when "reset"
                   perform change-account-row

               when "signin"
                   perform stamp-sign-in

           end-evaluate.

           if (password-changed = "y" and user-ok = "y")
               perform stamp-password-change
           end-if.

       goback.

       verify-password.
       parse-user-line.

           move spaces to parse-name parse-field-2 parse-field-3
               parse-field-4 parse-field-5.

           unstring users-line delimited by "|"
               into parse-name parse-field-2 parse-field-3
                   parse-field-4 parse-field-5
           end-unstring.

           perform sort-row-shape.
      *    fields the unstring filled, the same way the route
      *    loader's optional columns work.

           move spaces to row-role row-salt row-hash row-plain
               row-state.
           move "y" to row-hashed.

           evaluate true
                   move parse-field-2 to row-role
                   move parse-field-3 to row-salt
                   move parse-field-4 to row-hash
                   move parse-field-5 to row-state

               when function trim(parse-field-3) not = spaces
                   move parse-field-2 to row-salt
      *    gets "staff", the role the gate was already treating a
      *    blank as.

      *    the owner choosing their own password is what answers a
      *    "reset" - a "disabled" account stays disabled whatever
      *    its password becomes.

           if (function trim(row-state) = "reset")
               move spaces to row-state
           end-if.

           perform hash-new-password.

           perform assemble-user-line.

           .

       hash-new-password.

           if (function trim(row-role) = spaces)
               move "staff" to row-role
           end-if.

           call 'pwhash' using hash-salt hash-input hash-output.

           move hash-salt to row-salt.
           move hash-output to row-hash.
           move "y" to row-hashed.
           move "y" to password-changed.

           .

       assemble-user-line.

      *    the one place a row is put back together - the state
      *    column only appears when there is a state to record, so
      *    a live account's row keeps the plain four-field shape.

           move spaces to rebuilt-line.
           move 1 to line-pointer.

           string function trim(parse-name) delimited by size
               "|" delimited by size
               function trim(row-role) delimited by size
               "|" delimited by size
               function trim(row-salt) delimited by size
               "|" delimited by size
               row-hash delimited by size
               into rebuilt-line
               with pointer line-pointer
           end-string.

           if (function trim(row-state) not = spaces)
               string "|" delimited by size
                   function trim(row-state) delimited by size
                   into rebuilt-line
                   with pointer line-pointer
               end-string
           end-if.

           .

       look-up-state.

      *    user-text answers with the account's state column -
      *    blank for a live account, "disabled" or "reset"
      *    otherwise. user-ok says whether the account exists.

           move spaces to user-text.

           open input usersfile.

           if (users-file-status not = "00")
               goback
           end-if.

           read usersfile.

           perform until users-file-status = "10"
               or user-ok = "y"

               if (users-line(1:1) not = "#"
                   and users-line not = spaces)

                   perform parse-user-line

                   if (function trim(parse-name) =
                       function trim(user-name))
                       move row-state to user-text
                       move "y" to user-ok
                   end-if

               end-if

               read usersfile

           end-perform.

           close usersfile.

           .

       list-accounts.

      *    every account, loaded as cowrows rows for the /accounts
      *    screen - name, role and state, never the salt or hash.
      *    "toggle" is the one state action the row offers, so the
      *    template needs no conditional to show enable on a
      *    disabled account and disable on any other.

           perform load-activity-lines.

           move "reset" to rows-op.
           move 0 to rows-num.
           call 'cowrows' using rows-op rows-num the-row.

           open input usersfile.

           if (users-file-status not = "00")
               goback
           end-if.

           read usersfile.

           perform until users-file-status = "10"

               if (users-line(1:1) not = "#"
                   and users-line not = spaces)

                   perform parse-user-line

                   move spaces to the-row

                   move "name" to row-col-name(1)
                   move parse-name to row-col-value(1)
                   move "role" to row-col-name(2)
                   move row-role to row-col-value(2)
                   move "state" to row-col-name(3)

                   if (row-hashed = "n")
                       move "plain-text" to row-col-value(3)
                   else
                       if (function trim(row-state) = spaces)
                           move "active" to row-col-value(3)
                       else
                           move row-state to row-col-value(3)
                       end-if
                   end-if

                   move "toggle" to row-col-name(4)

                   if (function trim(row-state) = "disabled")
                       move "enable" to row-col-value(4)
                   else
                       move "disable" to row-col-value(4)
                   end-if

                   move parse-name to activity-key
                   perform find-activity-line

                   move "lastsignin" to row-col-name(5)
                   move "pwchanged" to row-col-name(6)

                   if (activity-found > 0)
                       move act-signin(activity-found)
                           to row-col-value(5)
                       move act-pwchanged(activity-found)
                           to row-col-value(6)
                   end-if

                   move "add" to rows-op
                   move 0 to rows-num
                   call 'cowrows' using rows-op rows-num the-row

               end-if

               read usersfile

           end-perform.

           close usersfile.

           move "y" to user-ok.

           .

       create-account.

      *    user-text carries the first password, which an admin
      *    chose and has to pass on by hand - so the new row starts
      *    in the "reset" state and its owner picks their own at
      *    the first sign-in. the role starts as "staff" and the
      *    screen sets any other with a "setrole". a name already
      *    in the file, or a file already at the table's 60 lines,
      *    answers "n" and writes nothing.

           if (function trim(user-name) = spaces
               or function trim(user-text) = spaces)
               goback
           end-if.

           perform load-user-lines.

           if (users-file-status not = "00")
               goback
           end-if.

           move "n" to user-found.

           perform varying line-idx from 1 by 1
               until line-idx > lines-used
               or user-found = "y"

               move line-entry(line-idx) to users-line

               if (users-line(1:1) not = "#"
                   and users-line not = spaces)

                   perform parse-user-line

                   if (function trim(parse-name) =
                       function trim(user-name))
                       move "y" to user-found
                   end-if

               end-if

           end-perform.

           if (user-found = "y" or lines-used >= 60)
               goback
           end-if.

           move spaces to parse-name row-role row-state.
           move user-name to parse-name.
           move "reset" to row-state.

           perform hash-new-password.

           perform assemble-user-line.

           add 1 to lines-used.
           move rebuilt-line to line-entry(lines-used).

           perform save-user-lines.

           .

       change-account-row.

      *    disable / enable flip the state column, setrole takes
      *    user-text as the new role, reset takes user-text as the
      *    password an admin chose and marks the row "reset" (a
      *    disabled account stays disabled). only a hashed row can
      *    be changed - a plain-text one has to go through userhash
      *    first, or the rewrite would have no hash to keep.

           perform load-user-lines.

           if (users-file-status not = "00")
               goback
           end-if.

           move "n" to user-found.

           perform varying line-idx from 1 by 1
               until line-idx > lines-used
               or user-found = "y"

               move line-entry(line-idx) to users-line

               if (users-line(1:1) not = "#"
                   and users-line not = spaces)

                   perform parse-user-line

                   if (function trim(parse-name) =
                       function trim(user-name)
                       and row-hashed = "y")
                       move "y" to user-found
                       perform apply-account-change
                       move rebuilt-line to line-entry(line-idx)
                   end-if

               end-if

           end-perform.

           if (user-found = "y")
               perform save-user-lines
           end-if.

           .

       apply-account-change.

           evaluate function trim(user-op)

               when "disable"
                   move "disabled" to row-state

               when "enable"
                   move spaces to row-state

               when "setrole"
                   move user-text to row-role

               when "reset"
                   perform hash-new-password
                   if (function trim(row-state) not = "disabled")
                       move "reset" to row-state
                   end-if

           end-evaluate.

           if (function trim(row-role) = spaces)
               move "staff" to row-role
           end-if.

           perform assemble-user-line.

           .

       load-user-lines.

           .

       stamp-sign-in.

           move function current-date to now-raw.

           move user-name to activity-key.

           perform load-activity-lines.
           perform find-or-add-activity-line.

           if (activity-found > 0)
               move now-raw(1:14) to act-signin(activity-found)
               perform save-activity-lines
           end-if.

           .

       stamp-password-change.

           move function current-date to now-raw.

           move user-name to activity-key.

           perform load-activity-lines.
           perform find-or-add-activity-line.

           if (activity-found > 0)
               move now-raw(1:14) to act-pwchanged(activity-found)
               perform save-activity-lines
           end-if.

           .

       find-activity-line.

           move 0 to activity-found.

           perform varying activity-idx from 1 by 1
               until activity-idx > activity-used
               or activity-found > 0

               if (act-name(activity-idx) = activity-key)
                   move activity-idx to activity-found
               end-if

           end-perform.

           .

       find-or-add-activity-line.

           perform find-activity-line.

           if (activity-found = 0 and activity-used < 60)
               add 1 to activity-used
               move activity-key to act-name(activity-used)
               move spaces to act-signin(activity-used)
               move spaces to act-pwchanged(activity-used)
               move activity-used to activity-found
           end-if.

           .

       load-activity-lines.

      *    no file yet just means no account has been stamped -
      *    the first stamp creates it.

           move 0 to activity-used.

           open input activityfile.

           if (activity-file-status = "00")

               read activityfile

               perform until activity-file-status = "10"
                   or activity-used >= 60

                   move spaces to parse-name parse-signin
                       parse-pwchanged

                   unstring activity-line delimited by "|"
                       into parse-name parse-signin parse-pwchanged
                   end-unstring

                   if (parse-name not = spaces)
                       add 1 to activity-used
                       move parse-name to act-name(activity-used)
                       move parse-signin to act-signin(activity-used)
                       move parse-pwchanged
                           to act-pwchanged(activity-used)
                   end-if

                   read activityfile

               end-perform

               close activityfile

           end-if.

           .

       save-activity-lines.

           open output activityfile.

           if (activity-file-status = "00")

               perform varying activity-idx from 1 by 1
                   until activity-idx > activity-used

                   move spaces to activity-line

                   string function trim(act-name(activity-idx))
                           delimited by size
                       "|" delimited by size
                       act-signin(activity-idx) delimited by size
                       "|" delimited by size
                       act-pwchanged(activity-idx) delimited by size
                       into activity-line
                   end-string

                   write activity-line

               end-perform

               close activityfile

               move "y" to user-ok

           end-if.

           .

       end program userstore.
