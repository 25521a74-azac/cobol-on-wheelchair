
       01 the-great-dispatch.

          03  routing-table            occurs 90 times.

            05   routing-pattern        pic x(999).
            05   routing-method         pic x(7).
      *    clears everything) - see check-route-role below.
            05   routing-role           pic x(10).

      *    "y" means a requires-auth row also lets in a request that
      *    carries a live API key for it in the X-Api-Key header
      *    instead of a SESSIONID cookie - the kiosk and the other
      *    machine callers that have no one to sign in. see
      *    check-api-key below.
            05   routing-api-key        pic x(1).

       01 routes-file-name    pic x(255) value "routes.dat".
       01 routes-file-status  pic x(2).

       01 access-log-line       pic x(250).
       01 access-log-pattern    pic x(999).
       01 remote-addr-value     pic x(40).
       01 access-log-user       pic x(30).

      *    the request's own clock - stamped as the dispatcher
      *    starts, read again once the response has gone out, and
      *    the difference in milliseconds ends the access-log line
      *    (slowreport is the batch reader that ranks them).
      *    current-date only resolves hundredths, so the figure is
      *    good to 10ms - plenty to tell a cache hit from a render.
      *    cache-verdict says which of the two a cached route was:
      *    "h" served from the cache file, "m" rendered live, "-"
      *    for a route that isn't cached at all.
       01 request-start-raw     pic x(21).
       01 request-end-raw       pic x(21).
       01 elapsed-date-part     pic 9(8).
       01 elapsed-start-cs      pic s9(14) comp.
       01 elapsed-end-cs        pic s9(14) comp.
       01 elapsed-ms            pic 9(7).
       01 cache-verdict         pic x(1).

       01 request-method pic x(10).

       01 rate-addr      pic x(40).
       01 rate-allowed   pic x(1).

      *    the address block list - blockstore's "check" answers
      *    before any routing is done, and a blocked client gets
      *    the 403 page whatever it asked for. sized to blockstore's
      *    own linkage, see the CALL-sizing note in getquery.
       01 block-op       pic x(7).
       01 block-addr     pic x(40).
       01 block-until    pic x(8).
       01 block-reason   pic x(60).
       01 block-hit      pic x(1).

      *    pinned notices go live and expire at midnight, and a
      *    cached page still carries yesterday's - noticestore's
      *    "sweep" purges the cache the first time a cached route
      *    is asked for on a day the live set changed. sized to
      *    noticestore's own linkage, see the CALL-sizing note in
      *    getquery.
       01 notice-op      pic x(7).
       01 notice-id      pic 9(4).
       01 notice-from    pic x(8).
       01 notice-until   pic x(8).
       01 notice-lang    pic x(8).
       01 notice-pages   pic x(3).
       01 notice-text    pic x(90).
       01 notice-ok      pic x(1).

      *    the X-Api-Key header and apikeystore's verdict on it for
      *    the matched route - key-auth "y" means the request got
      *    past the auth gate on a key rather than a session.
      *    sized to apikeystore's own linkage, see the CALL-sizing
      *    note in getquery.
       01 key-auth       pic x(1).
       01 key-op         pic x(7).
       01 key-value      pic x(40).
       01 key-owner      pic x(60).
       01 key-routes     pic x(200).
       01 key-expiry     pic x(8).
       01 key-ok         pic x(1).

      *    per-request dispatch trace - every routing row compared
      *    and checkquery's verdict on it collects here, and when
      *    tracing is switched on in cow.config AND the request
       01 saved-auth-ok        pic x(1).
       01 trace-try-count      pic s9(4) comp.
       01 trace-tries.
          05 trace-try occurs 90 times.
             10 tt-pattern     pic x(99).
             10 tt-verdict     pic x(1).
       01 trace-line           pic x(250).
       01 session-user   pic x(30).
       01 session-ok     pic x(1).

      *    "y" when the signed-in account is still on the password
      *    an admin reset it to - the request is sent to the change
      *    form instead of its controller (see check-password-due).
       01 password-due   pic x(1).
       01 redirect-code      pic x(3).
       01 redirect-location  pic x(255).

      *    scratch for the userstore call check-route-role makes -
      *    sized to userstore's own linkage, see the CALL-sizing
      *    note in getquery.
      *    auth decision) from an earlier request would stick forever,
      *    the same reason getquery resets form-value-count/
      *    cookie-value-count/the-cookie-values at its own top.
       move function current-date to request-start-raw.

       move "n" to anyfound.
       move 0 to matched-ctr.
       move "y" to auth-ok.
       move "n" to key-auth.
       move "n" to password-due.
       move "y" to rate-ok.
       move "-" to cache-verdict.

      *    who is acting - the signed-in account on an auth route,
      *    blank for a visitor. handed down through the environment
      *    (read back the way REMOTE_ADDR is) so gbaudit can stamp
      *    staff decisions without every controller passing it on.
       move spaces to session-user.
       set environment "COW_SESSION_USER" to session-user.

       move "access-log" to config-key.
       call 'cowconfig' using config-key access-log-file-name.
           move "GET" to matching-method
       end-if.

       perform check-address-block.

       if (block-hit = "y")

          perform blocked-address-error
          perform log-access

          goback

       end-if.

       perform check-maintenance-mode.

       if (maintenance-on = "y"
           and function trim(analyzed-query) not = "/health")

          perform maintenance-error
          perform log-access

          goback


       if (body-rejected = "y")

          perform body-too-large-error
          perform log-access

          goback

       if (function trim(request-method) = "OPTIONS")

          perform collect-allowed-methods

          if (anyfound = "y")
             perform options-response
             perform bad-query-error
          end-if

          perform log-access

          goback

       end-if.
      *    sends one.

       perform varying ctr from 1 by 1
             until ctr > 90 or anyfound = "y"

           call 'checkquery' using analyzed-query routing-pattern(ctr)
               routing-method(ctr) matching-method tester the-values
               values-used-count

           if (trace-try-count < 90)
               add 1 to trace-try-count
               move routing-pattern(ctr)
                   to tt-pattern(trace-try-count)

              if (routing-requires-auth(ctr) = "y")
                 perform check-session-auth
                 if (auth-ok = "n" and routing-api-key(ctr) = "y")
                    perform check-api-key
                 end-if
                 if (auth-ok = "y")
                    set environment "COW_SESSION_USER"
                        to session-user
                 end-if
                 if (auth-ok = "y" and key-auth = "n"
                     and routing-role(ctr) not = spaces)
                    perform check-route-role
                 end-if
                 if (auth-ok = "y" and key-auth = "n")
                    perform check-password-due
                 end-if
              else
                 if (routing-api-key(ctr) = "y")
                    perform check-offered-api-key
                 end-if
              end-if

           end-if
          perform merge-form-values
       end-if.

       move "requests-total" to metric-name.
       call 'metrics' using metric-name.

             perform rate-limited-error
          else
             if (auth-ok = "y")
                if (password-due = "y")
                   perform password-due-redirect
                else
                   if (head-request = "y")
                      perform head-response
                   else
                      perform dispatch-controller
                   end-if
                end-if
             else
                perform auth-required-error
          perform bad-query-error
       end-if.

      *    logged last, so the elapsed time covers everything the
      *    request cost - gates, controller, template and all.

       perform log-access.

       goback.


       load-routing-table.

      *    reads routes.dat, one
      *    "pattern|method|controller|auth|rate-limited|role|cached
      *    |api-key" row per line, into the-great-dispatch. a
      *    route-table change no longer needs a recompile of cow -
      *    just an edit of routes.dat and a fresh cgi request.

       move 0 to ctr.


           read routesfile

           perform until routes-file-status = "10" or ctr > 90

               if (routes-line(1:1) not = "#"
                   and routes-line not = spaces
                   and ctr < 90)
                   add 1 to ctr
                   move "n" to routing-requires-auth(ctr)
                   move "n" to routing-rate-limited(ctr)
                   move spaces to routing-role(ctr)
                   move "n" to routing-cached(ctr)
                   move "n" to routing-api-key(ctr)
                   unstring routes-line delimited by "|"
                       into routing-pattern(ctr) routing-method(ctr)
                           routing-destiny(ctr)
                           routing-rate-limited(ctr)
                           routing-role(ctr)
                           routing-cached(ctr)
                           routing-api-key(ctr)
                   end-unstring
                   if (routing-rate-limited(ctr) = spaces)
                       move "n" to routing-rate-limited(ctr)
                   if (routing-cached(ctr) = spaces)
                       move "n" to routing-cached(ctr)
                   end-if
                   if (routing-api-key(ctr) = spaces)
                       move "n" to routing-api-key(ctr)
                   end-if
               end-if

               read routesfile
           if (routing-cached(matched-ctr) = "y"
               and function trim(request-method) = "GET"
               and form-value-count = 0)
               perform sweep-pinned-notices
               perform try-serve-cached-page
           end-if.

           if (routing-cached(matched-ctr) = "y")
               if (cache-served = "y")
                   move "h" to cache-verdict
               else
                   move "m" to cache-verdict
               end-if
           end-if.

           if (cache-served = "n")

               call routing-destiny(matched-ctr) using the-values
           end-if.


       sweep-pinned-notices.

           move "sweep" to notice-op.
           move 0 to notice-id.
           move spaces to notice-from notice-until notice-lang
               notice-pages notice-text.
           move "n" to notice-ok.

           call 'noticestore' using notice-op notice-id notice-from
               notice-until notice-lang notice-pages notice-text
               notice-ok.


       try-serve-cached-page.

           move spaces to cache-call-name.
           move 1 to allow-pointer.
           move 0 to seen-count.

           perform varying ctr from 1 by 1 until ctr > 90

               if (routing-pattern(ctr) not = spaces)

       end-if.


       check-api-key.

      *    no live session on a row marked to take a key - the
      *    X-Api-Key header (HTTP_X_API_KEY under CGI) goes to
      *    apikeystore, which answers for the key's owner when the
      *    key is active, in date and lists this row's pattern, and
      *    counts the call against the key. a key's route list is
      *    its whole grant, so check-route-role is not asked about
      *    it; the acting name becomes "key" and the key's id, for
      *    the audit trail and the access log to show.

       move spaces to key-value.
       accept key-value from environment "HTTP_X_API_KEY".

       if (function trim(key-value) not = spaces)

           move "check" to key-op
           move function trim(key-value) to key-value
           move spaces to key-owner key-expiry
           move routing-pattern(ctr) to key-routes
           move "n" to key-ok

           call 'apikeystore' using key-op key-value key-owner
               key-routes key-expiry key-ok

           if (key-ok = "y")
               move "y" to auth-ok
               move "y" to key-auth
               move spaces to session-user
               string "key " delimited by size
                   key-value(1:5) delimited by size
                   into session-user
               end-string
           end-if

       end-if.


       check-offered-api-key.

      *    a public row marked to take a key - the page needs none,
      *    but the kiosk and the other machine callers send theirs
      *    anyway, and it is checked and counted exactly as on a
      *    gated row so the key use file shows who calls what. a
      *    key sent and refused (revoked, expired, not granted this
      *    row) is a 403, not a quiet anonymous answer, so the
      *    caller learns its key no longer works. the acting name
      *    stays out of COW_SESSION_USER - a key on a public row
      *    earns the public page, never the staff view of it.

       perform check-api-key.

       if (function trim(key-value) not = spaces
           and key-auth = "n")
           move "n" to auth-ok
       end-if.


       check-route-role.

      *    the session gate said "somebody is signed in"; this one
           end-if.


       check-password-due.

      *    an account an admin reset still signs in on the password
      *    it was handed, and that session must not reach the staff
      *    pages until its owner has chosen one - every gated row
      *    but the password form itself sends it there. /logout is
      *    a public row and still signs it out. passworddo's setpass
      *    clears the state, and the next request goes through.

           move "state" to user-op.
           move session-user to role-user.
           move spaces to role-answer.
           move "n" to role-found.

           call 'userstore' using user-op role-user role-answer
               role-found.

           if (function trim(role-answer) = "reset"
               and function trim(routing-pattern(ctr)) not =
                   "/password")
               move "y" to password-due
           end-if.


       password-due-redirect.

           move "303" to redirect-code.
           move "/password" to redirect-location.

           call 'webredirect' using redirect-code redirect-location.


       write-request-trace.

      *    the trace is staff-only even though it's written server
       call 'cowtemplate' using the-vars template-name "n".


       check-address-block.

      *    the flooder ratelimit only slows for one window is
      *    turned away here for as long as the block stands -
      *    /health included, since a blocked address has no
      *    business probing anything.

       accept block-addr from environment "REMOTE_ADDR".

       move "check" to block-op.
       move spaces to block-until.
       move spaces to block-reason.
       move "n" to block-hit.

       call 'blockstore' using block-op block-addr block-until
           block-reason block-hit.


       blocked-address-error.

      *    the same 403 page a failed auth gate renders - a blocked
      *    client learns nothing about why, or for how long.

       move "blocked-total" to metric-name.
       call 'metrics' using metric-name.

       move "403" to http-status-code.
       move "Forbidden" to http-status-reason.
       call 'webheader' using http-status-code http-status-reason
           http-content-type.

       move spaces to the-vars.
       move "path" to COW-varname(1).
       move function trim(analyzed-query) to COW-varvalue(1).
       move "pagetitle" to COW-varname(2).
       move "Forbidden" to COW-varvalue(2).

       move "forbidden.cow" to template-name.
       call 'cowtemplate' using the-vars template-name "n".


       auth-required-error.

      *    a route matched but the session/cookie gate in front of it
      *    production traffic can be told apart from a genuine 404
      *    after the fact instead of guessed at. accessreport is the
      *    batch reader that turns these lines into a daily summary.
      *    the elapsed milliseconds and the cache verdict trail the
      *    older fields, so a reader that stops at anyfound still
      *    reads every line the way it always did. the acting user
      *    comes last, read back from COW_SESSION_USER so it is the
      *    account (or "key k0001") the route's own gate let in and
      *    not whatever the trace's session check left behind - "-"
      *    for a request nobody signed. it is the rest of the line,
      *    a key's name included.

       accept remote-addr-value from environment "REMOTE_ADDR".

       move spaces to access-log-user.
       accept access-log-user from environment "COW_SESSION_USER".

       if (access-log-user = spaces)
           move "-" to access-log-user
       end-if.

       perform measure-elapsed-time.

       if (anyfound = "y")
           move routing-pattern(matched-ctr) to access-log-pattern
       else
       move spaces to access-log-line.

       string
           function trim(request-start-raw) delimited by size
           " " delimited by size
           function trim(remote-addr-value) delimited by size
           " " delimited by size
           function trim(access-log-pattern) delimited by size
           " " delimited by size
           anyfound delimited by size
           " " delimited by size
           elapsed-ms delimited by size
           " " delimited by size
           cache-verdict delimited by size
           " " delimited by size
           function trim(access-log-user) delimited by size
           into access-log-line
       end-string.

       close accesslogfile.


       measure-elapsed-time.

      *    hundredths since the epoch at both ends - the day part
      *    through integer-of-date, so a request straddling
      *    midnight still measures right.

       move function current-date to request-end-raw.

       move function numval(request-start-raw(1:8))
           to elapsed-date-part.

       compute elapsed-start-cs =
           (function integer-of-date(elapsed-date-part) * 86400
           + function numval(request-start-raw(9:2)) * 3600
           + function numval(request-start-raw(11:2)) * 60
           + function numval(request-start-raw(13:2))) * 100
           + function numval(request-start-raw(15:2)).

       move function numval(request-end-raw(1:8))
           to elapsed-date-part.

       compute elapsed-end-cs =
           (function integer-of-date(elapsed-date-part) * 86400
           + function numval(request-end-raw(9:2)) * 3600
           + function numval(request-end-raw(11:2)) * 60
           + function numval(request-end-raw(13:2))) * 100
           + function numval(request-end-raw(15:2)).

       if (elapsed-end-cs < elapsed-start-cs)
           move 0 to elapsed-ms
       else
           compute elapsed-ms =
               (elapsed-end-cs - elapsed-start-cs) * 10
       end-if.


       bad-query-error.

      *    a routing miss (nobody defined this route) is a distinct,
       01 ext-haystack          pic x(257).
       01 ext-hit-count         pic 9(4).

      *    the extension only says what the browser called the file -
      *    the first bytes of what actually landed in uploads/ are
      *    read back and held against that extension's known
      *    signature. "y" they agree, "n" they don't (recorded on
      *    the registry line, where uploadlist flags it and
      *    uploadapprove refuses it short of an admin override),
      *    blank for an extension with no signature to check.
       01 upload-head           pic x(64).
       01 upload-head-len       pic s9(4) comp.
       01 upload-head-idx       pic s9(4) comp.
       01 upload-type-ok        pic x(1).

      *    HTTP_COOKIE arrives as one "name1=value1; name2=value2"
      *    header value - chopped apart the same way parse-encoded-
      *    pairs chops QUERY_STRING, just on "; " instead of "&".

               close uploadfile

               perform check-upload-signature

               perform register-saved-upload

               move "y" to mp-saved-ok
      *    serves it back until staff approve it off the uploads
      *    screen.
           move "Q" to ur-status.
           move upload-type-ok to ur-signature.

           open extend uploadregfile.


           .

       check-upload-signature.

      *    ext-found is still the lower-cased extension
      *    check-upload-extension judged. the file is read back
      *    from disk rather than trusted from body-buffer, so the
      *    verdict is about the bytes staff would actually approve.

           move spaces to upload-head.
           move 0 to upload-head-len.

           open input uploadfile.

           if (upload-file-status = "00")

               read uploadfile

               perform until upload-file-status not = "00"
                   or upload-head-len >= 64

                   add 1 to upload-head-len
                   move upload-record
                       to upload-head(upload-head-len:1)

                   read uploadfile

               end-perform

               close uploadfile

           end-if.

           move "n" to upload-type-ok.

           evaluate function trim(ext-found)

               when "jpg"
               when "jpeg"
                   if (upload-head-len >= 3
                       and upload-head(1:3) = x"FFD8FF")
                       move "y" to upload-type-ok
                   end-if

               when "png"
                   if (upload-head-len >= 8
                       and upload-head(1:8) = x"89504E470D0A1A0A")
                       move "y" to upload-type-ok
                   end-if

               when "gif"
                   if (upload-head-len >= 6
                       and (upload-head(1:6) = "GIF87a"
                       or upload-head(1:6) = "GIF89a"))
                       move "y" to upload-type-ok
                   end-if

               when "pdf"
                   if (upload-head-len >= 5
                       and upload-head(1:5) = "%PDF-")
                       move "y" to upload-type-ok
                   end-if

               when "txt"
               when "csv"
                   perform judge-plain-text

               when other
                   move space to upload-type-ok

           end-evaluate.

           .

       judge-plain-text.

      *    plain text has no magic number - it is judged by what it
      *    lacks: no NUL or other control byte beyond tab, CR and
      *    LF, no DEL. bytes past x"7F" pass, so UTF-8 text does.
      *    every executable format starts with a byte that fails.

           move "y" to upload-type-ok.

           perform varying upload-head-idx from 1 by 1
               until upload-head-idx > upload-head-len

               if ((upload-head(upload-head-idx:1) < x"20"
                   and upload-head(upload-head-idx:1) not = x"09"
                   and upload-head(upload-head-idx:1) not = x"0A"
                   and upload-head(upload-head-idx:1) not = x"0D")
                   or upload-head(upload-head-idx:1) = x"7F")
                   move "n" to upload-type-ok
               end-if

           end-perform.

           .

       check-upload-filename-safety.

      *    the same ".."-segment and leading-slash checks staticfile
