*> ***********************************************



       identification division.
       program-id. auditverify.

       environment division.
       input-output section.
       file-control.

           select auditfile
               assign to audit-file-name
               file status is audit-file-status
               organization is line sequential.

       data division.
       file section.
       fd  auditfile.
           copy gbauditrec.

       working-storage section.

      *    walks the audit trail from the top, working every line's
      *    check value out again from its contents and the line
      *    before it (auditseal, the same CALL gbaudit sealed it
      *    with), and stops at the first line where the two differ:
      *    that line was edited, or a line ahead of it was taken
      *    out. lines from before the chain existed carry no check
      *    value and are only counted; once the chain has started,
      *    a line without one is a break too. a break is printed
      *    and queued for the staff mailbox through notifyfail,
      *    and the exit is 1 - nightlyrun runs this as a tolerated
      *    step, so a broken chain is a WARN in the journal and the
      *    night's backups still happen. a trail cut short at the
      *    end leaves nothing behind to compare against; the
      *    line count printed each night is what shows that up.

       01 audit-file-name        pic x(255) value "gbaudit.dat".
       01 audit-file-status      pic x(2).

      *    scratch for the cowconfig lookup - the preset VALUE above
      *    is the default; cow.config overrides it when the key is
      *    present.
       01 config-key             pic x(30).

      *    scratch trio for the auditseal call - sized to auditseal's
      *    own linkage, see the CALL-sizing note in getquery.
       01 seal-image             pic x(654).
       01 previous-check         pic x(32).
       01 expected-check         pic x(32).

      *    scratch pair for the notifyfail call - sized to
      *    notifyfail's own linkage, see the CALL-sizing note in
      *    getquery.
       01 fail-source            pic x(60) value "auditverify".
       01 fail-detail            pic x(120).

       01 line-no                pic 9(9) value 0.
       01 unsealed-count         pic 9(9) value 0.
       01 chain-started          pic x(1) value "n".
       01 break-line             pic 9(9) value 0.
       01 break-reason           pic x(40).
       01 break-stamp            pic x(14).
       01 break-op               pic x(10).
       01 break-entry-id         pic x(6).

       01 line-display           pic z(8)9.
       01 count-display          pic z(8)9.

       procedure division.

           move "audit-file" to config-key.
           call 'cowconfig' using config-key audit-file-name.

           open input auditfile.

      *    no trail yet is a fresh site, not a broken chain.

           if (audit-file-status = "35")
               display "auditverify: "
                   function trim(audit-file-name)
                   " not there yet - nothing to verify"
               move 0 to return-code
               goback
           end-if.

           if (audit-file-status not = "00")
               display "auditverify: cannot open "
                   function trim(audit-file-name)
                   " (file status " audit-file-status ")"
               move 8 to return-code
               goback
           end-if.

           move spaces to previous-check.

           read auditfile.

           perform until audit-file-status not = "00"
               or break-line > 0

               add 1 to line-no
               perform check-one-line
               move ga-check to previous-check

               read auditfile

           end-perform.

           close auditfile.

           if (break-line > 0)
               perform report-break
               move 1 to return-code
           else
               perform report-intact
               move 0 to return-code
           end-if.

       goback.

       check-one-line.

           if (ga-check = spaces)

               if (chain-started = "y")
                   move "line carries no check value" to break-reason
                   perform note-break
               else
                   add 1 to unsealed-count
               end-if

           else

               move "y" to chain-started

               move gbaudit-record(1:654) to seal-image
               call 'auditseal' using seal-image previous-check
                   expected-check

               if (expected-check not = ga-check)
                   move "check value does not match" to break-reason
                   perform note-break
               end-if

           end-if.

           .

       note-break.

           move line-no to break-line.
           move ga-stamp to break-stamp.
           move ga-op to break-op.
           move ga-entry-id to break-entry-id.

           .

       report-break.

           move break-line to line-display.

           display "auditverify: " function trim(audit-file-name)
               " chain breaks at line " function trim(line-display)
               ": " function trim(break-reason).

           display "auditverify: that line reads " break-stamp " "
               function trim(break-op) " #" break-entry-id
               " - it was edited, or a line before it was removed".

           move spaces to fail-detail.

           string function trim(audit-file-name) delimited by size
               " chain breaks at line " delimited by size
               function trim(line-display) delimited by size
               " (" delimited by size
               break-stamp delimited by size
               " " delimited by size
               function trim(break-op) delimited by size
               " #" delimited by size
               break-entry-id delimited by size
               ") - edited or a line removed" delimited by size
               into fail-detail
           end-string.

           call 'notifyfail' using fail-source fail-detail.

           .

       report-intact.

           move line-no to line-display.
           move unsealed-count to count-display.

           display "auditverify: " function trim(audit-file-name)
               " " function trim(line-display) " lines, chain intact".

           if (unsealed-count > 0)
               display "auditverify: the first "
                   function trim(count-display)
                   " predate the chain and carry no check value"
           end-if.

           .

       end program auditverify.
