       identification division.
       program-id. guestbookcategory.

       environment division.
       input-output section.
       file-control.

           select guestbookfile
               assign to guestbook-file-name
               organization is indexed
               access mode is dynamic
               record key is gb-id
               alternate record key is gb-name with duplicates
               file status is guestbook-file-status.

       data division.
       file section.
       fd  guestbookfile.
           copy guestbook.

       working-storage section.

       01 guestbook-file-name    pic x(255) value "guestbook.dat".
       01 guestbook-file-status  pic x(2).
      *    scratch for the cowconfig lookups - the preset VALUE above
      *    is the default; cow.config overrides it when the key is
      *    present.
       01 config-key        pic x(30).

       01 requested-id-text pic x(90).
       01 id-len            pic s9(4) comp.
       01 entry-id          pic 9(6).
       01 entry-id-display  pic z(6).

       01 posted-categories pic x(90) value spaces.
       01 posted-back       pic x(90) value spaces.
       01 field-idx         pic s9(4) comp.

      *    scratch for the categorystore call - sized to
      *    categorystore's own linkage, see the CALL-sizing note in
      *    getquery.
       01 category-op       pic x(7).
       01 category-entry-id pic 9(6).
       01 category-codes    pic x(60).
       01 category-text     pic x(200).
       01 category-ok       pic x(1).

       01 not-found-code    pic x(3).
       01 not-found-reason  pic x(30).
       01 no-content-type   pic x(60) value spaces.

      *    scratch trio for the formtoken call, plus the token the
      *    POST carried - sized to formtoken's own linkage, see the
      *    CALL-sizing note in getquery.
       01 token-op           pic x(7).
       01 token-value        pic x(32).
       01 token-ok           pic x(1).
       01 posted-token       pic x(90) value spaces.

       01 the-vars.

          03  COW-vars OCCURS 99 times.

            05 COW-varname       pic x(99).
            05 COW-varvalue      pic x(99).

       01 template-name     pic x(255).

       01 redirect-code     pic x(3).
       01 redirect-location pic x(255).

       linkage section.

       01 the-values.

          05 query-values           occurs 20 times.
            10 query-value-name     pic x(90).
            10 query-value          pic x(90).

       procedure division using the-values.

           move "guestbook-file" to config-key.
           call 'cowconfig' using config-key guestbook-file-name.

      *    POST /guestbook/%id/categories, auth-gated in routes.dat -
      *    staff put an entry in one or more of the categories.dat
      *    categories (or none, with the field left blank) from the
      *    moderation queue or the entry page, and the browser
      *    bounces back to whichever one the form came off. the
      *    categories are staff bookkeeping for the monthly report
      *    and the staff filters, not part of the entry, so nothing
      *    public changes and no cached page goes stale.

           move spaces to posted-categories posted-back posted-token.

           move query-value(1) to requested-id-text.
           move function length(function trim(requested-id-text))
               to id-len.

           if (id-len = 0 or id-len > 6
               or requested-id-text(1:id-len) not numeric)

               move "404" to not-found-code
               move "Not Found" to not-found-reason
               call 'webheader' using not-found-code
                   not-found-reason no-content-type

               display "<b>Cobol-on-Wheelchair error:</b> "
                   "not a valid guestbook id"

               goback

           end-if.

           move function numval(requested-id-text) to entry-id.

           perform varying field-idx from 1 by 1 until field-idx > 20

               if (function trim(query-value-name(field-idx)) =
                   "categories")
                   move query-value(field-idx) to posted-categories
               end-if

               if (function trim(query-value-name(field-idx)) =
                   "back")
                   move query-value(field-idx) to posted-back
               end-if

               if (function trim(query-value-name(field-idx)) =
                   "token")
                   move query-value(field-idx) to posted-token
               end-if

           end-perform.

           move "check" to token-op.
           move posted-token to token-value.
           move "n" to token-ok.

           call 'formtoken' using token-op token-value token-ok.

           if (token-ok not = "y")
               perform report-bad-token
               goback
           end-if.

           perform check-entry-exists.

           if (guestbook-file-status not = "00")

               move "404" to not-found-code
               move "Not Found" to not-found-reason
               call 'webheader' using not-found-code
                   not-found-reason no-content-type

               display "<b>Cobol-on-Wheelchair error:</b> no "
                   "guestbook entry #" function trim(requested-id-text)

               goback

           end-if.

      *    the codes field is 60 wide on the side file - anything
      *    longer than that cannot be five real codes anyway.

           if (posted-categories(61:30) not = spaces)

               move "400" to not-found-code
               move "Bad Request" to not-found-reason
               call 'webheader' using not-found-code
                   not-found-reason no-content-type

               display "<b>Cobol-on-Wheelchair error:</b> "
                   "at most five categories"

               goback

           end-if.

           move "set" to category-op.
           move entry-id to category-entry-id.
           move posted-categories(1:60) to category-codes.
           move spaces to category-text.

           call 'categorystore' using category-op category-entry-id
               category-codes category-text category-ok.

           if (category-ok not = "y")

               move "400" to not-found-code
               move "Bad Request" to not-found-reason
               call 'webheader' using not-found-code
                   not-found-reason no-content-type

               if (category-text not = spaces)
                   display "<b>Cobol-on-Wheelchair error:</b> "
                       "no such category: "
                       function trim(category-text)
               else
                   display "<b>Cobol-on-Wheelchair error:</b> "
                       "could not save the categories"
               end-if

               goback

           end-if.

           move entry-id to entry-id-display.
           move spaces to redirect-location.

           if (function trim(posted-back) = "queue")
               move "/guestbook/moderate" to redirect-location
           else
               string "/guestbook/" delimited by size
                   function trim(entry-id-display) delimited by size
                   "/staff" delimited by size
                   into redirect-location
               end-string
           end-if.

           move "303" to redirect-code.

           call 'webredirect' using redirect-code redirect-location.

       goback.

       check-entry-exists.

           open input guestbookfile.

           if (guestbook-file-status = "00")

               move entry-id to gb-id

               read guestbookfile key is gb-id
                   invalid key move "23" to guestbook-file-status
               end-read

               close guestbookfile

           end-if.

           .

       report-bad-token.

           move "403" to not-found-code.
           move "Forbidden" to not-found-reason.
           call 'webheader' using not-found-code
               not-found-reason no-content-type.

           move spaces to the-vars.
           move "pagetitle" to COW-varname(1).
           move "Form expired" to COW-varvalue(1).

           move "badtoken.cow" to template-name.
           call 'cowtemplate' using the-vars template-name "n".

           .

       end program guestbookcategory.
