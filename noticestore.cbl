*> ***********************************************



       identification division.
       program-id. noticestore.

       environment division.
       input-output section.
       file-control.

           select noticefile
               assign to notice-file-name
               file status is notice-file-status
               organization is line sequential.

           select livefile
               assign to live-file-name
               file status is live-file-status
               organization is line sequential.

       data division.
       file section.
       fd  noticefile.
       01  notice-line pic x(200).

       fd  livefile.
       01  live-line pic x(250).

       working-storage section.

      *    the one place the pinned-notice file is read and written
      *    - the /notices screens' "list", "get", "save" and
      *    "retire", noticeshow's "live" for the public pages, and
      *    the dispatcher's "sweep" ahead of a cached page. one line
      *    per notice, "id|from|until|lang|pages|active|text":
      *    from and until are yyyymmdd (until blank for no end, the
      *    notice showing through that day), lang a language code
      *    (blank for every visitor), pages any of "i" (the home
      *    page), "l" (the guestbook list and its search) and "f"
      *    (the sign-the-guestbook form), active "n" once retired.
      *    retired notices stay on file so the screen still shows
      *    what was said and when.
      *
      *    a notice only goes live or expires at midnight, so the
      *    page cache is the thing that has to hear about it - the
      *    live file holds the day it was last checked and the ids
      *    live then, and "sweep" purges the cache the first time
      *    the day turns over onto a different set. a save or a
      *    retire purges straight away.

       01 notice-file-name   pic x(255) value "notices.dat".
       01 notice-file-status pic x(2).
       01 live-file-name     pic x(255) value "notices.live".
       01 live-file-status   pic x(2).
      *    scratch for the cowconfig lookups - the preset VALUEs
      *    above are the defaults; cow.config overrides them when
      *    the keys are present.
       01 config-key         pic x(30).

       01 now-raw            pic x(21).
       01 today-text         pic x(8).

       01 parse-id           pic x(4).
       01 parse-from         pic x(8).
       01 parse-until        pic x(8).
       01 parse-lang         pic x(8).
       01 parse-pages        pic x(3).
       01 parse-active       pic x(1).
       01 parse-text         pic x(90).

      *    the whole file comes into memory for a save or a retire
      *    and goes back out in id order - the same load-update-
      *    write-back shape blockstore keeps.
       01 notice-table.
          05 notice-entry occurs 200 times.
             10 nt-id        pic 9(4).
             10 nt-from      pic x(8).
             10 nt-until     pic x(8).
             10 nt-lang      pic x(8).
             10 nt-pages     pic x(3).
             10 nt-active    pic x(1).
             10 nt-text      pic x(90).
       01 notice-used        pic s9(4) comp.
       01 notice-idx         pic s9(4) comp.
       01 notice-found       pic s9(4) comp.
       01 highest-id         pic 9(4).

       01 live-seen          pic s9(4) comp.
       01 line-live          pic x(1).
       01 line-on-page       pic x(1).
       01 id-display         pic z(3)9.

      *    the ids live today, "0001 0004 " and so on - compared
      *    with the copy in the live file to see whether the public
      *    pages have changed since the cache was filled.
       01 live-signature     pic x(200).
       01 live-pointer       pic s9(4) comp.
       01 stored-date        pic x(8).
       01 stored-signature   pic x(200).

      *    scratch pairs for the cowrows and pagecache calls - see
      *    the CALL-sizing note in getquery for why properly sized
      *    fields, never literals, go into a CALL.
       01 rows-op            pic x(7).
       01 rows-num           pic s9(4) comp.
       01 cache-op           pic x(7).
       01 cache-call-name    pic x(255).

       copy cowrow.

       linkage section.

       01 notice-op          pic x(7).
       01 notice-id          pic 9(4).
       01 notice-from        pic x(8).
       01 notice-until       pic x(8).
       01 notice-lang        pic x(8).
       01 notice-pages       pic x(3).
       01 notice-text        pic x(90).
       01 notice-ok          pic x(1).

       procedure division using notice-op notice-id notice-from
           notice-until notice-lang notice-pages notice-text
           notice-ok.

           move "n" to notice-ok.

           move "notice-file" to config-key.
           call 'cowconfig' using config-key notice-file-name.
           move "notice-live-file" to config-key.
           call 'cowconfig' using config-key live-file-name.

           move function current-date to now-raw.
           move now-raw(1:8) to today-text.

           evaluate function trim(notice-op)

      *    "live" answers the notice-id'th notice showing today on
      *    page notice-pages(1:1) to a visitor in notice-lang, with
      *    notice-ok "n" once there are no more.
               when "live"
                   perform find-live-notice

               when "get"
                   perform get-notice

      *    "save" with notice-id 0 adds a notice and hands back the
      *    id it went in under; any other id replaces that notice
      *    (and puts a retired one back in force).
               when "save"
                   perform save-notice

               when "retire"
                   perform retire-notice

               when "list"
                   perform list-notices

               when "sweep"
                   perform sweep-live-notices

           end-evaluate.

       goback.

       find-live-notice.

           move 0 to live-seen.

           open input noticefile.

           if (notice-file-status not = "00")
               goback
           end-if.

           read noticefile.

           perform until notice-file-status = "10"
               or notice-ok = "y"

               if (notice-line(1:1) not = "#"
                   and notice-line not = spaces)

                   perform parse-notice-line
                   perform judge-notice-live

                   move "n" to line-on-page

                   if (notice-pages(1:1) not = spaces
                       and (parse-pages(1:1) = notice-pages(1:1)
                       or parse-pages(2:1) = notice-pages(1:1)
                       or parse-pages(3:1) = notice-pages(1:1)))
                       move "y" to line-on-page
                   end-if

                   if (line-live = "y" and line-on-page = "y"
                       and (parse-lang = spaces
                       or parse-lang = notice-lang))

                       add 1 to live-seen

                       if (live-seen = notice-id)
                           move parse-text to notice-text
                           move "y" to notice-ok
                       end-if

                   end-if

               end-if

               read noticefile

           end-perform.

           close noticefile.

           .

       get-notice.

           perform load-notice-lines.
           perform find-notice-line.

           if (notice-found > 0)
               move nt-from(notice-found) to notice-from
               move nt-until(notice-found) to notice-until
               move nt-lang(notice-found) to notice-lang
               move nt-pages(notice-found) to notice-pages
               move nt-text(notice-found) to notice-text
               move "y" to notice-ok
           end-if.

           .

       save-notice.

           perform load-notice-lines.

           if (notice-id = 0)
               if (notice-used >= 200 or highest-id >= 9999)
                   goback
               end-if
               add 1 to notice-used
               move notice-used to notice-found
               compute notice-id = highest-id + 1
           else
               perform find-notice-line
               if (notice-found = 0)
                   goback
               end-if
           end-if.

           move notice-id to nt-id(notice-found).
           move notice-from to nt-from(notice-found).
           move notice-until to nt-until(notice-found).
           move notice-lang to nt-lang(notice-found).
           move notice-pages to nt-pages(notice-found).
           move "y" to nt-active(notice-found).
           move notice-text to nt-text(notice-found).

           perform save-notice-lines.

           .

       retire-notice.

           perform load-notice-lines.
           perform find-notice-line.

           if (notice-found > 0)
               move "n" to nt-active(notice-found)
               perform save-notice-lines
           end-if.

           .

       find-notice-line.

           move 0 to notice-found.

           perform varying notice-idx from 1 by 1
               until notice-idx > notice-used
               or notice-found > 0

               if (nt-id(notice-idx) = notice-id)
                   move notice-idx to notice-found
               end-if

           end-perform.

           .

       list-notices.

      *    every notice on file, newest id first, with "state"
      *    saying whether it is showing today, waiting for its from
      *    date, past its until date, or retired.

           move "reset" to rows-op.
           move 0 to rows-num.
           call 'cowrows' using rows-op rows-num the-row.

           perform load-notice-lines.

           perform varying notice-idx from notice-used by -1
               until notice-idx < 1

               move spaces to the-row

               move "id" to row-col-name(1)
               move nt-id(notice-idx) to id-display
               move function trim(id-display) to row-col-value(1)

               move "from" to row-col-name(2)
               move nt-from(notice-idx) to parse-from
               perform format-notice-date
               move parse-from to row-col-value(2)

               move "until" to row-col-name(3)
               if (nt-until(notice-idx) = spaces)
                   move "no end" to row-col-value(3)
               else
                   move nt-until(notice-idx) to parse-from
                   perform format-notice-date
                   move parse-from to row-col-value(3)
               end-if

               move "lang" to row-col-name(4)
               if (nt-lang(notice-idx) = spaces)
                   move "all" to row-col-value(4)
               else
                   move nt-lang(notice-idx) to row-col-value(4)
               end-if

               move "pages" to row-col-name(5)
               perform describe-notice-pages

               move "state" to row-col-name(6)

               evaluate true
                   when nt-active(notice-idx) = "n"
                       move "retired" to row-col-value(6)
                   when nt-from(notice-idx) > today-text
                       move "scheduled" to row-col-value(6)
                   when nt-until(notice-idx) not = spaces
                       and nt-until(notice-idx) < today-text
                       move "expired" to row-col-value(6)
                   when other
                       move "live" to row-col-value(6)
               end-evaluate

               move "text" to row-col-name(7)
               move nt-text(notice-idx) to row-col-value(7)

               move "add" to rows-op
               move 0 to rows-num
               call 'cowrows' using rows-op rows-num the-row

           end-perform.

           move "y" to notice-ok.

           .

       format-notice-date.

      *    yyyymmdd in parse-from, yyyy-mm-dd back in its place.

           if (parse-from not = spaces)
               move parse-from to stored-date
               move spaces to parse-from
               string stored-date(1:4) delimited by size
                   "-" delimited by size
                   stored-date(5:2) delimited by size
                   "-" delimited by size
                   stored-date(7:2) delimited by size
                   into parse-from
               end-string
           end-if.

           .

       describe-notice-pages.

           move spaces to row-col-value(5).
           move 1 to live-pointer.

           if (nt-pages(notice-idx)(1:1) = "i"
               or nt-pages(notice-idx)(2:1) = "i"
               or nt-pages(notice-idx)(3:1) = "i")
               string "home " delimited by size
                   into row-col-value(5) with pointer live-pointer
               end-string
           end-if.

           if (nt-pages(notice-idx)(1:1) = "l"
               or nt-pages(notice-idx)(2:1) = "l"
               or nt-pages(notice-idx)(3:1) = "l")
               string "list " delimited by size
                   into row-col-value(5) with pointer live-pointer
               end-string
           end-if.

           if (nt-pages(notice-idx)(1:1) = "f"
               or nt-pages(notice-idx)(2:1) = "f"
               or nt-pages(notice-idx)(3:1) = "f")
               string "form " delimited by size
                   into row-col-value(5) with pointer live-pointer
               end-string
           end-if.

           .

       sweep-live-notices.

      *    runs ahead of every cached page, so a day already checked
      *    costs one short read and nothing more.

           move spaces to stored-date stored-signature.

           open input livefile.

           if (live-file-status = "00")
               read livefile
               if (live-file-status = "00")
                   unstring live-line delimited by "|"
                       into stored-date stored-signature
                   end-unstring
               end-if
               close livefile
           end-if.

           if (stored-date = today-text)
               move "y" to notice-ok
               goback
           end-if.

           perform build-live-signature.

           if (live-signature not = stored-signature)
               perform purge-page-cache
           end-if.

           perform save-live-state.

           move "y" to notice-ok.

           .

       build-live-signature.

           move spaces to live-signature.
           move 1 to live-pointer.

           open input noticefile.

           if (notice-file-status = "00")

               read noticefile

               perform until notice-file-status = "10"

                   if (notice-line(1:1) not = "#"
                       and notice-line not = spaces)

                       perform parse-notice-line
                       perform judge-notice-live

                       if (line-live = "y" and live-pointer < 196)
                           string parse-id delimited by size
                               " " delimited by size
                               into live-signature
                               with pointer live-pointer
                           end-string
                       end-if

                   end-if

                   read noticefile

               end-perform

               close noticefile

           end-if.

           .

       save-live-state.

           open output livefile.

           if (live-file-status = "00")
               move spaces to live-line
               string today-text delimited by size
                   "|" delimited by size
                   live-signature delimited by size
                   into live-line
               end-string
               write live-line
               close livefile
           end-if.

           .

       purge-page-cache.

      *    the same purge the guestbook writers make - every cached
      *    page carries the notices of the day it was rendered.

           move "purge" to cache-op.
           move spaces to cache-call-name.
           call 'pagecache' using cache-op cache-call-name.

           .

       parse-notice-line.

           move spaces to parse-id parse-from parse-until parse-lang
               parse-pages parse-active parse-text.

           unstring notice-line delimited by "|"
               into parse-id parse-from parse-until parse-lang
                   parse-pages parse-active parse-text
           end-unstring.

           .

       judge-notice-live.

           move "n" to line-live.

           if (parse-active not = "n"
               and parse-from not = spaces
               and parse-from <= today-text
               and (parse-until = spaces
               or parse-until >= today-text))
               move "y" to line-live
           end-if.

           .

       load-notice-lines.

           move 0 to notice-used.
           move 0 to highest-id.

           open input noticefile.

           if (notice-file-status = "00")

               read noticefile

               perform until notice-file-status = "10"
                   or notice-used >= 200

                   if (notice-line(1:1) not = "#"
                       and notice-line not = spaces)

                       perform parse-notice-line

                       if (parse-id numeric)
                           add 1 to notice-used
                           move parse-id to nt-id(notice-used)
                           move parse-from to nt-from(notice-used)
                           move parse-until to nt-until(notice-used)
                           move parse-lang to nt-lang(notice-used)
                           move parse-pages to nt-pages(notice-used)
                           move parse-active
                               to nt-active(notice-used)
                           move parse-text to nt-text(notice-used)
                           if (nt-id(notice-used) > highest-id)
                               move nt-id(notice-used) to highest-id
                           end-if
                       end-if

                   end-if

                   read noticefile

               end-perform

               close noticefile

           end-if.

           .

       save-notice-lines.

           open output noticefile.

           if (notice-file-status not = "00")
               goback
           end-if.

           perform varying notice-idx from 1 by 1
               until notice-idx > notice-used

               move spaces to notice-line

               string nt-id(notice-idx) delimited by size
                   "|" delimited by size
                   nt-from(notice-idx) delimited by size
                   "|" delimited by size
                   nt-until(notice-idx) delimited by size
                   "|" delimited by size
                   nt-lang(notice-idx) delimited by space
                   "|" delimited by size
                   nt-pages(notice-idx) delimited by space
                   "|" delimited by size
                   nt-active(notice-idx) delimited by size
                   "|" delimited by size
                   function trim(nt-text(notice-idx))
                       delimited by size
                   into notice-line
               end-string

               write notice-line

           end-perform.

           close noticefile.

      *    whatever changed, the public pages have to be rendered
      *    again - and the live file starts over from today's set,
      *    so the next sweep does not purge a second time.

           perform purge-page-cache.
           perform build-live-signature.
           perform save-live-state.

           move "y" to notice-ok.

           .

       end program noticestore.
