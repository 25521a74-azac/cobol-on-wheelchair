*> ***********************************************



       identification division.
       program-id. categorystore.

       environment division.
       input-output section.
       file-control.

           select registerfile
               assign to register-file-name
               file status is register-file-status
               organization is line sequential.

           select categoryfile
               assign to category-file-name
               file status is category-file-status
               organization is line sequential.

           select categorykeepfile
               assign to category-keep-name
               file status is category-keep-status
               organization is line sequential.

       data division.
       file section.
       fd  registerfile.
       01  register-line pic x(150).

       fd  categoryfile.
           copy gbcategory.

       fd  categorykeepfile.
       01  category-keep-record pic x(66).

       working-storage section.

      *    the one place the categories are known - the category
      *    register (categories.dat, "code|title") and the side file
      *    that says which categories staff put an entry in (see
      *    gbcategory.cpy), the same way bookstore owns the books.
      *    ops:
      *      legend  every code in the register, space-separated,
      *              in category-text - the hint beside the forms.
      *      title   a code in category-codes; its title out in
      *              category-text, category-ok "y" when known.
      *      load    reads the side file into memory - once per
      *              request (or batch run), ahead of "of" or "has".
      *      of      category-entry-id in; its codes out.
      *      has     category-entry-id and one code in; "y" when
      *              the entry carries that code.
      *      set     category-entry-id and codes in; the entry's
      *              line replaced (blank codes clear it). a code
      *              the register doesn't know refuses the whole
      *              set and comes back in category-text.
      *      drop    category-entry-id in; its line rewritten away.

       01 register-file-name     pic x(255) value "categories.dat".
       01 register-file-status   pic x(2).

       01 category-file-name     pic x(255) value "gbcategory.dat".
       01 category-file-status   pic x(2).
       01 category-keep-name     pic x(255) value "gbcategory.new".
       01 category-keep-status   pic x(2).

      *    scratch for the cowconfig lookups - the preset VALUEs are
      *    the defaults; cow.config overrides them when the keys are
      *    present.
       01 config-key             pic x(30).

       01 parse-code             pic x(12).
       01 parse-title            pic x(60).

      *    the register in memory - read afresh on every call that
      *    needs it, it is a handful of lines.
       01 known-table.
          05 known-entry occurs 50 times.
             10 kt-code          pic x(12).
             10 kt-title         pic x(60).
       01 known-used             pic s9(4) comp value 0.
       01 known-idx              pic s9(4) comp.
       01 known-found            pic s9(4) comp.

      *    the side file in memory, for the pages and the report
      *    that ask "which categories" of every entry they read.
      *    gbarchive drops the line when the entry leaves the live
      *    file, so this stays the size of the categorised live
      *    entries.
       01 member-table.
          05 member-entry occurs 2000 times.
             10 mt-entry-id      pic 9(6).
             10 mt-codes         pic x(60).
       01 member-used            pic s9(4) comp value 0.
       01 member-idx             pic s9(4) comp.
       01 member-found           pic s9(4) comp.

      *    a code list taken apart word by word - at most five codes
      *    of twelve fit the 60 bytes the side file keeps.
       01 code-words.
          05 code-word           pic x(12) occurs 5 times.
       01 word-idx               pic s9(4) comp.
       01 new-codes              pic x(60).
       01 codes-pointer          pic s9(4) comp.
       01 padded-codes           pic x(64).
       01 padded-code            pic x(14).
       01 code-tally             pic s9(4) comp.
       01 legend-pointer         pic s9(4) comp.

       linkage section.

       01 category-op            pic x(7).
       01 category-entry-id      pic 9(6).
       01 category-codes         pic x(60).
       01 category-text          pic x(200).
       01 category-ok            pic x(1).

       procedure division using category-op category-entry-id
           category-codes category-text category-ok.

           move "n" to category-ok.

           move "category-register" to config-key.
           call 'cowconfig' using config-key register-file-name.
           move "category-file" to config-key.
           call 'cowconfig' using config-key category-file-name.

           evaluate function trim(category-op)

               when "legend"
                   perform load-register
                   perform build-legend

               when "title"
                   perform load-register
                   perform title-of-code

               when "load"
                   perform load-members

               when "of"
                   perform codes-of-entry

               when "has"
                   perform entry-has-code

               when "set"
                   perform load-register
                   perform set-entry-codes

               when "drop"
                   perform drop-entry

           end-evaluate.

       goback.

       load-register.

           move 0 to known-used.

           open input registerfile.

           if (register-file-status = "00")

               read registerfile

               perform until register-file-status = "10"
                   or known-used >= 50

                   if (register-line(1:1) not = "#"
                       and register-line not = spaces)

                       move spaces to parse-code parse-title

                       unstring register-line delimited by "|"
                           into parse-code parse-title
                       end-unstring

                       if (parse-code not = spaces)
                           add 1 to known-used
                           move function lower-case(parse-code)
                               to kt-code(known-used)
                           move parse-title to kt-title(known-used)
                       end-if

                   end-if

                   read registerfile

               end-perform

               close registerfile

           end-if.

           .

       build-legend.

           move spaces to category-text.
           move 1 to legend-pointer.

           perform varying known-idx from 1 by 1
               until known-idx > known-used

               if (legend-pointer > 1)
                   string " " delimited by size
                       into category-text with pointer legend-pointer
                   end-string
               end-if

               string function trim(kt-code(known-idx))
                       delimited by size
                   into category-text with pointer legend-pointer
               end-string

           end-perform.

           move "y" to category-ok.

           .

       title-of-code.

           move spaces to category-text.

           move function lower-case(category-codes(1:12))
               to parse-code.

           perform find-known-code.

           if (known-found > 0)
               move kt-title(known-found) to category-text
               move "y" to category-ok
           end-if.

           .

       find-known-code.

           move 0 to known-found.

           perform varying known-idx from 1 by 1
               until known-idx > known-used or known-found > 0

               if (kt-code(known-idx) = parse-code)
                   move known-idx to known-found
               end-if

           end-perform.

           .

       load-members.

           move 0 to member-used.

           open input categoryfile.

           if (category-file-status = "00")

               read categoryfile

               perform until category-file-status = "10"
                   or member-used >= 2000

                   if (gc-entry-id numeric
                       and gc-codes not = spaces)
                       add 1 to member-used
                       move gc-entry-id to mt-entry-id(member-used)
                       move gc-codes to mt-codes(member-used)
                   end-if

                   read categoryfile

               end-perform

               close categoryfile

           end-if.

           move "y" to category-ok.

           .

       find-member.

           move 0 to member-found.

           perform varying member-idx from 1 by 1
               until member-idx > member-used or member-found > 0

               if (mt-entry-id(member-idx) = category-entry-id
                   and mt-codes(member-idx) not = spaces)
                   move member-idx to member-found
               end-if

           end-perform.

           .

       codes-of-entry.

      *    no line is no category - category-ok stays "n".

           move spaces to category-codes.

           perform find-member.

           if (member-found > 0)
               move mt-codes(member-found) to category-codes
               move "y" to category-ok
           end-if.

           .

       entry-has-code.

      *    a whole-word match on the space-padded list, so "praise"
      *    never matches inside a longer code.

           perform find-member.

           if (member-found > 0
               and function trim(category-codes) not = spaces)

               move spaces to padded-codes padded-code

               string " " delimited by size
                   mt-codes(member-found) delimited by size
                   " " delimited by size
                   into padded-codes
               end-string

               string " " delimited by size
                   function lower-case(function trim(
                       category-codes)) delimited by size
                   " " delimited by size
                   into padded-code
               end-string

               move 0 to code-tally

               inspect padded-codes tallying code-tally
                   for all padded-code(1:function length(function
                       trim(category-codes)) + 2)

               if (code-tally > 0)
                   move "y" to category-ok
               end-if

           end-if.

           .

       set-entry-codes.

      *    every word must be a register code - the first one that
      *    isn't comes back in category-text and nothing changes.
      *    a word given twice is kept once; commas work as well as
      *    spaces between them.

           move spaces to category-text code-words new-codes.
           move 1 to codes-pointer.

           move function lower-case(category-codes)
               to category-codes.
           inspect category-codes replacing all "," by " ".
           move function trim(category-codes) to category-codes.

           unstring category-codes delimited by all spaces
               into code-word(1) code-word(2) code-word(3)
                   code-word(4) code-word(5)
           end-unstring.

           perform varying word-idx from 1 by 1
               until word-idx > 5
               or category-text not = spaces

               if (code-word(word-idx) not = spaces)

                   move code-word(word-idx) to parse-code
                   perform find-known-code

                   if (known-found = 0)
                       move code-word(word-idx) to category-text
                   else
                       perform keep-new-code
                   end-if

               end-if

           end-perform.

           if (category-text = spaces)
               perform replace-entry-line
               move new-codes to category-codes
           end-if.

           .

       keep-new-code.

           move spaces to padded-codes padded-code.

           string " " delimited by size
               new-codes delimited by size
               into padded-codes
           end-string.

           string " " delimited by size
               function trim(parse-code) delimited by size
               " " delimited by size
               into padded-code
           end-string.

           move 0 to code-tally.

           inspect padded-codes tallying code-tally
               for all padded-code(1:function length(function
                   trim(parse-code)) + 2).

           if (code-tally = 0)

               if (codes-pointer > 1)
                   string " " delimited by size
                       into new-codes with pointer codes-pointer
                   end-string
               end-if

               string function trim(parse-code) delimited by size
                   into new-codes with pointer codes-pointer
               end-string

           end-if.

           .

       replace-entry-line.

      *    rewritten through gbcategory.new minus this entry's line,
      *    then the new line on the end - the same replace shape
      *    bookstore's drop uses. no side file yet is an empty one.

           open output categorykeepfile.

           if (category-keep-status not = "00")
               goback
           end-if.

           open input categoryfile.

           if (category-file-status = "00")

               read categoryfile

               perform until category-file-status = "10"

                   if (gc-entry-id not = category-entry-id)
                       move spaces to category-keep-record
                       move gbcategory-record to category-keep-record
                       write category-keep-record
                   end-if

                   read categoryfile

               end-perform

               close categoryfile

           end-if.

           if (new-codes not = spaces)
               move spaces to gbcategory-record
               move category-entry-id to gc-entry-id
               move new-codes to gc-codes
               move gbcategory-record to category-keep-record
               write category-keep-record
           end-if.

           close categorykeepfile.

           perform copy-keep-file-back.

           perform forget-member.

           if (new-codes not = spaces and member-used < 2000)
               add 1 to member-used
               move category-entry-id to mt-entry-id(member-used)
               move new-codes to mt-codes(member-used)
           end-if.

           .

       drop-entry.

           open input categoryfile.

           if (category-file-status not = "00")
               goback
           end-if.

           open output categorykeepfile.

           if (category-keep-status not = "00")
               close categoryfile
               goback
           end-if.

           read categoryfile.

           perform until category-file-status = "10"

               if (gc-entry-id not = category-entry-id)
                   move spaces to category-keep-record
                   move gbcategory-record to category-keep-record
                   write category-keep-record
               end-if

               read categoryfile

           end-perform.

           close categorykeepfile.
           close categoryfile.

           perform copy-keep-file-back.

           perform forget-member.

           .

       copy-keep-file-back.

           open input categorykeepfile.
           open output categoryfile.

           if (category-keep-status = "00"
               and category-file-status = "00")

               read categorykeepfile

               perform until category-keep-status = "10"

                   move category-keep-record to gbcategory-record
                   write gbcategory-record

                   read categorykeepfile

               end-perform

               move "y" to category-ok

           end-if.

           close categoryfile.
           close categorykeepfile.

           .

       forget-member.

           perform varying member-idx from 1 by 1
               until member-idx > member-used

               if (mt-entry-id(member-idx) = category-entry-id)
                   move spaces to mt-codes(member-idx)
                   move 0 to mt-entry-id(member-idx)
               end-if

           end-perform.

           .

       end program categorystore.
