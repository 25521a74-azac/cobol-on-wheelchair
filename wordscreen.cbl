*> ***********************************************



       identification division.
       program-id. wordscreen.

       environment division.
       input-output section.
       file-control.

           select wordlistfile
               assign to word-list-name
               file status is word-list-status
               organization is line sequential.

       data division.
       file section.
       fd  wordlistfile.
       01  word-list-line pic x(80).

       working-storage section.

      *    the word-list screen - a message is scored against the
      *    staff-maintained list, and screen-held comes back "y"
      *    with the matched words in screen-words when any listed
      *    word is in it. guestbookadd screens a new entry here and
      *    the visitor's correction screens the changed one, so
      *    both hold for the very same words.
      *    every listed word is searched for in the lower-cased
      *    message - substring match, which errs toward holding,
      *    and a moderator's approve is one click. no list file at
      *    all means nothing to screen against and everything
      *    passes, the same fail-open a missing cow.config gets.

       01 word-list-name         pic x(255) value "wordlist.dat".
       01 word-list-status       pic x(2).
      *    scratch for the cowconfig lookup - the preset VALUE above
      *    is the default; cow.config overrides it when the key is
      *    present.
       01 config-key             pic x(30).

       01 screen-word            pic x(40).
       01 screen-word-len        pic s9(4) comp.
       01 message-lowered        pic x(200).
       01 screen-hit-count       pic 9(4).
       01 matched-pointer        pic 9(4) usage comp.

       linkage section.

       01 screen-text            pic x(200).
       01 screen-words           pic x(120).
       01 screen-held            pic x(1).

       procedure division using screen-text screen-words
           screen-held.

           move "n" to screen-held.
           move spaces to screen-words.
           move 1 to matched-pointer.

           move "word-list" to config-key.
           call 'cowconfig' using config-key word-list-name.

           move function lower-case(screen-text) to message-lowered.

           open input wordlistfile.

           if (word-list-status = "00")

               read wordlistfile

               perform until word-list-status = "10"

                   if (word-list-line(1:1) not = "#"
                       and word-list-line not = spaces)
                       perform judge-one-word
                   end-if

                   read wordlistfile

               end-perform

               close wordlistfile

           end-if.

       goback.

       judge-one-word.

           move spaces to screen-word.
           move function lower-case(function trim(word-list-line))
               to screen-word.
           move function length(function trim(screen-word))
               to screen-word-len.

           if (screen-word-len > 0)

               move 0 to screen-hit-count

               inspect message-lowered tallying screen-hit-count
                   for all screen-word(1:screen-word-len)

               if (screen-hit-count > 0)

                   move "y" to screen-held

                   if (matched-pointer > 1
                       and matched-pointer < 115)
                       string " " delimited by size
                           into screen-words
                           with pointer matched-pointer
                       end-string
                   end-if

                   if (matched-pointer + screen-word-len <= 120)
                       string screen-word(1:screen-word-len)
                           delimited by size
                           into screen-words
                           with pointer matched-pointer
                       end-string
                   end-if

               end-if

           end-if.

           .

       end program wordscreen.
