*> ***********************************************



       identification division.
       program-id. humancheck.

       environment division.
       input-output section.
       file-control.

           select statefile
               assign to state-file-name
               file status is state-file-status
               organization is line sequential.

           select questionfile
               assign to question-file-name
               file status is question-file-status
               organization is line sequential.

       data division.
       file section.
       fd  statefile.
       01  state-line pic x(120).

       fd  questionfile.
       01  question-line pic x(160).

       working-storage section.

      *    the question on the public guestbook form that a person
      *    answers without thinking and a bot posting blind does
      *    not. "pose" is handed the form token formtoken has just
      *    minted and answers the question to print beside the
      *    form - a small sum, or now and then one of the staff's
      *    own questions from the question file when there is one;
      *    "check" is handed the token the POST carried and what
      *    the visitor typed, and answers "y" only when that is
      *    the answer posed for that very token. the row is spent
      *    on the first check, right or wrong, so an answer read
      *    off one form can never clear a second POST - the page
      *    that comes back carries a new token and a new question.
      *    kept in a small state file, one "token|answers|minted-
      *    seconds" line per outstanding question, for the same
      *    reason formtoken keeps one: the GET and the POST land on
      *    different CGI processes. rows live exactly as long as
      *    the form token they belong to (formtoken-minutes).

       01 state-file-name      pic x(255) value "humancheck.dat".
       01 state-file-status    pic x(2).

      *    the staff's own questions, "question|answer" a line,
      *    # and blank lines skipped. an answer column may list
      *    more than one accepted answer, comma-separated ("four,
      *    4"). no file, or an empty one, and every question is a
      *    sum.
       01 question-file-name   pic x(255) value "questions.dat".
       01 question-file-status pic x(2).

       01 token-minutes        pic 9(4) value 30.

      *    scratch for the cowconfig lookups - the preset VALUEs are
      *    the defaults; cow.config overrides them when the keys are
      *    present.
       01 config-key           pic x(30).
       01 config-text          pic x(255).
       01 config-text-len      pic s9(4) comp.

       01 state-table.
          05 state-entry occurs 200 times.
             10 st-token      pic x(32).
             10 st-answers    pic x(60).
             10 st-minted     pic 9(12).
       01 state-used          pic s9(4) comp value 0.

       01 question-table.
          05 question-entry occurs 50 times.
             10 qt-question   pic x(90).
             10 qt-answers    pic x(60).
       01 question-used       pic s9(4) comp value 0.

       01 parse-token         pic x(32).
       01 parse-answers       pic x(60).
       01 parse-minted        pic x(14).
       01 parse-question      pic x(90).

       01 now-raw             pic x(21).
       01 now-date-part       pic 9(8).
       01 now-secs            pic 9(12).

       01 scan-idx            pic s9(4) comp.
       01 found-idx           pic s9(4) comp.
       01 pick-idx            pic s9(4) comp.

      *    the sum - two small numbers, the answer kept as text so
      *    it is judged exactly like a question-file answer.
       01 sum-left            pic 9(1).
       01 sum-right           pic 9(1).
       01 sum-total           pic z9.

      *    the answer as typed and the accepted answers, trimmed
      *    and lower-cased before they are compared.
       01 typed-answer        pic x(60).
       01 accepted-answers.
          05 accepted-answer  pic x(60) occurs 4 times.
       01 accepted-idx        pic s9(4) comp.

      *    reseeded for every question, on a mix of its own - the
      *    form token was drawn off the shared generator a moment
      *    earlier in the same process, and the question must not
      *    follow from it.
       01 process-id          pic s9(9) usage comp-5.
       01 random-seed         pic s9(9) usage comp-5.
       01 seed-work           pic s9(18) comp.
       01 pose-count          pic s9(9) comp value 0.
       01 random-scratch      pic v9(18) comp.
       01 random-draw         pic 9(4).

       linkage section.

       01 challenge-op        pic x(7).
       01 challenge-token     pic x(32).
       01 challenge-text      pic x(90).
       01 challenge-answer    pic x(90).
       01 challenge-ok        pic x(1).

       procedure division using challenge-op challenge-token
           challenge-text challenge-answer challenge-ok.

           move "n" to challenge-ok.

           move "humancheck-file" to config-key.
           call 'cowconfig' using config-key state-file-name.

           move spaces to config-text.
           move "formtoken-minutes" to config-key.
           call 'cowconfig' using config-key config-text.
           perform take-numeric-config.
           if (config-text-len > 0)
               move function numval(config-text) to token-minutes
           end-if.

           move function current-date to now-raw.
           move function numval(now-raw(1:8)) to now-date-part.

           compute now-secs =
               function integer-of-date(now-date-part) * 86400
               + function numval(now-raw(9:2)) * 3600
               + function numval(now-raw(11:2)) * 60
               + function numval(now-raw(13:2)).

      *    a blank token has no question and never clears one.

           if (function trim(challenge-token) = spaces)
               goback
           end-if.

           perform load-state-file.

           evaluate function trim(challenge-op)

               when "pose"
                   perform pose-question

               when "check"
                   perform check-answer

           end-evaluate.

           perform save-state-file.

       goback.

       take-numeric-config.

      *    leaves config-text-len 0 when the value is absent or not
      *    a sane number, so the compiled-in default stands - same
      *    guard formtoken keeps on the same key.

           move function length(function trim(config-text))
               to config-text-len.

           if (config-text-len > 4
               or config-text-len = 0)
               move 0 to config-text-len
           end-if.

           if (config-text-len > 0
               and config-text(1:config-text-len) not numeric)
               move 0 to config-text-len
           end-if.

           .

       pose-question.

           perform seed-random.
           perform load-question-file.

           move spaces to challenge-text parse-answers.

      *    with staff questions on file, one form in two gets one of
      *    them - a bot taught to do the sums still has to know
      *    what the staff asked.

           compute random-draw = function random * 2.

           if (question-used > 0 and random-draw = 1)

               compute pick-idx =
                   function random * question-used + 1
               if (pick-idx > question-used)
                   move question-used to pick-idx
               end-if

               move qt-question(pick-idx) to challenge-text
               move qt-answers(pick-idx) to parse-answers

           else

               compute sum-left = function random * 9 + 1
               compute sum-right = function random * 9 + 1
               compute sum-total = sum-left + sum-right

               string "What is " delimited by size
                   sum-left delimited by size
                   " plus " delimited by size
                   sum-right delimited by size
                   "?" delimited by size
                   into challenge-text
               end-string

               move function trim(sum-total) to parse-answers

           end-if.

      *    a fresh token never has a row yet, but a re-pose for the
      *    same one replaces the old question rather than adding a
      *    second answer to it.

           perform find-token-row.

           if (found-idx = 0 and state-used < 200)
               add 1 to state-used
               move state-used to found-idx
           end-if.

           if (found-idx > 0)
               move challenge-token to st-token(found-idx)
               move parse-answers to st-answers(found-idx)
               move now-secs to st-minted(found-idx)
               move "y" to challenge-ok
           end-if.

           .

       seed-random.

           call "getpid" returning process-id.

           add 1 to pose-count.

           compute seed-work =
               process-id * 6151
               + function numval(now-raw(9:8))
               + pose-count * 130531.

           compute random-seed = function mod(seed-work, 999999893).

           compute random-scratch = function random(random-seed).

           .

       check-answer.

      *    the row goes whatever the answer - a wrong guess does not
      *    get a second try at the same question.

           perform find-token-row.

           if (found-idx = 0)
               goback
           end-if.

           move function lower-case(function trim(challenge-answer))
               to typed-answer.

           move spaces to accepted-answers.

           unstring st-answers(found-idx) delimited by ","
               into accepted-answer(1) accepted-answer(2)
                   accepted-answer(3) accepted-answer(4)
           end-unstring.

           move spaces to st-token(found-idx).

           perform varying accepted-idx from 1 by 1
               until accepted-idx > 4 or typed-answer = spaces

               if (accepted-answer(accepted-idx) not = spaces
                   and function lower-case(function trim(
                       accepted-answer(accepted-idx))) = typed-answer)
                   move "y" to challenge-ok
               end-if

           end-perform.

           .

       find-token-row.

           move 0 to found-idx.

           perform varying scan-idx from 1 by 1
               until scan-idx > state-used or found-idx > 0

               if (st-token(scan-idx) = challenge-token)
                   move scan-idx to found-idx
               end-if

           end-perform.

           .

       load-question-file.

           move 0 to question-used.

           move "question-file" to config-key.
           call 'cowconfig' using config-key question-file-name.

           open input questionfile.

           if (question-file-status = "00")

               read questionfile

               perform until question-file-status = "10"
                   or question-used >= 50

                   if (question-line not = spaces
                       and question-line(1:1) not = "#")

                       move spaces to parse-question parse-answers

                       unstring question-line delimited by "|"
                           into parse-question parse-answers
                       end-unstring

                       if (parse-question not = spaces
                           and parse-answers not = spaces)
                           add 1 to question-used
                           move parse-question
                               to qt-question(question-used)
                           move parse-answers
                               to qt-answers(question-used)
                       end-if

                   end-if

                   read questionfile

               end-perform

               close questionfile

           end-if.

           .

       load-state-file.

           move 0 to state-used.

           open input statefile.

           if (state-file-status = "00")

               read statefile

               perform until state-file-status = "10"
                   or state-used >= 200

                   move spaces to parse-token parse-answers
                       parse-minted

                   unstring state-line delimited by "|"
                       into parse-token parse-answers parse-minted
                   end-unstring

                   if (function trim(parse-token) not = spaces
                       and parse-minted(1:12) numeric)

                       if (now-secs
                           - function numval(parse-minted(1:12))
                           < token-minutes * 60)

                           add 1 to state-used
                           move parse-token
                               to st-token(state-used)
                           move parse-answers
                               to st-answers(state-used)
                           move function numval(parse-minted(1:12))
                               to st-minted(state-used)

                       end-if

                   end-if

                   read statefile

               end-perform

               close statefile

           end-if.

           .

       save-state-file.

           open output statefile.

           if (state-file-status not = "00")
               goback
           end-if.

           perform varying scan-idx from 1 by 1
               until scan-idx > state-used

               if (st-token(scan-idx) not = spaces)

                   move spaces to state-line

                   string function trim(st-token(scan-idx))
                           delimited by size
                       "|" delimited by size
                       function trim(st-answers(scan-idx))
                           delimited by size
                       "|" delimited by size
                       st-minted(scan-idx) delimited by size
                       into state-line
                   end-string

                   write state-line

               end-if

           end-perform.

           close statefile.

           .

       end program humancheck.
