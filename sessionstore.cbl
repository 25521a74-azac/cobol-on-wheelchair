               when "list"
                   perform list-sessions

      *    "purge" drops every session belonging to session-user -
      *    an account an admin has just disabled must not keep
      *    whatever browsers it already had signed in.
               when "purge"
                   perform purge-user-sessions

           end-evaluate.

       goback.

           .

       purge-user-sessions.

           if (function trim(session-user) = spaces)
               goback
           end-if.

           perform open-session-with-retry.

           if (session-file-status not = "00")
               goback
           end-if.

           move low-values to ss-sid.

           start sessionfile key is >= ss-sid
               invalid key
                   move "23" to session-file-status
           end-start.

           if (session-file-status = "00")

               read sessionfile next record

               perform until session-file-status not = "00"

                   if (ss-user = session-user)
                       delete sessionfile record
                           invalid key
                               continue
                       end-delete
                   end-if

                   read sessionfile next record

               end-perform

           end-if.

           close sessionfile.

           move "y" to session-ok.

           .

       list-one-session.

           add 1 to listed-count.
