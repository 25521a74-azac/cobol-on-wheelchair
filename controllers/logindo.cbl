       01 user-name          pic x(30).
       01 user-text          pic x(90).
       01 user-matched       pic x(1).
       01 state-found        pic x(1).
       01 account-state      pic x(10).

      *    scratch trio for the formtoken call, plus the token the
      *    POST carried - sized to formtoken's own linkage, see the

           end-if.

      *    a disabled account is judged only once the password has
      *    matched - a wrong guess answers the same as for any other
      *    account, so the state can't be probed for. no session,
      *    and the loginguard count is left alone.

           perform look-up-state.

           if (function trim(account-state) = "disabled")

               move "DISABLED" to sec-event
               move posted-username to sec-account
               call 'seclog' using sec-event sec-account

               move "message" to COW-varname(1)
               move "This account is disabled - ask an administrator."
                   to COW-varvalue(1)
               move "pagetitle" to COW-varname(2)
               move "Sign in" to COW-varvalue(2)

               move "mint" to token-op
               move spaces to token-value
               call 'formtoken' using token-op token-value token-ok
               move "token" to COW-varname(3)
               move token-value to COW-varvalue(3)

               move "login.cow" to template-name
               call 'cowtemplate' using the-vars template-name "y"

               goback

           end-if.

           move "LOGIN" to sec-event.
           move posted-username to sec-account.
           call 'seclog' using sec-event sec-account.

      *    the last-sign-in stamp the access review reads back -
      *    userstore keeps it beside users.dat.

           move "signin" to user-op.
           move posted-username to user-name.
           move spaces to user-text.
           move "n" to state-found.
           call 'userstore' using user-op user-name user-text
               state-found.

           move "good" to guard-op.
           move posted-username to guard-account.
           move "y" to guard-ok.

           call 'websetcookie' using cookie-name cookie-content.

      *    an account an admin reset signs in with the password it
      *    was handed and lands straight on the change form -
      *    passworddo's setpass is what clears the reset state, and
      *    until it does cow sends every other staff route to that
      *    form (see check-password-due).

           if (function trim(account-state) = "reset")

               move "message" to COW-varname(1)
               move "Your password was reset - choose your own now."
                   to COW-varvalue(1)
               move "pagetitle" to COW-varname(2)
               move "Change password" to COW-varvalue(2)

               move "mint" to token-op
               move spaces to token-value
               call 'formtoken' using token-op token-value token-ok
               move "token" to COW-varname(3)
               move token-value to COW-varvalue(3)

               move "password.cow" to template-name
               call 'cowtemplate' using the-vars template-name "y"

               goback

           end-if.

           move "user" to COW-varname(1).
           move posted-username to COW-varvalue(1).
           move "pagetitle" to COW-varname(2).

           .

       look-up-state.

           move "state" to user-op.
           move posted-username to user-name.
           move spaces to user-text.
           move "n" to state-found.

           call 'userstore' using user-op user-name user-text
               state-found.

           move user-text to account-state.

           .

       end program logindo.
