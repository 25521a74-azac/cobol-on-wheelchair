               move "approved" to row-col-value(5)
           end-if.

      *    a file whose first bytes don't match its extension is
      *    the thing staff most need to see before approving -
      *    spelled out in its own column so the template can shout.
           move "typewarn" to row-col-name(6).
           move "typecheck" to row-col-name(7).

           evaluate ur-signature
               when "n"
                   move "CONTENT DOES NOT MATCH THE FILE TYPE"
                       to row-col-value(6)
                   move "mismatch" to row-col-value(7)
               when "y"
                   move spaces to row-col-value(6)
                   move "contents match type" to row-col-value(7)
               when other
                   move spaces to row-col-value(6)
                   move "contents not checked" to row-col-value(7)
           end-evaluate.

           move "add" to rows-op.
           move 0 to rows-num.
           call 'cowrows' using rows-op rows-num the-row.
