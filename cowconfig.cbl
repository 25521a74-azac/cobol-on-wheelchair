       01 config-loaded       pic x(1) value "n".

       01 config-table.
          05 config-entry occurs 120 times.
             10 ce-key        pic x(30).
             10 ce-value      pic x(255).
       01 config-used         pic s9(4) comp value 0.
           read configfile.

           perform until config-file-status = "10"
               or config-used >= 120

               if (config-line(1:1) not = "#"
                   and config-line not = spaces)
