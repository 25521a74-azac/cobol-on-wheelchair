      *    POST controller hands to validate: which the-values field,
      *    whether it must be present, how long it may be (0 = no
      *    limit), and what characters it may hold ("a" any, "n"
      *    digits only, "e" an email address). a blank
      *    rule-field-name ends the set.
      *    shared by validate and every controller that declares
      *    rules so the shape only has to change in one place.
       01  field-rules.
