*> ***********************************************



       identification division.
       program-id. auditseal.

       data division.
       working-storage section.

      *    the one place an audit line's check value is worked out -
      *    gbaudit (sealing each new line), auditverify (walking the
      *    chain) and gbprivacy (re-sealing after an erasure changes
      *    a line) all CALL here, so the three can never disagree
      *    about the arithmetic. the value is stirred over the
      *    previous line's check value and then every byte of this
      *    line ahead of its own check field, the same two
      *    accumulators pwhash uses, printed as 32 digits: change a
      *    byte of any line, or take a line out of the middle, and
      *    every check value from there on stops matching. it shows
      *    an edit up; it is not a signature anyone would have to
      *    steal a key to forge.

       01 mix-idx             pic s9(4) comp.
       01 mix-code            pic 9(4) usage comp.
       01 round-idx           pic s9(4) comp.

      *    both accumulators stay below 10^15, so the widest product
      *    (x 131) still fits pic 9(18) arithmetic with room to
      *    spare.
       01 hash-acc-1          pic 9(18) usage comp.
       01 hash-acc-2          pic 9(18) usage comp.
       01 acc-display-1       pic 9(16).
       01 acc-display-2       pic 9(16).

       linkage section.

      *    seal-image is the line from ga-stamp through ga-user.
       01 seal-image          pic x(654).
       01 seal-previous       pic x(32).
       01 seal-value          pic x(32).

       procedure division using seal-image seal-previous seal-value.

           move 5381 to hash-acc-1.
           move 52711 to hash-acc-2.

           perform varying mix-idx from 1 by 1
               until mix-idx > 32

               compute mix-code =
                   function ord(seal-previous(mix-idx:1))

               perform stir-one-byte

           end-perform.

           perform varying mix-idx from 1 by 1
               until mix-idx > 654

               compute mix-code = function ord(seal-image(mix-idx:1))

               perform stir-one-byte

           end-perform.

      *    a few rounds of each accumulator feeding the other, so a
      *    change near the end of the line reaches every digit.

           perform varying round-idx from 1 by 1
               until round-idx > 16

               compute hash-acc-1 = function mod(
                   hash-acc-1 * 33 + hash-acc-2 + 1,
                   1000000000000000)

               compute hash-acc-2 = function mod(
                   hash-acc-2 * 131 + hash-acc-1 + 3,
                   1000000000000000)

           end-perform.

           move hash-acc-1 to acc-display-1.
           move hash-acc-2 to acc-display-2.

           move spaces to seal-value.

           string acc-display-1 delimited by size
               acc-display-2 delimited by size
               into seal-value
           end-string.

       goback.

       stir-one-byte.

           compute hash-acc-1 = function mod(
               hash-acc-1 * 33 + mix-code,
               1000000000000000)

           compute hash-acc-2 = function mod(
               hash-acc-2 * 131 + mix-code * 7,
               1000000000000000)

           .

       end program auditseal.
