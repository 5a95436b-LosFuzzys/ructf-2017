       01 count-disp picture zzzz9.
       01 journal-action picture x(2).
       01 journal-before picture x(914).
       01 journal-program picture x(20) value 'verify--db'.
       01 journal-operator picture x(8) value 'repair'.
       01 date-julian binary-long.

       01 repair-arg picture x(8).
             display 'run reorg--apikeys to close chain gaps'
           end-if

           if count-errors is greater than zero
             or date-errors is greater than zero
             or chain-errors is greater than zero
             or dup-errors is greater than zero
             move 4 to return-code
           else
             move zero to return-code
           end-if

           stop run.

       verify-next-record.
           if io-ok is equal to 'y'
             move 'rw' to journal-action
             call 'journal--write'
               using journal-action, journal-before, ssection,
                 journal-program, journal-operator
             perform reindex-repaired-slot
               varying ind
                 from 1 by 1 until ind is greater than api-keys-count
