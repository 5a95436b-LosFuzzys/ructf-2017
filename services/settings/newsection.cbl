       01 ix-slot-arg picture 9.
       01 journal-action picture x(2).
       01 journal-before picture x(914).
       01 journal-program picture x(20) value 'new--section'.
       01 initial-digest picture x(80).
       01 digest-state picture x(2).

       linkage section.
       01 argc binary-long unsigned.
       01 argv.
         02 section-name picture x(40).
         02 initial-key picture x(80).
         02 filler picture x(80).
         02 operator-id picture x(8).
         02 filler picture x(805).
       01 result.
         02 state picture x(2).
         02 filler picture x(1022).
             goback
           end-if

           call 'digest--apikey' using initial-key, initial-digest,
             digest-state
           if digest-state is not equal to 'ok'
             move 'fl' to state
             move 2 to result-length
             goback
           end-if

           move section-name to name
           read keyvalue record
             invalid key
               move spaces to ssection
               move section-name to name
               move zero to api-keys-count
               move initial-digest to api-key(1)
               accept today-date from date yyyymmdd
               move today-date to created-date(1)
               move zero to last-used-date(1)
               move 'wr' to journal-action
               move spaces to journal-before
               call 'journal--write'
                 using journal-action, journal-before, ssection,
                   journal-program, operator-id

               move 1 to ix-slot-arg
               call 'index--upsert'
                 using initial-digest, name, ix-slot-arg

               move 'ok' to state
               move 2 to result-length
