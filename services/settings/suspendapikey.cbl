       01 tilde-count picture 9(2).
       01 journal-action picture x(2).
       01 journal-before picture x(914).
       01 journal-program picture x(20) value 'suspend--apikey'.
       01 susp-digest picture x(80).
       01 digest-state picture x(2).

       linkage section.
       01 argc binary-long unsigned.
       01 argv.
         02 section-name picture x(40).
         02 suspkey picture x(80).
         02 filler picture x(80).
         02 operator-id picture x(8).
         02 filler picture x(805).
       01 result.
         02 state picture x(2).
         02 filler picture x(1022).
               goback
           end-read

           call 'digest--apikey' using suspkey, susp-digest,
             digest-state
           if digest-state is not equal to 'ok'
             move 'fl' to state
             move 2 to result-length
             goback
           end-if

           move zero to found-ind
           move 'n' to found-flag
           move 'n' to chain-done

           move 'rw' to journal-action
           call 'journal--write'
             using journal-action, journal-before, ssection,
               journal-program, operator-id

           move 'ok' to state
           move 2 to result-length
           perform
             varying ind
               from 1 by 1 until ind is greater than api-keys-count
             if susp-digest is equal to api-key(ind)
               move ind to found-ind
               move 'y' to found-flag
             end-if
       01 tilde-count picture 9(2).
       01 journal-action picture x(2).
       01 journal-before picture x(914).
       01 journal-program picture x(20) value 'react--apikey'.
       01 react-digest picture x(80).
       01 digest-state picture x(2).

       linkage section.
       01 argc binary-long unsigned.
       01 argv.
         02 section-name picture x(40).
         02 reactkey picture x(80).
         02 filler picture x(80).
         02 operator-id picture x(8).
         02 filler picture x(805).
       01 result.
         02 state picture x(2).
         02 filler picture x(1022).
               goback
           end-read

           call 'digest--apikey' using reactkey, react-digest,
             digest-state
           if digest-state is not equal to 'ok'
             move 'fl' to state
             move 2 to result-length
             goback
           end-if

           move zero to found-ind
           move 'n' to found-flag
           move 'n' to chain-done

           move 'rw' to journal-action
           call 'journal--write'
             using journal-action, journal-before, ssection,
               journal-program, operator-id

           move 'ok' to state
           move 2 to result-length
           perform
             varying ind
               from 1 by 1 until ind is greater than api-keys-count
             if react-digest is equal to api-key(ind)
               move ind to found-ind
               move 'y' to found-flag
             end-if
