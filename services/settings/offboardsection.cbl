       identification division.
       program-id. offboard--section.

       environment division.
       input-output section.
       file-control.
         copy dbselect.
         select optional operator-file assign to 'operators.dat'
           organization is line sequential.

       data division.
       file section.
         copy dbrecord.
         fd operator-file.
         copy operatorrecord.

       working-storage section.
       01 tilde-count picture 9(2).
       01 section-found picture x(1).
       01 operator-found picture x(1).
       01 operator-level picture x(1).
       01 in-secret picture x(20).
       01 operator-eof picture x(1).
       01 line-out picture x(132).
       01 queue-action picture x(2) value 'ob'.
       01 queue-key picture x(80).
       01 queue-id picture 9(6).
       01 queue-state picture x(2).

       01 command-args picture x(60).
       01 section-arg picture x(40).
       01 operator-arg picture x(8).

       procedure division.
       offboard-api--section.
           accept command-args from command-line
           move spaces to section-arg
           move spaces to operator-arg
           unstring command-args delimited by all space
             into section-arg operator-arg
           end-unstring
           if section-arg is equal to spaces
             or operator-arg is equal to spaces
             display 'usage: offboard--section <base section name>'
               ' <operator id>'
             stop run
           end-if

           move zero to tilde-count
           inspect section-arg tallying tilde-count for all '~'
           if tilde-count is greater than zero
             display 'base section name only, no ~ links'
             stop run
           end-if

           display 'passphrase:'
           move spaces to in-secret
           accept in-secret

           move 'n' to operator-found
           move 'n' to operator-eof
           open input operator-file
           perform read-operator-entry
             until operator-eof is equal to 'y'
               or operator-found is equal to 'y'
           close operator-file

           if operator-found is not equal to 'y'
             display 'sign-on failed'
             stop run
           end-if
           if operator-level is equal to 'b'
             display 'browse-only operator'
             stop run
           end-if

           move 'n' to section-found
           open input keyvalue
           move section-arg to name
           read keyvalue record
             invalid key
               continue
             not invalid key
               move 'y' to section-found
           end-read
           close keyvalue

           if section-found is not equal to 'y'
             display 'no such section'
             stop run
           end-if

           move spaces to queue-key
           call 'approval--queue'
             using queue-action, section-arg, queue-key,
               operator-arg, queue-id, queue-state
           end-call
           if queue-state is not equal to 'ok'
             display 'approval file busy, offboard not queued'
             stop run
           end-if

           move spaces to line-out
           string
             'offboard queued for approval, request ' delimited by size
             queue-id delimited by size
             into line-out
           end-string
           display line-out

           stop run.

       read-operator-entry.
           read operator-file
             at end
               move 'y' to operator-eof
           end-read

           if operator-eof is not equal to 'y'
             and operator-rec-id is equal to operator-arg
             and operator-rec-secret is equal to in-secret
             move 'y' to operator-found
             move operator-rec-level to operator-level
           end-if.

       end program offboard--section.

       identification division.
       program-id. offboard--apply.

       environment division.
       input-output section.
       file-control.
           02 audit-state picture x(2).
           02 filler picture x(1).
           02 audit-operator picture x(8).
           02 filler picture x(1).
           02 audit-action picture x(2).
         fd manifest-file.
         01 manifest-record.
           02 manifest-name picture x(40).
       01 link-suffix picture 9.
       01 link-name picture x(40).
       01 link-found picture x(1).
       01 audit-log-status picture x(2).
       01 audit-io-ok picture x(1).
       01 audit-retry picture 9.
       01 count-disp picture zzzz9.
       01 journal-action picture x(2).
       01 journal-after picture x(914).
       01 journal-program picture x(20) value 'offboard--apply'.
       01 saved-ssection.
         02 saved-name picture x(40).
         02 saved-api-keys occurs 9 times.
         02 saved-last-used-date occurs 9 times picture 9(8).
         02 saved-key-status occurs 9 times picture x(1).

       01 records-deleted binary-long unsigned value zero.
       01 keys-removed binary-long unsigned value zero.
       01 records-failed binary-long unsigned value zero.

       linkage section.
       01 section-arg picture x(40).
       01 operator-arg picture x(8).
       01 apply-state picture x(2).

       procedure division using section-arg, operator-arg, apply-state.
       offboard-apply--section.
           move zero to records-deleted
           move zero to keys-removed
           move zero to records-failed

           open output manifest-file

           perform offboard-chain-link
               from 1 by 1 until link-suffix is greater than 9

           close manifest-file

           if records-deleted is greater than zero
             perform write-offboard-audit
           end-string
           display line-out

           evaluate true
             when records-failed is greater than zero
               move 'fl' to apply-state
             when records-deleted is equal to zero
               move 'bn' to apply-state
             when other
               move 'ok' to apply-state
           end-evaluate

           goback.

       offboard-chain-link.
           if link-suffix is equal to 1
               move 'dl' to journal-action
               move spaces to journal-after
               call 'journal--write'
                 using journal-action, saved-ssection, journal-after,
                   journal-program, operator-arg
               perform write-manifest-slot
                 varying ind
                   from 1 by 1
                   until ind is greater than saved-api-keys-count
               perform write-removed-key-audit
                 varying ind
                   from 1 by 1
                   until ind is greater than saved-api-keys-count
               perform remove-slot-index-entry
                 varying ind
                   from 1 by 1
             call 'C$SLEEP' using io-sleep-seconds
           end-perform.

       write-removed-key-audit.
           move spaces to audit-record
           accept audit-date from date yyyymmdd
           accept audit-time from time
           move saved-name to audit-section-name
           move saved-api-key(ind)(1:4) to audit-masked-key(1:4)
           move '****' to audit-masked-key(5:4)
           move 'ok' to audit-state
           move operator-arg to audit-operator
           move 'ob' to audit-action
           perform write-audit-record-with-retry.

       write-offboard-audit.
           move spaces to audit-record
           accept audit-date from date yyyymmdd
           accept audit-time from time
           move section-arg to audit-section-name
           move '********' to audit-masked-key
           move 'ok' to audit-state
           move operator-arg to audit-operator
           move 'dl' to audit-action
           perform write-audit-record-with-retry.

       write-audit-record-with-retry.
           move 'n' to audit-io-ok
           perform
             varying audit-retry
             call 'C$SLEEP' using io-sleep-seconds
           end-perform.

       end program offboard--apply.
