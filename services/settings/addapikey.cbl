           02 audit-state picture x(2).
           02 filler picture x(1).
           02 audit-operator picture x(8).
           02 filler picture x(1).
           02 audit-action picture x(2).
         fd registry-file.
         copy registryrecord.

       01 registry-match picture x(1).
       01 journal-action picture x(2).
       01 journal-before picture x(914).
       01 journal-program picture x(20) value 'add--apikey'.
       01 old-digest picture x(80).
       01 new-digest picture x(80).
       01 digest-state picture x(2).
       01 stored-form picture x(1).

       linkage section.
       01 argc binary-long unsigned.
       procedure division 
         using argc, argv, result, result-length.
       start-api--key.
           move 'n' to stored-form
           perform add-api--key.

       stored-api--key.
           entry 'add--apikey-stored'
             using argc, argv, result, result-length
           move 'y' to stored-form
           perform add-api--key.

       add-api--key.
           if argc is less than 53
             move 1 to return-code
             goback
             perform write-audit-and-exit
           end-if

           if stored-form is equal to 'y'
             move oldkey to old-digest
           else
             call 'digest--apikey' using oldkey, old-digest,
               digest-state
           end-if
           call 'digest--apikey' using newkey, new-digest, digest-state
           if digest-state is not equal to 'ok'
             move 'fl' to state
             move 2 to result-length
             perform write-audit-and-exit
           end-if

           move section-name to name
           read keyvalue record
             invalid key
             move spaces to ssection
             move chain-next-name to name
             move zero to api-keys-count
             move new-digest to api-key(1)
             move today-date to created-date(1)
             move zero to last-used-date(1)
             move 'a' to key-status(1)
             move 'rw' to journal-action
             move ssection to journal-before
             add 1 to api-keys-count end-add
             move new-digest to api-key(api-keys-count)
             move today-date to created-date(api-keys-count)
             move zero to last-used-date(api-keys-count)
             move 'a' to key-status(api-keys-count)
           end-if

           call 'journal--write'
             using journal-action, journal-before, ssection,
               journal-program, operator-id

           if chain-full is equal to 'y'
             move 1 to ix-slot-arg
           else
             move api-keys-count to ix-slot-arg
           end-if
           call 'index--upsert' using new-digest, name, ix-slot-arg

           move 'ok' to state
           move 2 to result-length
           end-if.

       write-audit-and-exit.
           move spaces to audit-record
           move section-name to audit-section-name
           accept audit-date from date yyyymmdd
           accept audit-time from time
           move '****' to audit-masked-key(5:4)
           move state to audit-state
           move operator-id to audit-operator
           move 'ad' to audit-action

           perform write-audit-record-with-retry

           perform
             varying ind
               from 1 by 1 until ind is greater than api-keys-count
             if old-digest is equal to api-key(ind)
               if key-status(ind) is equal to 's'
                 move 'y' to auth-suspended
               else
                 move 'y' to auth-found
               end-if
             end-if
             if new-digest is equal to api-key(ind)
               move 'y' to dup-found
             end-if
           end-perform
           02 audit-state picture x(2).
           02 filler picture x(1).
           02 audit-operator picture x(8).
           02 filler picture x(1).
           02 audit-action picture x(2).

       working-storage section.
       01 ind picture 9(2).
       01 audit-retry picture 9.
       01 journal-action picture x(2).
       01 journal-before picture x(914).
       01 journal-program picture x(20) value 'del--apikey'.
       01 del-digest picture x(80).
       01 digest-state picture x(2).
       01 stored-form picture x(1).

       linkage section.
       01 argc binary-long unsigned.
       procedure division
         using argc, argv, result, result-length.
       delete-api--key.
           move 'n' to stored-form
           perform del-api--key.

       stored-del-api--key.
           entry 'del--apikey-stored'
             using argc, argv, result, result-length
           move 'y' to stored-form
           perform del-api--key.

       del-api--key.
           if argc is less than 33
             move 1 to return-code
             goback
               perform write-audit-and-exit
           end-read

           if stored-form is equal to 'y'
             move delkey to del-digest
           else
             call 'digest--apikey' using delkey, del-digest,
               digest-state
             if digest-state is not equal to 'ok'
               move 'fl' to state
               move 2 to result-length
               perform write-audit-and-exit
             end-if
           end-if

           move zero to found-ind
           move 'n' to found-flag
           move 'n' to chain-done

           move 'rw' to journal-action
           call 'journal--write'
             using journal-action, journal-before, ssection,
               journal-program, operator-id

           call 'index--remove' using del-digest
           perform reindex-shifted-slot
             varying ind
               from found-ind by 1
           perform write-audit-and-exit.

       write-audit-and-exit.
           move spaces to audit-record
           move section-name to audit-section-name
           accept audit-date from date yyyymmdd
           accept audit-time from time
           move '****' to audit-masked-key(5:4)
           move state to audit-state
           move operator-id to audit-operator
           move 'rv' to audit-action

           perform write-audit-record-with-retry

           perform
             varying ind
               from 1 by 1 until ind is greater than api-keys-count
             if del-digest is equal to api-key(ind)
               move ind to found-ind
               move 'y' to found-flag
             end-if
