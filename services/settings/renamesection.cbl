       identification division.
       program-id. rename--section.

       environment division.
       input-output section.
       file-control.
         copy dbselect.
         copy usageselect.
         select optional registry-file assign to 'registry.dat'
           organization is line sequential.
         select optional new-registry-file assign to 'registry.new'
           organization is line sequential.
         select optional pending-file
           assign to 'rotation-pending.dat'
           organization is line sequential.
         select optional new-pending-file
           assign to 'rotation-pending.new'
           organization is line sequential.
         select optional audit-log assign to 'apikey-audit.log'
           organization is line sequential
           sharing with all other
           file status is audit-log-status.
         select optional operator-file assign to 'operators.dat'
           organization is line sequential.

       data division.
       file section.
         copy dbrecord.
         fd usage-file.
         copy usagerecord.
         fd registry-file.
         copy registryrecord.
         fd new-registry-file.
         01 new-registry-record picture x(92).
         fd pending-file.
         01 pending-record.
           02 pending-rec-section picture x(40).
           02 filler picture x(1).
           02 pending-rec-key picture x(80).
           02 filler picture x(1).
           02 pending-rec-retire-date picture 9(8).
         fd new-pending-file.
         01 new-pending-record picture x(130).
         fd audit-log is external.
         01 audit-record.
           02 audit-date picture 9(8).
           02 filler picture x(1).
           02 audit-time picture 9(6).
           02 filler picture x(1).
           02 audit-section-name picture x(40).
           02 filler picture x(1).
           02 audit-masked-key picture x(8).
           02 filler picture x(1).
           02 audit-state picture x(2).
           02 filler picture x(1).
           02 audit-operator picture x(8).
           02 filler picture x(1).
           02 audit-action picture x(2).
         fd operator-file.
         copy operatorrecord.

       working-storage section.
       01 ind picture 9(2).
       01 slot-ind picture 9(2).
       01 link-suffix picture 9.
       01 place-suffix picture 9.
       01 link-base picture x(40).
       01 link-name picture x(40).
       01 link-found picture x(1).
       01 tilde-count picture 9(2).
       01 merge-run picture x(1).
       01 merge-ok picture x(1).
       01 slot-placed picture x(1).
       01 dup-link picture 9.
       01 dup-slot picture 9.
       01 io-ok picture x(1).
       01 io-retry picture 9.
       01 io-sleep-seconds picture 9(4) comp value 1.
       01 audit-for-section picture x(40).
       01 audit-log-status picture x(2).
       01 audit-io-ok picture x(1).
       01 audit-retry picture 9.
       01 journal-action picture x(2).
       01 journal-before picture x(914).
       01 journal-after picture x(914).
       01 journal-program picture x(20) value 'rename--section'.
       01 ix-slot-arg picture 9.
       01 lock-state picture x(2).
       01 line-out picture x(132).
       01 count-disp picture zzzz9.
       01 section-quota binary-long unsigned.
       01 combined-keys binary-long unsigned.
       01 registry-eof picture x(1).
       01 source-registered picture x(1).
       01 target-registered picture x(1).
       01 target-tier picture x(10).
       01 pending-eof picture x(1).
       01 pending-changed picture x(1).
       01 usage-eof picture x(1).
       01 usage-to-section picture x(40).
       01 usage-to-slot picture 9.
       01 registry-live-name picture x(24) value 'registry.dat'.
       01 registry-work-name picture x(24) value 'registry.new'.
       01 pending-live-name picture x(24)
           value 'rotation-pending.dat'.
       01 pending-work-name picture x(24)
           value 'rotation-pending.new'.
       01 rename-status binary-long.
       01 delete-status binary-long.

       01 command-args picture x(100).
       01 mode-arg picture x(8).
       01 source-arg picture x(40).
       01 target-arg picture x(40).
       01 operator-arg picture x(8).
       01 operator-found picture x(1).
       01 operator-level picture x(1).
       01 operator-eof picture x(1).
       01 in-secret picture x(20).

       01 source-links-found binary-long unsigned value zero.
       01 source-keys-total binary-long unsigned value zero.
       01 target-links-found binary-long unsigned value zero.
       01 target-keys-total binary-long unsigned value zero.
       01 keys-added binary-long unsigned value zero.
       01 keys-duplicate binary-long unsigned value zero.
       01 records-written binary-long unsigned value zero.
       01 records-deleted binary-long unsigned value zero.
       01 records-failed binary-long unsigned value zero.
       01 usage-rows-moved binary-long unsigned value zero.
       01 usage-rows-skipped binary-long unsigned value zero.

       01 source-table.
         02 source-link occurs 9 times.
           03 source-exists picture x(1).
           03 source-state picture x(1).
           03 source-image.
             04 source-name picture x(40).
             04 source-api-key occurs 9 times picture x(80).
             04 source-keys-count picture 9.
             04 source-created-date occurs 9 times picture 9(8).
             04 source-last-used-date occurs 9 times picture 9(8).
             04 source-key-status occurs 9 times picture x(1).
           03 source-move occurs 9 times.
             04 source-to-link picture 9.
             04 source-to-slot picture 9.

       01 target-table.
         02 target-link occurs 9 times.
           03 target-exists picture x(1).
           03 target-changed picture x(1).
           03 target-stored picture x(1).
           03 target-before picture x(914).
           03 target-image.
             04 target-name picture x(40).
             04 target-api-key occurs 9 times picture x(80).
             04 target-keys-count picture 9.
             04 target-created-date occurs 9 times picture 9(8).
             04 target-last-used-date occurs 9 times picture 9(8).
             04 target-key-status occurs 9 times picture x(1).

       01 usage-overflow picture x(1).
       01 usage-rows binary-long unsigned.
       01 usage-ind binary-long unsigned.
       01 usage-table.
         02 usage-entry occurs 1 to 500 times
             depending on usage-rows.
           03 usage-from-slot picture 9.
           03 usage-from-month picture 9(6).
           03 usage-from-count picture 9(9).

       procedure division.
       rename-api--section.
           accept command-args from command-line
           move spaces to mode-arg
           move spaces to source-arg
           move spaces to target-arg
           move spaces to operator-arg
           unstring command-args delimited by all space
             into mode-arg source-arg target-arg operator-arg
           end-unstring

           evaluate mode-arg
             when 'rename'
               move 'n' to merge-run
             when 'merge'
               move 'y' to merge-run
             when other
               move spaces to source-arg
           end-evaluate
           if source-arg is equal to spaces
             or target-arg is equal to spaces
             or operator-arg is equal to spaces
             display 'usage: rename--section <rename|merge>'
               ' <source section> <target section> <operator id>'
             stop run
           end-if

           move zero to tilde-count
           inspect source-arg tallying tilde-count for all '~'
           inspect target-arg tallying tilde-count for all '~'
           if tilde-count is greater than zero
             display 'base section names only, no ~ links'
             stop run
           end-if
           if source-arg is equal to target-arg
             display 'source and target section are the same'
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

           open i-o keyvalue
           open i-o usage-file

           perform load-source-link
             varying link-suffix
               from 1 by 1 until link-suffix is greater than 9
           perform load-target-link
             varying link-suffix
               from 1 by 1 until link-suffix is greater than 9

           if source-links-found is equal to zero
             display 'no such section'
             perform close-and-stop
           end-if

           perform scan-registry

           if merge-run is equal to 'n'
             if target-links-found is greater than zero
               display 'target section already exists'
               perform close-and-stop
             end-if
             perform rename-source-link
               varying link-suffix
                 from 1 by 1 until link-suffix is greater than 9
                   or records-failed is greater than zero
           else
             if target-links-found is equal to zero
               display 'no such target section'
               perform close-and-stop
             end-if

             move 'y' to merge-ok
             perform place-source-link
               varying link-suffix
                 from 1 by 1 until link-suffix is greater than 9
             if merge-ok is not equal to 'y'
               display 'target section chain is full'
               perform close-and-stop
             end-if

             perform lookup-target-quota
             compute combined-keys = target-keys-total + keys-added
             if combined-keys is greater than section-quota
               move combined-keys to count-disp
               move spaces to line-out
               string
                 'combined key count ' delimited by size
                 count-disp delimited by size
                 ' exceeds target tier quota' delimited by size
                 into line-out
               end-string
               display line-out
               perform close-and-stop
             end-if

             perform store-target-link
               varying link-suffix
                 from 1 by 1 until link-suffix is greater than 9

             if records-failed is greater than zero
               display 'target section not fully written,'
                 ' source section left in place'
             else
               perform merge-source-link
                 varying link-suffix
                   from 1 by 1 until link-suffix is greater than 9
             end-if
           end-if

           close usage-file
           close keyvalue

           if records-failed is equal to zero
             call 'lock--move' using source-arg, target-arg, lock-state
             if lock-state is equal to 'ok'
               display 'lock state carried over'
             end-if
             if source-registered is equal to 'y'
               perform rewrite-registry
             end-if
             perform rewrite-rotation-pending
           end-if

           perform write-rename-audit
           perform show-source-move
             varying link-suffix
               from 1 by 1 until link-suffix is greater than 9
           if merge-run is equal to 'y'
             perform show-target-store
               varying link-suffix
                 from 1 by 1 until link-suffix is greater than 9
           end-if
           perform show-rename-totals

           if records-failed is greater than zero
             display 'chain not fully moved, lock, registry and'
               ' rotation entries left on the source section'
           end-if

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

       close-and-stop.
           close usage-file
           close keyvalue
           stop run.

       make-link-name.
           if link-suffix is equal to 1
             move link-base to link-name
           else
             move spaces to link-name
             string
               link-base delimited by space
               '~' delimited by size
               link-suffix delimited by size
               into link-name
             end-string
           end-if.

       load-source-link.
           move source-arg to link-base
           perform make-link-name

           move 'n' to source-exists(link-suffix)
           move 'n' to source-state(link-suffix)
           move link-name to name
           read keyvalue record
             invalid key
               continue
             not invalid key
               move 'y' to source-exists(link-suffix)
               move ssection to source-image(link-suffix)
               add 1 to source-links-found end-add
               add api-keys-count to source-keys-total end-add
           end-read

           perform
             varying ind
               from 1 by 1 until ind is greater than 9
             move zero to source-to-link(link-suffix, ind)
             move zero to source-to-slot(link-suffix, ind)
           end-perform.

       load-target-link.
           move target-arg to link-base
           perform make-link-name

           move 'n' to target-exists(link-suffix)
           move 'n' to target-changed(link-suffix)
           move 'n' to target-stored(link-suffix)
           move link-name to name
           read keyvalue record
             invalid key
               move spaces to target-before(link-suffix)
               move spaces to target-image(link-suffix)
               move link-name to target-name(link-suffix)
               move zero to target-keys-count(link-suffix)
             not invalid key
               move 'y' to target-exists(link-suffix)
               move ssection to target-before(link-suffix)
               move ssection to target-image(link-suffix)
               add 1 to target-links-found end-add
               add api-keys-count to target-keys-total end-add
           end-read.

       rename-source-link.
           if source-exists(link-suffix) is not equal to 'y'
             exit paragraph
           end-if

           move target-arg to link-base
           perform make-link-name

           move source-image(link-suffix) to ssection
           move link-name to name
           perform write-new-section-with-retry

           if io-ok is not equal to 'y'
             add 1 to records-failed end-add
             move spaces to line-out
             string
               'write failed: ' delimited by size
               link-name delimited by size
               into line-out
             end-string
             display line-out
             exit paragraph
           end-if

           move 'w' to source-state(link-suffix)
           move 'wr' to journal-action
           move spaces to journal-before
           call 'journal--write'
             using journal-action, journal-before, ssection,
               journal-program, operator-arg
           add 1 to records-written end-add

           perform
             varying ind
               from 1 by 1 until ind is greater than api-keys-count
             move ind to ix-slot-arg
             call 'index--upsert' using api-key(ind), name, ix-slot-arg
           end-perform

           perform collect-usage-rows
           perform move-renamed-usage-row
             varying usage-ind
               from 1 by 1 until usage-ind is greater than usage-rows

           move source-name(link-suffix) to name
           read keyvalue record
             invalid key
               continue
           end-read
           perform delete-source-link.

       move-renamed-usage-row.
           move link-name to usage-to-section
           move usage-from-slot(usage-ind) to usage-to-slot
           perform move-usage-row.

       place-source-link.
           if source-exists(link-suffix) is not equal to 'y'
             exit paragraph
           end-if

           perform place-source-slot
             varying slot-ind
               from 1 by 1
               until slot-ind is greater than
                 source-keys-count(link-suffix)
                 or merge-ok is not equal to 'y'.

       place-source-slot.
           move zero to dup-link
           move zero to dup-slot
           perform
             varying place-suffix
               from 1 by 1 until place-suffix is greater than 9
             perform
               varying ind
                 from 1 by 1
                 until ind is greater than
                   target-keys-count(place-suffix)
               if target-api-key(place-suffix, ind) is equal to
                   source-api-key(link-suffix, slot-ind)
                 move place-suffix to dup-link
                 move ind to dup-slot
               end-if
             end-perform
           end-perform

           if dup-link is greater than zero
             move dup-link to source-to-link(link-suffix, slot-ind)
             move dup-slot to source-to-slot(link-suffix, slot-ind)
             add 1 to keys-duplicate end-add
             exit paragraph
           end-if

           move 'n' to slot-placed
           perform
             varying place-suffix
               from 1 by 1 until place-suffix is greater than 9
                 or slot-placed is equal to 'y'
             if target-keys-count(place-suffix) is less than 9
               add 1 to target-keys-count(place-suffix) end-add
               move target-keys-count(place-suffix) to ind
               move source-api-key(link-suffix, slot-ind)
                 to target-api-key(place-suffix, ind)
               move source-created-date(link-suffix, slot-ind)
                 to target-created-date(place-suffix, ind)
               move source-last-used-date(link-suffix, slot-ind)
                 to target-last-used-date(place-suffix, ind)
               move source-key-status(link-suffix, slot-ind)
                 to target-key-status(place-suffix, ind)
               move 'y' to target-changed(place-suffix)
               move place-suffix
                 to source-to-link(link-suffix, slot-ind)
               move ind to source-to-slot(link-suffix, slot-ind)
               move 'y' to slot-placed
               add 1 to keys-added end-add
             end-if
           end-perform

           if slot-placed is not equal to 'y'
             move 'n' to merge-ok
           end-if.

       store-target-link.
           if target-changed(link-suffix) is not equal to 'y'
             exit paragraph
           end-if

           if target-exists(link-suffix) is equal to 'y'
             move target-name(link-suffix) to name
             read keyvalue record
               invalid key
                 continue
             end-read
             move target-image(link-suffix) to ssection
             perform rewrite-section-with-retry
             move 'rw' to journal-action
             move target-before(link-suffix) to journal-before
           else
             move target-image(link-suffix) to ssection
             perform write-new-section-with-retry
             move 'wr' to journal-action
             move spaces to journal-before
           end-if

           if io-ok is not equal to 'y'
             add 1 to records-failed end-add
             move spaces to line-out
             string
               'write failed: ' delimited by size
               target-name(link-suffix) delimited by size
               into line-out
             end-string
             display line-out
             exit paragraph
           end-if

           move 'y' to target-stored(link-suffix)
           call 'journal--write'
             using journal-action, journal-before, ssection,
               journal-program, operator-arg
           add 1 to records-written end-add.

       merge-source-link.
           if source-exists(link-suffix) is not equal to 'y'
             exit paragraph
           end-if

           perform
             varying slot-ind
               from 1 by 1
               until slot-ind is greater than
                 source-keys-count(link-suffix)
             move source-to-link(link-suffix, slot-ind) to place-suffix
             move source-to-slot(link-suffix, slot-ind) to ix-slot-arg
             call 'index--upsert'
               using source-api-key(link-suffix, slot-ind),
                 target-name(place-suffix), ix-slot-arg
           end-perform

           perform collect-usage-rows
           perform move-merged-usage-row
             varying usage-ind
               from 1 by 1 until usage-ind is greater than usage-rows

           move source-name(link-suffix) to name
           read keyvalue record
             invalid key
               continue
           end-read
           perform delete-source-link.

       move-merged-usage-row.
           move usage-from-slot(usage-ind) to slot-ind
           if slot-ind is equal to zero
             or slot-ind is greater than source-keys-count(link-suffix)
             add 1 to usage-rows-skipped end-add
             exit paragraph
           end-if

           move source-to-link(link-suffix, slot-ind) to place-suffix
           move target-name(place-suffix) to usage-to-section
           move source-to-slot(link-suffix, slot-ind) to usage-to-slot
           perform move-usage-row.

       delete-source-link.
           move source-name(link-suffix) to name
           perform delete-section-with-retry

           if io-ok is not equal to 'y'
             add 1 to records-failed end-add
             move spaces to line-out
             string
               'delete failed: ' delimited by size
               source-name(link-suffix) delimited by size
               into line-out
             end-string
             display line-out
             exit paragraph
           end-if

           move 'm' to source-state(link-suffix)
           move 'dl' to journal-action
           move spaces to journal-after
           call 'journal--write'
             using journal-action, source-image(link-suffix),
               journal-after, journal-program, operator-arg
           add 1 to records-deleted end-add.

       collect-usage-rows.
           move zero to usage-rows
           move 'n' to usage-overflow
           move 'n' to usage-eof

           move source-name(link-suffix) to usage-section
           move zero to usage-slot
           move zero to usage-month
           start usage-file key is not less than usage-key
             invalid key
               move 'y' to usage-eof
           end-start

           perform collect-next-usage-row
             until usage-eof is equal to 'y'.

       collect-next-usage-row.
           read usage-file next record
             at end
               move 'y' to usage-eof
           end-read

           if usage-eof is not equal to 'y'
             if usage-section is not equal to source-name(link-suffix)
               move 'y' to usage-eof
             else
               if usage-rows is equal to 500
                 move 'y' to usage-overflow
                 add 1 to usage-rows-skipped end-add
               else
                 add 1 to usage-rows
                 move usage-slot to usage-from-slot(usage-rows)
                 move usage-month to usage-from-month(usage-rows)
                 move usage-count to usage-from-count(usage-rows)
               end-if
             end-if
           end-if.

       move-usage-row.
           move source-name(link-suffix) to usage-section
           move usage-from-slot(usage-ind) to usage-slot
           move usage-from-month(usage-ind) to usage-month
           delete usage-file record
             invalid key
               continue
           end-delete

           move usage-to-section to usage-section
           move usage-to-slot to usage-slot
           move usage-from-month(usage-ind) to usage-month
           read usage-file record
             invalid key
               move usage-to-section to usage-section
               move usage-to-slot to usage-slot
               move usage-from-month(usage-ind) to usage-month
               move usage-from-count(usage-ind) to usage-count
               write usage-record
                 invalid key
                   continue
               end-write
             not invalid key
               add usage-from-count(usage-ind) to usage-count end-add
               rewrite usage-record
                 invalid key
                   continue
               end-rewrite
           end-read

           add 1 to usage-rows-moved end-add.

       scan-registry.
           move 'n' to source-registered
           move 'n' to target-registered
           move spaces to target-tier
           move 'n' to registry-eof

           open input registry-file
           perform read-registry-entry
             until registry-eof is equal to 'y'
           close registry-file.

       read-registry-entry.
           read registry-file
             at end
               move 'y' to registry-eof
           end-read

           if registry-eof is not equal to 'y'
             if registry-section-name is equal to source-arg
               move 'y' to source-registered
             end-if
             if registry-section-name is equal to target-arg
               move 'y' to target-registered
               move registry-tier to target-tier
             end-if
           end-if.

       lookup-target-quota.
           move 81 to section-quota
           if target-registered is equal to 'y'
             evaluate target-tier
               when 'basic'
                 move 5 to section-quota
               when 'standard'
                 move 9 to section-quota
               when other
                 move 81 to section-quota
             end-evaluate
           end-if.

       rewrite-registry.
           move 'n' to registry-eof
           open input registry-file
           open output new-registry-file
           perform copy-registry-entry
             until registry-eof is equal to 'y'
           close new-registry-file
           close registry-file

           call 'CBL_DELETE_FILE' using registry-live-name
             returning delete-status
           end-call
           call 'CBL_RENAME_FILE'
             using registry-work-name, registry-live-name
             returning rename-status
           end-call.

       copy-registry-entry.
           read registry-file
             at end
               move 'y' to registry-eof
           end-read

           if registry-eof is not equal to 'y'
             evaluate true
               when registry-section-name is equal to source-arg
                 if merge-run is not equal to 'y'
                   or target-registered is not equal to 'y'
                   move target-arg to registry-section-name
                   write new-registry-record from registry-record
                 end-if
               when registry-section-name is equal to target-arg
                 and merge-run is not equal to 'y'
                 continue
               when other
                 write new-registry-record from registry-record
             end-evaluate
           end-if.

       rewrite-rotation-pending.
           move 'n' to pending-changed
           move 'n' to pending-eof
           open input pending-file
           open output new-pending-file
           perform copy-pending-entry
             until pending-eof is equal to 'y'
           close new-pending-file
           close pending-file

           if pending-changed is equal to 'y'
             call 'CBL_DELETE_FILE' using pending-live-name
               returning delete-status
             end-call
             call 'CBL_RENAME_FILE'
               using pending-work-name, pending-live-name
               returning rename-status
             end-call
           else
             call 'CBL_DELETE_FILE' using pending-work-name
               returning delete-status
             end-call
           end-if.

       copy-pending-entry.
           read pending-file
             at end
               move 'y' to pending-eof
           end-read

           if pending-eof is not equal to 'y'
             if pending-rec-section is equal to source-arg
               move target-arg to pending-rec-section
               move 'y' to pending-changed
             end-if
             write new-pending-record from pending-record
           end-if.

       rewrite-section-with-retry.
           move 'n' to io-ok
           perform
             varying io-retry
               from 1 by 1 until io-retry is greater than 3
             rewrite ssection
               invalid key
                 continue
               not invalid key
                 move 'y' to io-ok
             end-rewrite
             if io-ok is equal to 'y'
               exit perform
             end-if
             call 'C$SLEEP' using io-sleep-seconds
           end-perform.

       write-new-section-with-retry.
           move 'n' to io-ok
           perform
             varying io-retry
               from 1 by 1 until io-retry is greater than 3
             write ssection
               invalid key
                 continue
               not invalid key
                 move 'y' to io-ok
             end-write
             if io-ok is equal to 'y'
               exit perform
             end-if
             call 'C$SLEEP' using io-sleep-seconds
           end-perform.

       delete-section-with-retry.
           move 'n' to io-ok
           perform
             varying io-retry
               from 1 by 1 until io-retry is greater than 3
             delete keyvalue record
               invalid key
                 continue
               not invalid key
                 move 'y' to io-ok
             end-delete
             if io-ok is equal to 'y'
               exit perform
             end-if
             call 'C$SLEEP' using io-sleep-seconds
           end-perform.

       write-rename-audit.
           move source-arg to audit-for-section
           perform write-audit-record-with-retry
           move target-arg to audit-for-section
           perform write-audit-record-with-retry.

       write-audit-record-with-retry.
           move spaces to audit-record
           accept audit-date from date yyyymmdd
           accept audit-time from time
           move audit-for-section to audit-section-name
           move '********' to audit-masked-key
           if records-failed is greater than zero
             move 'fl' to audit-state
           else
             move 'ok' to audit-state
           end-if
           if merge-run is equal to 'y'
             move 'mg' to audit-action
           else
             move 'rn' to audit-action
           end-if
           move operator-arg to audit-operator

           move 'n' to audit-io-ok
           perform
             varying audit-retry
               from 1 by 1 until audit-retry is greater than 3
             open extend audit-log
             if audit-log-status(1:1) is equal to '0'
               write audit-record
               if audit-log-status(1:1) is equal to '0'
                 move 'y' to audit-io-ok
               end-if
               close audit-log
             end-if
             if audit-io-ok is equal to 'y'
               exit perform
             end-if
             call 'C$SLEEP' using io-sleep-seconds
           end-perform.

       show-rename-totals.
           move records-written to count-disp
           move spaces to line-out
           string
             'chain records written: ' delimited by size
             count-disp delimited by size
             into line-out
           end-string
           display line-out

           move records-deleted to count-disp
           move spaces to line-out
           string
             'chain records deleted: ' delimited by size
             count-disp delimited by size
             into line-out
           end-string
           display line-out

           if merge-run is equal to 'y'
             move keys-added to count-disp
             move spaces to line-out
             string
               'keys merged: ' delimited by size
               count-disp delimited by size
               into line-out
             end-string
             display line-out

             move keys-duplicate to count-disp
             move spaces to line-out
             string
               'keys already in target: ' delimited by size
               count-disp delimited by size
               into line-out
             end-string
             display line-out
           else
             move source-keys-total to count-disp
             move spaces to line-out
             string
               'keys renamed: ' delimited by size
               count-disp delimited by size
               into line-out
             end-string
             display line-out
           end-if

           move usage-rows-moved to count-disp
           move spaces to line-out
           string
             'usage records moved: ' delimited by size
             count-disp delimited by size
             into line-out
           end-string
           display line-out

           move usage-rows-skipped to count-disp
           move spaces to line-out
           string
             'usage records left in place: ' delimited by size
             count-disp delimited by size
             into line-out
           end-string
           display line-out

           move records-failed to count-disp
           move spaces to line-out
           string
             'records failed: ' delimited by size
             count-disp delimited by size
             into line-out
           end-string
           display line-out.

       show-source-move.
           if source-exists(link-suffix) is not equal to 'y'
             exit paragraph
           end-if

           move target-arg to link-base
           perform make-link-name
           move spaces to line-out
           evaluate true
             when source-state(link-suffix) is equal to 'm'
               and merge-run is equal to 'y'
               string
                 'merged into ' delimited by size
                 target-arg delimited by space
                 ': ' delimited by size
                 source-name(link-suffix) delimited by space
                 into line-out
               end-string
             when source-state(link-suffix) is equal to 'm'
               string
                 'moved: ' delimited by size
                 source-name(link-suffix) delimited by space
                 ' to ' delimited by size
                 link-name delimited by space
                 into line-out
               end-string
             when source-state(link-suffix) is equal to 'w'
               string
                 'written, source not deleted: ' delimited by size
                 source-name(link-suffix) delimited by space
                 ' to ' delimited by size
                 link-name delimited by space
                 into line-out
               end-string
             when other
               string
                 'not moved: ' delimited by size
                 source-name(link-suffix) delimited by space
                 into line-out
               end-string
           end-evaluate
           display line-out.

       show-target-store.
           if target-changed(link-suffix) is not equal to 'y'
             exit paragraph
           end-if

           move spaces to line-out
           if target-stored(link-suffix) is equal to 'y'
             string
               'target written: ' delimited by size
               target-name(link-suffix) delimited by space
               into line-out
             end-string
           else
             string
               'target not written: ' delimited by size
               target-name(link-suffix) delimited by space
               into line-out
             end-string
           end-if
           display line-out.

       end program rename--section.
