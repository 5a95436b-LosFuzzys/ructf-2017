       identification division.
       program-id. incident--keys.

       environment division.
       input-output section.
       file-control.
         copy dbselect.
         copy indexselect.
         select optional indicator-file assign to 'leaked-keys.dat'
           organization is line sequential.
         select optional operator-file assign to 'operators.dat'
           organization is line sequential.
         select optional registry-file assign to 'registry.dat'
           organization is line sequential.
         select case-file
           assign to dynamic case-file-name
           organization is line sequential.
         select optional notice-file
           assign to dynamic notice-file-name
           organization is line sequential.
         select optional audit-log assign to 'apikey-audit.log'
           organization is line sequential
           sharing with all other
           file status is audit-log-status.

       data division.
       file section.
         copy dbrecord.
         fd keyindex.
         copy indexrecord.
         fd indicator-file.
         01 indicator-record picture x(80).
         fd operator-file.
         copy operatorrecord.
         fd registry-file.
         copy registryrecord.
         fd case-file.
         01 case-record picture x(132).
         fd notice-file.
         01 notice-record picture x(132).
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

       working-storage section.
       01 indicator-eof picture x(1) value 'n'.
       01 operator-eof picture x(1).
       01 registry-eof-flag picture x(1) value 'n'.
       01 operator-found picture x(1).
       01 operator-level picture x(1).
       01 in-secret picture x(20).
       01 revoke-run picture x(1) value 'n'.
       01 lock-run picture x(1) value 'n'.
       01 ind picture 9(2).
       01 reg-ind binary-long unsigned.
       01 found-reg-ind binary-long unsigned.
       01 locked-ind binary-long unsigned.
       01 section-seen picture x(1).
       01 key-found picture x(1).
       01 key-digest picture x(80).
       01 digest-state picture x(2).
       01 base-name picture x(40).
       01 owner-text picture x(40).
       01 masked-key picture x(8).
       01 outcome-text picture x(17).
       01 action-text picture x(60).
       01 action-word picture x(24).
       01 lock-state picture x(2).
       01 queue-action picture x(2) value 'rk'.
       01 queue-id picture 9(6).
       01 queue-state picture x(2).
       01 case-file-name picture x(60).
       01 notice-file-name picture x(60).
       01 today-date picture 9(8).
       01 now-time picture 9(8).
       01 case-stamp picture 9(14).
       01 audit-log-status picture x(2).
       01 audit-io-ok picture x(1).
       01 audit-retry picture 9.
       01 io-sleep-seconds picture 9(4) comp value 1.
       01 line-out picture x(132).
       01 count-disp picture zzzz9.

       01 command-args picture x(60).
       01 operator-arg picture x(8).
       01 option-arg-1 picture x(8).
       01 option-arg-2 picture x(8).

       01 keys-read binary-long unsigned value zero.
       01 keys-found binary-long unsigned value zero.
       01 keys-not-found binary-long unsigned value zero.
       01 keys-already-suspended binary-long unsigned value zero.
       01 keys-suspended binary-long unsigned value zero.
       01 revokes-queued binary-long unsigned value zero.
       01 sections-locked binary-long unsigned value zero.
       01 actions-failed binary-long unsigned value zero.
       01 notices-written binary-long unsigned value zero.
       01 keys-without-owner binary-long unsigned value zero.

       01 call-argc binary-long unsigned.
       01 call-argv.
         02 call-section picture x(40).
         02 call-key-1 picture x(80).
         02 call-key-2 picture x(80).
         02 call-operator picture x(8).
         02 filler picture x(805).
       01 call-result.
         02 call-state picture x(2).
         02 filler picture x(1022).
       01 call-result-length binary-long unsigned.
       01 call-need-more binary-long.

       01 registry-overflow picture x(1) value 'n'.
       01 registry-count binary-long unsigned value zero.
       01 registry-table.
         02 registry-entry occurs 1 to 500 times
             depending on registry-count.
           03 reg-name picture x(40).
           03 reg-owner picture x(40).

       01 locked-overflow picture x(1) value 'n'.
       01 locked-count binary-long unsigned value zero.
       01 locked-table.
         02 locked-name occurs 1 to 500 times
             depending on locked-count
             picture x(40).

       procedure division.
       contain-leaked--keys.
           accept command-args from command-line
           move spaces to operator-arg
           move spaces to option-arg-1
           move spaces to option-arg-2
           unstring command-args delimited by all space
             into operator-arg option-arg-1 option-arg-2
           end-unstring
           if operator-arg is equal to spaces
             display 'usage: incident--keys <operator id>'
               ' [revoke] [lock]'
             stop run
           end-if
           if option-arg-1 is equal to 'revoke'
             or option-arg-2 is equal to 'revoke'
             move 'y' to revoke-run
           end-if
           if option-arg-1 is equal to 'lock'
             or option-arg-2 is equal to 'lock'
             move 'y' to lock-run
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

           open input registry-file
           perform load-registry-entry
             until registry-eof-flag is equal to 'y'
           close registry-file

           accept today-date from date yyyymmdd
           accept now-time from time
           compute case-stamp = today-date * 1000000 + now-time / 100
           move spaces to case-file-name
           string
             'incident-case.' delimited by size
             case-stamp delimited by size
             '.dat' delimited by size
             into case-file-name
           end-string

           open output case-file
           move spaces to case-record
           string
             'incident case ' delimited by size
             case-stamp delimited by size
             ' operator ' delimited by size
             operator-arg delimited by space
             into case-record
           end-string
           write case-record

           open i-o keyvalue
           open input keyindex
           open input indicator-file

           perform contain-next-key
             until indicator-eof is equal to 'y'

           close indicator-file
           close keyindex
           close keyvalue
           close case-file

           perform show-incident-totals

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

       load-registry-entry.
           read registry-file
             at end
               move 'y' to registry-eof-flag
           end-read

           if registry-eof-flag is not equal to 'y'
             and registry-section-name is not equal to spaces
             if registry-count is equal to 500
               move 'y' to registry-overflow
             else
               add 1 to registry-count
               move registry-section-name to reg-name(registry-count)
               move registry-owner-contact
                 to reg-owner(registry-count)
             end-if
           end-if.

       contain-next-key.
           read indicator-file
             at end
               move 'y' to indicator-eof
           end-read

           if indicator-eof is equal to 'y'
             or indicator-record is equal to spaces
             exit paragraph
           end-if

           add 1 to keys-read end-add
           move spaces to masked-key
           move indicator-record(1:4) to masked-key(1:4)
           move '****' to masked-key(5:4)
           move spaces to base-name
           move spaces to owner-text
           move spaces to action-text

           call 'digest--apikey' using indicator-record, key-digest,
             digest-state
           if digest-state is not equal to 'ok'
             add 1 to actions-failed end-add
             move 'not checked' to outcome-text
             move 'keysalt.dat-missing' to action-word
             perform add-action-word
             perform write-case-line
             exit paragraph
           end-if
           perform resolve-leaked-key

           if key-found is not equal to 'y'
             add 1 to keys-not-found end-add
             move 'not found' to outcome-text
             perform write-case-line
             exit paragraph
           end-if

           add 1 to keys-found end-add
           unstring ix-section delimited by '~' into base-name
           perform find-section-owner

           if key-status(ind) is equal to 's'
             add 1 to keys-already-suspended end-add
             move 'already suspended' to outcome-text
           else
             move 'found' to outcome-text
             perform suspend-leaked-key
           end-if

           if revoke-run is equal to 'y'
             perform queue-leaked-revoke
           end-if

           if lock-run is equal to 'y'
             perform lock-owning-section
           end-if

           perform write-case-line
           perform write-owner-notice.

       resolve-leaked-key.
           move 'n' to key-found
           move key-digest to ix-key
           read keyindex record
             invalid key
               exit paragraph
           end-read

           move ix-section to name
           read keyvalue record
             invalid key
               exit paragraph
           end-read

           move ix-slot to ind
           if ind is greater than zero
             and ind is not greater than api-keys-count
             and key-digest is equal to api-key(ind)
             move 'y' to key-found
           end-if.

       find-section-owner.
           move zero to found-reg-ind
           perform
             varying reg-ind
               from 1 by 1 until reg-ind is greater than registry-count
             if base-name is equal to reg-name(reg-ind)
               move reg-ind to found-reg-ind
             end-if
           end-perform
           if found-reg-ind is greater than zero
             move reg-owner(found-reg-ind) to owner-text
           end-if.

       suspend-leaked-key.
           move spaces to call-argv
           move base-name to call-section
           move indicator-record to call-key-1
           move operator-arg to call-operator
           move 33 to call-argc
           move spaces to call-result
           call 'suspend--apikey'
             using call-argc call-argv call-result
               call-result-length
             returning call-need-more
           end-call

           if call-state is equal to 'ok'
             add 1 to keys-suspended end-add
             move 'suspended' to action-word
             perform add-action-word
             perform write-audit-record-with-retry
           else
             add 1 to actions-failed end-add
             move spaces to action-word
             string
               'suspend-failed-' delimited by size
               call-state delimited by size
               into action-word
             end-string
             perform add-action-word
           end-if.

       add-action-word.
           if action-text is equal to spaces
             move action-word to action-text
           else
             move spaces to line-out
             string
               action-text delimited by '  '
               ' ' delimited by size
               action-word delimited by space
               into line-out
             end-string
             move line-out to action-text
           end-if.

       queue-leaked-revoke.
           call 'approval--queue'
             using queue-action, base-name, key-digest,
               operator-arg, queue-id, queue-state
           end-call
           if queue-state is not equal to 'ok'
             add 1 to actions-failed end-add
             move spaces to action-word
             string
               'revoke-queue-failed-' delimited by size
               queue-state delimited by size
               into action-word
             end-string
             perform add-action-word
             exit paragraph
           end-if
           add 1 to revokes-queued end-add

           move spaces to action-word
           string
             'revoke-queued-' delimited by size
             queue-id delimited by size
             into action-word
           end-string
           perform add-action-word.

       lock-owning-section.
           move 'n' to section-seen
           perform
             varying locked-ind
               from 1 by 1 until locked-ind is greater than locked-count
             if base-name is equal to locked-name(locked-ind)
               move 'y' to section-seen
             end-if
           end-perform
           if section-seen is equal to 'y'
             exit paragraph
           end-if

           call 'lock--set' using base-name, lock-state
           if lock-state is equal to 'ok'
             add 1 to sections-locked end-add
             if locked-count is equal to 500
               move 'y' to locked-overflow
             else
               add 1 to locked-count
               move base-name to locked-name(locked-count)
             end-if
             move 'section-locked' to action-word
             perform add-action-word
           else
             add 1 to actions-failed end-add
           end-if.

       write-case-line.
           move spaces to case-record
           string
             outcome-text delimited by '  '
             '|' delimited by size
             base-name delimited by space
             '|' delimited by size
             masked-key delimited by size
             '|' delimited by size
             action-text delimited by '  '
             '|' delimited by size
             owner-text delimited by space
             into case-record
           end-string
           write case-record.

       write-owner-notice.
           if owner-text is equal to spaces
             add 1 to keys-without-owner end-add
             exit paragraph
           end-if

           move spaces to notice-file-name
           string
             'incident-notice.' delimited by size
             owner-text delimited by space
             '.dat' delimited by size
             into notice-file-name
           end-string

           open extend notice-file
           move spaces to notice-record
           string
             base-name delimited by space
             '|' delimited by size
             masked-key delimited by size
             '|' delimited by size
             'leaked' delimited by size
             '|due ' delimited by size
             today-date delimited by size
             into notice-record
           end-string
           write notice-record
           close notice-file
           add 1 to notices-written end-add.

       write-audit-record-with-retry.
           move spaces to audit-record
           move base-name to audit-section-name
           accept audit-date from date yyyymmdd
           accept audit-time from time
           move masked-key to audit-masked-key
           move 'ok' to audit-state
           move operator-arg to audit-operator
           move 'su' to audit-action

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

       show-incident-totals.
           move spaces to line-out
           string
             'case file: ' delimited by size
             case-file-name delimited by space
             into line-out
           end-string
           display line-out

           move keys-read to count-disp
           move spaces to line-out
           string
             'indicators read: ' delimited by size
             count-disp delimited by size
             into line-out
           end-string
           display line-out

           move keys-found to count-disp
           move spaces to line-out
           string
             'keys found: ' delimited by size
             count-disp delimited by size
             into line-out
           end-string
           display line-out

           move keys-not-found to count-disp
           move spaces to line-out
           string
             'keys not found: ' delimited by size
             count-disp delimited by size
             into line-out
           end-string
           display line-out

           move keys-already-suspended to count-disp
           move spaces to line-out
           string
             'keys already suspended: ' delimited by size
             count-disp delimited by size
             into line-out
           end-string
           display line-out

           move keys-suspended to count-disp
           move spaces to line-out
           string
             'keys suspended: ' delimited by size
             count-disp delimited by size
             into line-out
           end-string
           display line-out

           if revoke-run is equal to 'y'
             move revokes-queued to count-disp
             move spaces to line-out
             string
               'revokes queued for approval: ' delimited by size
               count-disp delimited by size
               into line-out
             end-string
             display line-out
           end-if

           if lock-run is equal to 'y'
             move sections-locked to count-disp
             move spaces to line-out
             string
               'sections locked: ' delimited by size
               count-disp delimited by size
               into line-out
             end-string
             display line-out
           end-if

           move actions-failed to count-disp
           move spaces to line-out
           string
             'actions failed: ' delimited by size
             count-disp delimited by size
             into line-out
           end-string
           display line-out

           move notices-written to count-disp
           move spaces to line-out
           string
             'owner notices written: ' delimited by size
             count-disp delimited by size
             into line-out
           end-string
           display line-out

           move keys-without-owner to count-disp
           move spaces to line-out
           string
             'found keys without an owner contact: ' delimited by size
             count-disp delimited by size
             into line-out
           end-string
           display line-out

           if registry-overflow is equal to 'y'
             display
               'registry.dat has more than 500 entries, truncated'
           end-if.

       end program incident--keys.
