         select optional checkpoint-file
           assign to 'purge-checkpoint.dat'
           organization is line sequential.
         select optional audit-log assign to 'apikey-audit.log'
           organization is line sequential
           sharing with all other
           file status is audit-log-status.

       data division.
       file section.
           02 checkpoint-purged picture 9(5).
           02 filler picture x(1).
           02 checkpoint-failed picture 9(5).
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
       01 eof-flag picture x(1) value 'n'.
       01 io-ok picture x(1).
       01 io-retry picture 9.
       01 io-sleep-seconds picture 9(4) comp value 1.
       01 audit-log-status picture x(2).
       01 audit-io-ok picture x(1).
       01 audit-retry picture 9.

       01 command-args picture x(24).
       01 retention-arg picture x(8).
       01 option-arg picture x(8).
       01 option-arg-2 picture x(8).
       01 retention-days picture 9(4) value 90.
       01 base-name picture x(40).
       copy lifecyclearea.
       01 interval-text picture x(4) justified right.
       01 checkpoint-interval picture 9(4) value 50.
       01 restart-mode picture x(1) value 'n'.
         02 orig-purged occurs 9 times picture x(1).
       01 journal-action picture x(2).
       01 journal-before picture x(914).
       01 journal-program picture x(20) value 'purge--apikeys'.
       01 journal-operator picture x(8) value 'purge'.

       01 today-date picture 9(8).
       01 today-julian binary-long.
           unstring command-args delimited by all space
             into retention-arg option-arg option-arg-2
           end-unstring
           if retention-arg is equal to 'restart'
             move 'y' to restart-mode
           else
             if retention-arg is not equal to spaces
               display 'retention argument ignored,'
                 ' lifecycle-policy.dat applies'
             end-if
           end-if
           perform apply-option-arg
           display line-out

           close keyvalue
           perform show-lifecycle-limits

           stop run.

       purge-next-section.
           end-read

           if eof-flag is not equal to 'y'
             move spaces to base-name
             unstring name delimited by '~' into base-name
             move name to lifecycle-section
             call 'lifecycle--policy' using lifecycle-policy
             perform show-lifecycle-policy
             move lifecycle-retention-days to retention-days

             move ssection to journal-before
             move 'n' to section-changed
             move api-keys-count to orig-count
               if io-ok is equal to 'y'
                 move 'rw' to journal-action
                 call 'journal--write'
                   using journal-action, journal-before, ssection,
                     journal-program, journal-operator
                 perform remove-purged-index-entry
                   varying ind
                     from 1 by 1 until ind is greater than orig-count
                 perform write-purge-audit
                   varying ind
                     from 1 by 1 until ind is greater than orig-count
                 perform reindex-kept-slot
                   varying ind
                     from 1 by 1
             end-if
           end-if.

       show-lifecycle-policy.
           if lifecycle-first is equal to 'y'
             move spaces to line-out
             string
               'policy ' delimited by size
               base-name delimited by space
               ': ' delimited by size
               lifecycle-source delimited by '  '
               ' rotate ' delimited by size
               lifecycle-rotate-days delimited by size
               ' grace ' delimited by size
               lifecycle-grace-days delimited by size
               ' retention ' delimited by size
               lifecycle-retention-days delimited by size
               ' notify ' delimited by size
               lifecycle-notify-days delimited by size
               ' stale ' delimited by size
               lifecycle-stale-days delimited by size
               ' ' delimited by size
               lifecycle-warning delimited by '  '
               into line-out
             end-string
             display line-out
           end-if.

       show-lifecycle-limits.
           if lifecycle-rules-full is equal to 'y'
             display 'lifecycle-policy.dat has more than 500 rules,'
               ' extra rules ignored'
           end-if
           if lifecycle-registry-full is equal to 'y'
             display 'registry.dat has more than 500 entries,'
               ' tier windows incomplete'
           end-if
           if lifecycle-sections-full is equal to 'y'
             display 'more than 2000 sections, policy lines not shown'
           end-if.

       remove-purged-index-entry.
           if orig-purged(ind) is equal to 'y'
             call 'index--remove' using orig-key(ind)
           end-if.

       write-purge-audit.
           if orig-purged(ind) is not equal to 'y'
             exit paragraph
           end-if

           move spaces to audit-record
           accept audit-date from date yyyymmdd
           accept audit-time from time
           move base-name to audit-section-name
           move orig-key(ind)(1:4) to audit-masked-key(1:4)
           move '****' to audit-masked-key(5:4)
           move 'ok' to audit-state
           move journal-operator to audit-operator
           move 'pg' to audit-action

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

       reindex-kept-slot.
           move ind to ix-slot-arg
           call 'index--upsert'
