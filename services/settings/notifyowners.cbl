       01 count-disp picture zzzz9.

       01 command-args picture x(24).
       01 ahead-days picture 9(4) value 7.
       01 rotate-days picture 9(4) value 60.
       01 retention-days picture 9(4) value 90.
       copy lifecyclearea.

       01 today-date picture 9(8).
       01 today-julian binary-long.
       procedure division.
       notify-api--owners.
           accept command-args from command-line
           if command-args is not equal to spaces
             display 'window arguments ignored,'
               ' lifecycle-policy.dat applies'
           end-if

           accept today-date from date yyyymmdd
             display line-out
           end-if

           perform show-lifecycle-limits

           stop run.

       load-registry-entry.

           if db-eof-flag is not equal to 'y'
             add 1 to records-read end-add
             move spaces to base-name
             unstring name delimited by '~' into base-name

             move name to lifecycle-section
             call 'lifecycle--policy' using lifecycle-policy
             perform show-lifecycle-policy
             move lifecycle-notify-days to ahead-days
             move lifecycle-rotate-days to rotate-days
             move lifecycle-retention-days to retention-days

             move zero to found-reg-ind
             perform
               varying reg-ind
                 from 1 by 1 until ind is greater than api-keys-count
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

       check-key-due-dates.
           if created-date(ind) is not equal to zero
             compute created-julian =
