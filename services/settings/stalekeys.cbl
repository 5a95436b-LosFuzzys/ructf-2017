       01 count-disp picture zzzz9.

       01 stale-arg picture x(4).
       01 stale-days picture 9(4) value 30.
       01 base-name picture x(40).
       copy lifecyclearea.

       01 today-date picture 9(8).
       01 today-julian binary-long.
       report-stale--keys.
           accept stale-arg from command-line
           if stale-arg is not equal to spaces
             display 'stale-days argument ignored,'
               ' lifecycle-policy.dat applies'
           end-if

           accept today-date from date yyyymmdd
           end-string
           display line-out

           perform show-lifecycle-limits

           stop run.

       scan-next-section.
           end-read

           if eof-flag is not equal to 'y'
             move spaces to base-name
             unstring name delimited by '~' into base-name
             move name to lifecycle-section
             call 'lifecycle--policy' using lifecycle-policy
             perform show-lifecycle-policy
             move lifecycle-stale-days to stale-days

             perform check-key-usage
               varying ind
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

       check-key-usage.
           add 1 to keys-seen end-add
           move spaces to masked-key
