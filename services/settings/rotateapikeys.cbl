         select optional report-file
           assign to 'rotation-report.dat'
           organization is line sequential.
         select optional delivery-file
           assign to 'rotation-delivery.dat'
           organization is line sequential.
         select optional policy-file assign to 'keypolicy.dat'
           organization is line sequential.
         select optional urandom-file assign to '/dev/urandom'
           02 pending-rec-retire-date picture 9(8).
         fd report-file.
         01 report-record picture x(132).
         fd delivery-file.
         01 delivery-record.
           02 delivery-section picture x(40).
           02 filler picture x(1).
           02 delivery-key picture x(80).
           02 filler picture x(1).
           02 delivery-retire-date picture 9(8).
         fd policy-file.
         01 policy-line picture x(40).
         fd urandom-file.
       01 rotation-failures binary-long unsigned value zero.

       01 command-args picture x(24).
       01 rotate-days picture 9(4) value 60.
       01 grace-days picture 9(4) value 14.
       copy lifecyclearea.

       01 today-date picture 9(8).
       01 today-julian binary-long.
       procedure division.
       rotate-api--keys.
           accept command-args from command-line
           if command-args is not equal to spaces
             display 'window arguments ignored,'
               ' lifecycle-policy.dat applies'
           end-if

           accept today-date from date yyyymmdd

           open i-o keyvalue
           open extend report-file
           open extend delivery-file

           perform retire-next-pending
             varying pend-ind
           perform rotate-next-section
             until eof-flag is equal to 'y'

           close delivery-file
           close report-file
           close keyvalue
           close urandom-file
               ' rotate on a later run'
           end-if

           perform show-lifecycle-limits

           stop run.

       load-pending-entry.
             move 'rotation' to call-operator
             move 33 to call-argc
             move spaces to call-result
             call 'del--apikey-stored'
               using call-argc call-argv call-result
                 call-result-length
               returning call-need-more
             move spaces to base-name
             unstring name delimited by '~' into base-name

             move name to lifecycle-section
             call 'lifecycle--policy' using lifecycle-policy
             perform show-lifecycle-policy
             move lifecycle-rotate-days to rotate-days
             move lifecycle-grace-days to grace-days

             move zero to cand-count
             perform check-rotate-slot
               varying ind
           move 'rotation' to call-operator
           move 53 to call-argc
           move spaces to call-result
           call 'add--apikey-stored'
             using call-argc call-argv call-result
               call-result-length
             returning call-need-more
           move 'n' to pending-dropped(pending-count)
           add 1 to keys-rotated end-add

           move spaces to delivery-record
           move base-name to delivery-section
           move generated-key to delivery-key
           move retire-date to delivery-retire-date
           write delivery-record

           move spaces to masked-old
           move cand-key(cand-ind)(1:4) to masked-old(1:4)
           move '****' to masked-old(5:4)
             masked-new delimited by size
             '|' delimited by size
             retire-date delimited by size
             '|' delimited by size
             today-date delimited by size
             into report-record
           end-string
           write report-record.

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

       make-new-key.
           add 1 to new-key-seq end-add
           move 'n' to urandom-ok
