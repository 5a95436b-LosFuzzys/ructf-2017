       identification division.
       program-id. approval--queue.

       environment division.
       input-output section.
       file-control.
         copy approvalselect.
         select optional gate-file assign to 'pending-approval.lck'
           organization is line sequential
           lock mode is exclusive
           file status is gate-status.
         select optional audit-log assign to 'apikey-audit.log'
           organization is line sequential
           sharing with all other
           file status is audit-log-status.

       data division.
       file section.
         fd approval-file.
         copy approvalrecord.
         fd gate-file.
         01 gate-record picture x(8).
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
       01 approval-eof picture x(1).
       01 last-id picture 9(6).
       01 now-date picture 9(8).
       01 now-time picture 9(8).
       01 audit-log-status picture x(2).
       01 audit-io-ok picture x(1).
       01 audit-retry picture 9.
       01 gate-status picture x(2).
       01 gate-held picture x(1).
       01 gate-retry picture 9.
       01 io-sleep-seconds picture 9(4) comp value 1.

       linkage section.
       01 queue-action picture x(2).
       01 queue-section picture x(40).
       01 queue-key picture x(80).
       01 queue-maker picture x(8).
       01 queue-id picture 9(6).
       01 queue-state picture x(2).

       procedure division using queue-action, queue-section,
           queue-key, queue-maker, queue-id, queue-state.
       queue-approval--request.
           perform hold-approval-gate
           if gate-held is not equal to 'y'
             move 'lk' to queue-state
             goback
           end-if

           move zero to last-id
           move 'n' to approval-eof

           open input approval-file
           perform read-approval-entry
             until approval-eof is equal to 'y'
           close approval-file

           add 1 to last-id giving queue-id end-add

           accept now-date from date yyyymmdd
           accept now-time from time

           move spaces to approval-record
           move queue-id to approval-id
           move queue-action to approval-action
           move queue-section to approval-section
           move queue-key to approval-key
           move queue-maker to approval-maker
           compute approval-requested =
             now-date * 1000000 + now-time / 100
           move 'p' to approval-status
           move spaces to approval-checker
           move zero to approval-decided

           open extend approval-file
           write approval-record
           close approval-file
           close gate-file

           move spaces to audit-record
           move now-date to audit-date
           accept audit-time from time
           move queue-section to audit-section-name
           if queue-action is equal to 'rk'
             move queue-key(1:4) to audit-masked-key(1:4)
             move '****' to audit-masked-key(5:4)
           else
             move '********' to audit-masked-key
           end-if
           move 'ok' to audit-state
           move 'rq' to audit-action
           move queue-maker to audit-operator
           perform write-audit-record-with-retry

           move 'ok' to queue-state
           goback.

       read-approval-entry.
           read approval-file
             at end
               move 'y' to approval-eof
           end-read

           if approval-eof is not equal to 'y'
             and approval-id is numeric
             and approval-id is greater than last-id
             move approval-id to last-id
           end-if.

       hold-approval-gate.
           move 'n' to gate-held
           perform
             varying gate-retry
               from 1 by 1 until gate-retry is greater than 3
             open extend gate-file
             if gate-status(1:1) is equal to '0'
               move 'y' to gate-held
               exit perform
             end-if
             call 'C$SLEEP' using io-sleep-seconds
           end-perform.

       write-audit-record-with-retry.
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

       end program approval--queue.

       identification division.
       program-id. approval--expire.

       environment division.
       input-output section.
       file-control.
         copy approvalselect.
         select optional gate-file assign to 'pending-approval.lck'
           organization is line sequential
           lock mode is exclusive
           file status is gate-status.
         select optional new-approval-file
           assign to 'pending-approval.new'
           organization is line sequential.
         select optional policy-file assign to 'approvalpolicy.dat'
           organization is line sequential.
         select optional audit-log assign to 'apikey-audit.log'
           organization is line sequential
           sharing with all other
           file status is audit-log-status.

       data division.
       file section.
         fd approval-file.
         copy approvalrecord.
         fd gate-file.
         01 gate-record picture x(8).
         fd new-approval-file.
         01 new-approval-record picture x(181).
         fd policy-file.
         01 policy-line picture x(40).
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
       01 policy-loaded picture x(1) value 'n'.
       01 numeric-text picture x(4) justified right.
       01 expiry-hours picture 9(4) value 24.
       01 approval-eof picture x(1).
       01 now-date picture 9(8).
       01 now-time picture 9(8).
       01 now-clock redefines now-time.
         02 now-hour picture 9(2).
         02 now-minute picture 9(2).
         02 filler picture 9(4).
       01 now-stamp picture 9(14).
       01 now-minutes binary-double.
       01 request-date picture 9(8).
       01 request-hour picture 9(2).
       01 request-minute picture 9(2).
       01 request-minutes binary-double.
       01 live-name picture x(24) value 'pending-approval.dat'.
       01 work-name picture x(24) value 'pending-approval.new'.
       01 rename-status binary-long.
       01 delete-status binary-long.
       01 audit-by picture x(8).
       01 audit-log-status picture x(2).
       01 audit-io-ok picture x(1).
       01 audit-retry picture 9.
       01 gate-status picture x(2).
       01 gate-held picture x(1).
       01 gate-retry picture 9.
       01 io-sleep-seconds picture 9(4) comp value 1.

       linkage section.
       01 expire-operator picture x(8).
       01 expire-count picture 9(4).

       procedure division using expire-operator, expire-count.
       expire-approval--requests.
           if policy-loaded is not equal to 'y'
             perform load-approval-policy
             move 'y' to policy-loaded
           end-if

           move zero to expire-count
           perform hold-approval-gate
           if gate-held is not equal to 'y'
             goback
           end-if

           accept now-date from date yyyymmdd
           accept now-time from time
           compute now-stamp = now-date * 1000000 + now-time / 100
           compute now-minutes =
             function integer-of-date(now-date) * 1440
             + now-hour * 60 + now-minute

           move 'n' to approval-eof
           open input approval-file
           open output new-approval-file
           perform expire-next-request
             until approval-eof is equal to 'y'
           close new-approval-file
           close approval-file

           if expire-count is greater than zero
             call 'CBL_DELETE_FILE' using live-name
               returning delete-status
             end-call
             call 'CBL_RENAME_FILE' using work-name, live-name
               returning rename-status
             end-call
           else
             call 'CBL_DELETE_FILE' using work-name
               returning delete-status
             end-call
           end-if
           close gate-file

           goback.

       expire-next-request.
           read approval-file
             at end
               move 'y' to approval-eof
           end-read

           if approval-eof is not equal to 'y'
             if approval-status is equal to 'p'
               and approval-requested is numeric
               move approval-requested(1:8) to request-date
               move approval-requested(9:2) to request-hour
               move approval-requested(11:2) to request-minute
               compute request-minutes =
                 function integer-of-date(request-date) * 1440
                 + request-hour * 60 + request-minute
               if now-minutes - request-minutes
                   is not less than expiry-hours * 60
                 move 'x' to approval-status
                 move expire-operator to approval-checker
                 move now-stamp to approval-decided
                 add 1 to expire-count end-add
                 move approval-maker to audit-by
                 perform write-expiry-audit
                 move expire-operator to audit-by
                 perform write-expiry-audit
               end-if
             end-if
             write new-approval-record from approval-record
           end-if.

       write-expiry-audit.
           move spaces to audit-record
           move now-date to audit-date
           accept audit-time from time
           move approval-section to audit-section-name
           if approval-action is equal to 'rk'
             move approval-key(1:4) to audit-masked-key(1:4)
             move '****' to audit-masked-key(5:4)
           else
             move '********' to audit-masked-key
           end-if
           move 'ok' to audit-state
           move 'ex' to audit-action
           move audit-by to audit-operator

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

       load-approval-policy.
           open input policy-file
           read policy-file
             at end
               continue
             not at end
               move function trim(policy-line(1:4)) to numeric-text
               inspect numeric-text replacing leading space by zero
               if numeric-text is numeric
                 and numeric-text is not equal to '0000'
                 move numeric-text to expiry-hours
               end-if
           end-read
           close policy-file.

       hold-approval-gate.
           move 'n' to gate-held
           perform
             varying gate-retry
               from 1 by 1 until gate-retry is greater than 3
             open extend gate-file
             if gate-status(1:1) is equal to '0'
               move 'y' to gate-held
               exit perform
             end-if
             call 'C$SLEEP' using io-sleep-seconds
           end-perform.

       end program approval--expire.

       identification division.
       program-id. approval--decide.

       environment division.
       input-output section.
       file-control.
         copy approvalselect.
         select optional gate-file assign to 'pending-approval.lck'
           organization is line sequential
           lock mode is exclusive
           file status is gate-status.
         select optional new-approval-file
           assign to 'pending-approval.new'
           organization is line sequential.
         select optional audit-log assign to 'apikey-audit.log'
           organization is line sequential
           sharing with all other
           file status is audit-log-status.

       data division.
       file section.
         fd approval-file.
         copy approvalrecord.
         fd gate-file.
         01 gate-record picture x(8).
         fd new-approval-file.
         01 new-approval-record picture x(181).
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
       01 approval-eof picture x(1).
       01 request-changed picture x(1).
       01 now-date picture 9(8).
       01 now-time picture 9(8).
       01 live-name picture x(24) value 'pending-approval.dat'.
       01 work-name picture x(24) value 'pending-approval.new'.
       01 rename-status binary-long.
       01 delete-status binary-long.
       01 audit-by picture x(8).
       01 audit-log-status picture x(2).
       01 audit-io-ok picture x(1).
       01 audit-retry picture 9.
       01 gate-status picture x(2).
       01 gate-held picture x(1).
       01 gate-retry picture 9.
       01 io-sleep-seconds picture 9(4) comp value 1.

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

       linkage section.
       01 decide-id picture 9(6).
       01 decide-status picture x(1).
       01 decide-checker picture x(8).
       01 decide-state picture x(2).
       01 decide-apply-state picture x(2).

       procedure division using decide-id, decide-status,
           decide-checker, decide-state, decide-apply-state.
       decide-approval--request.
           move 'nf' to decide-state
           move spaces to decide-apply-state
           move 'n' to request-changed
           perform hold-approval-gate
           if gate-held is not equal to 'y'
             move 'lk' to decide-state
             goback
           end-if

           accept now-date from date yyyymmdd
           accept now-time from time

           move 'n' to approval-eof
           open input approval-file
           open output new-approval-file
           perform decide-next-request
             until approval-eof is equal to 'y'
           close new-approval-file
           close approval-file

           if request-changed is equal to 'y'
             call 'CBL_DELETE_FILE' using live-name
               returning delete-status
             end-call
             call 'CBL_RENAME_FILE' using work-name, live-name
               returning rename-status
             end-call
           else
             call 'CBL_DELETE_FILE' using work-name
               returning delete-status
             end-call
           end-if
           close gate-file

           goback.

       decide-next-request.
           read approval-file
             at end
               move 'y' to approval-eof
           end-read

           if approval-eof is not equal to 'y'
             if approval-id is equal to decide-id
               evaluate true
                 when approval-status is not equal to 'p'
                   move 'np' to decide-state
                 when approval-maker is equal to decide-checker
                   move 'sm' to decide-state
                 when decide-status is equal to 'a'
                   perform apply-approved-request
                   if decide-apply-state is equal to 'ok'
                     perform record-decision
                   else
                     move 'af' to decide-state
                   end-if
                 when other
                   perform record-decision
               end-evaluate
             end-if
             write new-approval-record from approval-record
           end-if.

       record-decision.
           move decide-status to approval-status
           move decide-checker to approval-checker
           compute approval-decided =
             now-date * 1000000 + now-time / 100
           move 'y' to request-changed
           move 'ok' to decide-state
           move approval-maker to audit-by
           perform write-decision-audit
           move decide-checker to audit-by
           perform write-decision-audit.

       apply-approved-request.
           if approval-action is equal to 'rk'
             move spaces to call-argv
             move approval-section to call-section
             move decide-checker to call-operator
             move approval-key to call-key-1
             move 33 to call-argc
             move spaces to call-result
             call 'del--apikey-stored'
               using call-argc call-argv call-result
                 call-result-length
               returning call-need-more
             end-call
             move call-state to decide-apply-state
           else
             call 'offboard--apply'
               using approval-section, decide-checker,
                 decide-apply-state
             end-call
           end-if.

       write-decision-audit.
           move spaces to audit-record
           move now-date to audit-date
           accept audit-time from time
           move approval-section to audit-section-name
           if approval-action is equal to 'rk'
             move approval-key(1:4) to audit-masked-key(1:4)
             move '****' to audit-masked-key(5:4)
           else
             move '********' to audit-masked-key
           end-if
           move 'ok' to audit-state
           if decide-status is equal to 'a'
             move 'ap' to audit-action
           else
             move 'rj' to audit-action
           end-if
           move audit-by to audit-operator

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

       hold-approval-gate.
           move 'n' to gate-held
           perform
             varying gate-retry
               from 1 by 1 until gate-retry is greater than 3
             open extend gate-file
             if gate-status(1:1) is equal to '0'
               move 'y' to gate-held
               exit perform
             end-if
             call 'C$SLEEP' using io-sleep-seconds
           end-perform.

       end program approval--decide.
