           organization is line sequential.
         select optional registry-file assign to 'registry.dat'
           organization is line sequential.
         copy approvalselect.

       data division.
       file section.
         copy dbrecord.
         fd operator-file.
         copy operatorrecord.
         fd registry-file.
         copy registryrecord.
         fd approval-file.
         copy approvalrecord.

       working-storage section.
       01 console-done picture x(1) value 'n'.
       01 in-oldkey picture x(80).
       01 in-newkey picture x(80).
       01 in-delkey picture x(80).
       01 del-digest picture x(80).
       01 digest-state picture x(2).
       01 key-found picture x(1).

       01 in-request picture x(6) justified right.
       01 in-decision picture x(1).
       01 approval-eof picture x(1).
       01 request-found picture x(1).
       01 pending-shown binary-long unsigned.
       01 expired-count picture 9(4).
       01 queue-action picture x(2).
       01 queue-id picture 9(6).
       01 queue-state picture x(2).
       01 decide-id picture 9(6).
       01 decide-state picture x(2).
       01 apply-state picture x(2).
       01 found-maker picture x(8).

       01 call-argc binary-long unsigned.
       01 call-argv.
       action-menu.
           display '1 add key, 2 revoke key, 3 create section,'
             ' 4 suspend key, 5 reactivate key, 6 clear lock,'
             ' 7 review approvals, blank for next section:'
           move spaces to menu-choice
           accept menu-choice

             when '4' perform suspend-key-action
             when '5' perform reactivate-key-action
             when '6' perform clear-lock-action
             when '7' perform review-approvals-action
             when other continue
           end-evaluate.

           move spaces to in-delkey
           accept in-delkey

           call 'digest--apikey' using in-delkey, del-digest,
             digest-state
           if digest-state is not equal to 'ok'
             display 'keysalt.dat missing or empty, key not checked'
             exit paragraph
           end-if
           move 'n' to key-found
           perform find-revoke-key
             varying link-ind
               from 1 by 1 until link-ind is greater than 9
                 or key-found is equal to 'y'

           if key-found is not equal to 'y'
             move 'na' to call-state
             perform show-call-state
             exit paragraph
           end-if

           move 'rk' to queue-action
           call 'approval--queue'
             using queue-action, in-section, del-digest,
               operator-id, queue-id, queue-state
           end-call
           if queue-state is not equal to 'ok'
             display 'approval file busy, revoke not queued'
             exit paragraph
           end-if

           move spaces to line-out
           string
             'revoke queued for approval, request ' delimited by size
             queue-id delimited by size
             into line-out
           end-string
           display line-out.

       find-revoke-key.
           move link-ind to chain-suffix
           if chain-suffix is equal to 1
             move in-section to chain-name
           else
             move spaces to chain-name
             string
               in-section delimited by space
               '~' delimited by size
               chain-suffix delimited by size
               into chain-name
             end-string
           end-if

           move chain-name to name
           read keyvalue record
             invalid key
               continue
             not invalid key
               perform
                 varying ind
                   from 1 by 1 until ind is greater than api-keys-count
                 if api-key(ind) is equal to del-digest
                   move 'y' to key-found
                 end-if
               end-perform
           end-read.

       review-approvals-action.
           if operator-level is equal to 'j'
             display 'approvals need a full operator'
             exit paragraph
           end-if

           call 'approval--expire' using operator-id, expired-count
           if expired-count is greater than zero
             move expired-count to count-disp
             move spaces to line-out
             string
               'requests expired: ' delimited by size
               count-disp delimited by size
               into line-out
             end-string
             display line-out
           end-if

           move zero to pending-shown
           move 'n' to approval-eof
           open input approval-file
           perform show-pending-request
             until approval-eof is equal to 'y'
           close approval-file

           if pending-shown is equal to zero
             display 'no requests waiting for approval'
             exit paragraph
           end-if

           display 'request to decide, blank to skip:'
           move spaces to in-request
           accept in-request
           if in-request is equal to spaces
             exit paragraph
           end-if
           inspect in-request replacing leading space by zero
           if in-request is not numeric
             display 'request number not valid'
             exit paragraph
           end-if
           move in-request to decide-id

           move 'n' to request-found
           move 'n' to approval-eof
           open input approval-file
           perform find-pending-request
             until approval-eof is equal to 'y'
               or request-found is equal to 'y'
           close approval-file

           if request-found is not equal to 'y'
             display 'no such request waiting for approval'
             exit paragraph
           end-if
           if found-maker is equal to operator-id
             display 'request needs a second operator'
             exit paragraph
           end-if

           display 'a approve, r reject:'
           move spaces to in-decision
           accept in-decision
           if in-decision is not equal to 'a'
             and in-decision is not equal to 'r'
             exit paragraph
           end-if

           call 'approval--decide'
             using decide-id, in-decision, operator-id, decide-state,
               apply-state
           end-call

           if in-decision is equal to 'a'
             and apply-state is not equal to spaces
             move apply-state to call-state
             perform show-call-state
           end-if

           evaluate decide-state
             when 'ok'
               continue
             when 'af'
               display 'change not applied, request left waiting'
               exit paragraph
             when 'sm'
               display 'request needs a second operator'
               exit paragraph
             when 'lk'
               display 'approval file busy, decision not recorded'
               exit paragraph
             when other
               display 'request no longer waiting for approval'
               exit paragraph
           end-evaluate

           if in-decision is equal to 'r'
             display 'request rejected'
           else
             display 'request approved'
           end-if.

       show-pending-request.
           read approval-file
             at end
               move 'y' to approval-eof
           end-read

           if approval-eof is not equal to 'y'
             and approval-status is equal to 'p'
             add 1 to pending-shown end-add
             move spaces to line-out
             if approval-action is equal to 'rk'
               move spaces to masked-key
               move approval-key(1:4) to masked-key(1:4)
               move '****' to masked-key(5:4)
               string
                 approval-id delimited by size
                 '  revoke key ' delimited by size
                 masked-key delimited by size
                 ' in ' delimited by size
                 approval-section delimited by space
                 '  by ' delimited by size
                 approval-maker delimited by space
                 ' at ' delimited by size
                 approval-requested delimited by size
                 into line-out
               end-string
             else
               string
                 approval-id delimited by size
                 '  offboard section ' delimited by size
                 approval-section delimited by space
                 '  by ' delimited by size
                 approval-maker delimited by space
                 ' at ' delimited by size
                 approval-requested delimited by size
                 into line-out
               end-string
             end-if
             display line-out
           end-if.

       find-pending-request.
           read approval-file
             at end
               move 'y' to approval-eof
           end-read

           if approval-eof is not equal to 'y'
             and approval-id is equal to decide-id
             and approval-status is equal to 'p'
             move 'y' to request-found
             move approval-maker to found-maker
           end-if.

       create-section-action.
           display 'initial key:'
