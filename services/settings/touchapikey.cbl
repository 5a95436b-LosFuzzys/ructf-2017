       file-control.
         copy dbselect.
         copy usageselect.
         select optional pending-file
           assign to 'rotation-pending.dat'
           organization is line sequential
           sharing with all other.
         select optional decision-log
           assign to 'access-decision.log'
           organization is line sequential
           sharing with all other
           file status is decision-log-status.

       data division.
       file section.
         copy dbrecord.
         fd usage-file.
         copy usagerecord.
         fd pending-file.
         01 pending-record.
           02 pending-rec-section picture x(40).
           02 filler picture x(1).
           02 pending-rec-key picture x(80).
           02 filler picture x(1).
           02 pending-rec-retire-date picture 9(8).
         fd decision-log.
         01 decision-record.
           02 decision-date picture 9(8).
           02 filler picture x(1).
           02 decision-time picture 9(6).
           02 filler picture x(1).
           02 decision-section-name picture x(40).
           02 filler picture x(1).
           02 decision-masked-key picture x(8).
           02 filler picture x(1).
           02 decision-code picture x(1).
           02 filler picture x(1).
           02 decision-reason picture x(2).

       working-storage section.
       01 ind picture 9(2).
       01 io-sleep-seconds picture 9(4) comp value 1.
       01 today-date picture 9(8).
       01 tilde-count picture 9(2).
       01 used-digest picture x(80).
       01 digest-state picture x(2).
       01 lock-state picture x(2).
       01 pending-eof picture x(1).
       01 retired-flag picture x(1).
       01 decision-log-status picture x(2).
       01 decision-io-ok picture x(1).
       01 decision-retry picture 9.

       linkage section.
       01 argc binary-long unsigned.
         02 filler picture x(893).
       01 result.
         02 state picture x(2).
         02 decision picture x(1).
         02 filler picture x(1021).
       01 result-length binary-long unsigned.

       procedure division
           inspect section-name tallying tilde-count for all '~'
           if tilde-count is greater than zero
             move 'iv' to state
             perform write-decision-and-exit
           end-if

           move section-name to name
           read keyvalue record
             invalid key
               move 'bn' to state
               perform write-decision-and-exit
           end-read

           call 'lock--check' using section-name, lock-state
           if lock-state is equal to 'lk'
             move 'lk' to state
             perform write-decision-and-exit
           end-if

           call 'digest--apikey' using usedkey, used-digest,
             digest-state
           if digest-state is not equal to 'ok'
             move 'fl' to state
             perform write-decision-and-exit
           end-if

           move zero to found-ind
           move 'n' to found-flag
           move 'n' to chain-done

           if found-flag is not equal to 'y'
             move 'na' to state
             perform write-decision-and-exit
           end-if

           if key-status(found-ind) is equal to 's'
             move 'ks' to state
             perform write-decision-and-exit
           end-if

           accept today-date from date yyyymmdd

           perform check-retired-key
           if retired-flag is equal to 'y'
             move 'rt' to state
             perform write-decision-and-exit
           end-if

           move today-date to last-used-date(found-ind)

           perform rewrite-section-with-retry

           if io-ok is not equal to 'y'
             move 'fl' to state
             perform write-decision-and-exit
           end-if

           perform meter-key-usage

           move 'ok' to state
           perform write-decision-and-exit.

       write-decision-and-exit.
           if state is equal to 'ok'
             move 'a' to decision
           else
             move 'd' to decision
           end-if
           move 3 to result-length

           move spaces to decision-record
           accept decision-date from date yyyymmdd
           accept decision-time from time
           move section-name to decision-section-name
           move usedkey(1:4) to decision-masked-key(1:4)
           move '****' to decision-masked-key(5:4)
           move decision to decision-code
           move state to decision-reason

           move 'n' to decision-io-ok
           perform
             varying decision-retry
               from 1 by 1 until decision-retry is greater than 3
             open extend decision-log
             if decision-log-status(1:1) is equal to '0'
               write decision-record
               if decision-log-status(1:1) is equal to '0'
                 move 'y' to decision-io-ok
               end-if
               close decision-log
             end-if
             if decision-io-ok is equal to 'y'
               exit perform
             end-if
             call 'C$SLEEP' using io-sleep-seconds
           end-perform

           goback.

       check-retired-key.
           move 'n' to retired-flag
           move 'n' to pending-eof

           open input pending-file
           perform check-pending-entry
             until pending-eof is equal to 'y'
               or retired-flag is equal to 'y'
           close pending-file.

       check-pending-entry.
           read pending-file
             at end
               move 'y' to pending-eof
           end-read

           if pending-eof is not equal to 'y'
             and pending-rec-section is equal to section-name
             and pending-rec-key is equal to used-digest
             and pending-rec-retire-date is numeric
             and pending-rec-retire-date is not greater than today-date
             move 'y' to retired-flag
           end-if.

       meter-key-usage.
           open i-o usage-file

           perform
             varying ind
               from 1 by 1 until ind is greater than api-keys-count
             if used-digest is equal to api-key(ind)
               move ind to found-ind
               move 'y' to found-flag
             end-if
