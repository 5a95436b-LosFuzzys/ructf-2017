       identification division.
       program-id. apply--standby.

       environment division.
       input-output section.
       file-control.
         copy dbselect.
         copy indexselect.
         select optional transfer-file
           assign to dynamic transfer-file-name
           organization is line sequential
           file status is transfer-status.
         select optional standby-file assign to 'journal-standby.dat'
           organization is line sequential.
         select ack-file assign to 'journal-ack.dat'
           organization is line sequential.

       data division.
       file section.
         copy dbrecord.
         fd keyindex.
         copy indexrecord.
         fd transfer-file.
         01 transfer-record picture x(1888).
         fd standby-file.
         01 standby-record.
           02 standby-last-seq picture 9(9).
           02 filler picture x(1).
           02 standby-stamp picture 9(14).
         fd ack-file.
         copy journalackrecord.

       working-storage section.
       copy journalrecord.

       01 eof-flag picture x(1).
       01 record-exists picture x(1).
       01 io-ok picture x(1).
       01 io-retry picture 9.
       01 io-sleep-seconds picture 9(4) comp value 1.
       01 ind picture 9(2).
       01 after-ind picture 9(2).
       01 key-kept picture x(1).
       01 index-found picture x(1).
       01 ix-slot-arg picture 9.
       01 ix-key-arg picture x(80).
       01 ix-section-arg picture x(40).
       01 transfer-status picture x(2).
       01 transfer-file-name picture x(60).
       01 header-seen picture x(1) value 'n'.
       01 trailer-seen picture x(1) value 'n'.
       01 trailer-text picture x(9).
       01 transfer-state picture x(2) value 'ok'.
       01 now-date picture 9(8).
       01 now-time picture 9(8).
       01 apply-stamp picture 9(14).
       01 applied-before picture 9(9) value zero.
       01 expected-seq picture 9(9).
       01 first-seq picture 9(9) value zero.
       01 last-seq picture 9(9) value zero.
       01 bad-seq picture 9(9) value zero.
       01 trailer-count picture 9(9) value zero.
       01 count-disp picture zzzzzzzz9.
       01 line-out picture x(132).

       01 records-checked binary-long unsigned value zero.
       01 records-applied binary-long unsigned value zero.
       01 records-skipped binary-long unsigned value zero.

       01 before-ssection.
         02 before-name picture x(40).
         02 before-api-keys occurs 9 times.
           03 before-api-key picture x(80).
         02 before-api-keys-count picture 9.
         02 before-created-date occurs 9 times picture 9(8).
         02 before-last-used-date occurs 9 times picture 9(8).
         02 before-key-status occurs 9 times picture x(1).

       01 after-ssection.
         02 after-name picture x(40).
         02 after-api-keys occurs 9 times.
           03 after-api-key picture x(80).
         02 after-api-keys-count picture 9.
         02 after-created-date occurs 9 times picture 9(8).
         02 after-last-used-date occurs 9 times picture 9(8).
         02 after-key-status occurs 9 times picture x(1).

       procedure division.
       apply-api--standby.
           accept transfer-file-name from command-line
           if transfer-file-name is equal to spaces
             display 'usage: apply--standby <transfer file>'
             stop run
           end-if

           accept now-date from date yyyymmdd
           accept now-time from time
           compute apply-stamp = now-date * 1000000 + now-time / 100

           open input standby-file
           read standby-file
             at end
               continue
             not at end
               if standby-last-seq is numeric
                 move standby-last-seq to applied-before
               end-if
           end-read
           close standby-file

           move applied-before to last-seq
           move applied-before to expected-seq
           move 'n' to eof-flag
           open input transfer-file
           if transfer-status is not equal to '00'
             move 'hd' to transfer-state
             move 'y' to eof-flag
           end-if
           perform check-next-transfer
             until eof-flag is equal to 'y'
               or transfer-state is not equal to 'ok'
           close transfer-file

           if transfer-state is equal to 'ok'
             if header-seen is not equal to 'y'
               move 'hd' to transfer-state
             else
               if trailer-seen is not equal to 'y'
                 or trailer-count is not equal to records-checked
                 move 'tc' to transfer-state
               end-if
             end-if
           end-if

           if transfer-state is equal to 'ok'
             open i-o keyvalue
             open input keyindex
             move 'n' to eof-flag
             open input transfer-file
             perform apply-next-transfer
               until eof-flag is equal to 'y'
                 or transfer-state is not equal to 'ok'
             close transfer-file
             close keyindex
             close keyvalue
           end-if

           if records-applied is greater than zero
             move spaces to standby-record
             move last-seq to standby-last-seq
             move apply-stamp to standby-stamp
             open output standby-file
             write standby-record
             close standby-file
           end-if

           move spaces to ack-record
           move transfer-state to ack-state
           move first-seq to ack-first-seq
           move last-seq to ack-last-seq
           move records-applied to ack-applied
           move apply-stamp to ack-stamp
           move transfer-file-name to ack-transfer-name
           open output ack-file
           write ack-record
           close ack-file

           evaluate transfer-state
             when 'ok'
               display 'transfer applied'
             when 'hd'
               display 'not a journal transfer file, nothing applied'
             when 'tc'
               display 'transfer trailer missing or count wrong,'
                 ' nothing applied'
             when 'gp'
               move bad-seq to count-disp
               move spaces to line-out
               string
                 'sequence gap at ' delimited by size
                 count-disp delimited by size
                 ', nothing applied' delimited by size
                 into line-out
               end-string
               display line-out
             when 'dp'
               move bad-seq to count-disp
               move spaces to line-out
               string
                 'duplicate sequence ' delimited by size
                 count-disp delimited by size
                 ', nothing applied' delimited by size
                 into line-out
               end-string
               display line-out
             when 'fl'
               move bad-seq to count-disp
               move spaces to line-out
               string
                 'apply failed at sequence ' delimited by size
                 count-disp delimited by size
                 into line-out
               end-string
               display line-out
           end-evaluate

           move records-checked to count-disp
           move spaces to line-out
           string
             'transfer records checked: ' delimited by size
             count-disp delimited by size
             into line-out
           end-string
           display line-out

           move records-applied to count-disp
           move spaces to line-out
           string
             'records applied: ' delimited by size
             count-disp delimited by size
             into line-out
           end-string
           display line-out

           move records-skipped to count-disp
           move spaces to line-out
           string
             'records already applied, skipped: ' delimited by size
             count-disp delimited by size
             into line-out
           end-string
           display line-out

           move last-seq to count-disp
           move spaces to line-out
           string
             'last applied sequence: ' delimited by size
             count-disp delimited by size
             into line-out
           end-string
           display line-out

           display 'journal-ack.dat written, return it to the primary'

           if transfer-state is not equal to 'ok'
             move 4 to return-code
           end-if

           stop run.

       check-next-transfer.
           read transfer-file
             at end
               move 'y' to eof-flag
           end-read

           if eof-flag is equal to 'y'
             exit paragraph
           end-if

           if header-seen is not equal to 'y'
             if transfer-record(1:9) is equal to 'SHIPMENT|'
               move 'y' to header-seen
             else
               move 'hd' to transfer-state
             end-if
             exit paragraph
           end-if

           if transfer-record(1:8) is equal to 'TRAILER|'
             move 'y' to trailer-seen
             move transfer-record(9:9) to trailer-text
             if trailer-text is numeric
               move trailer-text to trailer-count
             end-if
             move 'y' to eof-flag
             exit paragraph
           end-if

           move transfer-record to journal-record
           add 1 to records-checked end-add

           if journal-seq is not numeric
             move zero to bad-seq
             move 'gp' to transfer-state
             exit paragraph
           end-if

           if journal-seq is not greater than applied-before
             add 1 to records-skipped end-add
             exit paragraph
           end-if

           if journal-seq is not greater than expected-seq
             move journal-seq to bad-seq
             move 'dp' to transfer-state
             exit paragraph
           end-if

           if journal-seq is not equal to expected-seq + 1
             compute bad-seq = expected-seq + 1
             move 'gp' to transfer-state
             exit paragraph
           end-if

           move journal-seq to expected-seq.

       apply-next-transfer.
           read transfer-file
             at end
               move 'y' to eof-flag
           end-read

           if eof-flag is equal to 'y'
             exit paragraph
           end-if

           if transfer-record(1:9) is equal to 'SHIPMENT|'
             exit paragraph
           end-if

           if transfer-record(1:8) is equal to 'TRAILER|'
             move 'y' to eof-flag
             exit paragraph
           end-if

           move transfer-record to journal-record
           if journal-seq is not greater than applied-before
             exit paragraph
           end-if

           move journal-before-image to before-ssection
           move journal-after-image to after-ssection

           if journal-act is equal to 'dl'
             move before-name to name
             delete keyvalue record
               invalid key
                 continue
             end-delete
             move 'y' to io-ok
           else
             move after-name to name
             move 'y' to record-exists
             read keyvalue record
               invalid key
                 move 'n' to record-exists
             end-read
             if record-exists is equal to 'y'
               and journal-before-image is equal to spaces
               move ssection to before-ssection
             end-if

             move journal-after-image to ssection
             if record-exists is equal to 'y'
               perform rewrite-section-with-retry
             else
               perform write-section-with-retry
             end-if
           end-if

           if io-ok is not equal to 'y'
             move journal-seq to bad-seq
             move 'fl' to transfer-state
             exit paragraph
           end-if

           perform remove-before-index-entry
             varying ind
               from 1 by 1 until ind is greater than 9
           if journal-act is not equal to 'dl'
             perform upsert-after-index-entry
               varying ind
                 from 1 by 1 until ind is greater than 9
           end-if

           add 1 to records-applied end-add
           if first-seq is equal to zero
             move journal-seq to first-seq
           end-if
           move journal-seq to last-seq.

       remove-before-index-entry.
           if before-api-key(ind) is equal to spaces
             exit paragraph
           end-if

           move 'n' to key-kept
           if journal-act is not equal to 'dl'
             perform
               varying after-ind
                 from 1 by 1 until after-ind is greater than 9
               if after-api-key(after-ind)
                   is equal to before-api-key(ind)
                 move 'y' to key-kept
               end-if
             end-perform
           end-if
           if key-kept is equal to 'y'
             exit paragraph
           end-if

           move 'y' to index-found
           move before-api-key(ind) to ix-key
           read keyindex record
             invalid key
               move 'n' to index-found
           end-read
           if index-found is equal to 'y'
             and ix-section is equal to before-name
             and ix-slot is equal to ind
             move before-api-key(ind) to ix-key-arg
             call 'index--remove' using ix-key-arg
           end-if.

       upsert-after-index-entry.
           if after-api-key(ind) is not equal to spaces
             move after-api-key(ind) to ix-key-arg
             move after-name to ix-section-arg
             move ind to ix-slot-arg
             call 'index--upsert'
               using ix-key-arg, ix-section-arg, ix-slot-arg
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

       write-section-with-retry.
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

       end program apply--standby.
