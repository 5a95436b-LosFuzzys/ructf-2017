       identification division.
       program-id. digest--db.

       environment division.
       input-output section.
       file-control.
         copy dbselect.
         copy indexselect.
         select optional salt-file assign to 'keysalt.dat'
           organization is line sequential.
         select optional urandom-file assign to '/dev/urandom'
           organization is sequential.
         select optional journal-file assign to 'db-journal.dat'
           organization is line sequential.
         select optional new-journal-file assign to 'db-journal.new'
           organization is line sequential.
         select optional unload-file assign to 'db-unload.dat'
           organization is sequential.
         select optional new-unload-file assign to 'db-unload.new'
           organization is sequential.
         select optional snapshot-list-file
           assign to 'db-snapshot.lst'
           organization is line sequential.
         select optional snapshot-file
           assign to dynamic snapshot-file-name
           organization is sequential
           file status is snapshot-status.
         select optional new-snapshot-file
           assign to 'db-snapshot.new'
           organization is sequential
           file status is new-snapshot-status.
         select optional pending-file
           assign to 'rotation-pending.dat'
           organization is line sequential.
         select optional new-pending-file
           assign to 'rotation-pending.new'
           organization is line sequential.

       data division.
       file section.
         copy dbrecord.
         fd keyindex.
         copy indexrecord.
         fd salt-file.
         01 salt-line picture x(64).
         fd urandom-file.
         01 urandom-bytes picture x(32).
         fd journal-file.
         copy journalrecord.
         fd new-journal-file.
         01 new-journal-record picture x(1888).
         fd unload-file.
         01 unload-record picture x(914).
         fd new-unload-file.
         01 new-unload-record picture x(914).
         fd snapshot-list-file.
         01 snapshot-list-line picture x(60).
         fd snapshot-file.
         01 snapshot-record picture x(914).
         fd new-snapshot-file.
         01 new-snapshot-record picture x(914).
         fd pending-file.
         01 pending-record.
           02 pending-rec-section picture x(40).
           02 filler picture x(1).
           02 pending-rec-key picture x(80).
           02 filler picture x(1).
           02 pending-rec-retire-date picture 9(8).
         fd new-pending-file.
         01 new-pending-record picture x(130).

       working-storage section.
       01 eof-flag picture x(1) value 'n'.
       01 ind picture 9(2).
       01 byte-ind binary-long unsigned.
       01 byte-value binary-long unsigned.
       01 nibble binary-long unsigned.
       01 hex-digits picture x(16) value '0123456789abcdef'.
       01 new-salt picture x(64).
       01 salt-present picture x(1) value 'n'.
       01 urandom-ok picture x(1) value 'n'.
       01 restart-arg picture x(8).
       01 restart-mode picture x(1) value 'n'.
       01 slot-key picture x(80).
       01 slot-digest picture x(80).
       01 digest-state picture x(2).
       01 slot-digested picture x(1).
       01 hex-check picture x(64).
       01 record-changed picture x(1).
       01 io-ok picture x(1).
       01 io-retry picture 9.
       01 io-sleep-seconds picture 9(4) comp value 1.
       01 masked-key picture x(8).
       01 journal-action picture x(2) value 'rw'.
       01 journal-before picture x(914) value spaces.
       01 journal-program-name picture x(20) value 'digest--db'.
       01 journal-operator-name picture x(8) value 'convert'.
       01 count-disp picture zzzzzzzz9.
       01 line-out picture x(132).

       01 journal-name picture x(20) value 'db-journal.dat'.
       01 new-journal-name picture x(20) value 'db-journal.new'.
       01 unload-name picture x(20) value 'db-unload.dat'.
       01 new-unload-name picture x(20) value 'db-unload.new'.
       01 snapshot-list-name picture x(20) value 'db-snapshot.lst'.
       01 new-snapshot-name picture x(20) value 'db-snapshot.new'.
       01 snapshot-file-name picture x(60).
       01 snapshot-status picture x(2).
       01 new-snapshot-status picture x(2).
       01 snapshot-eof-flag picture x(1).
       01 list-eof-flag picture x(1).
       01 snapshot-ok picture x(1).
       01 system-command picture x(200).
       01 pending-name picture x(24) value 'rotation-pending.dat'.
       01 new-pending-name picture x(24) value 'rotation-pending.new'.
       01 rename-status binary-long.
       01 delete-status binary-long.

       01 records-read binary-long unsigned value zero.
       01 records-converted binary-long unsigned value zero.
       01 records-failed binary-long unsigned value zero.
       01 keys-digested binary-long unsigned value zero.
       01 keys-already binary-long unsigned value zero.
       01 entries-written binary-long unsigned value zero.
       01 entries-collided binary-long unsigned value zero.
       01 journal-converted binary-long unsigned value zero.
       01 unload-converted binary-long unsigned value zero.
       01 pending-converted binary-long unsigned value zero.
       01 snapshots-converted binary-long unsigned value zero.
       01 snapshots-failed binary-long unsigned value zero.
       01 snapshot-converted binary-long unsigned value zero.

       01 image-ssection.
         02 image-name picture x(40).
         02 image-api-keys occurs 9 times.
           03 image-api-key picture x(80).
         02 image-api-keys-count picture 9.
         02 image-created-date occurs 9 times picture 9(8).
         02 image-last-used-date occurs 9 times picture 9(8).
         02 image-key-status occurs 9 times picture x(1).

       procedure division.
       digest-api--db.
           accept restart-arg from command-line
           if function trim(restart-arg) is equal to 'restart'
             move 'y' to restart-mode
           end-if

           open input salt-file
           read salt-file
             at end
               continue
             not at end
               if salt-line is not equal to spaces
                 move 'y' to salt-present
               end-if
           end-read
           close salt-file

           if salt-present is equal to 'y'
             and restart-mode is not equal to 'y'
             display 'keysalt.dat already present, keys already'
               ' digested, nothing done'
             display 'rerun with restart to finish an interrupted'
               ' conversion'
             stop run
           end-if

           if salt-present is not equal to 'y'
             perform make-key-salt
             if urandom-ok is not equal to 'y'
               display 'cannot read /dev/urandom, nothing done'
               stop run
             end-if
           end-if

           move 'salt-check' to slot-key
           call 'digest--apikey' using slot-key, slot-digest,
             digest-state
           if digest-state is not equal to 'ok'
             display 'keysalt.dat cannot be read, nothing done'
             stop run
           end-if

           open i-o keyvalue
           open output keyindex

           move low-values to name
           start keyvalue key is not less than name
             invalid key
               move 'y' to eof-flag
           end-start

           perform digest-next-section
             until eof-flag is equal to 'y'

           close keyindex
           close keyvalue

           perform digest-journal-file
           perform digest-unload-file
           perform digest-pending-file
           perform digest-snapshot-files

           move records-read to count-disp
           move spaces to line-out
           string
             'records read: ' delimited by size
             count-disp delimited by size
             into line-out
           end-string
           display line-out

           move records-converted to count-disp
           move spaces to line-out
           string
             'records converted: ' delimited by size
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
           display line-out

           move keys-digested to count-disp
           move spaces to line-out
           string
             'keys digested: ' delimited by size
             count-disp delimited by size
             into line-out
           end-string
           display line-out

           move keys-already to count-disp
           move spaces to line-out
           string
             'keys already digested: ' delimited by size
             count-disp delimited by size
             into line-out
           end-string
           display line-out

           move entries-written to count-disp
           move spaces to line-out
           string
             'index entries written: ' delimited by size
             count-disp delimited by size
             into line-out
           end-string
           display line-out

           move entries-collided to count-disp
           move spaces to line-out
           string
             'duplicate keys skipped: ' delimited by size
             count-disp delimited by size
             into line-out
           end-string
           display line-out

           move journal-converted to count-disp
           move spaces to line-out
           string
             'journal records converted: ' delimited by size
             count-disp delimited by size
             into line-out
           end-string
           display line-out

           move unload-converted to count-disp
           move spaces to line-out
           string
             'unload records converted: ' delimited by size
             count-disp delimited by size
             into line-out
           end-string
           display line-out

           move pending-converted to count-disp
           move spaces to line-out
           string
             'pending rotations converted: ' delimited by size
             count-disp delimited by size
             into line-out
           end-string
           display line-out

           move snapshots-converted to count-disp
           move spaces to line-out
           string
             'snapshot files converted: ' delimited by size
             count-disp delimited by size
             into line-out
           end-string
           display line-out

           move snapshot-converted to count-disp
           move spaces to line-out
           string
             'snapshot records converted: ' delimited by size
             count-disp delimited by size
             into line-out
           end-string
           display line-out

           move snapshots-failed to count-disp
           move spaces to line-out
           string
             'snapshot files not converted: ' delimited by size
             count-disp delimited by size
             into line-out
           end-string
           display line-out

           if records-failed is greater than zero
             or snapshots-failed is greater than zero
             display 'conversion incomplete, rerun with restart'
           else
             display 'conversion complete'
           end-if

           if entries-collided is greater than zero
             display 'duplicate key values found, run verify--db'
           end-if

           stop run.

       make-key-salt.
           open input urandom-file
           read urandom-file
             at end
               continue
             not at end
               move 'y' to urandom-ok
           end-read
           close urandom-file

           if urandom-ok is equal to 'y'
             move spaces to new-salt
             perform make-salt-byte
               varying byte-ind
                 from 1 by 1 until byte-ind is greater than 32

             open output salt-file
             move new-salt to salt-line
             write salt-line
             close salt-file
           end-if.

       make-salt-byte.
           compute byte-value =
             function ord(urandom-bytes(byte-ind:1)) - 1
           divide byte-value by 16
             giving byte-value remainder nibble
           end-divide
           move hex-digits(byte-value + 1:1)
             to new-salt(byte-ind * 2 - 1:1)
           move hex-digits(nibble + 1:1) to new-salt(byte-ind * 2:1).

       digest-next-section.
           read keyvalue next record
             at end
               move 'y' to eof-flag
           end-read

           if eof-flag is not equal to 'y'
             add 1 to records-read end-add
             move ssection to image-ssection
             move 'n' to record-changed
             perform digest-image-slot
               varying ind
                 from 1 by 1 until ind is greater than 9

             if record-changed is equal to 'y'
               move image-ssection to ssection
               perform rewrite-section-with-retry
             else
               move 'y' to io-ok
             end-if

             if io-ok is equal to 'y'
               if record-changed is equal to 'y'
                 call 'journal--write'
                   using journal-action, journal-before, ssection,
                     journal-program-name, journal-operator-name
                 add 1 to records-converted end-add
               end-if
               perform count-record-slot
                 varying ind
                   from 1 by 1 until ind is greater than 9
               perform index-key-slot
                 varying ind
                   from 1 by 1 until ind is greater than api-keys-count
             else
               add 1 to records-failed end-add
               move spaces to line-out
               string
                 'rewrite failed: ' delimited by size
                 name delimited by size
                 into line-out
               end-string
               display line-out
             end-if
           end-if.

       digest-image-slot.
           if image-api-key(ind) is not equal to spaces
             move image-api-key(ind) to slot-key
             perform check-stored-form
             if slot-digested is not equal to 'y'
               call 'digest--apikey' using slot-key, slot-digest,
                 digest-state
               move slot-digest to image-api-key(ind)
               move 'y' to record-changed
             end-if
           end-if.

       count-record-slot.
           if api-key(ind) is not equal to spaces
             if record-changed is equal to 'y'
               add 1 to keys-digested end-add
             else
               add 1 to keys-already end-add
             end-if
           end-if.

       check-stored-form.
           move 'n' to slot-digested
           if restart-mode is equal to 'y'
             and slot-key(69:12) is equal to spaces
             move slot-key(5:64) to hex-check
             inspect hex-check
               converting '123456789abcdef' to '000000000000000'
             if hex-check is equal to zeros
               move 'y' to slot-digested
             end-if
           end-if.

       index-key-slot.
           if api-key(ind) is not equal to spaces
             move api-key(ind) to ix-key
             move name to ix-section
             move ind to ix-slot
             write ix-record
               invalid key
                 add 1 to entries-collided end-add
                 move spaces to masked-key
                 move api-key(ind)(1:4) to masked-key(1:4)
                 move '****' to masked-key(5:4)
                 move spaces to line-out
                 string
                   'duplicate key: ' delimited by size
                   name delimited by space
                   ' slot ' delimited by size
                   ind delimited by size
                   ' ' delimited by size
                   masked-key delimited by size
                   into line-out
                 end-string
                 display line-out
               not invalid key
                 add 1 to entries-written end-add
             end-write
           end-if.

       digest-journal-file.
           move 'n' to eof-flag
           open input journal-file
           open output new-journal-file

           perform digest-next-journal
             until eof-flag is equal to 'y'

           close new-journal-file
           close journal-file

           call 'CBL_DELETE_FILE' using journal-name
             returning delete-status
           end-call
           call 'CBL_RENAME_FILE' using new-journal-name, journal-name
             returning rename-status
           end-call.

       digest-next-journal.
           read journal-file
             at end
               move 'y' to eof-flag
           end-read

           if eof-flag is not equal to 'y'
             and journal-program is not equal to journal-program-name
             if journal-before-image is not equal to spaces
               move journal-before-image to image-ssection
               perform digest-image-slot
                 varying ind
                   from 1 by 1 until ind is greater than 9
               move image-ssection to journal-before-image
             end-if
             if journal-after-image is not equal to spaces
               move journal-after-image to image-ssection
               perform digest-image-slot
                 varying ind
                   from 1 by 1 until ind is greater than 9
               move image-ssection to journal-after-image
             end-if
             write new-journal-record from journal-record
             add 1 to journal-converted end-add
           else
             if eof-flag is not equal to 'y'
               write new-journal-record from journal-record
             end-if
           end-if.

       digest-unload-file.
           move 'n' to eof-flag
           open input unload-file
           open output new-unload-file

           perform digest-next-unload
             until eof-flag is equal to 'y'

           close new-unload-file
           close unload-file

           call 'CBL_DELETE_FILE' using unload-name
             returning delete-status
           end-call
           call 'CBL_RENAME_FILE' using new-unload-name, unload-name
             returning rename-status
           end-call.

       digest-next-unload.
           read unload-file
             at end
               move 'y' to eof-flag
           end-read

           if eof-flag is not equal to 'y'
             move unload-record to image-ssection
             perform digest-image-slot
               varying ind
                 from 1 by 1 until ind is greater than 9
             write new-unload-record from image-ssection
             add 1 to unload-converted end-add
           end-if.

       digest-snapshot-files.
           move spaces to system-command
           string
             'ls db-snapshot.*.dat > ' delimited by size
             snapshot-list-name delimited by space
             ' 2>/dev/null' delimited by size
             into system-command
           end-string
           call 'SYSTEM' using system-command

           move 'n' to list-eof-flag
           open input snapshot-list-file
           perform digest-next-snapshot
             until list-eof-flag is equal to 'y'
           close snapshot-list-file

           call 'CBL_DELETE_FILE' using snapshot-list-name
             returning delete-status
           end-call.

       digest-next-snapshot.
           read snapshot-list-file
             at end
               move 'y' to list-eof-flag
           end-read

           if list-eof-flag is equal to 'y'
             exit paragraph
           end-if
           if snapshot-list-line is equal to spaces
             exit paragraph
           end-if

           move snapshot-list-line to snapshot-file-name
           move 'y' to snapshot-ok
           move 'n' to snapshot-eof-flag
           open input snapshot-file
           if snapshot-status(1:1) is not equal to '0'
             move 'n' to snapshot-ok
             perform show-snapshot-failure
             exit paragraph
           end-if
           open output new-snapshot-file
           if new-snapshot-status(1:1) is not equal to '0'
             close snapshot-file
             move 'n' to snapshot-ok
             perform show-snapshot-failure
             exit paragraph
           end-if

           perform digest-next-snapshot-record
             until snapshot-eof-flag is equal to 'y'

           close new-snapshot-file
           close snapshot-file

           if snapshot-ok is not equal to 'y'
             call 'CBL_DELETE_FILE' using new-snapshot-name
               returning delete-status
             end-call
             perform show-snapshot-failure
             exit paragraph
           end-if

           call 'CBL_DELETE_FILE' using snapshot-file-name
             returning delete-status
           end-call
           call 'CBL_RENAME_FILE' using new-snapshot-name,
             snapshot-file-name
             returning rename-status
           end-call
           if rename-status is not equal to zero
             perform show-snapshot-failure
           else
             add 1 to snapshots-converted end-add
           end-if.

       digest-next-snapshot-record.
           read snapshot-file
             at end
               move 'y' to snapshot-eof-flag
           end-read

           if snapshot-eof-flag is equal to 'y'
             exit paragraph
           end-if
           if snapshot-status(1:1) is not equal to '0'
             move 'n' to snapshot-ok
             move 'y' to snapshot-eof-flag
             exit paragraph
           end-if

           if snapshot-record(1:9) is equal to 'SNAPSHOT|'
             or snapshot-record(1:8) is equal to 'TRAILER|'
             write new-snapshot-record from snapshot-record
           else
             move snapshot-record to image-ssection
             perform digest-image-slot
               varying ind
                 from 1 by 1 until ind is greater than 9
             write new-snapshot-record from image-ssection
             add 1 to snapshot-converted end-add
           end-if
           if new-snapshot-status(1:1) is not equal to '0'
             move 'n' to snapshot-ok
             move 'y' to snapshot-eof-flag
           end-if.

       show-snapshot-failure.
           add 1 to snapshots-failed end-add
           move spaces to line-out
           string
             'snapshot not converted, still holds clear keys: '
               delimited by size
             snapshot-file-name delimited by space
             into line-out
           end-string
           display line-out.

       digest-pending-file.
           move 'n' to eof-flag
           open input pending-file
           open output new-pending-file

           perform digest-next-pending
             until eof-flag is equal to 'y'

           close new-pending-file
           close pending-file

           call 'CBL_DELETE_FILE' using pending-name
             returning delete-status
           end-call
           call 'CBL_RENAME_FILE' using new-pending-name, pending-name
             returning rename-status
           end-call.

       digest-next-pending.
           read pending-file
             at end
               move 'y' to eof-flag
           end-read

           if eof-flag is not equal to 'y'
             if pending-rec-key is not equal to spaces
               move pending-rec-key to slot-key
               perform check-stored-form
               if slot-digested is not equal to 'y'
                 call 'digest--apikey' using slot-key, slot-digest,
                   digest-state
                 move slot-digest to pending-rec-key
               end-if
             end-if
             write new-pending-record from pending-record
             add 1 to pending-converted end-add
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

       end program digest--db.
