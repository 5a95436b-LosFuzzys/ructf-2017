           organization is line sequential
           sharing with all other
           file status is journal-status.
         select optional seq-file assign to 'journal-seq.dat'
           organization is indexed
           access mode is random
           record key is seq-key
           lock mode is automatic
           sharing with all other
           file status is seq-status.

       data division.
       file section.
         fd journal-file.
         copy journalrecord.
         fd seq-file.
         01 seq-record.
           02 seq-key picture x(8).
           02 seq-last picture 9(9).

       working-storage section.
       01 journal-status picture x(2).
       01 journal-io-ok picture x(1).
       01 journal-retry picture 9.
       01 journal-clock picture 9(8).
       01 journal-eof picture x(1).
       01 seq-status picture x(2).
       01 seq-found picture x(1).
       01 seq-held picture x(1).
       01 seq-saved picture x(1).
       01 seq-failed picture x(1).
       01 seq-try-status picture x(2).
       01 seq-tries binary-long unsigned.
       01 seq-errors binary-long unsigned.
       01 next-seq picture 9(9).
       01 io-sleep-seconds picture 9(4) comp value 1.

       linkage section.
       01 action-code picture x(2).
       01 before-image picture x(914).
       01 after-image picture x(914).
       01 program-name picture x(20).
       01 operator-name picture x(8).

       procedure division
         using action-code, before-image, after-image,
           program-name, operator-name.
       journal-api--update.
           move 'n' to seq-held
           move 'n' to seq-failed
           move zero to seq-tries
           move zero to seq-errors
           perform wait-journal-seq
             until seq-held is equal to 'y'
               or seq-failed is equal to 'y'
           if seq-held is not equal to 'y'
             display 'journal--write: journal-seq.dat status '
               seq-try-status ', ' action-code
               ' not journaled'
             goback
           end-if

           move 'n' to journal-io-ok
           perform
             varying journal-retry
             if journal-status(1:1) is equal to '0'
               move spaces to journal-record
               accept journal-date from date yyyymmdd
               accept journal-clock from time
               compute journal-time = journal-clock / 100
               move action-code to journal-act
               move before-image to journal-before-image
               move after-image to journal-after-image
               move program-name to journal-program
               move operator-name to journal-operator
               move next-seq to journal-seq
               write journal-record
               if journal-status(1:1) is equal to '0'
                 move 'y' to journal-io-ok
             call 'C$SLEEP' using io-sleep-seconds
           end-perform

           if journal-io-ok is equal to 'y'
             move next-seq to seq-last
             move 'n' to seq-saved
             move 'n' to seq-failed
             move zero to seq-tries
             move zero to seq-errors
             perform save-journal-seq
               until seq-saved is equal to 'y'
                 or seq-failed is equal to 'y'
             if seq-saved is not equal to 'y'
               display 'journal--write: cannot save sequence '
                 next-seq ' in journal-seq.dat, status '
                 seq-try-status
               delete seq-file record
                 invalid key
                   continue
               end-delete
             end-if
           end-if
           close seq-file

           goback.

       wait-journal-seq.
           move '00' to seq-try-status
           perform lock-journal-seq
           if seq-held is equal to 'y'
             exit paragraph
           end-if

           if seq-try-status is equal to '51'
             or seq-try-status is equal to '61'
             or seq-try-status is equal to '9D'
             add 1 to seq-tries end-add
             if seq-tries is equal to 3
               display 'journal--write: waiting for journal-seq.dat'
             end-if
           else
             add 1 to seq-errors end-add
             if seq-errors is equal to 3
               move 'y' to seq-failed
               exit paragraph
             end-if
           end-if
           call 'C$SLEEP' using io-sleep-seconds.

       save-journal-seq.
           rewrite seq-record
             invalid key
               continue
           end-rewrite
           if seq-status(1:1) is equal to '0'
             move 'y' to seq-saved
             exit paragraph
           end-if

           move seq-status to seq-try-status
           if seq-try-status is equal to '51'
             or seq-try-status is equal to '61'
             or seq-try-status is equal to '9D'
             add 1 to seq-tries end-add
             if seq-tries is equal to 3
               display 'journal--write: waiting to save sequence '
                 next-seq ' in journal-seq.dat'
             end-if
           else
             add 1 to seq-errors end-add
             if seq-errors is equal to 3
               move 'y' to seq-failed
               exit paragraph
             end-if
           end-if
           call 'C$SLEEP' using io-sleep-seconds.

       lock-journal-seq.
           open i-o seq-file
           if seq-status(1:1) is not equal to '0'
             move seq-status to seq-try-status
             exit paragraph
           end-if

           move 'journal' to seq-key
           move 'y' to seq-found
           read seq-file record
             invalid key
               move 'n' to seq-found
           end-read

           if seq-status is equal to '51'
             move seq-status to seq-try-status
             close seq-file
             exit paragraph
           end-if

           if seq-found is equal to 'y'
             and seq-status(1:1) is equal to '0'
             compute next-seq = seq-last + 1
             move 'y' to seq-held
             exit paragraph
           end-if

           if seq-found is not equal to 'y'
             perform seed-journal-seq
             move 'journal' to seq-key
             move next-seq to seq-last
             write seq-record
               invalid key
                 continue
             end-write
           end-if
           move seq-status to seq-try-status
           close seq-file.

       seed-journal-seq.
           move zero to next-seq
           move 'n' to journal-eof
           open input journal-file
           if journal-status(1:1) is equal to '0'
             perform scan-journal-seq
               until journal-eof is equal to 'y'
             close journal-file
           end-if.

       scan-journal-seq.
           read journal-file
             at end
               move 'y' to journal-eof
           end-read

           if journal-eof is not equal to 'y'
             and journal-seq is numeric
             and journal-seq is greater than next-seq
             move journal-seq to next-seq
           end-if.

       end program journal--write.
