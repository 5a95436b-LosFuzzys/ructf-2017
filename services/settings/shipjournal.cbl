       identification division.
       program-id. ship--journal.

       environment division.
       input-output section.
       file-control.
         select optional journal-file assign to 'db-journal.dat'
           organization is line sequential
           sharing with all other.
         select optional ship-file assign to 'journal-ship.dat'
           organization is line sequential.
         select optional ack-file assign to 'journal-ack.dat'
           organization is line sequential.
         select transfer-file
           assign to dynamic transfer-file-name
           organization is line sequential.

       data division.
       file section.
         fd journal-file.
         copy journalrecord.
         fd ship-file.
         copy journalshiprecord.
         fd ack-file.
         copy journalackrecord.
         fd transfer-file.
         01 transfer-record picture x(1888).

       working-storage section.
       01 eof-flag picture x(1) value 'n'.
       01 transfer-open picture x(1) value 'n'.
       01 transfer-file-name picture x(60).
       01 now-date picture 9(8).
       01 now-time picture 9(8).
       01 ship-now-stamp picture 9(14).
       01 shipped-before picture 9(9) value zero.
       01 last-seq picture 9(9) value zero.
       01 trailer-count picture 9(9).
       01 count-disp picture zzzzzzzz9.
       01 line-out picture x(132).

       01 command-args picture x(40).
       01 option-arg picture x(8).
       01 seq-arg picture x(9).
       01 seq-text picture x(9) justified right.
       01 ack-found picture x(1) value 'n'.

       01 records-read binary-long unsigned value zero.
       01 records-shipped binary-long unsigned value zero.
       01 records-unsequenced binary-long unsigned value zero.
       01 sequence-gaps binary-long unsigned value zero.

       procedure division.
       ship-api--journal.
           accept command-args from command-line
           move spaces to option-arg
           move spaces to seq-arg
           unstring command-args delimited by all space
             into option-arg seq-arg
           end-unstring
           evaluate option-arg
             when spaces
               continue
             when 'resend'
               continue
             when 'from'
               move function trim(seq-arg) to seq-text
               inspect seq-text replacing leading space by zero
               if seq-text is not numeric
                 or seq-text is equal to zero
                 display 'usage: ship--journal [resend | from <seq>]'
                 stop run
               end-if
             when other
               display 'usage: ship--journal [resend | from <seq>]'
               stop run
           end-evaluate

           accept now-date from date yyyymmdd
           accept now-time from time
           compute ship-now-stamp = now-date * 1000000 + now-time / 100

           open input ship-file
           read ship-file
             at end
               continue
             not at end
               if ship-last-seq is numeric
                 move ship-last-seq to shipped-before
               end-if
           end-read
           close ship-file

           if option-arg is equal to 'resend'
             open input ack-file
             read ack-file
               at end
                 continue
               not at end
                 if ack-last-seq is numeric
                   move 'y' to ack-found
                   move ack-last-seq to shipped-before
                 end-if
             end-read
             close ack-file
             if ack-found is not equal to 'y'
               display 'no acknowledgement from the standby,'
                 ' nothing to resend from'
               stop run
             end-if
           end-if
           if option-arg is equal to 'from'
             move seq-text to shipped-before
             subtract 1 from shipped-before
           end-if
           move shipped-before to last-seq

           open input journal-file
           perform ship-next-record
             until eof-flag is equal to 'y'
           close journal-file

           if transfer-open is equal to 'y'
             move records-shipped to trailer-count
             move spaces to transfer-record
             string
               'TRAILER|' delimited by size
               trailer-count delimited by size
               '|' delimited by size
               last-seq delimited by size
               into transfer-record
             end-string
             write transfer-record
             close transfer-file

             move spaces to ship-record
             move last-seq to ship-last-seq
             move ship-now-stamp to ship-stamp
             move records-shipped to ship-count
             move transfer-file-name to ship-transfer-name
             open output ship-file
             write ship-record
             close ship-file
           end-if

           move records-read to count-disp
           move spaces to line-out
           string
             'journal records read: ' delimited by size
             count-disp delimited by size
             into line-out
           end-string
           display line-out

           move records-shipped to count-disp
           move spaces to line-out
           string
             'records shipped: ' delimited by size
             count-disp delimited by size
             into line-out
           end-string
           display line-out

           move records-unsequenced to count-disp
           move spaces to line-out
           string
             'unsequenced records skipped: ' delimited by size
             count-disp delimited by size
             into line-out
           end-string
           display line-out

           move last-seq to count-disp
           move spaces to line-out
           string
             'last shipped sequence: ' delimited by size
             count-disp delimited by size
             into line-out
           end-string
           display line-out

           if transfer-open is equal to 'y'
             move spaces to line-out
             string
               'transfer file: ' delimited by size
               transfer-file-name delimited by space
               into line-out
             end-string
             display line-out
           else
             display 'no new journal records to ship'
           end-if

           if sequence-gaps is greater than zero
             move sequence-gaps to count-disp
             move spaces to line-out
             string
               'sequence gaps in db-journal.dat: ' delimited by size
               count-disp delimited by size
               into line-out
             end-string
             display line-out
             display 'the standby will refuse this transfer'
           end-if

           stop run.

       ship-next-record.
           read journal-file
             at end
               move 'y' to eof-flag
           end-read

           if eof-flag is equal to 'y'
             exit paragraph
           end-if

           add 1 to records-read end-add

           if journal-seq is not numeric
             or journal-seq is equal to zero
             add 1 to records-unsequenced end-add
             exit paragraph
           end-if

           if journal-seq is not greater than shipped-before
             exit paragraph
           end-if

           if transfer-open is not equal to 'y'
             perform open-transfer-file
           end-if

           if journal-seq is not equal to last-seq + 1
             add 1 to sequence-gaps end-add
           end-if

           write transfer-record from journal-record
           add 1 to records-shipped end-add
           if journal-seq is greater than last-seq
             move journal-seq to last-seq
           end-if.

       open-transfer-file.
           move spaces to transfer-file-name
           string
             'journal-transfer.' delimited by size
             journal-seq delimited by size
             '.dat' delimited by size
             into transfer-file-name
           end-string

           open output transfer-file
           move 'y' to transfer-open

           move spaces to transfer-record
           string
             'SHIPMENT|' delimited by size
             ship-now-stamp delimited by size
             '|' delimited by size
             shipped-before delimited by size
             into transfer-record
           end-string
           write transfer-record.

       end program ship--journal.
