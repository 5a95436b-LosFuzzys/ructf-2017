       identification division.
       program-id. journal--lag.

       environment division.
       input-output section.
       file-control.
         select optional seq-file assign to 'journal-seq.dat'
           organization is indexed
           access mode is random
           record key is seq-key
           sharing with all other.
         select optional ship-file assign to 'journal-ship.dat'
           organization is line sequential.
         select optional ack-file assign to 'journal-ack.dat'
           organization is line sequential.

       data division.
       file section.
         fd seq-file.
         01 seq-record.
           02 seq-key picture x(8).
           02 seq-last picture 9(9).
         fd ship-file.
         copy journalshiprecord.
         fd ack-file.
         copy journalackrecord.

       working-storage section.
       01 written-seq picture 9(9) value zero.
       01 shipped-seq picture 9(9) value zero.
       01 shipped-stamp picture 9(14) value zero.
       01 shipped-name picture x(60) value spaces.
       01 applied-seq picture 9(9) value zero.
       01 applied-stamp picture 9(14) value zero.
       01 applied-state picture x(2) value spaces.
       01 lag-count picture 9(9).
       01 count-disp picture zzzzzzzz9.
       01 line-out picture x(132).

       procedure division.
       report-journal--lag.
           open input seq-file
           move 'journal' to seq-key
           read seq-file record
             invalid key
               continue
             not invalid key
               if seq-last is numeric
                 move seq-last to written-seq
               end-if
           end-read
           close seq-file

           open input ship-file
           read ship-file
             at end
               continue
             not at end
               if ship-last-seq is numeric
                 move ship-last-seq to shipped-seq
               end-if
               if ship-stamp is numeric
                 move ship-stamp to shipped-stamp
               end-if
               move ship-transfer-name to shipped-name
           end-read
           close ship-file

           open input ack-file
           read ack-file
             at end
               continue
             not at end
               if ack-last-seq is numeric
                 move ack-last-seq to applied-seq
               end-if
               if ack-stamp is numeric
                 move ack-stamp to applied-stamp
               end-if
               move ack-state to applied-state
           end-read
           close ack-file

           move written-seq to count-disp
           move spaces to line-out
           string
             'last journal sequence: ' delimited by size
             count-disp delimited by size
             into line-out
           end-string
           display line-out

           move shipped-seq to count-disp
           move spaces to line-out
           string
             'last shipped sequence: ' delimited by size
             count-disp delimited by size
             ' at ' delimited by size
             shipped-stamp delimited by size
             into line-out
           end-string
           display line-out

           if shipped-name is not equal to spaces
             move spaces to line-out
             string
               'last transfer file: ' delimited by size
               shipped-name delimited by space
               into line-out
             end-string
             display line-out
           end-if

           move applied-seq to count-disp
           move spaces to line-out
           string
             'last applied sequence: ' delimited by size
             count-disp delimited by size
             ' at ' delimited by size
             applied-stamp delimited by size
             into line-out
           end-string
           display line-out

           move zero to lag-count
           if written-seq is greater than shipped-seq
             compute lag-count = written-seq - shipped-seq
           end-if
           move lag-count to count-disp
           move spaces to line-out
           string
             'records awaiting shipment: ' delimited by size
             count-disp delimited by size
             into line-out
           end-string
           display line-out

           move zero to lag-count
           if shipped-seq is greater than applied-seq
             compute lag-count = shipped-seq - applied-seq
           end-if
           move lag-count to count-disp
           move spaces to line-out
           string
             'records shipped, not yet applied: ' delimited by size
             count-disp delimited by size
             into line-out
           end-string
           display line-out

           evaluate applied-state
             when spaces
               display 'no acknowledgement received from the standby'
             when 'ok'
               continue
             when 'gp'
               display 'standby refused the last transfer: sequence gap'
             when 'dp'
               display 'standby refused the last transfer:'
                 ' duplicate sequence'
             when 'tc'
               display 'standby refused the last transfer:'
                 ' trailer missing or count wrong'
             when 'hd'
               display 'standby refused the last transfer:'
                 ' not a journal transfer file'
             when 'fl'
               display 'standby failed while applying the last transfer'
             when other
               move spaces to line-out
               string
                 'standby acknowledgement state: ' delimited by size
                 applied-state delimited by size
                 into line-out
               end-string
               display line-out
           end-evaluate

           stop run.

       end program journal--lag.
