       identification division.
       program-id. deliver--keys.

       environment division.
       input-output section.
       file-control.
         select optional delivery-file
           assign to 'rotation-delivery.dat'
           organization is line sequential.
         select optional held-file
           assign to 'rotation-delivery.new'
           organization is line sequential.
         select optional registry-file assign to 'registry.dat'
           organization is line sequential.
         select optional owner-file
           assign to dynamic owner-file-name
           organization is line sequential
           file status is owner-file-status.

       data division.
       file section.
         fd delivery-file.
         01 delivery-record.
           02 delivery-section picture x(40).
           02 filler picture x(1).
           02 delivery-key picture x(80).
           02 filler picture x(1).
           02 delivery-retire-date picture 9(8).
         fd held-file.
         01 held-record picture x(130).
         fd registry-file.
         copy registryrecord.
         fd owner-file.
         01 owner-record picture x(132).

       working-storage section.
       01 delivery-eof-flag picture x(1) value 'n'.
       01 registry-eof-flag picture x(1) value 'n'.
       01 reg-ind binary-long unsigned.
       01 found-reg-ind binary-long unsigned.
       01 base-name picture x(40).
       01 owner-file-name picture x(60).
       01 owner-file-status picture x(2).
       01 live-name picture x(24) value 'rotation-delivery.dat'.
       01 work-name picture x(24) value 'rotation-delivery.new'.
       01 rename-status binary-long.
       01 delete-status binary-long.
       01 line-out picture x(132).
       01 count-disp picture zzzz9.

       01 keys-read binary-long unsigned value zero.
       01 keys-delivered binary-long unsigned value zero.
       01 keys-held binary-long unsigned value zero.
       01 keys-failed binary-long unsigned value zero.

       01 registry-overflow picture x(1) value 'n'.
       01 registry-count binary-long unsigned value zero.
       01 registry-table.
         02 registry-entry occurs 1 to 500 times
             depending on registry-count.
           03 reg-name picture x(40).
           03 reg-owner picture x(40).

       procedure division.
       deliver-rotated--keys.
           open input registry-file
           perform load-registry-entry
             until registry-eof-flag is equal to 'y'
           close registry-file

           open input delivery-file
           open output held-file
           perform deliver-next-key
             until delivery-eof-flag is equal to 'y'
           close held-file
           close delivery-file

           if keys-read is greater than zero
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

           move keys-read to count-disp
           move spaces to line-out
           string
             'rotated keys waiting: ' delimited by size
             count-disp delimited by size
             into line-out
           end-string
           display line-out

           move keys-delivered to count-disp
           move spaces to line-out
           string
             'keys delivered to owners: ' delimited by size
             count-disp delimited by size
             into line-out
           end-string
           display line-out

           move keys-held to count-disp
           move spaces to line-out
           string
             'keys held, no owner contact: ' delimited by size
             count-disp delimited by size
             into line-out
           end-string
           display line-out

           move keys-failed to count-disp
           move spaces to line-out
           string
             'keys held, delivery write failed: ' delimited by size
             count-disp delimited by size
             into line-out
           end-string
           display line-out

           if registry-overflow is equal to 'y'
             display
               'registry.dat has more than 500 entries, truncated'
           end-if

           if keys-failed is greater than zero
             move 4 to return-code
           else
             move zero to return-code
           end-if

           stop run.

       load-registry-entry.
           read registry-file
             at end
               move 'y' to registry-eof-flag
           end-read

           if registry-eof-flag is not equal to 'y'
             and registry-section-name is not equal to spaces
             if registry-count is equal to 500
               move 'y' to registry-overflow
             else
               add 1 to registry-count
               move registry-section-name to reg-name(registry-count)
               move registry-owner-contact
                 to reg-owner(registry-count)
             end-if
           end-if.

       deliver-next-key.
           read delivery-file
             at end
               move 'y' to delivery-eof-flag
           end-read

           if delivery-eof-flag is equal to 'y'
             exit paragraph
           end-if
           if delivery-record is equal to spaces
             exit paragraph
           end-if

           add 1 to keys-read end-add
           move spaces to base-name
           unstring delivery-section delimited by '~' into base-name

           move zero to found-reg-ind
           perform
             varying reg-ind
               from 1 by 1
               until reg-ind is greater than registry-count
             if base-name is equal to reg-name(reg-ind)
               move reg-ind to found-reg-ind
             end-if
           end-perform

           if found-reg-ind is equal to zero
             or reg-owner(found-reg-ind) is equal to spaces
             perform hold-delivery-key
             exit paragraph
           end-if

           move spaces to owner-file-name
           string
             'delivery.' delimited by size
             reg-owner(found-reg-ind) delimited by space
             '.dat' delimited by size
             into owner-file-name
           end-string

           open extend owner-file
           if owner-file-status(1:1) is not equal to '0'
             perform hold-failed-key
             exit paragraph
           end-if

           move spaces to owner-record
           string
             base-name delimited by space
             '|' delimited by size
             delivery-key delimited by space
             '|retire ' delimited by size
             delivery-retire-date delimited by size
             into owner-record
           end-string
           write owner-record
           if owner-file-status(1:1) is equal to '0'
             add 1 to keys-delivered end-add
           else
             perform hold-failed-key
           end-if
           close owner-file.

       hold-delivery-key.
           write held-record from delivery-record
           add 1 to keys-held end-add.

       hold-failed-key.
           write held-record from delivery-record
           add 1 to keys-failed end-add.

       end program deliver--keys.
