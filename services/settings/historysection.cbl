       identification division.
       program-id. history--section.

       environment division.
       input-output section.
       file-control.
         select optional journal-file assign to 'db-journal.dat'
           organization is line sequential.

       data division.
       file section.
         fd journal-file.
         copy journalrecord.

       working-storage section.
       01 eof-flag picture x(1) value 'n'.
       01 ind picture 9(2).
       01 match-ind picture 9(2).
       01 scan-ind picture 9(2).
       01 slot-disp picture 9.
       01 to-slot-disp picture 9.
       01 link-suffix picture 9.
       01 link-ind picture 9(2).
       01 base-name picture x(40).
       01 tail-name picture x(40).
       01 image-link-name picture x(40).
       01 masked-key picture x(8).
       01 slot-changes binary-long unsigned.
       01 line-out picture x(132).
       01 count-disp picture zzzzzzzz9.
       01 keys-disp picture 9.

       01 command-args picture x(80).
       01 section-arg picture x(40).
       01 asof-arg picture x(14).
       01 asof-text picture x(14) justified right.
       01 asof-stamp picture 9(14) value 99999999999999.
       01 asof-mode picture x(1) value 'n'.
       01 record-stamp picture 9(14).
       01 tilde-count picture 9(2).

       01 records-read binary-long unsigned value zero.
       01 changes-found binary-long unsigned value zero.
       01 links-present binary-long unsigned value zero.

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

       01 view-ssection.
         02 view-name picture x(40).
         02 view-api-keys occurs 9 times.
           03 view-api-key picture x(80).
         02 view-api-keys-count picture 9.
         02 view-created-date occurs 9 times picture 9(8).
         02 view-last-used-date occurs 9 times picture 9(8).
         02 view-key-status occurs 9 times picture x(1).

       01 link-table.
         02 link-entry occurs 9 times.
           03 link-present picture x(1).
           03 link-image picture x(914).

       procedure division.
       history-api--section.
           accept command-args from command-line
           move spaces to section-arg
           move spaces to asof-arg
           unstring command-args delimited by all space
             into section-arg asof-arg
           end-unstring

           move zero to tilde-count
           inspect section-arg tallying tilde-count for all '~'
           if section-arg is equal to spaces
             or tilde-count is greater than zero
             display 'usage: history--section <section>'
               ' [yyyymmddhhmmss]'
             stop run
           end-if

           if asof-arg is not equal to spaces
             move function trim(asof-arg) to asof-text
             inspect asof-text replacing leading space by zero
             if asof-text is not numeric
               display 'as-of must be yyyymmddhhmmss'
               stop run
             end-if
             move asof-text to asof-stamp
             move 'y' to asof-mode
           end-if

           perform
             varying ind
               from 1 by 1 until ind is greater than 9
             move 'n' to link-present(ind)
             move spaces to link-image(ind)
           end-perform

           open input journal-file
           perform read-next-journal
             until eof-flag is equal to 'y'
           close journal-file

           if asof-mode is equal to 'y'
             perform show-section-as-of
           end-if

           move records-read to count-disp
           move spaces to line-out
           string
             'journal records read: ' delimited by size
             count-disp delimited by size
             into line-out
           end-string
           display line-out

           move changes-found to count-disp
           move spaces to line-out
           string
             'changes for section: ' delimited by size
             count-disp delimited by size
             into line-out
           end-string
           display line-out

           stop run.

       read-next-journal.
           read journal-file
             at end
               move 'y' to eof-flag
           end-read

           if eof-flag is equal to 'y'
             exit paragraph
           end-if

           add 1 to records-read end-add

           move journal-before-image to before-ssection
           move journal-after-image to after-ssection
           if after-name is not equal to spaces
             move after-name to image-link-name
           else
             move before-name to image-link-name
           end-if

           move spaces to base-name
           move spaces to tail-name
           unstring image-link-name delimited by '~'
             into base-name tail-name
           end-unstring
           if base-name is not equal to section-arg
             exit paragraph
           end-if

           move 1 to link-suffix
           if tail-name(1:1) is numeric
             and tail-name(1:1) is not equal to '0'
             move tail-name(1:1) to link-suffix
           end-if

           if journal-date is numeric
             and journal-time is numeric
             compute record-stamp =
               journal-date * 1000000 + journal-time
           else
             move zero to record-stamp
           end-if

           if record-stamp is greater than asof-stamp
             move 'y' to eof-flag
             exit paragraph
           end-if

           add 1 to changes-found end-add

           if asof-mode is equal to 'y'
             if journal-act is equal to 'dl'
               move 'n' to link-present(link-suffix)
               move spaces to link-image(link-suffix)
             else
               move 'y' to link-present(link-suffix)
               move journal-after-image to link-image(link-suffix)
             end-if
           else
             perform show-journal-change
           end-if.

       show-journal-change.
           move spaces to line-out
           string
             journal-date delimited by size
             ' ' delimited by size
             journal-time delimited by size
             ' ' delimited by size
             journal-act delimited by size
             ' ' delimited by size
             image-link-name delimited by space
             into line-out
           end-string
           display line-out

           move spaces to line-out
           if journal-program is equal to spaces
             and journal-operator is equal to spaces
             move '  by unrecorded' to line-out
           else
             string
               '  by ' delimited by size
               journal-operator delimited by space
               ' via ' delimited by size
               journal-program delimited by space
               into line-out
             end-string
           end-if
           display line-out

           evaluate journal-act
             when 'wr'
               display '  link written'
             when 'dl'
               display '  link deleted'
             when other
               continue
           end-evaluate

           move zero to slot-changes

           perform diff-before-slot
             varying ind
               from 1 by 1 until ind is greater than 9

           perform diff-after-slot
             varying ind
               from 1 by 1 until ind is greater than 9

           if slot-changes is equal to zero
             display '  no slot changes'
           end-if.

       diff-before-slot.
           if before-api-key(ind) is equal to spaces
             exit paragraph
           end-if

           move spaces to masked-key
           move before-api-key(ind)(1:4) to masked-key(1:4)
           move '****' to masked-key(5:4)
           move ind to slot-disp

           move zero to match-ind
           perform
             varying scan-ind
               from 1 by 1 until scan-ind is greater than 9
             if after-api-key(scan-ind) is equal to before-api-key(ind)
               and match-ind is equal to zero
               move scan-ind to match-ind
             end-if
           end-perform

           if match-ind is equal to zero
             add 1 to slot-changes end-add
             move spaces to line-out
             string
               '  slot ' delimited by size
               slot-disp delimited by size
               ' key removed ' delimited by size
               masked-key delimited by size
               into line-out
             end-string
             display line-out
             exit paragraph
           end-if

           if match-ind is not equal to ind
             add 1 to slot-changes end-add
             move match-ind to to-slot-disp
             move spaces to line-out
             string
               '  key ' delimited by size
               masked-key delimited by size
               ' shifted from slot ' delimited by size
               slot-disp delimited by size
               ' to slot ' delimited by size
               to-slot-disp delimited by size
               into line-out
             end-string
             display line-out
           end-if

           move match-ind to slot-disp

           if before-key-status(ind) is not equal to
             after-key-status(match-ind)
             add 1 to slot-changes end-add
             move spaces to line-out
             string
               '  slot ' delimited by size
               slot-disp delimited by size
               ' key ' delimited by size
               masked-key delimited by size
               ' status ' delimited by size
               before-key-status(ind) delimited by size
               ' to ' delimited by size
               after-key-status(match-ind) delimited by size
               into line-out
             end-string
             display line-out
           end-if

           if before-created-date(ind) is not equal to
             after-created-date(match-ind)
             add 1 to slot-changes end-add
             move spaces to line-out
             string
               '  slot ' delimited by size
               slot-disp delimited by size
               ' key ' delimited by size
               masked-key delimited by size
               ' created ' delimited by size
               before-created-date(ind) delimited by size
               ' to ' delimited by size
               after-created-date(match-ind) delimited by size
               into line-out
             end-string
             display line-out
           end-if

           if before-last-used-date(ind) is not equal to
             after-last-used-date(match-ind)
             add 1 to slot-changes end-add
             move spaces to line-out
             string
               '  slot ' delimited by size
               slot-disp delimited by size
               ' key ' delimited by size
               masked-key delimited by size
               ' last used ' delimited by size
               before-last-used-date(ind) delimited by size
               ' to ' delimited by size
               after-last-used-date(match-ind) delimited by size
               into line-out
             end-string
             display line-out
           end-if.

       diff-after-slot.
           if after-api-key(ind) is equal to spaces
             exit paragraph
           end-if

           move zero to match-ind
           perform
             varying scan-ind
               from 1 by 1 until scan-ind is greater than 9
             if before-api-key(scan-ind) is equal to after-api-key(ind)
               move scan-ind to match-ind
             end-if
           end-perform

           if match-ind is greater than zero
             exit paragraph
           end-if

           add 1 to slot-changes end-add
           move spaces to masked-key
           move after-api-key(ind)(1:4) to masked-key(1:4)
           move '****' to masked-key(5:4)
           move ind to slot-disp
           move spaces to line-out
           string
             '  slot ' delimited by size
             slot-disp delimited by size
             ' key added ' delimited by size
             masked-key delimited by size
             ' status ' delimited by size
             after-key-status(ind) delimited by size
             ' created ' delimited by size
             after-created-date(ind) delimited by size
             into line-out
           end-string
           display line-out.

       show-section-as-of.
           move spaces to line-out
           string
             'section ' delimited by size
             section-arg delimited by space
             ' as of ' delimited by size
             asof-stamp delimited by size
             into line-out
           end-string
           display line-out

           perform show-link-as-of
             varying link-ind
               from 1 by 1 until link-ind is greater than 9

           if links-present is equal to zero
             display 'section did not exist at that time'
           end-if.

       show-link-as-of.
           if link-present(link-ind) is not equal to 'y'
             exit paragraph
           end-if

           add 1 to links-present end-add
           move link-image(link-ind) to view-ssection
           move view-api-keys-count to keys-disp
           move spaces to line-out
           string
             view-name delimited by space
             ' keys ' delimited by size
             keys-disp delimited by size
             into line-out
           end-string
           display line-out

           perform show-slot-as-of
             varying ind
               from 1 by 1 until ind is greater than 9.

       show-slot-as-of.
           if view-api-key(ind) is equal to spaces
             exit paragraph
           end-if

           move spaces to masked-key
           move view-api-key(ind)(1:4) to masked-key(1:4)
           move '****' to masked-key(5:4)
           move ind to slot-disp
           move spaces to line-out
           string
             '  slot ' delimited by size
             slot-disp delimited by size
             ' ' delimited by size
             masked-key delimited by size
             ' status ' delimited by size
             view-key-status(ind) delimited by size
             ' created ' delimited by size
             view-created-date(ind) delimited by size
             ' last used ' delimited by size
             view-last-used-date(ind) delimited by size
             into line-out
           end-string
           display line-out.

       end program history--section.
