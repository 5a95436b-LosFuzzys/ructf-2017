           end-if.

       end program lock--clear.

       identification division.
       program-id. lock--move.

       environment division.
       input-output section.
       file-control.
         select optional lock-file assign to 'section-locks.dat'
           organization is line sequential
           sharing with all other.

       data division.
       file section.
         fd lock-file.
         01 lock-record.
           02 lock-rec-section picture x(40).
           02 filler picture x(1).
           02 lock-rec-na-count picture 9(4).
           02 filler picture x(1).
           02 lock-rec-locked picture x(1).
           02 filler picture x(1).
           02 lock-rec-expiry picture 9(14).

       working-storage section.
       01 lock-eof picture x(1).
       01 lock-ind binary-long unsigned.
       01 from-ind binary-long unsigned.
       01 to-ind binary-long unsigned.

       01 locks-overflow picture x(1).
       01 locks-count binary-long unsigned.
       01 locks-table.
         02 locks-entry occurs 1 to 500 times
             depending on locks-count.
           03 lock-section picture x(40).
           03 lock-na-count picture 9(4).
           03 lock-locked picture x(1).
           03 lock-expiry picture 9(14).

       linkage section.
       01 from-section picture x(40).
       01 to-section picture x(40).
       01 move-state picture x(2).

       procedure division using from-section, to-section, move-state.
       move-section--lock.
           perform load-lock-table

           move zero to from-ind
           move zero to to-ind
           perform
             varying lock-ind
               from 1 by 1 until lock-ind is greater than locks-count
             if from-section is equal to lock-section(lock-ind)
               move lock-ind to from-ind
             end-if
             if to-section is equal to lock-section(lock-ind)
               move lock-ind to to-ind
             end-if
           end-perform

           if from-ind is equal to zero
             move 'nf' to move-state
             goback
           end-if

           if to-ind is equal to zero
             move to-section to lock-section(from-ind)
           else
             if lock-na-count(from-ind)
                 is greater than lock-na-count(to-ind)
               move lock-na-count(from-ind) to lock-na-count(to-ind)
             end-if
             if lock-locked(from-ind) is equal to 'y'
               move 'y' to lock-locked(to-ind)
             end-if
             if lock-expiry(from-ind)
                 is greater than lock-expiry(to-ind)
               move lock-expiry(from-ind) to lock-expiry(to-ind)
             end-if
             move zero to lock-na-count(from-ind)
             move 'n' to lock-locked(from-ind)
             move zero to lock-expiry(from-ind)
           end-if

           perform store-lock-table
           move 'ok' to move-state

           goback.

       load-lock-table.
           move zero to locks-count
           move 'n' to locks-overflow
           move 'n' to lock-eof

           open input lock-file
           perform load-lock-entry
             until lock-eof is equal to 'y'
           close lock-file.

       load-lock-entry.
           read lock-file
             at end
               move 'y' to lock-eof
           end-read

           if lock-eof is not equal to 'y'
             and lock-rec-section is not equal to spaces
             if locks-count is equal to 500
               move 'y' to locks-overflow
             else
               add 1 to locks-count
               move lock-rec-section to lock-section(locks-count)
               move lock-rec-na-count to lock-na-count(locks-count)
               move lock-rec-locked to lock-locked(locks-count)
               move lock-rec-expiry to lock-expiry(locks-count)
             end-if
           end-if.

       store-lock-table.
           open output lock-file
           perform store-lock-entry
             varying lock-ind
               from 1 by 1 until lock-ind is greater than locks-count
           close lock-file.

       store-lock-entry.
           if lock-na-count(lock-ind) is greater than zero
             or lock-locked(lock-ind) is equal to 'y'
             move spaces to lock-record
             move lock-section(lock-ind) to lock-rec-section
             move lock-na-count(lock-ind) to lock-rec-na-count
             move lock-locked(lock-ind) to lock-rec-locked
             move lock-expiry(lock-ind) to lock-rec-expiry
             write lock-record
           end-if.

       end program lock--move.

       identification division.
       program-id. lock--set.

       environment division.
       input-output section.
       file-control.
         select optional lock-file assign to 'section-locks.dat'
           organization is line sequential
           sharing with all other.

       data division.
       file section.
         fd lock-file.
         01 lock-record.
           02 lock-rec-section picture x(40).
           02 filler picture x(1).
           02 lock-rec-na-count picture 9(4).
           02 filler picture x(1).
           02 lock-rec-locked picture x(1).
           02 filler picture x(1).
           02 lock-rec-expiry picture 9(14).

       working-storage section.
       01 lock-eof picture x(1).
       01 lock-ind binary-long unsigned.
       01 found-ind binary-long unsigned.

       01 locks-overflow picture x(1).
       01 locks-count binary-long unsigned.
       01 locks-table.
         02 locks-entry occurs 1 to 500 times
             depending on locks-count.
           03 lock-section picture x(40).
           03 lock-na-count picture 9(4).
           03 lock-locked picture x(1).
           03 lock-expiry picture 9(14).

       linkage section.
       01 set-section picture x(40).
       01 set-state picture x(2).

       procedure division using set-section, set-state.
       set-section--lock.
           perform load-lock-table

           move zero to found-ind
           perform
             varying lock-ind
               from 1 by 1 until lock-ind is greater than locks-count
             if set-section is equal to lock-section(lock-ind)
               move lock-ind to found-ind
             end-if
           end-perform

           if found-ind is equal to zero
             if locks-overflow is equal to 'y'
               or locks-count is equal to 500
               move 'fl' to set-state
               goback
             end-if
             add 1 to locks-count
             move locks-count to found-ind
             move set-section to lock-section(found-ind)
             move zero to lock-na-count(found-ind)
           end-if

           move 'y' to lock-locked(found-ind)
           move 99999999999999 to lock-expiry(found-ind)

           perform store-lock-table
           move 'ok' to set-state

           goback.

       load-lock-table.
           move zero to locks-count
           move 'n' to locks-overflow
           move 'n' to lock-eof

           open input lock-file
           perform load-lock-entry
             until lock-eof is equal to 'y'
           close lock-file.

       load-lock-entry.
           read lock-file
             at end
               move 'y' to lock-eof
           end-read

           if lock-eof is not equal to 'y'
             and lock-rec-section is not equal to spaces
             if locks-count is equal to 500
               move 'y' to locks-overflow
             else
               add 1 to locks-count
               move lock-rec-section to lock-section(locks-count)
               move lock-rec-na-count to lock-na-count(locks-count)
               move lock-rec-locked to lock-locked(locks-count)
               move lock-rec-expiry to lock-expiry(locks-count)
             end-if
           end-if.

       store-lock-table.
           open output lock-file
           perform store-lock-entry
             varying lock-ind
               from 1 by 1 until lock-ind is greater than locks-count
           close lock-file.

       store-lock-entry.
           if lock-na-count(lock-ind) is greater than zero
             or lock-locked(lock-ind) is equal to 'y'
             move spaces to lock-record
             move lock-section(lock-ind) to lock-rec-section
             move lock-na-count(lock-ind) to lock-rec-na-count
             move lock-locked(lock-ind) to lock-rec-locked
             move lock-expiry(lock-ind) to lock-rec-expiry
             write lock-record
           end-if.

       end program lock--set.
