       01 ind picture 9(2).
       01 found-flag picture x(1).
       01 base-name picture x(40).
       01 search-digest picture x(80).
       01 digest-state picture x(2).

       linkage section.
       01 argc binary-long unsigned.
           move 'n' to found-flag
           move spaces to owner-name

           call 'digest--apikey' using search-key, search-digest,
             digest-state
           if digest-state is not equal to 'ok'
             move 'fl' to state
             move 2 to result-length
             goback
           end-if

           open input keyindex
           move search-digest to ix-key
           read keyindex record
             invalid key
               continue
               move ix-slot to ind
               if ind is greater than zero
                 and ind is not greater than api-keys-count
                 and search-digest is equal to api-key(ind)
                 and key-status(ind) is not equal to 's'
                 move 'y' to found-flag
                 unstring ix-section delimited by '~' into base-name
