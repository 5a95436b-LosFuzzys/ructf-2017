             perform
               varying ind
                 from 1 by 1 until ind is greater than api-keys-count
               display '    ' api-key-prefix(ind) '****'
             end-perform

             if tail-name is equal to '9'
