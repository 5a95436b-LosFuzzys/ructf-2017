       identification division.
       program-id. digest--apikey.

       environment division.
       input-output section.
       file-control.
         select optional salt-file assign to 'keysalt.dat'
           organization is line sequential.

       data division.
       file section.
         fd salt-file.
         01 salt-line picture x(64).

       working-storage section.
       01 salt-loaded picture x(1) value 'n'.
       01 key-salt picture x(64).
       01 salt-length binary-long unsigned.
       01 key-length binary-long unsigned.
       01 message-length binary-long unsigned.
       01 message-area picture x(192).
       01 block-count binary-long unsigned.
       01 block-ind binary-long unsigned.
       01 block-base binary-long unsigned.
       01 byte-ind binary-long unsigned.
       01 byte-pos binary-long unsigned.
       01 byte-value binary-long unsigned.
       01 word-ind binary-long unsigned.
       01 round-ind binary-long unsigned.
       01 chk-ind binary-long.
       01 bits-left binary-double unsigned.
       01 word-sum binary-double unsigned.
       01 sum-carry binary-double unsigned.
       01 sum-word binary-long unsigned.
       01 rot-in binary-long unsigned.
       01 rot-bits binary-long unsigned.
       01 rot-power binary-double unsigned.
       01 rot-high binary-double unsigned.
       01 rot-low binary-double unsigned.
       01 rot-out binary-long unsigned.
       01 mix-1 binary-long unsigned.
       01 mix-2 binary-long unsigned.
       01 mix-3 binary-long unsigned.
       01 sigma-0 binary-long unsigned.
       01 sigma-1 binary-long unsigned.
       01 choose-word binary-long unsigned.
       01 major-word binary-long unsigned.
       01 temp-1 binary-long unsigned.
       01 temp-2 binary-long unsigned.
       01 hex-digits picture x(16) value '0123456789abcdef'.
       01 hex-out picture x(64).
       01 hex-pos binary-long unsigned.
       01 nibble binary-long unsigned.

       01 hash-table.
         02 hash-word occurs 8 times binary-long unsigned.
       01 work-table.
         02 work-word occurs 8 times binary-long unsigned.
       01 schedule-table.
         02 sched-word occurs 64 times binary-long unsigned.

       01 initial-hash.
         02 filler picture 9(10) value 1779033703.
         02 filler picture 9(10) value 3144134277.
         02 filler picture 9(10) value 1013904242.
         02 filler picture 9(10) value 2773480762.
         02 filler picture 9(10) value 1359893119.
         02 filler picture 9(10) value 2600822924.
         02 filler picture 9(10) value 528734635.
         02 filler picture 9(10) value 1541459225.
       01 initial-hash-table redefines initial-hash.
         02 initial-word occurs 8 times picture 9(10).

       01 round-constants.
         02 filler picture 9(10) value 1116352408.
         02 filler picture 9(10) value 1899447441.
         02 filler picture 9(10) value 3049323471.
         02 filler picture 9(10) value 3921009573.
         02 filler picture 9(10) value 961987163.
         02 filler picture 9(10) value 1508970993.
         02 filler picture 9(10) value 2453635748.
         02 filler picture 9(10) value 2870763221.
         02 filler picture 9(10) value 3624381080.
         02 filler picture 9(10) value 310598401.
         02 filler picture 9(10) value 607225278.
         02 filler picture 9(10) value 1426881987.
         02 filler picture 9(10) value 1925078388.
         02 filler picture 9(10) value 2162078206.
         02 filler picture 9(10) value 2614888103.
         02 filler picture 9(10) value 3248222580.
         02 filler picture 9(10) value 3835390401.
         02 filler picture 9(10) value 4022224774.
         02 filler picture 9(10) value 264347078.
         02 filler picture 9(10) value 604807628.
         02 filler picture 9(10) value 770255983.
         02 filler picture 9(10) value 1249150122.
         02 filler picture 9(10) value 1555081692.
         02 filler picture 9(10) value 1996064986.
         02 filler picture 9(10) value 2554220882.
         02 filler picture 9(10) value 2821834349.
         02 filler picture 9(10) value 2952996808.
         02 filler picture 9(10) value 3210313671.
         02 filler picture 9(10) value 3336571891.
         02 filler picture 9(10) value 3584528711.
         02 filler picture 9(10) value 113926993.
         02 filler picture 9(10) value 338241895.
         02 filler picture 9(10) value 666307205.
         02 filler picture 9(10) value 773529912.
         02 filler picture 9(10) value 1294757372.
         02 filler picture 9(10) value 1396182291.
         02 filler picture 9(10) value 1695183700.
         02 filler picture 9(10) value 1986661051.
         02 filler picture 9(10) value 2177026350.
         02 filler picture 9(10) value 2456956037.
         02 filler picture 9(10) value 2730485921.
         02 filler picture 9(10) value 2820302411.
         02 filler picture 9(10) value 3259730800.
         02 filler picture 9(10) value 3345764771.
         02 filler picture 9(10) value 3516065817.
         02 filler picture 9(10) value 3600352804.
         02 filler picture 9(10) value 4094571909.
         02 filler picture 9(10) value 275423344.
         02 filler picture 9(10) value 430227734.
         02 filler picture 9(10) value 506948616.
         02 filler picture 9(10) value 659060556.
         02 filler picture 9(10) value 883997877.
         02 filler picture 9(10) value 958139571.
         02 filler picture 9(10) value 1322822218.
         02 filler picture 9(10) value 1537002063.
         02 filler picture 9(10) value 1747873779.
         02 filler picture 9(10) value 1955562222.
         02 filler picture 9(10) value 2024104815.
         02 filler picture 9(10) value 2227730452.
         02 filler picture 9(10) value 2361852424.
         02 filler picture 9(10) value 2428436474.
         02 filler picture 9(10) value 2756734187.
         02 filler picture 9(10) value 3204031479.
         02 filler picture 9(10) value 3329325298.
       01 round-constant-table redefines round-constants.
         02 round-constant occurs 64 times picture 9(10).

       linkage section.
       01 digest-key picture x(80).
       01 digest-stored picture x(80).
       01 digest-state picture x(2).

       procedure division using digest-key, digest-stored, digest-state.
       digest-api--key.
           if salt-loaded is not equal to 'y'
             perform load-key-salt
             if salt-length is greater than zero
               move 'y' to salt-loaded
             end-if
           end-if

           move spaces to digest-stored
           if salt-length is equal to zero
             move 'ns' to digest-state
             goback
           end-if
           move 'ok' to digest-state
           if digest-key is equal to spaces
             goback
           end-if

           move zero to key-length
           perform
             varying chk-ind
               from 80 by -1
               until chk-ind is less than 1
                 or key-length is greater than zero
             if digest-key(chk-ind:1) is not equal to space
               move chk-ind to key-length
             end-if
           end-perform

           move low-values to message-area
           move key-salt(1:salt-length) to message-area(1:salt-length)
           move salt-length to message-length
           move digest-key(1:key-length)
             to message-area(message-length + 1:key-length)
           add key-length to message-length end-add
           move x'80' to message-area(message-length + 1:1)

           compute block-count = (message-length + 8) / 64 + 1
           compute bits-left = message-length * 8
           compute byte-pos = block-count * 64
           perform store-length-byte
             varying byte-ind
               from 1 by 1 until byte-ind is greater than 8

           perform
             varying word-ind
               from 1 by 1 until word-ind is greater than 8
             move initial-word(word-ind) to hash-word(word-ind)
           end-perform

           perform digest-message-block
             varying block-ind
               from 1 by 1 until block-ind is greater than block-count

           perform format-hash-word
             varying word-ind
               from 1 by 1 until word-ind is greater than 8

           move digest-key(1:4) to digest-stored(1:4)
           move hex-out to digest-stored(5:64)
           goback.

       load-key-salt.
           move spaces to key-salt
           open input salt-file
           read salt-file
             at end
               continue
             not at end
               move salt-line to key-salt
           end-read
           close salt-file

           move zero to salt-length
           perform
             varying chk-ind
               from 64 by -1
               until chk-ind is less than 1
                 or salt-length is greater than zero
             if key-salt(chk-ind:1) is not equal to space
               move chk-ind to salt-length
             end-if
           end-perform.

       store-length-byte.
           divide bits-left by 256
             giving bits-left remainder byte-value
           end-divide
           move function char(byte-value + 1)
             to message-area(byte-pos:1)
           subtract 1 from byte-pos end-subtract.

       digest-message-block.
           compute block-base = (block-ind - 1) * 64
           perform load-schedule-word
             varying word-ind
               from 1 by 1 until word-ind is greater than 16
           perform extend-schedule-word
             varying word-ind
               from 17 by 1 until word-ind is greater than 64

           perform
             varying word-ind
               from 1 by 1 until word-ind is greater than 8
             move hash-word(word-ind) to work-word(word-ind)
           end-perform

           perform compress-round
             varying round-ind
               from 1 by 1 until round-ind is greater than 64

           perform
             varying word-ind
               from 1 by 1 until word-ind is greater than 8
             compute word-sum =
               hash-word(word-ind) + work-word(word-ind)
             perform reduce-word-sum
             move sum-word to hash-word(word-ind)
           end-perform.

       load-schedule-word.
           move zero to word-sum
           perform
             varying byte-ind
               from 1 by 1 until byte-ind is greater than 4
             compute byte-pos = block-base + (word-ind - 1) * 4
               + byte-ind
             compute word-sum = word-sum * 256
               + function ord(message-area(byte-pos:1)) - 1
           end-perform
           move word-sum to sched-word(word-ind).

       extend-schedule-word.
           move sched-word(word-ind - 15) to rot-in
           move 7 to rot-bits
           perform rotate-word-right
           move rot-out to sigma-0
           move 18 to rot-bits
           perform rotate-word-right
           call 'CBL_XOR' using rot-out, sigma-0 by value 4
           move 3 to rot-bits
           perform shift-word-right
           call 'CBL_XOR' using rot-out, sigma-0 by value 4

           move sched-word(word-ind - 2) to rot-in
           move 17 to rot-bits
           perform rotate-word-right
           move rot-out to sigma-1
           move 19 to rot-bits
           perform rotate-word-right
           call 'CBL_XOR' using rot-out, sigma-1 by value 4
           move 10 to rot-bits
           perform shift-word-right
           call 'CBL_XOR' using rot-out, sigma-1 by value 4

           compute word-sum = sched-word(word-ind - 16) + sigma-0
             + sched-word(word-ind - 7) + sigma-1
           perform reduce-word-sum
           move sum-word to sched-word(word-ind).

       compress-round.
           move work-word(5) to rot-in
           move 6 to rot-bits
           perform rotate-word-right
           move rot-out to sigma-1
           move 11 to rot-bits
           perform rotate-word-right
           call 'CBL_XOR' using rot-out, sigma-1 by value 4
           move 25 to rot-bits
           perform rotate-word-right
           call 'CBL_XOR' using rot-out, sigma-1 by value 4

           move work-word(5) to mix-1
           move work-word(6) to choose-word
           call 'CBL_AND' using mix-1, choose-word by value 4
           call 'CBL_NOT' using mix-1 by value 4
           move work-word(7) to mix-2
           call 'CBL_AND' using mix-1, mix-2 by value 4
           call 'CBL_XOR' using mix-2, choose-word by value 4

           compute word-sum = work-word(8) + sigma-1 + choose-word
             + round-constant(round-ind) + sched-word(round-ind)
           perform reduce-word-sum
           move sum-word to temp-1

           move work-word(1) to rot-in
           move 2 to rot-bits
           perform rotate-word-right
           move rot-out to sigma-0
           move 13 to rot-bits
           perform rotate-word-right
           call 'CBL_XOR' using rot-out, sigma-0 by value 4
           move 22 to rot-bits
           perform rotate-word-right
           call 'CBL_XOR' using rot-out, sigma-0 by value 4

           move work-word(1) to mix-1
           move work-word(2) to major-word
           call 'CBL_AND' using mix-1, major-word by value 4
           move work-word(3) to mix-2
           call 'CBL_AND' using mix-1, mix-2 by value 4
           call 'CBL_XOR' using mix-2, major-word by value 4
           move work-word(2) to mix-1
           move work-word(3) to mix-3
           call 'CBL_AND' using mix-1, mix-3 by value 4
           call 'CBL_XOR' using mix-3, major-word by value 4

           compute word-sum = sigma-0 + major-word
           perform reduce-word-sum
           move sum-word to temp-2

           move work-word(7) to work-word(8)
           move work-word(6) to work-word(7)
           move work-word(5) to work-word(6)
           compute word-sum = work-word(4) + temp-1
           perform reduce-word-sum
           move sum-word to work-word(5)
           move work-word(3) to work-word(4)
           move work-word(2) to work-word(3)
           move work-word(1) to work-word(2)
           compute word-sum = temp-1 + temp-2
           perform reduce-word-sum
           move sum-word to work-word(1).

       rotate-word-right.
           compute rot-power = 2 ** rot-bits
           divide rot-in by rot-power
             giving rot-high remainder rot-low
           end-divide
           compute rot-out =
             rot-high + rot-low * (4294967296 / rot-power).

       shift-word-right.
           compute rot-power = 2 ** rot-bits
           divide rot-in by rot-power giving rot-out end-divide.

       reduce-word-sum.
           divide word-sum by 4294967296
             giving sum-carry remainder sum-word
           end-divide.

       format-hash-word.
           move hash-word(word-ind) to rot-in
           compute hex-pos = word-ind * 8
           perform
             varying byte-ind
               from 1 by 1 until byte-ind is greater than 8
             divide rot-in by 16 giving rot-in remainder nibble
             end-divide
             move hex-digits(nibble + 1:1) to hex-out(hex-pos:1)
             subtract 1 from hex-pos end-subtract
           end-perform.

       end program digest--apikey.
