         01 ix-record.
           02 ix-key picture x(80).
           02 ix-key-parts redefines ix-key.
             03 ix-key-prefix picture x(4).
             03 ix-key-digest picture x(64).
             03 filler picture x(12).
           02 ix-section picture x(40).
           02 ix-slot picture 9.
