           02 name picture x(40).
           02 api-keys occurs 9 times.
             03 api-key picture x(80).
             03 api-key-parts redefines api-key.
               04 api-key-prefix picture x(4).
               04 api-key-digest picture x(64).
               04 filler picture x(12).
           02 api-keys-count picture 9.
           02 created-date occurs 9 times picture 9(8).
           02 last-used-date occurs 9 times picture 9(8).
