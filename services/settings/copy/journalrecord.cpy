           02 journal-before-image picture x(914).
           02 filler picture x(1).
           02 journal-after-image picture x(914).
           02 filler picture x(1).
           02 journal-program picture x(20).
           02 filler picture x(1).
           02 journal-operator picture x(8).
           02 filler picture x(1).
           02 journal-seq picture 9(9).
