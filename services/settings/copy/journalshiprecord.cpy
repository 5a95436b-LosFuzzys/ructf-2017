         01 ship-record.
           02 ship-last-seq picture 9(9).
           02 filler picture x(1).
           02 ship-stamp picture 9(14).
           02 filler picture x(1).
           02 ship-count picture 9(9).
           02 filler picture x(1).
           02 ship-transfer-name picture x(60).
