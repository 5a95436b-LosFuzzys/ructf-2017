         01 ack-record.
           02 ack-state picture x(2).
           02 filler picture x(1).
           02 ack-first-seq picture 9(9).
           02 filler picture x(1).
           02 ack-last-seq picture 9(9).
           02 filler picture x(1).
           02 ack-applied picture 9(9).
           02 filler picture x(1).
           02 ack-stamp picture 9(14).
           02 filler picture x(1).
           02 ack-transfer-name picture x(60).
