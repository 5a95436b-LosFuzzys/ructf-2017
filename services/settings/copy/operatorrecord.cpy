         01 operator-record.
           02 operator-rec-id picture x(8).
           02 filler picture x(1).
           02 operator-rec-secret picture x(20).
           02 filler picture x(1).
           02 operator-rec-level picture x(1).
