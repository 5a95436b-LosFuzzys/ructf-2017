         01 approval-record.
           02 approval-id picture 9(6).
           02 filler picture x(1).
           02 approval-action picture x(2).
           02 filler picture x(1).
           02 approval-section picture x(40).
           02 filler picture x(1).
           02 approval-key picture x(80).
           02 filler picture x(1).
           02 approval-maker picture x(8).
           02 filler picture x(1).
           02 approval-requested picture 9(14).
           02 filler picture x(1).
           02 approval-status picture x(1).
           02 filler picture x(1).
           02 approval-checker picture x(8).
           02 filler picture x(1).
           02 approval-decided picture 9(14).
