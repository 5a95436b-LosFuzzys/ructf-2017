         01 stats-record.
           02 stats-month picture 9(6).
           02 filler picture x(1).
           02 stats-tier picture x(10).
           02 filler picture x(1).
           02 stats-sections picture 9(7).
           02 filler picture x(1).
           02 stats-keys picture 9(9).
           02 filler picture x(1).
           02 stats-links picture 9(7).
           02 filler picture x(1).
           02 stats-suspended picture 9(9).
           02 filler picture x(1).
           02 stats-stale picture 9(9).
           02 filler picture x(1).
           02 stats-added picture 9(9).
           02 filler picture x(1).
           02 stats-revoked picture 9(9).
           02 filler picture x(1).
           02 stats-purged picture 9(9).
           02 filler picture x(1).
           02 stats-rotated picture 9(9).
           02 filler picture x(1).
           02 stats-locked picture 9(7).
           02 filler picture x(1).
           02 stats-near-limit picture 9(7).
           02 filler picture x(1).
           02 stats-recorded picture 9(14).
