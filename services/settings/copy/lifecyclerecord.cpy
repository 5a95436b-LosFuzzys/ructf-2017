         01 lifecycle-record.
           02 lifecycle-rec-scope picture x(1).
           02 filler picture x(1).
           02 lifecycle-rec-name picture x(40).
           02 filler picture x(1).
           02 lifecycle-rec-rotate picture x(4).
           02 filler picture x(1).
           02 lifecycle-rec-grace picture x(4).
           02 filler picture x(1).
           02 lifecycle-rec-retention picture x(4).
           02 filler picture x(1).
           02 lifecycle-rec-notify picture x(4).
           02 filler picture x(1).
           02 lifecycle-rec-stale picture x(4).
