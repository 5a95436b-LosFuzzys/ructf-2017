       01 lifecycle-policy.
         02 lifecycle-section picture x(40).
         02 lifecycle-source picture x(20).
         02 lifecycle-first picture x(1).
         02 lifecycle-rotate-days picture 9(4).
         02 lifecycle-grace-days picture 9(4).
         02 lifecycle-retention-days picture 9(4).
         02 lifecycle-notify-days picture 9(4).
         02 lifecycle-stale-days picture 9(4).
         02 lifecycle-rules-full picture x(1).
         02 lifecycle-registry-full picture x(1).
         02 lifecycle-sections-full picture x(1).
         02 lifecycle-warning picture x(40).
