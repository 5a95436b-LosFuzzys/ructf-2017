       identification division.
       program-id. lifecycle--policy.

       environment division.
       input-output section.
       file-control.
         select optional lifecycle-file
           assign to 'lifecycle-policy.dat'
           organization is line sequential.
         select optional registry-file assign to 'registry.dat'
           organization is line sequential.

       data division.
       file section.
         fd lifecycle-file.
         copy lifecyclerecord.
         fd registry-file.
         copy registryrecord.

       working-storage section.
       01 policy-loaded picture x(1) value 'n'.
       01 lifecycle-eof picture x(1).
       01 registry-eof picture x(1).
       01 base-name picture x(40).
       01 section-tier picture x(10).
       01 rule-ind binary-long unsigned.
       01 reg-ind binary-long unsigned.
       01 seen-ind binary-long unsigned.
       01 found-ind binary-long unsigned.
       01 numeric-text picture x(4) justified right.

       01 rules-overflow picture x(1) value 'n'.
       01 rules-count binary-long unsigned value zero.
       01 rules-table.
         02 rule-entry occurs 1 to 500 times
             depending on rules-count.
           03 rule-scope picture x(1).
           03 rule-name picture x(40).
           03 rule-rotate picture 9(4).
           03 rule-grace picture 9(4).
           03 rule-retention picture 9(4).
           03 rule-notify picture 9(4).
           03 rule-stale picture 9(4).

       01 registry-overflow picture x(1) value 'n'.
       01 registry-count binary-long unsigned value zero.
       01 registry-table.
         02 registry-entry occurs 1 to 500 times
             depending on registry-count.
           03 reg-name picture x(40).
           03 reg-tier picture x(10).

       01 seen-overflow picture x(1) value 'n'.
       01 seen-count binary-long unsigned value zero.
       01 seen-table.
         02 seen-name occurs 1 to 2000 times
             depending on seen-count
             picture x(40).

       linkage section.
       copy lifecyclearea.

       procedure division using lifecycle-policy.
       resolve-lifecycle--policy.
           if policy-loaded is not equal to 'y'
             perform load-lifecycle-rules
             perform load-registry-tiers
             move 'y' to policy-loaded
           end-if

           move spaces to base-name
           unstring lifecycle-section delimited by '~' into base-name

           move 60 to lifecycle-rotate-days
           move 14 to lifecycle-grace-days
           move 90 to lifecycle-retention-days
           move 7 to lifecycle-notify-days
           move 30 to lifecycle-stale-days
           move 'built-in' to lifecycle-source

           move zero to found-ind
           perform
             varying rule-ind
               from 1 by 1 until rule-ind is greater than rules-count
             if rule-scope(rule-ind) is equal to 'd'
               move rule-ind to found-ind
             end-if
           end-perform
           if found-ind is greater than zero
             perform overlay-rule
             move 'file default' to lifecycle-source
           end-if

           move spaces to section-tier
           perform
             varying reg-ind
               from 1 by 1 until reg-ind is greater than registry-count
             if base-name is equal to reg-name(reg-ind)
               move reg-tier(reg-ind) to section-tier
             end-if
           end-perform

           move zero to found-ind
           if section-tier is not equal to spaces
             perform
               varying rule-ind
                 from 1 by 1 until rule-ind is greater than rules-count
               if rule-scope(rule-ind) is equal to 't'
                 and rule-name(rule-ind) is equal to section-tier
                 move rule-ind to found-ind
               end-if
             end-perform
           end-if
           if found-ind is greater than zero
             perform overlay-rule
             move spaces to lifecycle-source
             string
               'tier ' delimited by size
               section-tier delimited by space
               into lifecycle-source
             end-string
           end-if

           move zero to found-ind
           perform
             varying rule-ind
               from 1 by 1 until rule-ind is greater than rules-count
             if rule-scope(rule-ind) is equal to 's'
               and rule-name(rule-ind) is equal to base-name
               move rule-ind to found-ind
             end-if
           end-perform
           if found-ind is greater than zero
             perform overlay-rule
             move 'section override' to lifecycle-source
           end-if

           move 'y' to lifecycle-first
           perform
             varying seen-ind
               from 1 by 1 until seen-ind is greater than seen-count
             if base-name is equal to seen-name(seen-ind)
               move 'n' to lifecycle-first
             end-if
           end-perform
           if lifecycle-first is equal to 'y'
             if seen-count is equal to 2000
               move 'y' to seen-overflow
               move 'n' to lifecycle-first
             else
               add 1 to seen-count
               move base-name to seen-name(seen-count)
             end-if
           end-if

           move rules-overflow to lifecycle-rules-full
           move registry-overflow to lifecycle-registry-full
           move seen-overflow to lifecycle-sections-full
           move spaces to lifecycle-warning
           if rules-overflow is equal to 'y'
             move '(rule table full)' to lifecycle-warning
           end-if
           if registry-overflow is equal to 'y'
             and section-tier is equal to spaces
             if lifecycle-warning is equal to spaces
               move '(tier unknown, registry full)'
                 to lifecycle-warning
             else
               move '(rule table and registry full)'
                 to lifecycle-warning
             end-if
           end-if

           goback.

       overlay-rule.
           if rule-rotate(found-ind) is greater than zero
             move rule-rotate(found-ind) to lifecycle-rotate-days
           end-if
           if rule-grace(found-ind) is greater than zero
             move rule-grace(found-ind) to lifecycle-grace-days
           end-if
           if rule-retention(found-ind) is greater than zero
             move rule-retention(found-ind)
               to lifecycle-retention-days
           end-if
           if rule-notify(found-ind) is greater than zero
             move rule-notify(found-ind) to lifecycle-notify-days
           end-if
           if rule-stale(found-ind) is greater than zero
             move rule-stale(found-ind) to lifecycle-stale-days
           end-if.

       load-lifecycle-rules.
           move 'n' to lifecycle-eof
           open input lifecycle-file
           perform load-lifecycle-entry
             until lifecycle-eof is equal to 'y'
           close lifecycle-file.

       load-lifecycle-entry.
           read lifecycle-file
             at end
               move 'y' to lifecycle-eof
           end-read

           if lifecycle-eof is equal to 'y'
             exit paragraph
           end-if
           if lifecycle-rec-scope is not equal to 'd'
             and lifecycle-rec-scope is not equal to 't'
             and lifecycle-rec-scope is not equal to 's'
             exit paragraph
           end-if

           if rules-count is equal to 500
             move 'y' to rules-overflow
             exit paragraph
           end-if

           add 1 to rules-count
           move lifecycle-rec-scope to rule-scope(rules-count)
           move lifecycle-rec-name to rule-name(rules-count)

           move function trim(lifecycle-rec-rotate) to numeric-text
           perform edit-window-text
           move numeric-text to rule-rotate(rules-count)
           move function trim(lifecycle-rec-grace) to numeric-text
           perform edit-window-text
           move numeric-text to rule-grace(rules-count)
           move function trim(lifecycle-rec-retention) to numeric-text
           perform edit-window-text
           move numeric-text to rule-retention(rules-count)
           move function trim(lifecycle-rec-notify) to numeric-text
           perform edit-window-text
           move numeric-text to rule-notify(rules-count)
           move function trim(lifecycle-rec-stale) to numeric-text
           perform edit-window-text
           move numeric-text to rule-stale(rules-count).

       edit-window-text.
           inspect numeric-text replacing leading space by zero
           if numeric-text is not numeric
             move '0000' to numeric-text
           end-if.

       load-registry-tiers.
           move 'n' to registry-eof
           open input registry-file
           perform load-registry-entry
             until registry-eof is equal to 'y'
           close registry-file.

       load-registry-entry.
           read registry-file
             at end
               move 'y' to registry-eof
           end-read

           if registry-eof is not equal to 'y'
             and registry-section-name is not equal to spaces
             if registry-count is equal to 500
               move 'y' to registry-overflow
             else
               add 1 to registry-count
               move registry-section-name to reg-name(registry-count)
               move registry-tier to reg-tier(registry-count)
             end-if
           end-if.

       end program lifecycle--policy.
