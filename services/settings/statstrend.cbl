       identification division.
       program-id. stats--trend.

       environment division.
       input-output section.
       file-control.
         copy dbselectseq.
         select optional stats-file assign to 'stats-history.dat'
           organization is line sequential.

       data division.
       file section.
         copy dbrecord.
         fd stats-file.
         copy statsrecord.

       working-storage section.
       01 eof-flag picture x(1).
       01 hist-ind binary-long unsigned.
       01 month-ind binary-long unsigned.
       01 tier-ind binary-long unsigned.
       01 sec-ind binary-long unsigned.
       01 found-ind binary-long unsigned.
       01 prior-ind binary-long unsigned.
       01 first-month-ind binary-long unsigned.
       01 metric-ind binary-long unsigned.
       01 col-pos binary-long unsigned.
       01 insert-ind binary-long unsigned.
       01 month-change binary-long.
       01 base-name picture x(40).
       01 tail-name picture x(40).
       01 link-suffix picture 9.
       01 line-out picture x(132).
       01 change-line picture x(132).
       01 value-disp picture zzzzzzzz9.
       01 change-disp picture ------9.
       01 month-disp picture 9(6).
       01 link-disp picture 9.
       01 near-limit-found picture x(1) value 'n'.

       01 metric-labels.
         02 filler picture x(11) value 'sections'.
         02 filler picture x(11) value 'keys'.
         02 filler picture x(11) value 'links'.
         02 filler picture x(11) value 'suspended'.
         02 filler picture x(11) value 'stale'.
         02 filler picture x(11) value 'added'.
         02 filler picture x(11) value 'revoked'.
         02 filler picture x(11) value 'purged'.
         02 filler picture x(11) value 'rotated'.
         02 filler picture x(11) value 'locked'.
         02 filler picture x(11) value 'near limit'.
       01 metric-label-table redefines metric-labels.
         02 metric-label occurs 11 times picture x(11).

       01 hist-overflow picture x(1) value 'n'.
       01 hist-count binary-long unsigned value zero.
       01 hist-table.
         02 hist-entry occurs 1 to 2000 times
             depending on hist-count.
           03 hist-month picture 9(6).
           03 hist-tier picture x(10).
           03 hist-value occurs 11 times picture 9(9).

       01 months-count binary-long unsigned value zero.
       01 months-table.
         02 month-entry occurs 1 to 2000 times
             depending on months-count
             picture 9(6).

       01 tiers-overflow picture x(1) value 'n'.
       01 tiers-count binary-long unsigned value zero.
       01 tiers-table.
         02 tier-entry occurs 1 to 20 times
             depending on tiers-count
             picture x(10).

       01 sections-overflow picture x(1) value 'n'.
       01 sections-count binary-long unsigned value zero.
       01 sections-table.
         02 section-entry occurs 1 to 2000 times
             depending on sections-count.
           03 sec-name picture x(40).
           03 sec-last-link picture 9.

       procedure division.
       report-stats--trend.
           move 'n' to eof-flag
           open input stats-file
           perform load-next-stats
             until eof-flag is equal to 'y'
           close stats-file

           if hist-count is equal to zero
             display 'no statistics recorded, run stats--monthly'
           else
             move 1 to first-month-ind
             if months-count is greater than 12
               compute first-month-ind = months-count - 11
             end-if
             perform show-tier-trend
               varying tier-ind
                 from 1 by 1 until tier-ind is greater than tiers-count
           end-if

           move 'n' to eof-flag
           open input keyvalue
           perform note-next-link
             until eof-flag is equal to 'y'
           close keyvalue

           perform flag-near-limit
             varying sec-ind
               from 1 by 1 until sec-ind is greater than sections-count
           if near-limit-found is not equal to 'y'
             display 'no sections near the 9-link chain limit'
           end-if

           if hist-overflow is equal to 'y'
             display 'more than 2000 history records, trend incomplete'
           end-if
           if tiers-overflow is equal to 'y'
             display 'more than 20 tiers, extra tiers not shown'
           end-if
           if sections-overflow is equal to 'y'
             display 'more than 2000 sections, chain checks incomplete'
           end-if

           stop run.

       load-next-stats.
           read stats-file
             at end
               move 'y' to eof-flag
           end-read

           if eof-flag is equal to 'y'
             exit paragraph
           end-if
           if stats-month is not numeric
             exit paragraph
           end-if

           move zero to found-ind
           perform
             varying hist-ind
               from 1 by 1 until hist-ind is greater than hist-count
             if hist-month(hist-ind) is equal to stats-month
               and hist-tier(hist-ind) is equal to stats-tier
               move hist-ind to found-ind
             end-if
           end-perform

           if found-ind is equal to zero
             if hist-count is equal to 2000
               move 'y' to hist-overflow
               exit paragraph
             end-if
             add 1 to hist-count
             move hist-count to found-ind
             move stats-month to hist-month(found-ind)
             move stats-tier to hist-tier(found-ind)
             perform note-stats-month
             perform note-stats-tier
           end-if

           move stats-sections to hist-value(found-ind, 1)
           move stats-keys to hist-value(found-ind, 2)
           move stats-links to hist-value(found-ind, 3)
           move stats-suspended to hist-value(found-ind, 4)
           move stats-stale to hist-value(found-ind, 5)
           move stats-added to hist-value(found-ind, 6)
           move stats-revoked to hist-value(found-ind, 7)
           move stats-purged to hist-value(found-ind, 8)
           move stats-rotated to hist-value(found-ind, 9)
           move stats-locked to hist-value(found-ind, 10)
           move stats-near-limit to hist-value(found-ind, 11).

       note-stats-month.
           move zero to insert-ind
           perform
             varying month-ind
               from 1 by 1 until month-ind is greater than months-count
             if month-entry(month-ind) is equal to stats-month
               exit paragraph
             end-if
             if month-entry(month-ind) is greater than stats-month
               and insert-ind is equal to zero
               move month-ind to insert-ind
             end-if
           end-perform

           add 1 to months-count
           if insert-ind is equal to zero
             move stats-month to month-entry(months-count)
             exit paragraph
           end-if

           perform
             varying month-ind
               from months-count by -1
               until month-ind is not greater than insert-ind
             compute prior-ind = month-ind - 1
             move month-entry(prior-ind) to month-entry(month-ind)
           end-perform
           move stats-month to month-entry(insert-ind).

       note-stats-tier.
           perform
             varying tier-ind
               from 1 by 1 until tier-ind is greater than tiers-count
             if tier-entry(tier-ind) is equal to stats-tier
               exit paragraph
             end-if
           end-perform

           if tiers-count is equal to 20
             move 'y' to tiers-overflow
           else
             add 1 to tiers-count
             move stats-tier to tier-entry(tiers-count)
           end-if.

       show-tier-trend.
           display ' '
           move spaces to line-out
           string
             'tier ' delimited by size
             tier-entry(tier-ind) delimited by space
             into line-out
           end-string
           display line-out

           move spaces to line-out
           move 'month' to line-out(1:11)
           perform
             varying month-ind
               from first-month-ind by 1
               until month-ind is greater than months-count
             compute col-pos = 12 + (month-ind - first-month-ind) * 10
             move month-entry(month-ind) to month-disp
             move month-disp to line-out(col-pos + 4:6)
           end-perform
           display line-out

           perform show-metric-trend
             varying metric-ind
               from 1 by 1 until metric-ind is greater than 11.

       show-metric-trend.
           move spaces to line-out
           move spaces to change-line
           move metric-label(metric-ind) to line-out(1:11)
           move '  change' to change-line(1:11)
           move zero to prior-ind

           perform
             varying month-ind
               from first-month-ind by 1
               until month-ind is greater than months-count
             compute col-pos = 12 + (month-ind - first-month-ind) * 10
             perform find-tier-month
             if found-ind is greater than zero
               move hist-value(found-ind, metric-ind) to value-disp
               move value-disp to line-out(col-pos + 1:9)
               if prior-ind is greater than zero
                 compute month-change =
                   hist-value(found-ind, metric-ind)
                   - hist-value(prior-ind, metric-ind)
                 move month-change to change-disp
                 move change-disp to change-line(col-pos + 3:7)
               end-if
             end-if
             move found-ind to prior-ind
           end-perform

           display line-out
           display change-line.

       find-tier-month.
           move zero to found-ind
           perform
             varying hist-ind
               from 1 by 1 until hist-ind is greater than hist-count
             if hist-month(hist-ind) is equal to month-entry(month-ind)
               and hist-tier(hist-ind) is equal to tier-entry(tier-ind)
               move hist-ind to found-ind
             end-if
           end-perform.

       note-next-link.
           read keyvalue next record
             at end
               move 'y' to eof-flag
           end-read

           if eof-flag is equal to 'y'
             exit paragraph
           end-if

           move spaces to base-name
           move spaces to tail-name
           unstring name delimited by '~' into base-name tail-name
           move 1 to link-suffix
           if tail-name(1:1) is numeric
             and tail-name(1:1) is not equal to '0'
             move tail-name(1:1) to link-suffix
           end-if

           move zero to found-ind
           perform
             varying sec-ind
               from 1 by 1 until sec-ind is greater than sections-count
             if sec-name(sec-ind) is equal to base-name
               move sec-ind to found-ind
             end-if
           end-perform

           if found-ind is equal to zero
             if sections-count is equal to 2000
               move 'y' to sections-overflow
               exit paragraph
             end-if
             add 1 to sections-count
             move sections-count to found-ind
             move base-name to sec-name(found-ind)
             move zero to sec-last-link(found-ind)
           end-if

           if link-suffix is greater than sec-last-link(found-ind)
             move link-suffix to sec-last-link(found-ind)
           end-if.

       flag-near-limit.
           if sec-last-link(sec-ind) is less than 8
             exit paragraph
           end-if

           if near-limit-found is not equal to 'y'
             display ' '
             move 'y' to near-limit-found
           end-if

           move sec-last-link(sec-ind) to link-disp
           move spaces to line-out
           string
             'near chain limit: ' delimited by size
             sec-name(sec-ind) delimited by space
             ' links in use ' delimited by size
             link-disp delimited by size
             ' of 9' delimited by size
             into line-out
           end-string
           display line-out.

       end program stats--trend.
