       identification division.
       program-id. stats--monthly.

       environment division.
       input-output section.
       file-control.
         copy dbselectseq.
         select optional registry-file assign to 'registry.dat'
           organization is line sequential.
         select optional lock-file assign to 'section-locks.dat'
           organization is line sequential
           sharing with all other.
         select optional audit-file
           assign to dynamic audit-file-name
           organization is line sequential
           sharing with all other.
         select optional report-file
           assign to 'rotation-report.dat'
           organization is line sequential.
         select optional stats-file assign to 'stats-history.dat'
           organization is line sequential.
         select optional new-stats-file
           assign to 'stats-history.new'
           organization is line sequential.

       data division.
       file section.
         copy dbrecord.
         fd registry-file.
         copy registryrecord.
         fd lock-file.
         01 lock-record.
           02 lock-rec-section picture x(40).
           02 filler picture x(1).
           02 lock-rec-na-count picture 9(4).
           02 filler picture x(1).
           02 lock-rec-locked picture x(1).
           02 filler picture x(1).
           02 lock-rec-expiry picture 9(14).
         fd audit-file.
         01 audit-record.
           02 audit-date picture 9(8).
           02 filler picture x(1).
           02 audit-time picture 9(6).
           02 filler picture x(1).
           02 audit-section-name picture x(40).
           02 filler picture x(1).
           02 audit-masked-key picture x(8).
           02 filler picture x(1).
           02 audit-state picture x(2).
           02 filler picture x(1).
           02 audit-operator picture x(8).
           02 filler picture x(1).
           02 audit-action picture x(2).
         fd report-file.
         01 report-record picture x(132).
         fd stats-file.
         copy statsrecord.
         fd new-stats-file.
         01 new-stats-record picture x(134).

       working-storage section.
       01 eof-flag picture x(1).
       01 ind picture 9(2).
       01 reg-ind binary-long unsigned.
       01 tier-ind binary-long unsigned.
       01 sec-ind binary-long unsigned.
       01 found-ind binary-long unsigned.
       01 base-name picture x(40).
       01 tail-name picture x(40).
       01 link-suffix picture 9.
       01 section-tier picture x(10).
       01 line-out picture x(132).
       01 count-disp picture zzzzzzzz9.
       copy lifecyclearea.

       01 command-args picture x(24).
       01 month-arg picture x(6).
       01 replace-arg picture x(8).
       01 month-text picture x(6) justified right.
       01 report-month picture 9(6).
       01 replace-mode picture x(1) value 'n'.
       01 month-recorded picture x(1) value 'n'.
       01 record-month picture 9(6).
       01 audit-file-name picture x(40).
       01 archive-month picture 9(6).
       01 archive-day picture 9(2).

       01 today-date picture 9(8).
       01 today-julian binary-long.
       01 used-julian binary-long.
       01 idle-days binary-long.
       01 now-time picture 9(8).
       01 now-stamp picture 9(14).

       01 report-type picture x(8).
       01 report-section picture x(40).
       01 report-old picture x(8).
       01 report-new picture x(8).
       01 report-retire picture x(8).
       01 report-rotated picture x(8).
       01 report-rotated-date picture 9(8).

       01 stats-name picture x(20) value 'stats-history.dat'.
       01 new-stats-name picture x(20) value 'stats-history.new'.
       01 delete-status binary-long.
       01 rename-status binary-long.

       01 records-written binary-long unsigned value zero.
       01 rotations-undated binary-long unsigned value zero.

       01 registry-overflow picture x(1) value 'n'.
       01 registry-count binary-long unsigned value zero.
       01 registry-table.
         02 registry-entry occurs 1 to 500 times
             depending on registry-count.
           03 reg-name picture x(40).
           03 reg-tier picture x(10).

       01 tiers-overflow picture x(1) value 'n'.
       01 tiers-count binary-long unsigned value zero.
       01 tiers-table.
         02 tier-entry occurs 1 to 20 times
             depending on tiers-count.
           03 tier-name picture x(10).
           03 tier-sections binary-long unsigned.
           03 tier-keys binary-long unsigned.
           03 tier-links binary-long unsigned.
           03 tier-suspended binary-long unsigned.
           03 tier-stale binary-long unsigned.
           03 tier-added binary-long unsigned.
           03 tier-revoked binary-long unsigned.
           03 tier-purged binary-long unsigned.
           03 tier-rotated binary-long unsigned.
           03 tier-locked binary-long unsigned.
           03 tier-near-limit binary-long unsigned.

       01 sections-overflow picture x(1) value 'n'.
       01 sections-count binary-long unsigned value zero.
       01 sections-table.
         02 section-entry occurs 1 to 2000 times
             depending on sections-count.
           03 sec-name picture x(40).
           03 sec-tier-ind binary-long unsigned.
           03 sec-last-link picture 9.

       procedure division.
       record-monthly--stats.
           accept today-date from date yyyymmdd
           compute today-julian = function integer-of-date(today-date)
           accept now-time from time
           compute now-stamp = today-date * 1000000 + now-time / 100
           compute report-month = today-date / 100

           accept command-args from command-line
           move spaces to month-arg
           move spaces to replace-arg
           unstring command-args delimited by all space
             into month-arg replace-arg
           end-unstring
           if month-arg is not equal to spaces
             move function trim(month-arg) to month-text
             inspect month-text replacing leading space by zero
             if month-text is numeric
               move month-text to report-month
             else
               display 'usage: stats--monthly [yyyymm] [replace]'
               stop run
             end-if
           end-if
           if function trim(replace-arg) is equal to 'replace'
             move 'y' to replace-mode
           end-if

           move 'n' to eof-flag
           open input stats-file
           perform check-recorded-month
             until eof-flag is equal to 'y'
           close stats-file

           if month-recorded is equal to 'y'
             and replace-mode is not equal to 'y'
             move spaces to line-out
             string
               'statistics for ' delimited by size
               report-month delimited by size
               ' already recorded, rerun with replace' delimited by size
               into line-out
             end-string
             display line-out
             stop run
           end-if

           perform load-registry-tiers

           move 'n' to eof-flag
           open input keyvalue
           perform tally-next-section
             until eof-flag is equal to 'y'
           close keyvalue

           perform tally-near-limit
             varying sec-ind
               from 1 by 1 until sec-ind is greater than sections-count

           move 'n' to eof-flag
           open input lock-file
           perform tally-next-lock
             until eof-flag is equal to 'y'
           close lock-file

           move 'apikey-audit.log' to audit-file-name
           perform tally-audit-file

           move report-month to archive-month
           perform tally-audit-archive
             varying archive-day
               from 1 by 1 until archive-day is greater than 31

           compute archive-month = report-month + 1
           if archive-month(5:2) is equal to '13'
             add 88 to archive-month end-add
           end-if
           perform tally-audit-archive
             varying archive-day
               from 1 by 1 until archive-day is greater than 7

           move 'n' to eof-flag
           open input report-file
           perform tally-next-rotation
             until eof-flag is equal to 'y'
           close report-file

           if month-recorded is equal to 'y'
             perform drop-recorded-month
           end-if

           open extend stats-file
           perform write-tier-stats
             varying tier-ind
               from 1 by 1 until tier-ind is greater than tiers-count
           close stats-file

           move spaces to line-out
           string
             'statistics month: ' delimited by size
             report-month delimited by size
             into line-out
           end-string
           display line-out

           move records-written to count-disp
           move spaces to line-out
           string
             'tier records written: ' delimited by size
             count-disp delimited by size
             into line-out
           end-string
           display line-out

           if rotations-undated is greater than zero
             move rotations-undated to count-disp
             move spaces to line-out
             string
               'rotations without a date, not counted: '
                 delimited by size
               count-disp delimited by size
               into line-out
             end-string
             display line-out
           end-if

           if registry-overflow is equal to 'y'
             display 'more than 500 registry entries, tiers incomplete'
           end-if
           if tiers-overflow is equal to 'y'
             display 'more than 20 tiers, extra tiers not recorded'
           end-if
           if sections-overflow is equal to 'y'
             display 'more than 2000 sections, chain counts incomplete'
           end-if

           perform show-lifecycle-limits

           stop run.

       check-recorded-month.
           read stats-file
             at end
               move 'y' to eof-flag
           end-read

           if eof-flag is not equal to 'y'
             and stats-month is numeric
             and stats-month is equal to report-month
             move 'y' to month-recorded
           end-if.

       drop-recorded-month.
           move 'n' to eof-flag
           open input stats-file
           open output new-stats-file
           perform copy-other-month
             until eof-flag is equal to 'y'
           close new-stats-file
           close stats-file

           call 'CBL_DELETE_FILE' using stats-name
             returning delete-status
           end-call
           call 'CBL_RENAME_FILE' using new-stats-name, stats-name
             returning rename-status
           end-call.

       copy-other-month.
           read stats-file
             at end
               move 'y' to eof-flag
           end-read

           if eof-flag is not equal to 'y'
             if stats-month is not numeric
               or stats-month is not equal to report-month
               write new-stats-record from stats-record
             end-if
           end-if.

       load-registry-tiers.
           move 'n' to eof-flag
           open input registry-file
           perform load-registry-entry
             until eof-flag is equal to 'y'
           close registry-file.

       load-registry-entry.
           read registry-file
             at end
               move 'y' to eof-flag
           end-read

           if eof-flag is not equal to 'y'
             and registry-section-name is not equal to spaces
             if registry-count is equal to 500
               move 'y' to registry-overflow
             else
               add 1 to registry-count
               move registry-section-name to reg-name(registry-count)
               move registry-tier to reg-tier(registry-count)
               move registry-tier to section-tier
               perform find-tier
             end-if
           end-if.

       find-section-tier.
           move 'unassigned' to section-tier
           perform
             varying reg-ind
               from 1 by 1 until reg-ind is greater than registry-count
             if reg-name(reg-ind) is equal to base-name
               and reg-tier(reg-ind) is not equal to spaces
               move reg-tier(reg-ind) to section-tier
             end-if
           end-perform
           perform find-tier.

       find-tier.
           if section-tier is equal to spaces
             move 'unassigned' to section-tier
           end-if

           move zero to tier-ind
           perform
             varying found-ind
               from 1 by 1 until found-ind is greater than tiers-count
             if tier-name(found-ind) is equal to section-tier
               move found-ind to tier-ind
             end-if
           end-perform

           if tier-ind is equal to zero
             if tiers-count is equal to 20
               move 'y' to tiers-overflow
             else
               add 1 to tiers-count
               move tiers-count to tier-ind
               move section-tier to tier-name(tier-ind)
               move zero to tier-sections(tier-ind)
               move zero to tier-keys(tier-ind)
               move zero to tier-links(tier-ind)
               move zero to tier-suspended(tier-ind)
               move zero to tier-stale(tier-ind)
               move zero to tier-added(tier-ind)
               move zero to tier-revoked(tier-ind)
               move zero to tier-purged(tier-ind)
               move zero to tier-rotated(tier-ind)
               move zero to tier-locked(tier-ind)
               move zero to tier-near-limit(tier-ind)
             end-if
           end-if.

       tally-next-section.
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

           perform find-section-tier
           if tier-ind is equal to zero
             exit paragraph
           end-if

           if link-suffix is equal to 1
             add 1 to tier-sections(tier-ind) end-add
           else
             add 1 to tier-links(tier-ind) end-add
           end-if

           perform note-section-link

           move name to lifecycle-section
           call 'lifecycle--policy' using lifecycle-policy

           perform tally-slot
             varying ind
               from 1 by 1 until ind is greater than 9.

       note-section-link.
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
             move tier-ind to sec-tier-ind(found-ind)
             move zero to sec-last-link(found-ind)
           end-if

           if link-suffix is greater than sec-last-link(found-ind)
             move link-suffix to sec-last-link(found-ind)
           end-if.

       tally-slot.
           if api-key(ind) is equal to spaces
             exit paragraph
           end-if

           add 1 to tier-keys(tier-ind) end-add
           if key-status(ind) is equal to 's'
             add 1 to tier-suspended(tier-ind) end-add
           end-if

           if last-used-date(ind) is numeric
             and last-used-date(ind) is not equal to zero
             compute used-julian =
               function integer-of-date(last-used-date(ind))
             compute idle-days = today-julian - used-julian
             if idle-days is greater than lifecycle-stale-days
               add 1 to tier-stale(tier-ind) end-add
             end-if
           end-if.

       tally-near-limit.
           if sec-last-link(sec-ind) is not less than 8
             move sec-tier-ind(sec-ind) to tier-ind
             add 1 to tier-near-limit(tier-ind) end-add
           end-if.

       tally-next-lock.
           read lock-file
             at end
               move 'y' to eof-flag
           end-read

           if eof-flag is equal to 'y'
             exit paragraph
           end-if

           if lock-rec-locked is equal to 'y'
             and lock-rec-expiry is numeric
             and lock-rec-expiry is greater than now-stamp
             move lock-rec-section to base-name
             perform find-section-tier
             if tier-ind is greater than zero
               add 1 to tier-locked(tier-ind) end-add
             end-if
           end-if.

       tally-audit-archive.
           move spaces to audit-file-name
           string
             'apikey-audit.' delimited by size
             archive-month delimited by size
             archive-day delimited by size
             '.log' delimited by size
             into audit-file-name
           end-string
           perform tally-audit-file.

       tally-audit-file.
           move 'n' to eof-flag
           open input audit-file
           perform tally-next-audit
             until eof-flag is equal to 'y'
           close audit-file.

       tally-next-audit.
           read audit-file
             at end
               move 'y' to eof-flag
           end-read

           if eof-flag is equal to 'y'
             exit paragraph
           end-if

           if audit-date is not numeric
             or audit-state is not equal to 'ok'
             exit paragraph
           end-if
           compute record-month = audit-date / 100
           if record-month is not equal to report-month
             exit paragraph
           end-if

           move spaces to base-name
           unstring audit-section-name delimited by '~' into base-name
           perform find-section-tier
           if tier-ind is equal to zero
             exit paragraph
           end-if

           evaluate audit-action
             when 'ad'
               if audit-operator is not equal to 'rotation'
                 add 1 to tier-added(tier-ind) end-add
               end-if
             when 'rv'
               if audit-operator is not equal to 'rotation'
                 add 1 to tier-revoked(tier-ind) end-add
               end-if
             when 'ob'
               add 1 to tier-revoked(tier-ind) end-add
             when 'pg'
               add 1 to tier-purged(tier-ind) end-add
             when other
               continue
           end-evaluate.

       tally-next-rotation.
           read report-file
             at end
               move 'y' to eof-flag
           end-read

           if eof-flag is equal to 'y'
             exit paragraph
           end-if

           move spaces to report-type
           move spaces to report-section
           move spaces to report-rotated
           unstring report-record delimited by '|'
             into report-type report-section report-old report-new
               report-retire report-rotated
           end-unstring
           if report-type is not equal to 'rotated'
             exit paragraph
           end-if

           if report-rotated is not numeric
             add 1 to rotations-undated end-add
             exit paragraph
           end-if
           move report-rotated to report-rotated-date
           compute record-month = report-rotated-date / 100
           if record-month is not equal to report-month
             exit paragraph
           end-if

           move report-section to base-name
           perform find-section-tier
           if tier-ind is greater than zero
             add 1 to tier-rotated(tier-ind) end-add
           end-if.

       write-tier-stats.
           move spaces to stats-record
           move report-month to stats-month
           move tier-name(tier-ind) to stats-tier
           move tier-sections(tier-ind) to stats-sections
           move tier-keys(tier-ind) to stats-keys
           move tier-links(tier-ind) to stats-links
           move tier-suspended(tier-ind) to stats-suspended
           move tier-stale(tier-ind) to stats-stale
           move tier-added(tier-ind) to stats-added
           move tier-revoked(tier-ind) to stats-revoked
           move tier-purged(tier-ind) to stats-purged
           move tier-rotated(tier-ind) to stats-rotated
           move tier-locked(tier-ind) to stats-locked
           move tier-near-limit(tier-ind) to stats-near-limit
           move now-stamp to stats-recorded
           write stats-record
           add 1 to records-written end-add.

       show-lifecycle-limits.
           if lifecycle-rules-full is equal to 'y'
             display 'lifecycle-policy.dat has more than 500 rules,'
               ' extra rules ignored'
           end-if
           if lifecycle-registry-full is equal to 'y'
             display 'registry.dat has more than 500 entries,'
               ' tier windows incomplete'
           end-if.

       end program stats--monthly.
