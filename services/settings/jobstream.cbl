       identification division.
       program-id. job--stream.

       environment division.
       input-output section.
       file-control.
         select optional stream-file assign to 'jobstream.dat'
           organization is line sequential.
         select optional control-file
           assign to 'jobstream-control.dat'
           organization is line sequential.
         select optional step-log-file
           assign to dynamic step-log-name
           organization is line sequential.

       data division.
       file section.
         fd stream-file.
         01 stream-record.
           02 stream-rec-step picture x(8).
           02 filler picture x(1).
           02 stream-rec-depends picture x(8).
           02 filler picture x(1).
           02 stream-rec-restart-arg picture x(8).
           02 filler picture x(1).
           02 stream-rec-command picture x(60).
         fd control-file.
         01 control-record.
           02 control-type picture x(1).
           02 filler picture x(1).
           02 control-step picture x(8).
           02 filler picture x(1).
           02 control-detail picture x(80).
           02 control-step-detail redefines control-detail.
             03 control-status picture x(1).
             03 filler picture x(1).
             03 control-start picture 9(14).
             03 filler picture x(1).
             03 control-end picture 9(14).
             03 filler picture x(1).
             03 control-rc picture 9(4).
             03 filler picture x(44).
           02 control-count-detail redefines control-detail.
             03 control-label picture x(40).
             03 filler picture x(1).
             03 control-count picture 9(9).
             03 filler picture x(30).
           02 control-run-detail redefines control-detail.
             03 control-run-stamp picture 9(14).
             03 filler picture x(66).
         fd step-log-file.
         01 step-log-record picture x(132).

       working-storage section.
       01 stream-eof picture x(1).
       01 control-eof picture x(1).
       01 step-log-eof picture x(1).
       01 restart-run picture x(1) value 'n'.
       01 restart-found picture x(1) value 'n'.
       01 step-ind binary-long unsigned.
       01 dep-ind binary-long unsigned.
       01 cnt-ind binary-long unsigned.
       01 found-ind binary-long unsigned.
       01 run-stamp picture 9(14).
       01 now-date picture 9(8).
       01 now-time picture 9(8).
       01 now-stamp picture 9(14).
       01 step-log-name picture x(60).
       01 system-command picture x(200).
       01 system-status binary-long.
       01 exit-code binary-long.
       01 exit-signal binary-long.
       01 count-owner picture x(8).
       01 count-label picture x(40).
       01 count-text picture x(40).
       01 count-digits picture x(9) justified right.
       01 status-text picture x(9).
       01 rc-disp picture zzz9.
       01 count-disp picture zzzzzzzz9.
       01 line-out picture x(132).

       01 command-args picture x(24).

       01 steps-completed binary-long unsigned value zero.
       01 steps-failed binary-long unsigned value zero.
       01 steps-skipped binary-long unsigned value zero.
       01 steps-disp picture zzzz9.

       01 steps-count binary-long unsigned value zero.
       01 steps-table.
         02 step-entry occurs 1 to 20 times
             depending on steps-count.
           03 step-id picture x(8).
           03 step-depends picture x(8).
           03 step-restart-arg picture x(8).
           03 step-command picture x(60).
           03 step-status picture x(1).
           03 step-rerun picture x(1).
           03 step-start picture 9(14).
           03 step-end picture 9(14).
           03 step-rc picture 9(4).

       01 counts-overflow picture x(1) value 'n'.
       01 counts-count binary-long unsigned value zero.
       01 counts-table.
         02 count-entry occurs 1 to 400 times
             depending on counts-count.
           03 count-step picture x(8).
           03 count-name picture x(40).
           03 count-value picture 9(9).

       procedure division.
       run-job--stream.
           accept command-args from command-line
           if function trim(command-args) is equal to 'restart'
             move 'y' to restart-run
           end-if

           perform load-stream-steps
           if steps-count is equal to zero
             perform load-default-steps
           end-if

           accept now-date from date yyyymmdd
           accept now-time from time
           compute run-stamp = now-date * 1000000 + now-time / 100

           if restart-run is equal to 'y'
             perform load-run-control
             if restart-found is not equal to 'y'
               display 'no run to restart, starting a full run'
             end-if
           end-if

           perform store-run-control

           perform run-stream-step
             varying step-ind
               from 1 by 1 until step-ind is greater than steps-count

           perform show-stream-summary

           if steps-failed is greater than zero
             or steps-skipped is greater than zero
             move 4 to return-code
           else
             move zero to return-code
           end-if

           stop run.

       load-stream-steps.
           move 'n' to stream-eof
           open input stream-file
           perform load-stream-entry
             until stream-eof is equal to 'y'
           close stream-file.

       load-stream-entry.
           read stream-file
             at end
               move 'y' to stream-eof
           end-read

           if stream-eof is not equal to 'y'
             and stream-rec-step is not equal to spaces
             and stream-rec-command is not equal to spaces
             if steps-count is equal to 20
               display 'more than 20 steps in jobstream.dat, truncated'
             else
               add 1 to steps-count
               move stream-rec-step to step-id(steps-count)
               move stream-rec-depends to step-depends(steps-count)
               move stream-rec-restart-arg
                 to step-restart-arg(steps-count)
               move stream-rec-command to step-command(steps-count)
               move steps-count to step-ind
               perform reset-step-entry
             end-if
           end-if.

       load-default-steps.
           move 9 to steps-count
           move 'snapshot' to step-id(1)
           move spaces to step-depends(1)
           move spaces to step-restart-arg(1)
           move 'snapshot--db' to step-command(1)

           move 'verify' to step-id(2)
           move 'snapshot' to step-depends(2)
           move spaces to step-restart-arg(2)
           move 'verify--db' to step-command(2)

           move 'purge' to step-id(3)
           move 'verify' to step-depends(3)
           move 'restart' to step-restart-arg(3)
           move 'purge--apikeys' to step-command(3)

           move 'rotate' to step-id(4)
           move 'purge' to step-depends(4)
           move spaces to step-restart-arg(4)
           move 'rotate--apikeys' to step-command(4)

           move 'deliver' to step-id(5)
           move 'rotate' to step-depends(5)
           move spaces to step-restart-arg(5)
           move 'deliver--keys' to step-command(5)

           move 'notify' to step-id(6)
           move 'rotate' to step-depends(6)
           move spaces to step-restart-arg(6)
           move 'notify--owners' to step-command(6)

           move 'extract' to step-id(7)
           move 'rotate' to step-depends(7)
           move spaces to step-restart-arg(7)
           move 'extract--apikeys' to step-command(7)

           move 'audit' to step-id(8)
           move spaces to step-depends(8)
           move spaces to step-restart-arg(8)
           move 'audit--summary' to step-command(8)

           move 'usage' to step-id(9)
           move spaces to step-depends(9)
           move spaces to step-restart-arg(9)
           move 'usage--report' to step-command(9)

           perform reset-step-entry
             varying step-ind
               from 1 by 1 until step-ind is greater than steps-count.

       reset-step-entry.
           move 'p' to step-status(step-ind)
           move 'n' to step-rerun(step-ind)
           move zero to step-start(step-ind)
           move zero to step-end(step-ind)
           move zero to step-rc(step-ind).

       load-run-control.
           move 'n' to control-eof
           open input control-file
           perform load-control-entry
             until control-eof is equal to 'y'
           close control-file.

       load-control-entry.
           read control-file
             at end
               move 'y' to control-eof
           end-read

           if control-eof is equal to 'y'
             exit paragraph
           end-if

           evaluate control-type
             when 'H'
               move 'y' to restart-found
               move control-run-stamp to run-stamp
             when 'S'
               perform find-control-step
               if found-ind is greater than zero
                 if control-status is equal to 'c'
                   move 'c' to step-status(found-ind)
                   move control-start to step-start(found-ind)
                   move control-end to step-end(found-ind)
                   move control-rc to step-rc(found-ind)
                 else
                   if control-status is equal to 'f'
                     or control-status is equal to 'r'
                     move 'y' to step-rerun(found-ind)
                   end-if
                 end-if
               end-if
             when 'C'
               perform find-control-step
               if found-ind is greater than zero
                 and step-status(found-ind) is equal to 'c'
                 move control-step to count-owner
                 move control-label to count-label
                 move control-count to count-digits
                 perform add-step-count
               end-if
             when other
               continue
           end-evaluate.

       find-control-step.
           move zero to found-ind
           perform
             varying dep-ind
               from 1 by 1 until dep-ind is greater than steps-count
             if step-id(dep-ind) is equal to control-step
               move dep-ind to found-ind
             end-if
           end-perform.

       run-stream-step.
           if step-status(step-ind) is equal to 'c'
             exit paragraph
           end-if

           if step-depends(step-ind) is not equal to spaces
             perform
               varying dep-ind
                 from 1 by 1 until dep-ind is not less than step-ind
               if step-id(dep-ind) is equal to step-depends(step-ind)
                 and (step-status(dep-ind) is equal to 'f'
                   or step-status(dep-ind) is equal to 's')
                 move 's' to step-status(step-ind)
               end-if
             end-perform
           end-if

           if step-status(step-ind) is equal to 's'
             move zero to step-start(step-ind)
             move zero to step-end(step-ind)
             move zero to step-rc(step-ind)
             perform store-run-control
             exit paragraph
           end-if

           move 'r' to step-status(step-ind)
           accept now-date from date yyyymmdd
           accept now-time from time
           compute step-start(step-ind) =
             now-date * 1000000 + now-time / 100
           move zero to step-end(step-ind)
           perform store-run-control

           move spaces to step-log-name
           string
             'jobstream.' delimited by size
             step-id(step-ind) delimited by space
             '.log' delimited by size
             into step-log-name
           end-string

           move spaces to system-command
           if step-rerun(step-ind) is equal to 'y'
             and step-restart-arg(step-ind) is not equal to spaces
             string
               function trim(step-command(step-ind)) delimited by size
               ' ' delimited by size
               step-restart-arg(step-ind) delimited by space
               ' > ' delimited by size
               step-log-name delimited by space
               ' 2>&1' delimited by size
               into system-command
             end-string
           else
             string
               function trim(step-command(step-ind)) delimited by size
               ' > ' delimited by size
               step-log-name delimited by space
               ' 2>&1' delimited by size
               into system-command
             end-string
           end-if

           call 'SYSTEM' using system-command
           move return-code to system-status
           divide system-status by 256
             giving exit-code remainder exit-signal
           end-divide
           if exit-signal is not equal to zero
             and exit-code is equal to zero
             move 999 to exit-code
           end-if
           if exit-code is greater than 9999
             move 9999 to exit-code
           end-if
           move exit-code to step-rc(step-ind)

           accept now-date from date yyyymmdd
           accept now-time from time
           compute step-end(step-ind) =
             now-date * 1000000 + now-time / 100

           if exit-code is equal to zero
             move 'c' to step-status(step-ind)
             perform collect-step-counts
           else
             move 'f' to step-status(step-ind)
           end-if

           perform store-run-control.

       collect-step-counts.
           move 'n' to step-log-eof
           open input step-log-file
           perform collect-step-log-line
             until step-log-eof is equal to 'y'
           close step-log-file.

       collect-step-log-line.
           read step-log-file
             at end
               move 'y' to step-log-eof
           end-read

           if step-log-eof is equal to 'y'
             exit paragraph
           end-if

           move spaces to count-label
           move spaces to count-text
           unstring step-log-record delimited by ': '
             into count-label count-text
           end-unstring
           if count-label is equal to spaces
             or count-text is equal to spaces
             exit paragraph
           end-if

           move function trim(count-text) to count-digits
           inspect count-digits replacing leading space by zero
           if count-digits is numeric
             move step-id(step-ind) to count-owner
             perform add-step-count
           end-if.

       add-step-count.
           if counts-count is equal to 400
             move 'y' to counts-overflow
             exit paragraph
           end-if
           add 1 to counts-count
           move count-owner to count-step(counts-count)
           move count-label to count-name(counts-count)
           move count-digits to count-value(counts-count).

       store-run-control.
           open output control-file

           move spaces to control-record
           move 'H' to control-type
           move 'run' to control-step
           move run-stamp to control-run-stamp
           write control-record

           perform store-control-step
             varying dep-ind
               from 1 by 1 until dep-ind is greater than steps-count

           close control-file.

       store-control-step.
           move spaces to control-record
           move 'S' to control-type
           move step-id(dep-ind) to control-step
           move step-status(dep-ind) to control-status
           move step-start(dep-ind) to control-start
           move step-end(dep-ind) to control-end
           move step-rc(dep-ind) to control-rc
           write control-record

           perform
             varying cnt-ind
               from 1 by 1 until cnt-ind is greater than counts-count
             if count-step(cnt-ind) is equal to step-id(dep-ind)
               move spaces to control-record
               move 'C' to control-type
               move step-id(dep-ind) to control-step
               move count-name(cnt-ind) to control-label
               move count-value(cnt-ind) to control-count
               write control-record
             end-if
           end-perform.

       show-stream-summary.
           move spaces to line-out
           string
             'job stream run ' delimited by size
             run-stamp delimited by size
             into line-out
           end-string
           display line-out

           perform show-stream-step
             varying step-ind
               from 1 by 1 until step-ind is greater than steps-count

           move steps-completed to steps-disp
           move spaces to line-out
           string
             'steps completed: ' delimited by size
             steps-disp delimited by size
             into line-out
           end-string
           display line-out

           move steps-failed to steps-disp
           move spaces to line-out
           string
             'steps failed: ' delimited by size
             steps-disp delimited by size
             into line-out
           end-string
           display line-out

           move steps-skipped to steps-disp
           move spaces to line-out
           string
             'steps skipped: ' delimited by size
             steps-disp delimited by size
             into line-out
           end-string
           display line-out

           if counts-overflow is equal to 'y'
             display 'more than 400 step counts, extra counts dropped'
           end-if

           if steps-failed is greater than zero
             or steps-skipped is greater than zero
             display 'fix the failed step, then run job--stream restart'
           end-if.

       show-stream-step.
           evaluate step-status(step-ind)
             when 'c'
               move 'completed' to status-text
               add 1 to steps-completed end-add
             when 'f'
               move 'failed' to status-text
               add 1 to steps-failed end-add
             when 's'
               move 'skipped' to status-text
               add 1 to steps-skipped end-add
             when other
               move 'not run' to status-text
               add 1 to steps-skipped end-add
           end-evaluate

           move step-rc(step-ind) to rc-disp
           move spaces to line-out
           string
             step-id(step-ind) delimited by size
             ' ' delimited by size
             status-text delimited by size
             ' rc ' delimited by size
             rc-disp delimited by size
             ' start ' delimited by size
             step-start(step-ind) delimited by size
             ' end ' delimited by size
             step-end(step-ind) delimited by size
             into line-out
           end-string
           display line-out

           perform
             varying cnt-ind
               from 1 by 1 until cnt-ind is greater than counts-count
             if count-step(cnt-ind) is equal to step-id(step-ind)
               move count-value(cnt-ind) to count-disp
               move spaces to line-out
               string
                 '    ' delimited by size
                 count-name(cnt-ind) delimited by '  '
                 ': ' delimited by size
                 count-disp delimited by size
                 into line-out
               end-string
               display line-out
             end-if
           end-perform.

       end program job--stream.
