       program-id. NightlyRun.

      *>Driver for the nightly stream: reads the run-control file
      *>nightrun.ctl (one step per record -- program to call, the
      *>directory it runs in, and the earlier steps it depends on),
      *>executes the steps in order, records each step's start, end
      *>and outcome on nightrun.log, and refuses to run a step whose
      *>predecessors failed -- only its own predecessors, so a
      *>routing failure does not cost the posting chain. The run ends
      *>with a one-page balancing report, nightrun.rpt: every step's
      *>outcome, the night's audit events (which carry each
      *>program's in/out/duplicate/exception counts), and an overall
      *>GOOD NIGHT / CHECK REQUIRED verdict -- the page the morning
      *>operator reads instead of hunting through five output files.
      *>Each step that finishes at or under the warning ceiling gets
      *>a run record on the calendar under its own name, so the
      *>month-end close can prove every step ran every processing
      *>day -- steps that keep no run flag of their own included. A
      *>business date in a month already closed runs nothing.
       environment division.
       input-output section.
       file-control.

       data division.
       file section.
      *>step-depends names, in 24-column slots after the directory,
      *>the earlier steps whose output this step needs. A step that
      *>names none depends on every step before it, the stream's
      *>original strict order. step-runs-from, columns 209-216, is
      *>for the month-end close, not this driver: the business date
      *>from which the step has had run records (when the stream was
      *>cut over to this driver, or the step added), blank for every
      *>day.
       fd  run-control-file.
       01  run-step-record.
           03 step-program pic x(24).
           03 step-dir pic x(40).
           03 step-depends pic x(24) occurs 6 times.
           03 step-runs-from pic x(8).

      *>The warning/fatal boundary, operator-tunable: a step's
      *>return code at or below this continues the stream (flagged
       01 ws-restart-mode binary-long value 0.
       01 ws-night-rc binary-long value 0.

      *>Tonight's outcome for each step, by step number, for the
      *>dependency checks: "O" ran (or carried) at or under the
      *>warning ceiling, "F" failed, "S" skipped. ws-out-cause is
      *>the failed step a skip traces back to -- a dependent of a
      *>skipped step is skipped for the original failure.
       01 ws-outcome-table.
           03 ws-outcome-entry occurs 50 times.
              05 ws-out-program pic x(24).
              05 ws-out-state pic x(1).
              05 ws-out-cause pic x(24).
       01 ws-out-idx binary-long.
       01 ws-out-last binary-long.
       01 ws-out-found binary-long.
       01 ws-dep-idx binary-long.
       01 ws-dep-named binary-long.
       01 ws-dep-blocked binary-long.
       01 ws-dep-cause pic x(24).
       01 ws-dep-unknown pic x(24).
       01 ws-skip-idx binary-long.
       01 ws-skip-count binary-long.

      *>Per-step wall-clock timing. Times are hhmmsscc from ACCEPT;
      *>a step that runs across midnight gets a day added to its end
      *>before the difference is taken.
       01 ws-call-failed binary-long.

      *>A step ending above the warning ceiling fails the stream:
      *>every step depending on it, directly or through another
      *>skipped step, is skipped rather than run against bad or
      *>missing output. At or below the ceiling the stream carries
      *>on but the night is marked for a look. The ceiling defaults
      *>to 4 ("processed with exceptions" passes, a control-total
       01 ws-cal-func pic x(8).
       01 ws-cal-date pic 9(8).
       01 ws-cal-reply pic x(1).
       01 ws-cal-program pic x(24).
       01 ws-period-locked binary-long value 0.

       procedure division.
      *>The run is stamped with the calendar's business date, not
           if ws-cal-reply = "P" or ws-cal-reply = "H" or
             ws-cal-reply = "W"
               move ws-cal-date to ws-run-date
               move "CHECKPER" to ws-cal-func
               call "Calendar" using ws-cal-func ws-audit-program
                 ws-cal-date ws-cal-reply
               if ws-cal-reply = "C"
                   move 1 to ws-period-locked
               end-if
           else
               display "NIGHTLYRUN: no usable calendar, using "
                 "system date"
           move spaces to report-line
           perform write-report-line

           if ws-period-locked = 1
               display "NIGHTLYRUN: business date " ws-run-date
                 " is in a closed period -- nothing run"
               move spaces to report-line
               string "BUSINESS DATE " ws-run-date " IS IN A CLOSED "
                 "PERIOD - NOTHING RUN"
                 delimited by size into report-line
               perform write-report-line
               move 1 to ws-stream-failed
               move "10" to ws-control-status
           else
               open input run-control-file
           end-if
           if ws-control-status <> "00"
               if ws-period-locked = 0
                   display "NIGHTLYRUN: unable to open nightrun.ctl, "
                     "status " ws-control-status " -- nothing to run"
                   move 1 to ws-stream-failed
               end-if
           else
               perform until ws-control-status = "10"
                   read run-control-file
       run-one-step section.
           add 1 to ws-step-no
           move ws-step-no to ws-step-no-disp
           if ws-step-no <= 78-max-steps
               move step-program to ws-out-program(ws-step-no)
               move "O" to ws-out-state(ws-step-no)
               move spaces to ws-out-cause(ws-step-no)
           end-if

           perform check-dependencies
           if ws-dep-blocked = 1
               add 1 to ws-steps-skipped
               if ws-step-no <= 78-max-steps
                   move "S" to ws-out-state(ws-step-no)
                   move ws-dep-cause to ws-out-cause(ws-step-no)
               end-if
               move spaces to ws-log-line
               if ws-dep-unknown <> spaces
      *>A night with a step that never ran did not complete.
                   move 1 to ws-stream-failed
                   string "STEP " ws-step-no-disp " " step-program
                     " SKIPPED - " ws-dep-unknown
                     " IS NOT AN EARLIER STEP"
                     delimited by size into ws-log-line
               else
                   string "STEP " ws-step-no-disp " " step-program
                     " SKIPPED - " ws-dep-cause " FAILED"
                     delimited by size into ws-log-line
               end-if
               perform write-log-line
               move ws-log-line to report-line
               perform write-report-line

           if ws-step-rc > ws-rc-warn-limit
               move 1 to ws-stream-failed
               if ws-step-no <= 78-max-steps
                   move "F" to ws-out-state(ws-step-no)
                   move step-program to ws-out-cause(ws-step-no)
               end-if
               move spaces to ws-log-line
               string "STEP " ws-step-no-disp " " step-program
                 " FAILED - DEPENDENT STEPS WILL BE SKIPPED"
                 delimited by size into ws-log-line
               perform write-log-line
               move ws-log-line to report-line
                   move 1 to ws-warn-seen
               end-if
               perform write-stream-state
               perform mark-step-run
           end-if.

       mark-step-run section.
      *>The step's run record, under the name the programs that keep
      *>their own flag already use -- for them this marks it again.
           move "MARKRUN " to ws-cal-func
           move function upper-case(step-program) to ws-cal-program
           move ws-run-date to ws-cal-date
           call "Calendar" using ws-cal-func ws-cal-program
             ws-cal-date ws-cal-reply.

       check-dependencies section.
      *>Blocks the step when a step it depends on failed or was
      *>itself skipped tonight. A named predecessor is matched to the
      *>latest earlier step of that name; one that is not an earlier
      *>step at all blocks the step too -- a mis-keyed dependency must
      *>not quietly turn into no dependency.
           move 0 to ws-dep-blocked
           move spaces to ws-dep-cause
           move spaces to ws-dep-unknown
           compute ws-out-last = ws-step-no - 1
           if ws-out-last > 78-max-steps
               move 78-max-steps to ws-out-last
           end-if
           move 0 to ws-dep-named
           perform varying ws-dep-idx from 1 by 1
             until ws-dep-idx > 6
               if step-depends(ws-dep-idx) <> spaces
                   move 1 to ws-dep-named
               end-if
           end-perform

           if ws-dep-named = 0
               perform varying ws-out-idx from 1 by 1
                 until ws-out-idx > ws-out-last
                   if ws-out-state(ws-out-idx) <> "O"
                       move 1 to ws-dep-blocked
                       move ws-out-cause(ws-out-idx) to ws-dep-cause
                       exit section
                   end-if
               end-perform
               exit section
           end-if

           perform varying ws-dep-idx from 1 by 1
             until ws-dep-idx > 6
               if step-depends(ws-dep-idx) <> spaces
                   move 0 to ws-out-found
                   perform varying ws-out-idx from ws-out-last by -1
                     until ws-out-idx < 1 or ws-out-found > 0
                       if ws-out-program(ws-out-idx) =
                         step-depends(ws-dep-idx)
                           move ws-out-idx to ws-out-found
                       end-if
                   end-perform
                   if ws-out-found = 0
                       move 1 to ws-dep-blocked
                       move step-depends(ws-dep-idx) to ws-dep-unknown
                       move step-depends(ws-dep-idx) to ws-dep-cause
                       exit section
                   end-if
                   if ws-out-state(ws-out-found) <> "O"
                       move 1 to ws-dep-blocked
                       move ws-out-cause(ws-out-found) to ws-dep-cause
                       exit section
                   end-if
               end-if
           end-perform.

       write-skip-summary section.
      *>Each failed step with the steps that were skipped because of
      *>it, so the morning operator sees what one failure cost and
      *>what still ran.
           move spaces to report-line
           perform write-report-line
           move "FAILURES AND THE STEPS THEY STOPPED" to report-line
           perform write-report-line
           compute ws-out-last = ws-step-no
           if ws-out-last > 78-max-steps
               move 78-max-steps to ws-out-last
           end-if
           perform varying ws-out-idx from 1 by 1
             until ws-out-idx > ws-out-last
               if ws-out-state(ws-out-idx) = "F"
                   move 0 to ws-skip-count
                   perform varying ws-skip-idx from 1 by 1
                     until ws-skip-idx > ws-out-last
                       if ws-out-state(ws-skip-idx) = "S" and
                         ws-out-cause(ws-skip-idx) =
                         ws-out-program(ws-out-idx)
                           add 1 to ws-skip-count
                       end-if
                   end-perform
                   move ws-skip-count to ws-step-no-disp
                   move spaces to report-line
                   string "  " ws-out-program(ws-out-idx)
                     " FAILED - " ws-step-no-disp " STEPS SKIPPED"
                     delimited by size into report-line
                   perform write-report-line
                   perform varying ws-skip-idx from 1 by 1
                     until ws-skip-idx > ws-out-last
                       if ws-out-state(ws-skip-idx) = "S" and
                         ws-out-cause(ws-skip-idx) =
                         ws-out-program(ws-out-idx)
                           move ws-skip-idx to ws-step-no-disp
                           move spaces to report-line
                           string "      SKIPPED STEP " ws-step-no-disp
                             " " ws-out-program(ws-skip-idx)
                             delimited by size into report-line
                           perform write-report-line
                       end-if
                   end-perform
               end-if
           end-perform
      *>Skips traced to a mis-keyed dependency, not to a failure.
           perform varying ws-skip-idx from 1 by 1
             until ws-skip-idx > ws-out-last
               if ws-out-state(ws-skip-idx) = "S"
                   move 0 to ws-out-found
                   perform varying ws-out-idx from 1 by 1
                     until ws-out-idx > ws-out-last
                       if ws-out-state(ws-out-idx) = "F" and
                         ws-out-program(ws-out-idx) =
                         ws-out-cause(ws-skip-idx)
                           move 1 to ws-out-found
                       end-if
                   end-perform
                   if ws-out-found = 0
                       move ws-skip-idx to ws-step-no-disp
                       move spaces to report-line
                       string "  STEP " ws-step-no-disp " "
                         ws-out-program(ws-skip-idx)
                         " SKIPPED - UNKNOWN PREDECESSOR "
                         ws-out-cause(ws-skip-idx)
                         delimited by size into report-line
                       perform write-report-line
                   end-if
               end-if
           end-perform.

       compute-step-elapsed section.
      *>Whole seconds from start to end, the difference nobody ever
      *>computed from the log's stamps.
           string "STEPS SKIPPED: " ws-step-no-disp
             delimited by size into report-line
           perform write-report-line
           if ws-stream-failed = 1
               perform write-skip-summary
           end-if
           if ws-restart-mode = 1
               move ws-steps-carried to ws-step-no-disp
               move spaces to report-line
