      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Job-stream runner for the nightly chain. Reads a
      *>          job-stream definition (default feeds/jobstream.dat)
      *>          of steps, each one crssr invocation:
      *>
      *>            name|crssr parameters|run-if|max-rc
      *>
      *>          run-if is blank (run unless an earlier step
      *>          failed), ALWAYS, ONFAIL (run only after a
      *>          failure), or space-separated step,op,rc terms that
      *>          must all hold - op is EQ NE LT LE GT GE, and the
      *>          step name MAXRC stands for the highest return code
      *>          so far. A term naming a step that did not run is
      *>          false. max-rc (default 0) is the highest return
      *>          code the step may end with and still count as
      *>          completed. Every step's start, end and return code
      *>          go to feeds/job.log; the state after each step is
      *>          kept in feeds/job_state.dat so a restart resumes at
      *>          the failing step without re-running the steps that
      *>          already completed. Each step runs the command in
      *>          the "job_exec" config key (default ./crssr).
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-job-runner.

       environment division.

       configuration section.

       repository.
           function get-config
           function pipe-open
           function pipe-close
           function rss-command-allowed
           function resolve-data-path.

       input-output section.
           file-control.
               select optional fd-job-file
               assign to dynamic ws-job-file-name
               organization is line sequential.

               select optional fd-job-state-file
               assign to dynamic ws-job-state-file-name
               organization is line sequential.

               select optional fd-job-log-file
               assign to dynamic ws-job-log-file-name
               organization is line sequential.

       data division.
       file section.
           FD fd-job-file.
           01  f-job-line-raw                 pic x(512).

           FD fd-job-state-file.
           01  f-job-state-line-raw           pic x(300).

           FD fd-job-log-file.
           01  f-job-log-line-raw             pic x(700).

       working-storage section.

       77  ws-job-file-name                  pic x(256) value spaces.
       77  ws-job-state-file-name            pic x(256) value spaces.
       77  ws-job-log-file-name              pic x(256) value spaces.

       78  ws-job-exec-config-key            value "job_exec".
       78  ws-job-exec-default               value "./crssr".
       77  ws-job-exec                       pic x(128) value spaces.

       77  ws-job-line                       pic x(512) value spaces.
       77  ws-job-line-num                   pic 9(5) value zero.
       77  ws-state-line                     pic x(300) value spaces.
       77  ws-log-line                       pic x(700) value spaces.
       77  ws-log-detail                     pic x(600) value spaces.

      *> The job stream as defined, with each step's outcome.
      *> Status: space = not reached, C = completed (return code
      *> within max-rc), F = failed, S = skipped by its run-if.
       78  ws-max-steps                      value 50.
       01  ws-step-table.
           05  ws-step-count                 pic 9(3) value zero.
           05  ws-step-entry occurs 50 times.
               10  ws-step-name              pic x(16) value spaces.
               10  ws-step-params            pic x(256) value spaces.
               10  ws-step-run-if            pic x(128) value spaces.
               10  ws-step-max-rc            pic 9(3) value zero.
               10  ws-step-rc                pic 9(3) value zero.
               10  ws-step-status            pic x value space.
                   88  ws-step-completed     value 'C'.
                   88  ws-step-failed        value 'F'.
                   88  ws-step-skipped       value 'S'.
                   88  ws-step-not-reached   value space.
               10  ws-step-restored          pic x value 'N'.
       77  ws-step-idx                       pic 9(3) value zero.
       77  ws-step-scan-idx                  pic 9(3) value zero.
       77  ws-restart-idx                    pic 9(3) value zero.

       77  ws-field-name                     pic x(32) value spaces.
       77  ws-field-params                   pic x(256) value spaces.
       77  ws-field-run-if                   pic x(128) value spaces.
       77  ws-field-max-rc                   pic x(8) value spaces.
       77  ws-field-status                   pic x(8) value spaces.
       77  ws-field-rc                       pic x(8) value spaces.
       77  ws-field-tag                      pic x(8) value spaces.
       77  ws-state-job-file                 pic x(256) value spaces.

      *> run-if evaluation work areas.
       01  ws-term-table.
           05  ws-term                       pic x(32) value spaces
                                             occurs 8 times.
       77  ws-term-idx                       pic 9 value zero.
       77  ws-term-step                      pic x(16) value spaces.
       77  ws-term-op                        pic x(4) value spaces.
       77  ws-term-rc-text                   pic x(8) value spaces.
       77  ws-term-rc                        pic 9(3) value zero.
       77  ws-term-value                     pic 9(3) value zero.

       01  ws-run-if-sw                      pic a value 'N'.
           88  ws-run-if-true                value 'Y'.
           88  ws-run-if-false               value 'N'.

       01  ws-term-known-sw                  pic a value 'N'.
           88  ws-term-known                 value 'Y'.
           88  ws-term-unknown               value 'N'.

       01  ws-any-failed-sw                  pic a value 'N'.
           88  ws-any-failed                 value 'Y'.
           88  ws-none-failed                value 'N'.

       01  ws-define-error-sw                pic a value 'N'.
           88  ws-define-error               value 'Y'.
           88  ws-define-ok                  value 'N'.

       77  ws-max-rc-so-far                  pic 9(3) value zero.

      *> Step execution through a shell pipe - pclose hands back
      *> the raw wait status, exit code in the high byte.
       01  ws-pipe-record.
           05  ws-pipe-pointer               usage pointer.
           05  ws-pipe-return                usage binary-long.
       77  ws-step-cmd                       pic x(512) value spaces.
       77  ws-pipe-status                    pic s9(9) value zero.

       77  ws-rc-disp                        pic zz9.
       77  ws-status-text                    pic x(10) value spaces.

       01  ws-date-record.
           05  ws-current-date.
               10  ws-year                    pic 9(4).
               10  ws-month                   pic 99.
               10  ws-day                     pic 99.
           05  ws-current-time.
               10  ws-hour                    pic 99.
               10  ws-min                     pic 99.
               10  ws-sec                     pic 99.
               10  ws-milli                   pic 99.
           05  ws-time-offset                 pic S9(4).

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.

       linkage section.

      *> 'R' runs the job stream from the top, 'S' restarts it at
      *> the step that failed last time.
       01  l-job-mode                        pic x.
           88  l-job-run                     value 'R'.
           88  l-job-restart                 value 'S'.
       01  l-job-file                        pic x(256).
       01  l-job-rc                          pic 9(3).

       procedure division using l-job-mode l-job-file l-job-rc.

       main-procedure.

           move zero to l-job-rc

           if l-job-file = spaces then
               move function resolve-data-path("feeds/jobstream.dat")
                   to ws-job-file-name
           else
               move function trim(l-job-file) to ws-job-file-name
           end-if
           move function resolve-data-path("feeds/job_state.dat")
               to ws-job-state-file-name
           move function resolve-data-path("feeds/job.log")
               to ws-job-log-file-name

           move function get-config(ws-job-exec-config-key)
               to ws-job-exec
           if ws-job-exec = "NOT-SET" or ws-job-exec = spaces then
               move ws-job-exec-default to ws-job-exec
           end-if

           perform load-job-steps

           if ws-define-error then
               move 2 to l-job-rc
               goback
           end-if

           if ws-step-count = zero then
               display function concatenate(
                   "No job steps defined in ",
                   function trim(ws-job-file-name))
               end-display
               move 2 to l-job-rc
               goback
           end-if

           move 1 to ws-restart-idx

           if l-job-restart then
               perform load-job-state
               if ws-define-error then
                   move 2 to l-job-rc
                   goback
               end-if
               if ws-restart-idx > ws-step-count then
                   display
                       "The last job-stream run completed - nothing "
                       "to restart."
                   end-display
                   goback
               end-if
               move function concatenate(
                   "RESTART|", function trim(ws-job-file-name),
                   "|at ", function trim(ws-step-name(ws-restart-idx)))
                   to ws-log-detail
           else
               move function concatenate(
                   "START|", function trim(ws-job-file-name))
                   to ws-log-detail
           end-if

           perform write-job-log-line

           call "logger" using function concatenate(
               "Job stream ", function trim(ws-log-detail))
           end-call

           display function concatenate(
               "Job stream: ", function trim(ws-job-file-name))
           end-display
           display "-----------------------------------------------"

           perform save-job-state

           perform varying ws-step-idx from 1 by 1
               until ws-step-idx > ws-step-count
               perform process-one-step
               perform save-job-state
           end-perform

           display "-----------------------------------------------"
           perform display-job-summary

           move ws-max-rc-so-far to ws-rc-disp
           if ws-any-failed then
               move function concatenate(
                   "END|FAILED|maxrc=", function trim(ws-rc-disp))
                   to ws-log-detail
           else
               move function concatenate(
                   "END|COMPLETED|maxrc=", function trim(ws-rc-disp))
                   to ws-log-detail
           end-if
           perform write-job-log-line

           call "logger" using function concatenate(
               "Job stream ", function trim(ws-log-detail))
           end-call

           move ws-max-rc-so-far to l-job-rc

           goback.


       process-one-step.

      *> Steps a restart kept from the previous run - completed
      *> ones are never re-run, and anything before the restart
      *> point stands as it was.
           if ws-step-restored(ws-step-idx) = 'Y' then
               if ws-step-completed(ws-step-idx) then
                   perform note-step-rc
                   move "BYPASSED" to ws-status-text
               else
                   move "SKIPPED" to ws-status-text
               end-if
               perform display-step-line
               move function concatenate(
                   "STEP|", function trim(ws-step-name(ws-step-idx)),
                   "|", function trim(ws-status-text),
                   "|previous run")
                   to ws-log-detail
               perform write-job-log-line
               exit paragraph
           end-if

           perform evaluate-run-if

           if ws-run-if-false then
               set ws-step-skipped(ws-step-idx) to true
               move "SKIPPED" to ws-status-text
               perform display-step-line
               if ws-step-run-if(ws-step-idx) = spaces then
                   move function concatenate(
                       "STEP|",
                       function trim(ws-step-name(ws-step-idx)),
                       "|SKIPPED|an earlier step failed")
                       to ws-log-detail
               else
                   move function concatenate(
                       "STEP|",
                       function trim(ws-step-name(ws-step-idx)),
                       "|SKIPPED|run-if ",
                       function trim(ws-step-run-if(ws-step-idx)))
                       to ws-log-detail
               end-if
               perform write-job-log-line
               exit paragraph
           end-if

           move function concatenate(
               "STEP|", function trim(ws-step-name(ws-step-idx)),
               "|START|", function trim(ws-step-params(ws-step-idx)))
               to ws-log-detail
           perform write-job-log-line

           display function concatenate(
               "Step ", function trim(ws-step-name(ws-step-idx)),
               ": ", function trim(ws-job-exec), " ",
               function trim(ws-step-params(ws-step-idx)))
           end-display

           perform run-step-command

           if ws-step-rc(ws-step-idx) > ws-step-max-rc(ws-step-idx)
           then
               set ws-step-failed(ws-step-idx) to true
               set ws-any-failed to true
               move "FAILED" to ws-status-text
           else
               set ws-step-completed(ws-step-idx) to true
               move "COMPLETED" to ws-status-text
           end-if

           perform note-step-rc
           perform display-step-line

           move ws-step-rc(ws-step-idx) to ws-rc-disp
           move function concatenate(
               "STEP|", function trim(ws-step-name(ws-step-idx)),
               "|END|rc=", function trim(ws-rc-disp), "|",
               function trim(ws-status-text))
               to ws-log-detail
           perform write-job-log-line

           exit paragraph.


       run-step-command.

           move function concatenate(
               function trim(ws-job-exec), " ",
               function trim(ws-step-params(ws-step-idx)))
               to ws-step-cmd

      *> job_exec is an operator-configured command like the others
      *> the allowlist guards; a refused step fails (the refusal is
      *> audited by the guard) rather than running.
           if function rss-command-allowed(ws-step-cmd, "job_exec")
               not = 1 then
               call "logger" using function concatenate(
                   "Job step refused by the command allowlist: ",
                   function trim(ws-step-cmd))
               end-call
               move 255 to ws-step-rc(ws-step-idx)
               exit paragraph
           end-if

           move pipe-open(ws-step-cmd, "w") to ws-pipe-record

           if ws-pipe-return = 255 then
               call "logger" using function concatenate(
                   "Unable to start job step: ",
                   function trim(ws-step-cmd))
               end-call
               move 255 to ws-step-rc(ws-step-idx)
               exit paragraph
           end-if

           move pipe-close(ws-pipe-record) to ws-pipe-status

           if ws-pipe-status < zero then
               move 255 to ws-step-rc(ws-step-idx)
           else
               compute ws-step-rc(ws-step-idx) =
                   function mod(ws-pipe-status / 256, 256)
           end-if

           exit paragraph.


       note-step-rc.

           if ws-step-rc(ws-step-idx) > ws-max-rc-so-far then
               move ws-step-rc(ws-step-idx) to ws-max-rc-so-far
           end-if

           exit paragraph.


       display-step-line.

           move ws-step-rc(ws-step-idx) to ws-rc-disp

           if ws-status-text = "SKIPPED" then
               display function concatenate(
                   "  ", ws-step-name(ws-step-idx), "  ---  ",
                   function trim(ws-status-text))
               end-display
           else
               display function concatenate(
                   "  ", ws-step-name(ws-step-idx), "  ", ws-rc-disp,
                   "  ", function trim(ws-status-text))
               end-display
           end-if

           exit paragraph.


       display-job-summary.

           if ws-any-failed then
               display "Job stream ended with a FAILED step - rerun "
                   "with --job-restart once it is fixed."
               end-display
           else
               display "Job stream completed."
           end-if

           move ws-max-rc-so-far to ws-rc-disp
           display function concatenate(
               "Highest return code: ", function trim(ws-rc-disp))
           end-display

           exit paragraph.


       evaluate-run-if.

           set ws-run-if-true to true

           evaluate true
               when ws-step-run-if(ws-step-idx) = spaces
                   if ws-any-failed then
                       set ws-run-if-false to true
                   end-if
                   exit paragraph
               when ws-step-run-if(ws-step-idx) = "ALWAYS"
                   exit paragraph
               when ws-step-run-if(ws-step-idx) = "ONFAIL"
                   if ws-none-failed then
                       set ws-run-if-false to true
                   end-if
                   exit paragraph
           end-evaluate

           move spaces to ws-term-table
           unstring ws-step-run-if(ws-step-idx)
               delimited by all spaces
               into ws-term(1) ws-term(2) ws-term(3) ws-term(4)
                    ws-term(5) ws-term(6) ws-term(7) ws-term(8)
           end-unstring

           perform varying ws-term-idx from 1 by 1
               until ws-term-idx > 8 or ws-run-if-false
               if ws-term(ws-term-idx) not = spaces then
                   perform evaluate-one-term
               end-if
           end-perform

           exit paragraph.


       evaluate-one-term.

           move spaces to ws-term-step ws-term-op ws-term-rc-text
           unstring ws-term(ws-term-idx) delimited by ","
               into ws-term-step ws-term-op ws-term-rc-text
           end-unstring

           move function numval(ws-term-rc-text) to ws-term-rc
           set ws-term-unknown to true

           if ws-term-step = "MAXRC" then
               move ws-max-rc-so-far to ws-term-value
               set ws-term-known to true
           else
               perform varying ws-step-scan-idx from 1 by 1
                   until ws-step-scan-idx >= ws-step-idx
                   if ws-step-name(ws-step-scan-idx) = ws-term-step
                   and (ws-step-completed(ws-step-scan-idx)
                   or ws-step-failed(ws-step-scan-idx)) then
                       move ws-step-rc(ws-step-scan-idx)
                           to ws-term-value
                       set ws-term-known to true
                   end-if
               end-perform
           end-if

           if ws-term-unknown then
               set ws-run-if-false to true
               exit paragraph
           end-if

           evaluate ws-term-op
               when "EQ"
                   if ws-term-value not = ws-term-rc
                       set ws-run-if-false to true
                   end-if
               when "NE"
                   if ws-term-value = ws-term-rc
                       set ws-run-if-false to true
                   end-if
               when "LT"
                   if ws-term-value not < ws-term-rc
                       set ws-run-if-false to true
                   end-if
               when "LE"
                   if ws-term-value > ws-term-rc
                       set ws-run-if-false to true
                   end-if
               when "GT"
                   if ws-term-value not > ws-term-rc
                       set ws-run-if-false to true
                   end-if
               when "GE"
                   if ws-term-value < ws-term-rc
                       set ws-run-if-false to true
                   end-if
               when other
                   set ws-run-if-false to true
           end-evaluate

           exit paragraph.


       load-job-steps.

           move zero to ws-step-count
           move zero to ws-job-line-num
           set ws-define-ok to true
           set ws-not-eof to true

           open input fd-job-file
               perform until ws-eof or ws-define-error
                   read fd-job-file into ws-job-line
                       at end set ws-eof to true
                   not at end
                       add 1 to ws-job-line-num
                       move function trim(ws-job-line) to ws-job-line
                       if ws-job-line not = spaces
                       and ws-job-line(1:1) not = "#" then
                           perform add-job-step
                       end-if
                   end-read
               end-perform
           close fd-job-file

           exit paragraph.


       add-job-step.

           move spaces to ws-field-name ws-field-params
           move spaces to ws-field-run-if ws-field-max-rc
           unstring ws-job-line delimited by "|"
               into ws-field-name ws-field-params
                    ws-field-run-if ws-field-max-rc
           end-unstring

           move function upper-case(function trim(ws-field-name))
               to ws-field-name
           move function trim(ws-field-params) to ws-field-params
           move function upper-case(function trim(ws-field-run-if))
               to ws-field-run-if

           if ws-field-name = spaces or ws-field-params = spaces then
               move "needs a step name and crssr parameters"
                   to ws-log-detail
               perform report-definition-error
               exit paragraph
           end-if

      *> A step that starts another job stream would recurse.
           if ws-field-params(1:6) = "--job-" then
               move "a step may not run a job stream"
                   to ws-log-detail
               perform report-definition-error
               exit paragraph
           end-if

           if ws-field-max-rc not = spaces
           and function trim(ws-field-max-rc) is not numeric then
               move "max-rc must be a number" to ws-log-detail
               perform report-definition-error
               exit paragraph
           end-if

           perform varying ws-step-scan-idx from 1 by 1
               until ws-step-scan-idx > ws-step-count
               if ws-step-name(ws-step-scan-idx) = ws-field-name then
                   move "duplicate step name" to ws-log-detail
                   perform report-definition-error
                   exit paragraph
               end-if
           end-perform

           if ws-step-count >= ws-max-steps then
               move "too many steps" to ws-log-detail
               perform report-definition-error
               exit paragraph
           end-if

           add 1 to ws-step-count
           move ws-field-name to ws-step-name(ws-step-count)
           move ws-field-params to ws-step-params(ws-step-count)
           move ws-field-run-if to ws-step-run-if(ws-step-count)
           if ws-field-max-rc = spaces then
               move zero to ws-step-max-rc(ws-step-count)
           else
               move function numval(ws-field-max-rc)
                   to ws-step-max-rc(ws-step-count)
           end-if

           exit paragraph.


       report-definition-error.

           set ws-define-error to true

           display function concatenate(
               "Job stream ", function trim(ws-job-file-name),
               " line ", function trim(ws-job-line-num), ": ",
               function trim(ws-log-detail))
           end-display
           call "logger" using function concatenate(
               "Job stream definition error at line ",
               ws-job-line-num, ": ", function trim(ws-log-detail))
           end-call

           exit paragraph.


       load-job-state.

      *> "JOB|<definition file>" then "STEP|name|status|rc" per
      *> step reached. The restart only trusts a state file written
      *> for the same definition with the same step names.
           move spaces to ws-state-job-file
           set ws-not-eof to true

           open input fd-job-state-file
               perform until ws-eof
                   read fd-job-state-file into ws-state-line
                       at end set ws-eof to true
                   not at end
                       perform note-job-state-line
                   end-read
               end-perform
           close fd-job-state-file

           if ws-state-job-file = spaces then
               display "No previous job-stream run to restart."
               set ws-define-error to true
               exit paragraph
           end-if

           if ws-state-job-file not = ws-job-file-name then
               display function concatenate(
                   "The last job-stream run was ",
                   function trim(ws-state-job-file),
                   " - restart that definition, or run this one "
                   "from the top.")
               end-display
               set ws-define-error to true
               exit paragraph
           end-if

      *> Resume at the first step that failed or was never reached;
      *> everything before it stands, and completed steps after it
      *> are bypassed as well.
           perform varying ws-restart-idx from 1 by 1
               until ws-restart-idx > ws-step-count
               or ws-step-failed(ws-restart-idx)
               or ws-step-not-reached(ws-restart-idx)
               continue
           end-perform

           perform varying ws-step-scan-idx from 1 by 1
               until ws-step-scan-idx > ws-step-count
               if ws-step-scan-idx < ws-restart-idx
               or ws-step-completed(ws-step-scan-idx) then
                   move 'Y' to ws-step-restored(ws-step-scan-idx)
               else
                   set ws-step-not-reached(ws-step-scan-idx) to true
                   move zero to ws-step-rc(ws-step-scan-idx)
               end-if
           end-perform

           exit paragraph.


       note-job-state-line.

           move spaces to ws-field-tag ws-field-name
           move spaces to ws-field-status ws-field-rc
           unstring ws-state-line delimited by "|"
               into ws-field-tag ws-field-name
                    ws-field-status ws-field-rc
           end-unstring

           if ws-field-tag = "JOB" then
               move spaces to ws-state-job-file
               unstring ws-state-line delimited by "|"
                   into ws-field-tag ws-state-job-file
               end-unstring
               exit paragraph
           end-if

           if ws-field-tag not = "STEP" then
               exit paragraph
           end-if

           perform varying ws-step-scan-idx from 1 by 1
               until ws-step-scan-idx > ws-step-count
               if ws-step-name(ws-step-scan-idx) = ws-field-name then
                   move ws-field-status(1:1)
                       to ws-step-status(ws-step-scan-idx)
                   if function trim(ws-field-rc) is numeric then
                       move function numval(ws-field-rc)
                           to ws-step-rc(ws-step-scan-idx)
                   end-if
                   exit perform
               end-if
           end-perform

           exit paragraph.


       save-job-state.

           open output fd-job-state-file
               move function concatenate(
                   "JOB|", function trim(ws-job-file-name))
                   to ws-state-line
               write f-job-state-line-raw from ws-state-line

               perform varying ws-step-scan-idx from 1 by 1
                   until ws-step-scan-idx > ws-step-count
                   if not ws-step-not-reached(ws-step-scan-idx) then
                       move ws-step-rc(ws-step-scan-idx)
                           to ws-rc-disp
                       move function concatenate(
                           "STEP|",
                           function trim(
                               ws-step-name(ws-step-scan-idx)),
                           "|", ws-step-status(ws-step-scan-idx),
                           "|", function trim(ws-rc-disp))
                           to ws-state-line
                       write f-job-state-line-raw from ws-state-line
                   end-if
               end-perform
           close fd-job-state-file

           exit paragraph.


       write-job-log-line.

           move function current-date to ws-date-record

           move function concatenate(
               ws-year, "-", ws-month, "-", ws-day, " ",
               ws-hour, ":", ws-min, ":", ws-sec, "|",
               function trim(ws-log-detail))
               to ws-log-line

           open extend fd-job-log-file
               write f-job-log-line-raw from ws-log-line
           close fd-job-log-file

           exit paragraph.

       end program rss-job-runner.
