      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Security self-check of the data directory. Reports
      *>          unsafe permissions on the files that decide what
      *>          crssr runs and with whose credentials:
      *>          - feeds/creds.dat - any group or other access;
      *>          - crssr.conf and allowed_cmds.dat - group or other
      *>            write (anyone who can write them chooses the
      *>            commands crssr runs);
      *>          - the hooks directory and every script in it -
      *>            group or other write;
      *>          - the data directory itself - other write (group
      *>            write is reported as a shared install, not a
      *>            problem).
      *>          A missing command allowlist is a warning. Returns
      *>          the number of problems found (warnings excluded).
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-security-check.

       environment division.

       configuration section.

       repository.
           function pipe-open
           function pipe-close
           function resolve-data-path.

       input-output section.
           file-control.
               select optional fd-sec-probe-file
               assign to dynamic ws-sec-probe-file-name
               organization is line sequential.

       data division.
       file section.
           FD fd-sec-probe-file.
           01  f-sec-probe-line-raw           pic x(128).

       working-storage section.

       77  ws-sec-probe-file-name            pic x(256) value spaces.
       77  ws-sec-probe-line                 pic x(128) value spaces.

       77  ws-shell-cmd                      pic x(1024) value spaces.
       77  ws-shell-status                   pic s9(9) value zero.

       01  ws-pipe-record.
           05  ws-pipe-pointer               usage pointer.
           05  ws-pipe-return                usage binary-long.

       77  ws-current-date-time              pic x(21) value spaces.

      *> The path being checked, what it is called in the report,
      *> and what stat said about it: "<octal mode> <owner>".
       77  ws-check-path                     pic x(256) value spaces.
       77  ws-check-label                    pic x(32) value spaces.
       77  ws-stat-mode                      pic x(8) value spaces.
       77  ws-stat-owner                     pic x(32) value spaces.
       77  ws-mode-len                       pic 9 value zero.
       77  ws-group-digit                    pic 9 value zero.
       77  ws-other-digit                    pic 9 value zero.

       01  ws-exists-sw                      pic a value 'N'.
           88  ws-path-exists                value 'Y'.
           88  ws-path-missing               value 'N'.

       77  ws-loose-count                    pic 9(5) value zero.
       77  ws-loose-disp                     pic z(4)9.
       77  ws-problem-count                  pic 9(5) value zero.
       77  ws-warning-count                  pic 9(5) value zero.
       77  ws-count-disp                     pic z(4)9.

       linkage section.

       01  l-problem-count                   pic 9(5).

       procedure division using l-problem-count.

       main-procedure.

           move zero to ws-problem-count
           move zero to ws-warning-count

           move function current-date to ws-current-date-time
           move function resolve-data-path(function concatenate(
               "feeds/sec_probe_", ws-current-date-time(9:8), ".tmp"))
               to ws-sec-probe-file-name

           display "Security check"
           end-display
           display "--------------"
           end-display

           move function resolve-data-path(".") to ws-check-path
           move "data directory" to ws-check-label
           perform check-data-dir

           move function resolve-data-path("feeds/creds.dat")
               to ws-check-path
           move "creds.dat" to ws-check-label
           perform check-creds-file

           move function resolve-data-path("crssr.conf")
               to ws-check-path
           move "crssr.conf" to ws-check-label
           perform check-control-file

           move function resolve-data-path("allowed_cmds.dat")
               to ws-check-path
           move "allowed_cmds.dat" to ws-check-label
           perform check-control-file
           if ws-path-missing then
               add 1 to ws-warning-count
               display "  WARN  allowed_cmds.dat: no command "
                   "allowlist - every configured command runs. "
                   "See --allow-command."
               end-display
           end-if

           move function resolve-data-path("hooks") to ws-check-path
           move "hooks directory" to ws-check-label
           perform check-hooks-dir

           display " "
           end-display
           move ws-problem-count to ws-count-disp
           display "Problems: " function trim(ws-count-disp)
               with no advancing
           end-display
           move ws-warning-count to ws-count-disp
           display "   Warnings: " function trim(ws-count-disp)
           end-display

           move ws-problem-count to ws-loose-disp
           call "logger" using function concatenate(
               "Security check: ", function trim(ws-loose-disp),
               " problem(s), ", function trim(ws-count-disp),
               " warning(s).")
           end-call

           move ws-problem-count to l-problem-count

           goback.


       check-data-dir.

           perform stat-check-path
           if ws-path-missing then
               exit paragraph
           end-if

           evaluate true
               when ws-other-digit = 2 or 3 or 6 or 7
                   add 1 to ws-problem-count
                   display "  FAIL  " function trim(ws-check-label)
                       " (" function trim(ws-check-path) ") is "
                       "writable by every user - mode "
                       function trim(ws-stat-mode)
                   end-display
               when ws-group-digit = 2 or 3 or 6 or 7
                   display "  NOTE  " function trim(ws-check-label)
                       " is group-writable (shared install) - mode "
                       function trim(ws-stat-mode)
                   end-display
               when other
                   display "  OK    " function trim(ws-check-label)
                       " - mode " function trim(ws-stat-mode)
                       ", owner " function trim(ws-stat-owner)
                   end-display
           end-evaluate

           exit paragraph.


       check-creds-file.

           perform stat-check-path
           if ws-path-missing then
               display "  OK    " function trim(ws-check-label)
                   " - not present"
               end-display
               exit paragraph
           end-if

      *> The credentials are only obfuscated, so the file itself is
      *> the protection - owner access only.
           if ws-group-digit > zero or ws-other-digit > zero then
               add 1 to ws-problem-count
               display "  FAIL  " function trim(ws-check-label)
                   " is readable or writable by other users - mode "
                   function trim(ws-stat-mode) " (chmod 600)"
               end-display
           else
               display "  OK    " function trim(ws-check-label)
                   " - mode " function trim(ws-stat-mode)
                   ", owner " function trim(ws-stat-owner)
               end-display
           end-if

           exit paragraph.


       check-control-file.

           perform stat-check-path
           if ws-path-missing then
               exit paragraph
           end-if

           if ws-group-digit = 2 or 3 or 6 or 7
           or ws-other-digit = 2 or 3 or 6 or 7 then
               add 1 to ws-problem-count
               display "  FAIL  " function trim(ws-check-label)
                   " is writable by other users - mode "
                   function trim(ws-stat-mode) " (chmod go-w)"
               end-display
           else
               display "  OK    " function trim(ws-check-label)
                   " - mode " function trim(ws-stat-mode)
                   ", owner " function trim(ws-stat-owner)
               end-display
           end-if

           exit paragraph.


       check-hooks-dir.

           perform stat-check-path
           if ws-path-missing then
               display "  OK    " function trim(ws-check-label)
                   " - not present"
               end-display
               exit paragraph
           end-if

           if ws-group-digit = 2 or 3 or 6 or 7
           or ws-other-digit = 2 or 3 or 6 or 7 then
               add 1 to ws-problem-count
               display "  FAIL  " function trim(ws-check-label)
                   " is writable by other users - mode "
                   function trim(ws-stat-mode) " (chmod go-w)"
               end-display
           else
               display "  OK    " function trim(ws-check-label)
                   " - mode " function trim(ws-stat-mode)
                   ", owner " function trim(ws-stat-owner)
               end-display
           end-if

      *> Any hook script others can rewrite runs as the operator.
           move function concatenate(
               "find '", function trim(ws-check-path),
               "' -mindepth 1 -perm /022 2>/dev/null | wc -l > ",
               function trim(ws-sec-probe-file-name))
               to ws-shell-cmd
           perform run-probe-command

           move zero to ws-loose-count
           if function trim(ws-sec-probe-line) is numeric then
               move function numval(ws-sec-probe-line)
                   to ws-loose-count
           end-if

           if ws-loose-count > zero then
               add 1 to ws-problem-count
               move ws-loose-count to ws-loose-disp
               display "  FAIL  " function trim(ws-loose-disp)
                   " hook script(s) writable by other users "
                   "(find " function trim(ws-check-path)
                   " -perm /022)"
               end-display
           end-if

           exit paragraph.


       stat-check-path.

           set ws-path-missing to true
           move spaces to ws-stat-mode
           move spaces to ws-stat-owner
           move zero to ws-group-digit
           move zero to ws-other-digit

           move function concatenate(
               "stat -c '%a %U' '", function trim(ws-check-path),
               "' > ", function trim(ws-sec-probe-file-name),
               " 2>/dev/null")
               to ws-shell-cmd
           perform run-probe-command

           if ws-sec-probe-line = spaces then
               exit paragraph
           end-if

           unstring ws-sec-probe-line delimited by all space
               into ws-stat-mode ws-stat-owner
           end-unstring

      *> The last two octal digits are the group and other bits,
      *> whether stat printed 644 or 2775.
           move zero to ws-mode-len
           inspect ws-stat-mode tallying ws-mode-len
               for characters before initial space
           if ws-mode-len < 3
           or ws-stat-mode(1:ws-mode-len) is not numeric then
               exit paragraph
           end-if

           set ws-path-exists to true
           move ws-stat-mode(ws-mode-len - 1:1) to ws-group-digit
           move ws-stat-mode(ws-mode-len:1) to ws-other-digit

           exit paragraph.


       run-probe-command.

           move spaces to ws-sec-probe-line
           move pipe-open(ws-shell-cmd, "w") to ws-pipe-record
           if ws-pipe-return = 255 then
               exit paragraph
           end-if
           move pipe-close(ws-pipe-record) to ws-shell-status

           open input fd-sec-probe-file
               read fd-sec-probe-file into ws-sec-probe-line
                   at end move spaces to ws-sec-probe-line
               end-read
           close fd-sec-probe-file

           move function concatenate(
               "rm -f ", function trim(ws-sec-probe-file-name))
               to ws-shell-cmd
           move pipe-open(ws-shell-cmd, "w") to ws-pipe-record
           move pipe-close(ws-pipe-record) to ws-shell-status

           exit paragraph.

       end program rss-security-check.
