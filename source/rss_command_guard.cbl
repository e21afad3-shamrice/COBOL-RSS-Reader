      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Command allowlist for the operator-configured shell
      *>          commands crssr runs - share_cmd, per-feed filter
      *>          commands, hook scripts, script-backed (exec:)
      *>          feeds, sendmail_cmd, lp_cmd, scan_cmd and the job
      *>          runner's job_exec. The list is allowed_cmds.dat in
      *>          the data directory (not under feeds/, so no profile
      *>          can have its own), one executable per line, '#'
      *>          comments. An entry with a slash must match the
      *>          command's executable path exactly; an entry without
      *>          one matches a bare name found on the PATH. No list
      *>          means every command runs - the prior behavior.
      *>          Once the list exists, an unlisted executable, or a
      *>          command line carrying shell operators (; & | ` $(
      *>          < >) or a leading VAR=value, is refused and the
      *>          refusal is audited.
      *>          rss-command-allowed answers 1 (run it) or 2
      *>          (refused); rss-allow-command maintains the list
      *>          (admin role required to change it).
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       function-id. rss-command-allowed.

       environment division.

       configuration section.

       repository.
           function resolve-data-path.

       input-output section.
           file-control.
               select optional fd-allow-file
               assign to dynamic ws-allow-file-name
               organization is line sequential
               file status is ws-allow-file-status.

       data division.
       file section.
           FD fd-allow-file.
           01  f-allow-line-raw               pic x(128).

       working-storage section.

       77  ws-allow-file-name                pic x(256) value spaces.
       77  ws-allow-file-status              pic 99 value zero.

       77  ws-audit-op                       pic x(16) value spaces.
       77  ws-audit-feed-id                  pic 9(5) value zero.
       77  ws-audit-url                      pic x(256) value spaces.
       77  ws-audit-detail                   pic x(256) value spaces.

       local-storage section.

       01  ls-command                        pic x(512) value spaces.
       01  ls-executable                     pic x(256) value spaces.
       01  ls-allow-line                     pic x(128) value spaces.
       01  ls-refusal                        pic x(64) value spaces.
       01  ls-operator-tally                 pic 9(4) value zero.
       01  ls-equals-tally                   pic 9(4) value zero.

       01  ls-eof-sw                         pic a value 'N'.
           88  ls-eof                        value 'Y'.

       01  ls-match-sw                       pic a value 'N'.
           88  ls-listed                     value 'Y'.

       linkage section.
       01  l-command                         pic x any length.
       01  l-command-source                  pic x any length.
       01  l-command-verdict                 pic 9 value 1.

       procedure division
           using l-command, l-command-source
           returning l-command-verdict.

       main-procedure.

           move 1 to l-command-verdict

           move function trim(l-command) to ls-command
           if ls-command = spaces then
               goback
           end-if

           move function resolve-data-path("allowed_cmds.dat")
               to ws-allow-file-name

           open input fd-allow-file
           if ws-allow-file-status not = zero then
      *> No allowlist - the shop never adopted one.
               close fd-allow-file
               goback
           end-if

      *> Anything that lets the shell start a second command would
      *> make the executable check meaningless.
           move zero to ls-operator-tally
           inspect ls-command tallying ls-operator-tally
               for all ";" all "&" all "|" all "`" all "$("
                   all "<" all ">" all x"0a"

           move spaces to ls-executable
           unstring ls-command delimited by all space
               into ls-executable
           end-unstring
           move zero to ls-equals-tally
           inspect ls-executable tallying ls-equals-tally
               for all "="

           evaluate true
               when ls-operator-tally > zero
                   move "shell operators in the command"
                       to ls-refusal
               when ls-equals-tally > zero
                   move "leading variable assignment" to ls-refusal
               when other
                   perform find-listed-executable
                   if not ls-listed then
                       move "executable not on the allowlist"
                           to ls-refusal
                   end-if
           end-evaluate

           close fd-allow-file

           if ls-refusal = spaces then
               goback
           end-if

           move 2 to l-command-verdict

           call "logger" using function concatenate(
               "WARN|Refused ", function trim(l-command-source),
               " command (", function trim(ls-refusal), "): ",
               function trim(ls-command))
           end-call

           move "CMD-REFUSED" to ws-audit-op
           move zero to ws-audit-feed-id
           move ls-command to ws-audit-url
           move function concatenate(
               function trim(l-command-source), ": ",
               function trim(ls-refusal))
               to ws-audit-detail
           call "rss-audit" using
               ws-audit-op ws-audit-feed-id ws-audit-url
               ws-audit-detail
           end-call

           goback.


       find-listed-executable.

           perform until ls-eof or ls-listed
               read fd-allow-file into ls-allow-line
                   at end set ls-eof to true
               not at end
                   if ls-allow-line not = spaces
                   and ls-allow-line(1:1) not = "#" then
      *> Whole-token match: a path entry only matches that path, a
      *> bare name only the bare name (looked up on the PATH) - so
      *> "sendmail" never lets /tmp/x/sendmail through.
                       if function trim(ls-allow-line) = ls-executable
                       then
                           set ls-listed to true
                       end-if
                   end-if
               end-read
           end-perform

           exit paragraph.

       end function rss-command-allowed.


      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Maintains the command allowlist (allowed_cmds.dat)
      *>          rss-command-allowed enforces.
      *>          'L' - list it;
      *>          'A' - add an executable (the first add creates the
      *>                list and so switches enforcement on);
      *>          'D' - remove one.
      *>          Adding and removing need the admin role and are
      *>          audited. Status: 1 ok, 2 not listed / already
      *>          listed, 3 not an admin, 4 list full.
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-allow-command.

       environment division.

       configuration section.

       repository.
           function rss-operator-role
           function resolve-data-path.

       input-output section.
           file-control.
               select optional fd-allow-file
               assign to dynamic ws-allow-file-name
               organization is line sequential.

       data division.
       file section.
           FD fd-allow-file.
           01  f-allow-line-raw               pic x(128).

       working-storage section.

       77  ws-allow-file-name                pic x(256) value spaces.
       77  ws-allow-line                     pic x(128) value spaces.

      *> Every line on file, comments included, so a rewrite keeps
      *> them.
       78  ws-max-allow-lines                value 200.
       01  ws-allow-table.
           05  ws-allow-count                pic 9(3) value zero.
           05  ws-allow-entry                pic x(128)
                                             occurs 200 times.
       77  ws-allow-idx                      pic 9(3) value zero.
       77  ws-found-idx                      pic 9(3) value zero.
       77  ws-listed-count                   pic 9(3) value zero.

       77  ws-audit-op                       pic x(16) value spaces.
       77  ws-audit-feed-id                  pic 9(5) value zero.
       77  ws-audit-url                      pic x(256) value spaces.
       77  ws-audit-detail                   pic x(256) value spaces.

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.

       linkage section.

       01  l-allow-op                        pic x.
           88  l-list-allowed                value 'L'.
           88  l-add-allowed                 value 'A'.
           88  l-drop-allowed                value 'D'.

       01  l-allow-entry                     pic x(128).

       01  l-allow-status                    pic 9.
           88  l-allow-ok                    value 1.
           88  l-allow-no-change             value 2.
           88  l-allow-not-admin             value 3.
           88  l-allow-full                  value 4.

       procedure division using
           l-allow-op, l-allow-entry, l-allow-status.

       main-procedure.

           move function resolve-data-path("allowed_cmds.dat")
               to ws-allow-file-name

           set l-allow-ok to true
           perform load-allow-lines

           if l-list-allowed then
               perform list-allowed
               goback
           end-if

           if function rss-operator-role not = "admin" then
               call "logger" using function concatenate(
                   "WARN|Operator without the admin role tried to ",
                   "change the command allowlist.")
               end-call
               set l-allow-not-admin to true
               goback
           end-if

           move function trim(l-allow-entry) to l-allow-entry
           perform find-allow-entry

           evaluate true
               when l-add-allowed
                   if ws-found-idx > zero then
                       set l-allow-no-change to true
                       goback
                   end-if
                   if ws-allow-count >= ws-max-allow-lines then
                       set l-allow-full to true
                       goback
                   end-if
                   if ws-allow-count = zero then
                       add 1 to ws-allow-count
                       move "# executables crssr may run, one per line"
                           to ws-allow-entry(ws-allow-count)
                   end-if
                   add 1 to ws-allow-count
                   move l-allow-entry to ws-allow-entry(ws-allow-count)
                   move "ALLOW-CMD" to ws-audit-op
               when l-drop-allowed
                   if ws-found-idx = zero then
                       set l-allow-no-change to true
                       goback
                   end-if
                   perform varying ws-allow-idx from ws-found-idx
                       by 1 until ws-allow-idx >= ws-allow-count
                       move ws-allow-entry(ws-allow-idx + 1)
                           to ws-allow-entry(ws-allow-idx)
                   end-perform
                   subtract 1 from ws-allow-count
                   move "DISALLOW-CMD" to ws-audit-op
           end-evaluate

           perform save-allow-lines

           move zero to ws-audit-feed-id
           move spaces to ws-audit-url
           move l-allow-entry to ws-audit-detail
           call "rss-audit" using
               ws-audit-op ws-audit-feed-id ws-audit-url
               ws-audit-detail
           end-call

           goback.


       list-allowed.

           move zero to ws-listed-count

           display "Command allowlist (" function trim(
               ws-allow-file-name) ")"
           end-display

           if ws-allow-count = zero then
               display "  No allowlist - every configured command "
                   "runs. Add an executable to start enforcing one."
               end-display
               exit paragraph
           end-if

           perform varying ws-allow-idx from 1 by 1
               until ws-allow-idx > ws-allow-count
               if ws-allow-entry(ws-allow-idx) not = spaces
               and ws-allow-entry(ws-allow-idx)(1:1) not = "#" then
                   add 1 to ws-listed-count
                   display "  " function trim(
                       ws-allow-entry(ws-allow-idx))
                   end-display
               end-if
           end-perform

           if ws-listed-count = zero then
               display "  (empty - every configured command is "
                   "refused)"
               end-display
           end-if

           exit paragraph.


       find-allow-entry.

           move zero to ws-found-idx
           perform varying ws-allow-idx from 1 by 1
               until ws-allow-idx > ws-allow-count
               or ws-found-idx > zero
               if function trim(ws-allow-entry(ws-allow-idx))
                   = l-allow-entry then
                   move ws-allow-idx to ws-found-idx
               end-if
           end-perform

           exit paragraph.


       load-allow-lines.

           move zero to ws-allow-count
           set ws-not-eof to true

           open input fd-allow-file
               perform until ws-eof
                   read fd-allow-file into ws-allow-line
                       at end set ws-eof to true
                   not at end
                       if ws-allow-count < ws-max-allow-lines then
                           add 1 to ws-allow-count
                           move ws-allow-line
                               to ws-allow-entry(ws-allow-count)
                       end-if
                   end-read
               end-perform
           close fd-allow-file

           exit paragraph.


       save-allow-lines.

           open output fd-allow-file
               perform varying ws-allow-idx from 1 by 1
                   until ws-allow-idx > ws-allow-count
                   write f-allow-line-raw
                       from ws-allow-entry(ws-allow-idx)
               end-perform
           close fd-allow-file

           exit paragraph.

       end program rss-allow-command.
