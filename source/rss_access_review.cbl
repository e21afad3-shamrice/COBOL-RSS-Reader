      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Periodic access recertification for the operators
      *>          in feeds/operators.dat. Each entry carries, after
      *>          its name and role, the operator's last activity
      *>          (YYYYMMDDHHMM, stamped whenever crssr runs as that
      *>          operator) and a recertification due date
      *>          (YYYYMMDD):
      *>            name|role|last activity|recert due
      *>          Older "name|role" lines are picked up as they are
      *>          and get a due date "recert_days" (default 90) out
      *>          at the first pass.
      *>          'T' - stamp the active operator's activity;
      *>          'R' - print the --access-review report: every
      *>                operator with role, last activity and due
      *>                status;
      *>          'C' - recertify an operator (new due date);
      *>          'D' - downgrade an admin to reader;
      *>          'X' - remove an operator.
      *>          Every operation first drops any admin whose due
      *>          date is more than "recert_grace" days (default 14)
      *>          behind to reader. Recertify, downgrade, remove and
      *>          the automatic downgrade are all written through
      *>          rss-audit; the three manual ones need the admin
      *>          role. The last admin is never dropped, by hand or
      *>          by lapse - a lapsed last admin is warned about and
      *>          audited instead. The file is rewritten under the
      *>          store lock, re-read once the lock is held, and
      *>          swapped into place with mv so another session
      *>          never reads it half-written. Status: 1 ok, 2
      *>          operator not listed, 3 not an admin, 4 no roles
      *>          file, 5 would leave the store without an admin,
      *>          6 store locked.
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-access-review.

       environment division.

       configuration section.

       repository.
           function get-config
           function rss-operator-name
           function rss-operator-role
           function rss-store-lock
           function pipe-open
           function pipe-close
           function resolve-data-path.

       input-output section.
           file-control.
               select optional fd-operators-file
               assign to dynamic ws-operators-file-name
               organization is line sequential
               file status is ws-operators-file-status.

       data division.
       file section.
           FD fd-operators-file.
           01  f-operators-line-raw           pic x(64).

       working-storage section.

       77  ws-operators-file-name            pic x(256) value spaces.
       77  ws-operators-file-status          pic 99 value zero.
       77  ws-operators-real-name            pic x(256) value spaces.
       77  ws-operators-temp-name            pic x(256) value spaces.
       77  ws-swap-cmd                       pic x(600) value spaces.
       77  ws-operators-line                 pic x(64) value spaces.

      *> Every line on file, comments included, so a rewrite keeps
      *> them; entry lines are parsed alongside.
       78  ws-max-operator-lines             value 200.
       01  ws-operator-table.
           05  ws-op-line-count              pic 9(3) value zero.
           05  ws-op-line occurs 200 times.
               10  ws-op-raw                 pic x(64) value spaces.
               10  ws-op-is-entry            pic a value 'N'.
               10  ws-op-name                pic x(32) value spaces.
               10  ws-op-role                pic x(8) value spaces.
               10  ws-op-activity            pic 9(12) value zero.
               10  ws-op-due                 pic 9(8) value zero.
               10  ws-op-expired-now         pic a value 'N'.
               10  ws-op-removed             pic a value 'N'.
               10  ws-op-expire-held         pic a value 'N'.
       77  ws-op-idx                         pic 9(3) value zero.
       77  ws-found-idx                      pic 9(3) value zero.

       77  ws-entry-activity-text            pic x(16) value spaces.
       77  ws-entry-due-text                 pic x(16) value spaces.
       77  ws-activity-out                   pic x(12) value spaces.

       77  ws-current-date-time              pic x(21) value spaces.
       77  ws-today-date8                    pic 9(8) value zero.
       77  ws-today-int                      pic 9(7) value zero.
       77  ws-now-stamp                      pic 9(12) value zero.
       77  ws-days-left                      pic s9(7) value zero.
       77  ws-days-disp                      pic z(6)9.

       77  ws-config-value                   pic x(32) value spaces.
       77  ws-recert-days                    pic 9(4) value 90.
       77  ws-grace-days                     pic 9(4) value 14.
      *> How far ahead of its due date an entry shows as due soon.
       78  ws-due-soon-days                  value 14.

       77  ws-active-operator                pic x(32) value spaces.
       77  ws-admin-count                    pic 9(3) value zero.
       77  ws-entry-count                    pic 9(3) value zero.
       77  ws-overdue-count                  pic 9(3) value zero.
       77  ws-expired-count                  pic 9(3) value zero.
       77  ws-held-count                     pic 9(3) value zero.
       77  ws-active-admins                  pic 9(3) value zero.
       77  ws-lock-status                    pic 9 value zero.

       01  ws-pipe-record.
           05  ws-pipe-pointer               usage pointer.
           05  ws-pipe-return                usage binary-long.

       01  ws-changed-sw                     pic a value 'N'.
           88  ws-file-changed               value 'Y'.
           88  ws-file-unchanged             value 'N'.

       01  ws-decision-sw                    pic a value 'N'.
           88  ws-decision-made              value 'Y'.
           88  ws-no-decision                value 'N'.

       77  ws-activity-disp                  pic x(16) value spaces.
       77  ws-due-disp                       pic x(10) value spaces.
       77  ws-status-disp                    pic x(40) value spaces.
       77  ws-report-line                    pic x(120) value spaces.

       77  ws-audit-op                       pic x(16) value spaces.
       77  ws-audit-feed-id                  pic 9(5) value zero.
       77  ws-audit-url                      pic x(256) value spaces.
       77  ws-audit-detail                   pic x(256) value spaces.

       78  ws-new-line                       value x"0a".

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.

       linkage section.

       01  l-access-op                       pic x.
           88  l-track-activity              value 'T'.
           88  l-review-report               value 'R'.
           88  l-recertify-operator          value 'C'.
           88  l-downgrade-operator          value 'D'.
           88  l-remove-operator             value 'X'.

       01  l-access-name                     pic x(32).

       01  l-access-status                   pic 9.
           88  l-access-ok                   value 1.
           88  l-access-not-listed           value 2.
           88  l-access-not-admin            value 3.
           88  l-access-no-roles             value 4.
           88  l-access-last-admin           value 5.
           88  l-access-store-locked         value 6.

       procedure division using
           l-access-op, l-access-name, l-access-status.

       main-procedure.

           set l-access-ok to true

           move function resolve-data-path("feeds/operators.dat")
               to ws-operators-real-name
           move ws-operators-real-name to ws-operators-file-name

           move function current-date to ws-current-date-time
           move ws-current-date-time(1:8) to ws-today-date8
           move ws-current-date-time(1:12) to ws-now-stamp
           move function integer-of-date(ws-today-date8)
               to ws-today-int

           perform load-review-config
           perform load-operator-lines

      *> No roles file - roles were never adopted here, so there
      *> is nobody to review.
           if ws-operators-file-status not = zero then
               set l-access-no-roles to true
               if l-review-report then
                   display "No feeds/operators.dat - roles are not "
                       "in use, every operator is admin. Nothing to "
                       "review."
                   end-display
               end-if
               goback
           end-if

      *> A first look without the lock - most runs find nothing to
      *> change and never need it.
           perform sweep-operator-lines

           if ws-file-changed
           or l-recertify-operator
           or l-downgrade-operator
           or l-remove-operator then
               perform update-under-store-lock
           end-if

           if ws-held-count > zero then
               perform warn-held-admins
           end-if

           if l-review-report then
               perform print-access-review
           end-if

           goback.


       sweep-operator-lines.

           set ws-file-unchanged to true
           perform expire-lapsed-admins

           if l-track-activity then
               perform stamp-operator-activity
           end-if

           exit paragraph.


       update-under-store-lock.

           move function rss-store-lock('A') to ws-lock-status

           if ws-lock-status not = 1 then
               if l-track-activity or l-review-report then
                   call "logger" using function concatenate(
                       "Feed store locked - operator activity and ",
                       "recertification lapses not recorded this ",
                       "run.")
                   end-call
      *> Report what is actually on file, not the unsaved sweep.
                   perform load-operator-lines
               else
                   set l-access-store-locked to true
               end-if
               exit paragraph
           end-if

      *> Another session may have changed the file since the first
      *> look - start again from what is on file now.
           perform load-operator-lines

           if ws-operators-file-status not = zero then
               move function rss-store-lock('R') to ws-lock-status
               set l-access-no-roles to true
               exit paragraph
           end-if

           perform sweep-operator-lines

           set ws-no-decision to true
           if not l-track-activity and not l-review-report then
               perform apply-review-decision
           end-if

           if ws-file-changed then
               perform save-operator-lines
           end-if

           move function rss-store-lock('R') to ws-lock-status

           if ws-file-changed then
               perform audit-expired-admins
           end-if

           if ws-decision-made then
               perform write-access-audit
               display function trim(ws-audit-detail(10:))
               end-display
           end-if

           exit paragraph.


       load-review-config.

           move function get-config("recert_days")
               to ws-config-value
           if ws-config-value not = "NOT-SET"
           and ws-config-value not = spaces
           and function trim(ws-config-value) is numeric then
               move function numval(ws-config-value)
                   to ws-recert-days
           end-if
           if ws-recert-days < 1 then
               move 90 to ws-recert-days
           end-if

           move function get-config("recert_grace")
               to ws-config-value
           if ws-config-value not = "NOT-SET"
           and ws-config-value not = spaces
           and function trim(ws-config-value) is numeric then
               move function numval(ws-config-value)
                   to ws-grace-days
           end-if

           exit paragraph.


       load-operator-lines.

           move zero to ws-op-line-count
           move zero to ws-expired-count ws-held-count
           set ws-not-eof to true

           open input fd-operators-file

           if ws-operators-file-status not = zero then
               close fd-operators-file
               exit paragraph
           end-if

           perform until ws-eof
               read fd-operators-file into ws-operators-line
                   at end set ws-eof to true
               not at end
                   if ws-op-line-count < ws-max-operator-lines then
                       add 1 to ws-op-line-count
                       perform parse-operator-line
                   end-if
               end-read
           end-perform

           close fd-operators-file
           set ws-not-eof to true

           exit paragraph.


       parse-operator-line.

           move ws-operators-line to ws-op-raw(ws-op-line-count)
           move 'N' to ws-op-is-entry(ws-op-line-count)
           move 'N' to ws-op-expired-now(ws-op-line-count)
           move 'N' to ws-op-removed(ws-op-line-count)
           move 'N' to ws-op-expire-held(ws-op-line-count)
           move spaces to ws-op-name(ws-op-line-count)
           move spaces to ws-op-role(ws-op-line-count)
           move zero to ws-op-activity(ws-op-line-count)
           move zero to ws-op-due(ws-op-line-count)

           if ws-operators-line = spaces
           or ws-operators-line(1:1) = "#" then
               exit paragraph
           end-if

           move spaces to ws-entry-activity-text ws-entry-due-text
           unstring ws-operators-line delimited by "|"
               into ws-op-name(ws-op-line-count)
                    ws-op-role(ws-op-line-count)
                    ws-entry-activity-text
                    ws-entry-due-text
           end-unstring

           if ws-op-name(ws-op-line-count) = spaces then
               exit paragraph
           end-if

           move 'Y' to ws-op-is-entry(ws-op-line-count)
           move function trim(ws-op-name(ws-op-line-count))
               to ws-op-name(ws-op-line-count)
           move function lower-case(function trim(
               ws-op-role(ws-op-line-count)))
               to ws-op-role(ws-op-line-count)

      *> Anything but a whole stamp reads as "never"/"unscheduled".
           if function trim(ws-entry-activity-text) is numeric
           and function length(function trim(
               ws-entry-activity-text)) = 12 then
               move function trim(ws-entry-activity-text)
                   to ws-op-activity(ws-op-line-count)
           end-if

           if function trim(ws-entry-due-text) is numeric
           and function length(function trim(
               ws-entry-due-text)) = 8 then
               move function trim(ws-entry-due-text)
                   to ws-op-due(ws-op-line-count)
               if function test-date-yyyymmdd(
                   ws-op-due(ws-op-line-count)) not = zero then
                   move zero to ws-op-due(ws-op-line-count)
               end-if
           end-if

           exit paragraph.


       expire-lapsed-admins.

      *> The last admin is kept through a lapse - with nobody left
      *> to recertify or grant roles, only a hand edit would help.
           move zero to ws-active-admins
           perform varying ws-op-idx from 1 by 1
               until ws-op-idx > ws-op-line-count
               if ws-op-is-entry(ws-op-idx) = 'Y'
               and ws-op-role(ws-op-idx) = "admin" then
                   add 1 to ws-active-admins
               end-if
           end-perform

           perform varying ws-op-idx from 1 by 1
               until ws-op-idx > ws-op-line-count

               if ws-op-is-entry(ws-op-idx) = 'Y' then

      *> A newly adopted (or hand-added) entry starts its clock now.
                   if ws-op-due(ws-op-idx) = zero then
                       move function date-of-integer(
                           ws-today-int + ws-recert-days)
                           to ws-op-due(ws-op-idx)
                       set ws-file-changed to true
                   end-if

                   if ws-op-role(ws-op-idx) = "admin"
                   and function integer-of-date(ws-op-due(ws-op-idx))
                       + ws-grace-days < ws-today-int then
                       if ws-active-admins > 1 then
                           perform expire-one-admin
                       else
                           move 'Y' to ws-op-expire-held(ws-op-idx)
                           add 1 to ws-held-count
                       end-if
                   end-if

               end-if

           end-perform

           exit paragraph.


       expire-one-admin.

           move "reader" to ws-op-role(ws-op-idx)
           move 'Y' to ws-op-expired-now(ws-op-idx)
           add 1 to ws-expired-count
           subtract 1 from ws-active-admins
           set ws-file-changed to true

           exit paragraph.


       audit-expired-admins.

      *> Only once the downgrade is on file.
           perform varying ws-op-idx from 1 by 1
               until ws-op-idx > ws-op-line-count
               if ws-op-expired-now(ws-op-idx) = 'Y' then
                   perform audit-one-expiry
               end-if
           end-perform

           exit paragraph.


       audit-one-expiry.

           perform format-due-date
           move ws-grace-days to ws-days-disp

           move "ACCESS-EXPIRE" to ws-audit-op
           move function concatenate(
               "operator ", function trim(ws-op-name(ws-op-idx)),
               ": admin -> reader, recertification due ",
               ws-due-disp, " not done within ",
               function trim(ws-days-disp), " days grace")
               to ws-audit-detail
           perform write-access-audit

           call "logger" using function concatenate(
               "WARN|Access recertification lapsed - operator ",
               function trim(ws-op-name(ws-op-idx)),
               " dropped from admin to reader.")
           end-call

           exit paragraph.


       warn-held-admins.

           perform varying ws-op-idx from 1 by 1
               until ws-op-idx > ws-op-line-count
               if ws-op-expire-held(ws-op-idx) = 'Y' then
                   perform warn-one-held-admin
               end-if
           end-perform

           exit paragraph.


       warn-one-held-admin.

           perform format-due-date

           move "ACCESS-LASTADMIN" to ws-audit-op
           move function concatenate(
               "operator ", function trim(ws-op-name(ws-op-idx)),
               ": recertification due ", ws-due-disp,
               " lapsed, admin kept - the only admin left")
               to ws-audit-detail
           perform write-access-audit

           call "logger" using function concatenate(
               "WARN|Access recertification lapsed for operator ",
               function trim(ws-op-name(ws-op-idx)),
               " - kept as admin, being the only one. Recertify ",
               "or grant admin to someone else.")
           end-call

           exit paragraph.


       stamp-operator-activity.

           move function rss-operator-name to ws-active-operator
           if ws-active-operator = spaces then
               exit paragraph
           end-if

           perform varying ws-op-idx from 1 by 1
               until ws-op-idx > ws-op-line-count
               if ws-op-is-entry(ws-op-idx) = 'Y'
               and ws-op-name(ws-op-idx)
                   = function trim(ws-active-operator)
               and ws-op-activity(ws-op-idx) not = ws-now-stamp then
                   move ws-now-stamp to ws-op-activity(ws-op-idx)
                   set ws-file-changed to true
               end-if
           end-perform

           exit paragraph.


       apply-review-decision.

           if function rss-operator-role not = "admin" then
               call "logger" using function concatenate(
                   "WARN|Operator without the admin role tried to ",
                   "change operator access.")
               end-call
               set l-access-not-admin to true
               exit paragraph
           end-if

           move zero to ws-found-idx
           move zero to ws-admin-count
           perform varying ws-op-idx from 1 by 1
               until ws-op-idx > ws-op-line-count
               if ws-op-is-entry(ws-op-idx) = 'Y' then
                   if ws-op-name(ws-op-idx)
                       = function trim(l-access-name)
                   and ws-found-idx = zero then
                       move ws-op-idx to ws-found-idx
                   end-if
                   if ws-op-role(ws-op-idx) = "admin" then
                       add 1 to ws-admin-count
                   end-if
               end-if
           end-perform

           if ws-found-idx = zero then
               set l-access-not-listed to true
               exit paragraph
           end-if

      *> Nobody could recertify anyone once the last admin is gone -
      *> that takes a hand edit of the roles file instead.
           if (l-downgrade-operator or l-remove-operator)
           and ws-op-role(ws-found-idx) = "admin"
           and ws-admin-count < 2 then
               set l-access-last-admin to true
               exit paragraph
           end-if

           move ws-found-idx to ws-op-idx
           move function concatenate(
               "operator ", function trim(ws-op-name(ws-op-idx)),
               ": ")
               to ws-audit-detail

           evaluate true
               when l-recertify-operator
                   move function date-of-integer(
                       ws-today-int + ws-recert-days)
                       to ws-op-due(ws-op-idx)
                   perform format-due-date
                   move "ACCESS-RECERT" to ws-audit-op
                   move function concatenate(
                       function trim(ws-audit-detail), " ",
                       function trim(ws-op-role(ws-op-idx)),
                       " recertified, next due ", ws-due-disp)
                       to ws-audit-detail
               when l-downgrade-operator
                   move function date-of-integer(
                       ws-today-int + ws-recert-days)
                       to ws-op-due(ws-op-idx)
                   perform format-due-date
                   move "ACCESS-DOWNGRADE" to ws-audit-op
                   move function concatenate(
                       function trim(ws-audit-detail), " ",
                       function trim(ws-op-role(ws-op-idx)),
                       " -> reader, next due ", ws-due-disp)
                       to ws-audit-detail
                   move "reader" to ws-op-role(ws-op-idx)
               when l-remove-operator
                   move 'Y' to ws-op-removed(ws-op-idx)
                   move "ACCESS-REMOVE" to ws-audit-op
                   move function concatenate(
                       function trim(ws-audit-detail), " ",
                       function trim(ws-op-role(ws-op-idx)),
                       " removed from the roles file")
                       to ws-audit-detail
           end-evaluate

           set ws-file-changed to true
           set ws-decision-made to true

           exit paragraph.


       print-access-review.

           display ws-new-line
               "Operator Access Review"
           end-display
           display
               "----------------------"
           end-display
           move ws-recert-days to ws-days-disp
           move function concatenate(
               "Recertification every ",
               function trim(ws-days-disp), " days; an admin ",
               "is dropped to reader ")
               to ws-report-line
           move ws-grace-days to ws-days-disp
           display function concatenate(
               function trim(ws-report-line), " ",
               function trim(ws-days-disp),
               " days after a missed due date.")
           end-display
           display " "
           end-display

           move spaces to ws-report-line
           move "Operator" to ws-report-line(1:)
           move "Role" to ws-report-line(34:)
           move "Last activity" to ws-report-line(43:)
           move "Recert due" to ws-report-line(61:)
           move "Status" to ws-report-line(73:)
           display function trim(ws-report-line, trailing)
           end-display

           move zero to ws-entry-count ws-admin-count ws-overdue-count

           perform varying ws-op-idx from 1 by 1
               until ws-op-idx > ws-op-line-count
               if ws-op-is-entry(ws-op-idx) = 'Y' then
                   perform print-one-operator
               end-if
           end-perform

           if ws-entry-count = zero then
               display "  No operators are listed - everyone is a "
                   "reader."
               end-display
           end-if

           display ws-new-line
               "Operators: " ws-entry-count
               "   admin: " ws-admin-count
               "   overdue: " ws-overdue-count
               "   dropped to reader this run: " ws-expired-count
           end-display
           display "Act on an entry with --access-review "
               "recertify|downgrade|remove [operator] (admin)."
           end-display

           exit paragraph.


       print-one-operator.

           add 1 to ws-entry-count
           if ws-op-role(ws-op-idx) = "admin" then
               add 1 to ws-admin-count
           end-if

           if ws-op-activity(ws-op-idx) = zero then
               move "never" to ws-activity-disp
           else
               move spaces to ws-activity-disp
               string
                   ws-op-activity(ws-op-idx)(1:4) "-"
                   ws-op-activity(ws-op-idx)(5:2) "-"
                   ws-op-activity(ws-op-idx)(7:2) " "
                   ws-op-activity(ws-op-idx)(9:2) ":"
                   ws-op-activity(ws-op-idx)(11:2)
                   delimited by size
                   into ws-activity-disp
               end-string
           end-if

           perform format-due-date

           compute ws-days-left =
               function integer-of-date(ws-op-due(ws-op-idx))
               - ws-today-int

           evaluate true
               when ws-op-expired-now(ws-op-idx) = 'Y'
                   add 1 to ws-overdue-count
                   move "LAPSED - dropped to reader"
                       to ws-status-disp
               when ws-op-expire-held(ws-op-idx) = 'Y'
                   add 1 to ws-overdue-count
                   move "LAPSED - kept, only admin left"
                       to ws-status-disp
               when ws-days-left < zero
                   add 1 to ws-overdue-count
                   compute ws-days-left = 0 - ws-days-left
                   move ws-days-left to ws-days-disp
                   move function concatenate(
                       "OVERDUE ", function trim(ws-days-disp),
                       " days")
                       to ws-status-disp
                   if ws-op-role(ws-op-idx) = "admin" then
                       compute ws-days-left =
                           ws-grace-days - ws-days-left
                       move ws-days-left to ws-days-disp
                       move function concatenate(
                           function trim(ws-status-disp),
                           " - admin lapses in ",
                           function trim(ws-days-disp), " days")
                           to ws-status-disp
                   end-if
               when ws-days-left <= ws-due-soon-days
                   move ws-days-left to ws-days-disp
                   move function concatenate(
                       "due in ", function trim(ws-days-disp),
                       " days")
                       to ws-status-disp
               when other
                   move "current" to ws-status-disp
           end-evaluate

           move spaces to ws-report-line
           move ws-op-name(ws-op-idx) to ws-report-line(1:)
           move ws-op-role(ws-op-idx) to ws-report-line(34:)
           move ws-activity-disp to ws-report-line(43:)
           move ws-due-disp to ws-report-line(61:)
           move ws-status-disp to ws-report-line(73:)
           display function trim(ws-report-line, trailing)
           end-display

           exit paragraph.


       format-due-date.

           move spaces to ws-due-disp
           string
               ws-op-due(ws-op-idx)(1:4) "-"
               ws-op-due(ws-op-idx)(5:2) "-"
               ws-op-due(ws-op-idx)(7:2)
               delimited by size
               into ws-due-disp
           end-string

           exit paragraph.


       save-operator-lines.

      *> Stage to a temp file and rename it into place, so a reader
      *> never sees the roles file empty or half-written.
           move function concatenate(
               function trim(ws-operators-real-name), ".tmp")
               to ws-operators-temp-name
           move ws-operators-temp-name to ws-operators-file-name

           open output fd-operators-file
               perform varying ws-op-idx from 1 by 1
                   until ws-op-idx > ws-op-line-count
                   evaluate true
                       when ws-op-removed(ws-op-idx) = 'Y'
                           continue
                       when ws-op-is-entry(ws-op-idx) = 'Y'
                           perform build-operator-line
                           write f-operators-line-raw
                               from ws-operators-line
                       when other
                           write f-operators-line-raw
                               from ws-op-raw(ws-op-idx)
                   end-evaluate
               end-perform
           close fd-operators-file

           move function concatenate(
               "mv ", function trim(ws-operators-temp-name),
               " ", function trim(ws-operators-real-name))
               to ws-swap-cmd

           move pipe-open(ws-swap-cmd, "w") to ws-pipe-record
           move pipe-close(ws-pipe-record) to ws-pipe-return

           if ws-pipe-return is not zero then
               call "logger" using function concatenate(
                   "Failed to swap roles file into place: ",
                   function trim(ws-operators-real-name),
                   " : mv exit status ", ws-pipe-return)
               end-call
           end-if

           move ws-operators-real-name to ws-operators-file-name

           exit paragraph.


       build-operator-line.

           if ws-op-activity(ws-op-idx) = zero then
               move spaces to ws-activity-out
           else
               move ws-op-activity(ws-op-idx) to ws-activity-out
           end-if

           move function concatenate(
               function trim(ws-op-name(ws-op-idx)), "|",
               function trim(ws-op-role(ws-op-idx)), "|",
               function trim(ws-activity-out), "|",
               ws-op-due(ws-op-idx))
               to ws-operators-line

           exit paragraph.


       write-access-audit.

           move zero to ws-audit-feed-id
           move spaces to ws-audit-url
           call "rss-audit" using
               ws-audit-op ws-audit-feed-id ws-audit-url
               ws-audit-detail
           end-call

           exit paragraph.

       end program rss-access-review.
