      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Watchlist alert register, kept in feeds/alerts.dat -
      *>          a "#next|<id>" line, then one line per alert:
      *>          id|state|raised|feed id|escalated|acked at|acked by|
      *>          keyword|guid|link|title
      *>          Operations:
      *>          'A' - register an alert the batch run dispatched;
      *>                the new alert id comes back in the record;
      *>          'K' - acknowledge alert l-alert-id, or (id zero)
      *>                every open alert on item l-alert-guid, on
      *>                behalf of the session's operator;
      *>          'E' - escalation pass: alerts still open after
      *>                'alert_esc_mins' minutes (default 60, zero
      *>                turns escalation off) are mailed once to the
      *>                'mail_escalate' list; the number escalated
      *>                comes back in l-alert-id;
      *>          'L' - list the open alerts;
      *>          'R' - time-to-acknowledge report over the last
      *>                l-alert-id days (default 1), written to
      *>                alert_report.txt and mailed as "alerts".
      *>          Acknowledged alerts are kept 90 days.
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-alert-register.

       environment division.

       configuration section.

       repository.
           function rss-epoch-minutes
           function rss-operator-name
           function get-config
           function resolve-data-path
           function rss-host-utc-offset.

       input-output section.
           file-control.
               select optional fd-alert-file
               assign to dynamic ws-alert-file-name
               organization is line sequential.

               select optional fd-alert-out-file
               assign to dynamic ws-alert-out-file-name
               organization is line sequential.

       data division.
       file section.
           FD fd-alert-file.
           01  f-alert-line-raw               pic x(1024).

           FD fd-alert-out-file.
           01  f-alert-out-line-raw           pic x(256).

       working-storage section.

       copy "./copybooks/wsrecord/ws-alert-record.cpy".

       77  ws-alert-file-name                pic x(256) value spaces.
       77  ws-alert-out-file-name            pic x(256) value spaces.
       77  ws-alert-line                     pic x(1024) value spaces.
       77  ws-alert-out-line                 pic x(256) value spaces.

      *> Every alert on the register, each slot holding one
      *> ws-alert-record.
       78  ws-max-alerts                     value 2000.
       01  ws-alert-table.
           05  ws-alert-count                pic 9(4) value zero.
           05  ws-alert-entry                pic x(778)
                                             occurs 2000 times.
       77  ws-alert-idx                      pic 9(4) value zero.
       77  ws-next-alert-id                  pic 9(6) value 1.

       77  ws-field-id                       pic x(8) value spaces.
       77  ws-field-raised                   pic x(12) value spaces.
       77  ws-field-feed-id                  pic x(8) value spaces.
       77  ws-field-escalated                pic x(12) value spaces.
       77  ws-field-acked-at                 pic x(12) value spaces.

       01  ws-changed-sw                     pic a value 'N'.
           88  ws-table-changed              value 'Y'.
           88  ws-table-unchanged            value 'N'.

       77  ws-now-epoch                      pic 9(10) value zero.
       77  ws-config-val                     pic x(128) value spaces.
       77  ws-operator                       pic x(32) value spaces.
       77  ws-acked-count                    pic 9(4) value zero.

      *> Escalation pass.
       78  ws-escalate-mins-default          value 60.
       77  ws-escalate-mins                  pic 9(5) value zero.
       77  ws-escalate-count                 pic 9(4) value zero.
       77  ws-open-mins                      pic 9(7) value zero.
       77  ws-mail-report-name               pic x(16) value spaces.
       77  ws-mail-status                    pic 9 value zero.

      *> Acknowledged alerts older than this drop off the register.
       78  ws-keep-minutes                   value 129600.

      *> Time-to-acknowledge report.
       77  ws-report-days                    pic 9(3) value zero.
       77  ws-window-start                   pic 9(10) value zero.
       77  ws-ack-mins                       pic 9(7) value zero.
       77  ws-ack-mins-disp                  pic z(6)9.
       77  ws-rpt-raised                     pic 9(5) value zero.
       77  ws-rpt-acked                      pic 9(5) value zero.
       77  ws-rpt-open                       pic 9(5) value zero.
       77  ws-rpt-escalated                  pic 9(5) value zero.
       77  ws-rpt-total-mins                 pic 9(9) value zero.
       77  ws-rpt-worst-mins                 pic 9(7) value zero.
       77  ws-rpt-avg-mins                   pic 9(7) value zero.
       77  ws-rpt-count-disp                 pic z(4)9.
       77  ws-raised-disp                    pic x(16) value spaces.
       77  ws-acked-disp                     pic x(16) value spaces.
       77  ws-escalated-disp                 pic x(12) value spaces.

       77  ws-audit-op                       pic x(16) value spaces.
       77  ws-audit-feed-id                  pic 9(5) value zero.
       77  ws-audit-link                     pic x(256) value spaces.
       77  ws-audit-detail                   pic x(256) value spaces.

       77  ws-stamp-epoch                    pic 9(10) value zero.
       77  ws-stamp-local                    pic 9(10) value zero.
       77  ws-stamp-days                     pic 9(9) value zero.
       77  ws-stamp-date                     pic 9(8) value zero.
       77  ws-stamp-hh                       pic 99 value zero.
       77  ws-stamp-mi                       pic 99 value zero.
       77  ws-stamp-disp                     pic x(16) value spaces.

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.

       linkage section.

       01  l-alert-op                        pic x.
           88  l-add-alert                   value 'A'.
           88  l-acknowledge-alert           value 'K'.
           88  l-escalate-pass               value 'E'.
           88  l-list-open-alerts            value 'L'.
           88  l-ack-report                  value 'R'.

       copy "./copybooks/wsrecord/ws-alert-record.cpy"
           replacing leading ==ws== by ==l==.

       01  l-alert-status                    pic 9.
           88  l-alert-ok                    value 1.
           88  l-alert-not-found             value 2.
           88  l-alert-not-configured        value 3.
           88  l-alert-already-acked         value 4.

       procedure division using
           l-alert-op, l-alert-record, l-alert-status.

       main-procedure.

           move function resolve-data-path("feeds/alerts.dat")
               to ws-alert-file-name

           move function rss-epoch-minutes to ws-now-epoch

           set l-alert-ok to true
           set ws-table-unchanged to true
           perform load-alerts

           evaluate true
               when l-add-alert
                   perform add-alert
               when l-acknowledge-alert
                   perform acknowledge-alert
               when l-escalate-pass
                   perform escalate-pass
               when l-list-open-alerts
                   perform list-open-alerts
               when l-ack-report
                   perform write-ack-report
           end-evaluate

           if ws-table-changed then
               perform save-alerts
           end-if

           goback.


       add-alert.

      *> Register full - the oldest alert makes room.
           if ws-alert-count >= ws-max-alerts then
               perform varying ws-alert-idx from 1 by 1
                   until ws-alert-idx >= ws-alert-count
                   move ws-alert-entry(ws-alert-idx + 1)
                       to ws-alert-entry(ws-alert-idx)
               end-perform
               subtract 1 from ws-alert-count
           end-if

           move l-alert-record to ws-alert-record
           move ws-next-alert-id to ws-alert-id
           set ws-alert-open to true
           move ws-now-epoch to ws-alert-raised
           move zero to ws-alert-acked-at ws-alert-escalated
           move spaces to ws-alert-acked-by

      *> The title goes last on the line; a stray delimiter in it
      *> or the keyword would shift the fields on reload.
           inspect ws-alert-keyword replacing all "|" by "/"
           inspect ws-alert-title replacing all "|" by "/"

           add 1 to ws-alert-count
           move ws-alert-record to ws-alert-entry(ws-alert-count)
           move ws-alert-record to l-alert-record
           add 1 to ws-next-alert-id
           set ws-table-changed to true

           exit paragraph.


       acknowledge-alert.

           move function rss-operator-name to ws-operator
           if ws-operator = spaces then
               move "-" to ws-operator
           end-if

           move zero to ws-acked-count
           set l-alert-not-found to true

           perform varying ws-alert-idx from 1 by 1
               until ws-alert-idx > ws-alert-count
               move ws-alert-entry(ws-alert-idx) to ws-alert-record

               if (l-alert-id > zero and ws-alert-id = l-alert-id)
               or (l-alert-id = zero and l-alert-guid not = spaces
                   and ws-alert-guid = l-alert-guid) then
                   if ws-alert-acked then
                       if ws-acked-count = zero then
                           set l-alert-already-acked to true
                       end-if
      *> Asked for by id - hand back who got there first.
                       if l-alert-id > zero then
                           move ws-alert-record to l-alert-record
                       end-if
                   else
                       perform acknowledge-one-alert
                   end-if
               end-if
           end-perform

           exit paragraph.


       acknowledge-one-alert.

           set ws-alert-acked to true
           move ws-now-epoch to ws-alert-acked-at
           move ws-operator to ws-alert-acked-by
           move ws-alert-record to ws-alert-entry(ws-alert-idx)
           set ws-table-changed to true

           add 1 to ws-acked-count
           set l-alert-ok to true
           move ws-alert-record to l-alert-record

           compute ws-ack-mins = ws-now-epoch - ws-alert-raised
           move ws-ack-mins to ws-ack-mins-disp

           move "ALERT-ACK" to ws-audit-op
           move ws-alert-feed-id to ws-audit-feed-id
           move ws-alert-guid to ws-audit-link
           move function concatenate(
               "alert #", ws-alert-id, " '",
               function trim(ws-alert-keyword), "' after ",
               function trim(ws-ack-mins-disp), " min")
               to ws-audit-detail
           call "rss-audit" using
               ws-audit-op ws-audit-feed-id ws-audit-link
               ws-audit-detail
           end-call

           exit paragraph.


       escalate-pass.

           move zero to l-alert-id

           move function get-config("alert_esc_mins")
               to ws-config-val
           if ws-config-val = "NOT-SET" or ws-config-val = spaces
           or function trim(ws-config-val) is not numeric then
               move ws-escalate-mins-default to ws-escalate-mins
           else
               move function numval(ws-config-val)
                   to ws-escalate-mins
           end-if

           if ws-escalate-mins = zero then
               exit paragraph
           end-if

           move function resolve-data-path("alert_escalation.txt")
               to ws-alert-out-file-name
           move zero to ws-escalate-count

           open output fd-alert-out-file

           perform varying ws-alert-idx from 1 by 1
               until ws-alert-idx > ws-alert-count
               move ws-alert-entry(ws-alert-idx) to ws-alert-record
               if ws-alert-open and ws-alert-escalated = zero
               and ws-alert-raised + ws-escalate-mins <= ws-now-epoch
               then
                   if ws-escalate-count = zero then
                       perform write-escalation-header
                   end-if
                   add 1 to ws-escalate-count
                   perform write-escalation-entry
               end-if
           end-perform

           close fd-alert-out-file

           if ws-escalate-count = zero then
               exit paragraph
           end-if

           move "escalate" to ws-mail-report-name
           call "rss-report-mailer" using
               ws-mail-report-name ws-alert-out-file-name
               ws-mail-status
           end-call
           cancel "rss-report-mailer"

      *> Not delivered - left unmarked so the next pass tries again.
           if ws-mail-status not = 1 then
               set l-alert-not-configured to true
               call "logger" using function concatenate(
                   ws-escalate-count,
                   " unacknowledged alert(s) could not be escalated",
                   " - check 'mail_escalate' and feeds/mail.log.")
               end-call
               exit paragraph
           end-if

           perform varying ws-alert-idx from 1 by 1
               until ws-alert-idx > ws-alert-count
               move ws-alert-entry(ws-alert-idx) to ws-alert-record
               if ws-alert-open and ws-alert-escalated = zero
               and ws-alert-raised + ws-escalate-mins <= ws-now-epoch
               then
                   move ws-now-epoch to ws-alert-escalated
                   move ws-alert-record to ws-alert-entry(ws-alert-idx)

                   move "ALERT-ESCALATE" to ws-audit-op
                   move ws-alert-feed-id to ws-audit-feed-id
                   move ws-alert-guid to ws-audit-link
                   move function concatenate(
                       "alert #", ws-alert-id, " '",
                       function trim(ws-alert-keyword),
                       "' unacknowledged")
                       to ws-audit-detail
                   call "rss-audit" using
                       ws-audit-op ws-audit-feed-id ws-audit-link
                       ws-audit-detail
                   end-call
               end-if
           end-perform

           set ws-table-changed to true
           move ws-escalate-count to l-alert-id

           call "logger" using function concatenate(
               "Escalated ", ws-escalate-count,
               " watchlist alert(s) unacknowledged after ",
               ws-escalate-mins, " minutes.")
           end-call

           exit paragraph.


       write-escalation-header.

           move ws-escalate-mins to ws-rpt-count-disp
           move function concatenate(
               "Watchlist alerts still unacknowledged after ",
               function trim(ws-rpt-count-disp), " minutes.")
               to ws-alert-out-line
           write f-alert-out-line-raw from ws-alert-out-line
           move "Acknowledge with:  crssr --ack <id>"
               to ws-alert-out-line
           write f-alert-out-line-raw from ws-alert-out-line
           move spaces to ws-alert-out-line
           write f-alert-out-line-raw from ws-alert-out-line

           exit paragraph.


       write-escalation-entry.

           move ws-alert-raised to ws-stamp-epoch
           perform format-epoch-stamp
           compute ws-open-mins = ws-now-epoch - ws-alert-raised
           move ws-open-mins to ws-ack-mins-disp

           move function concatenate(
               "#", ws-alert-id, "  raised ", ws-stamp-disp,
               "  open ", function trim(ws-ack-mins-disp), " min",
               "  feed ", ws-alert-feed-id,
               "  keyword '", function trim(ws-alert-keyword), "'")
               to ws-alert-out-line
           write f-alert-out-line-raw from ws-alert-out-line
           move function concatenate(
               "    ", function trim(ws-alert-title))
               to ws-alert-out-line
           write f-alert-out-line-raw from ws-alert-out-line
           if ws-alert-link not = spaces then
               move function concatenate(
                   "    ", function trim(ws-alert-link))
                   to ws-alert-out-line
               write f-alert-out-line-raw from ws-alert-out-line
           end-if

           exit paragraph.


       list-open-alerts.

           display "Open watchlist alerts"
           display "-----------------------------------------------"

           move zero to ws-rpt-open
           perform varying ws-alert-idx from 1 by 1
               until ws-alert-idx > ws-alert-count
               move ws-alert-entry(ws-alert-idx) to ws-alert-record
               if ws-alert-open then
                   add 1 to ws-rpt-open
                   move ws-alert-raised to ws-stamp-epoch
                   perform format-epoch-stamp
                   move spaces to ws-escalated-disp
                   if ws-alert-escalated > zero then
                       move "ESCALATED" to ws-escalated-disp
                   end-if
                   display function concatenate(
                       "#", ws-alert-id, "  ", ws-stamp-disp,
                       "  '", function trim(ws-alert-keyword), "'  ",
                       ws-escalated-disp)
                   end-display
                   display "    " function trim(ws-alert-title)
               end-if
           end-perform

           if ws-rpt-open = zero then
               display "No open alerts."
           else
               display " "
               display "Acknowledge with:  crssr --ack <id>"
           end-if

           exit paragraph.


       write-ack-report.

           move l-alert-id to ws-report-days
           if ws-report-days = zero then
               move 1 to ws-report-days
           end-if
           compute ws-window-start =
               ws-now-epoch - (ws-report-days * 1440)

           move function resolve-data-path("alert_report.txt")
               to ws-alert-out-file-name

           move zero to ws-rpt-raised ws-rpt-acked ws-rpt-open
               ws-rpt-escalated ws-rpt-total-mins ws-rpt-worst-mins

           open output fd-alert-out-file

           move ws-now-epoch to ws-stamp-epoch
           perform format-epoch-stamp
           move ws-report-days to ws-rpt-count-disp
           move function concatenate(
               "Watchlist alert acknowledgement report - last ",
               function trim(ws-rpt-count-disp), " day(s) to ",
               ws-stamp-disp)
               to ws-alert-out-line
           perform emit-report-line
           move all "-" to ws-alert-out-line(1:78)
           perform emit-report-line
           move function concatenate(
               "Alert    Raised            Acknowledged      ",
               "To ack  By")
               to ws-alert-out-line
           perform emit-report-line

           perform varying ws-alert-idx from 1 by 1
               until ws-alert-idx > ws-alert-count
               move ws-alert-entry(ws-alert-idx) to ws-alert-record
               if ws-alert-raised >= ws-window-start then
                   perform report-one-alert
               end-if
           end-perform

           if ws-rpt-acked > zero then
               compute ws-rpt-avg-mins =
                   ws-rpt-total-mins / ws-rpt-acked
           else
               move zero to ws-rpt-avg-mins
           end-if

           move spaces to ws-alert-out-line
           perform emit-report-line
           move ws-rpt-raised to ws-rpt-count-disp
           move function concatenate(
               "Alerts raised:        ",
               function trim(ws-rpt-count-disp))
               to ws-alert-out-line
           perform emit-report-line
           move ws-rpt-acked to ws-rpt-count-disp
           move function concatenate(
               "Acknowledged:         ",
               function trim(ws-rpt-count-disp))
               to ws-alert-out-line
           perform emit-report-line
           move ws-rpt-open to ws-rpt-count-disp
           move function concatenate(
               "Still open:           ",
               function trim(ws-rpt-count-disp))
               to ws-alert-out-line
           perform emit-report-line
           move ws-rpt-escalated to ws-rpt-count-disp
           move function concatenate(
               "Escalated:            ",
               function trim(ws-rpt-count-disp))
               to ws-alert-out-line
           perform emit-report-line
           move ws-rpt-avg-mins to ws-ack-mins-disp
           move function concatenate(
               "Average time to ack:  ",
               function trim(ws-ack-mins-disp), " min")
               to ws-alert-out-line
           perform emit-report-line
           move ws-rpt-worst-mins to ws-ack-mins-disp
           move function concatenate(
               "Longest time to ack:  ",
               function trim(ws-ack-mins-disp), " min")
               to ws-alert-out-line
           perform emit-report-line

           close fd-alert-out-file

           move "alerts" to ws-mail-report-name
           call "rss-report-mailer" using
               ws-mail-report-name ws-alert-out-file-name
               ws-mail-status
           end-call
           cancel "rss-report-mailer"

           if ws-mail-status = 2 then
               display "Alert report mail delivery FAILED - see "
                   "feeds/mail.log."
               end-display
           end-if

           exit paragraph.


       report-one-alert.

           add 1 to ws-rpt-raised
           if ws-alert-escalated > zero then
               add 1 to ws-rpt-escalated
               move " ESCALATED" to ws-escalated-disp
           else
               move spaces to ws-escalated-disp
           end-if

           move ws-alert-raised to ws-stamp-epoch
           perform format-epoch-stamp
           move ws-stamp-disp to ws-raised-disp

           if ws-alert-acked then
               add 1 to ws-rpt-acked
               move ws-alert-acked-at to ws-stamp-epoch
               perform format-epoch-stamp
               move ws-stamp-disp to ws-acked-disp
               compute ws-ack-mins =
                   ws-alert-acked-at - ws-alert-raised
               add ws-ack-mins to ws-rpt-total-mins
               if ws-ack-mins > ws-rpt-worst-mins then
                   move ws-ack-mins to ws-rpt-worst-mins
               end-if
               move ws-ack-mins to ws-ack-mins-disp
           else
               add 1 to ws-rpt-open
               move "(open)" to ws-acked-disp
               compute ws-ack-mins = ws-now-epoch - ws-alert-raised
               move ws-ack-mins to ws-ack-mins-disp
           end-if

           move spaces to ws-alert-out-line
           string "#" ws-alert-id "  " ws-raised-disp "  "
               ws-acked-disp "  " ws-ack-mins-disp "  "
               delimited by size
               function trim(ws-alert-acked-by) delimited by size
               ws-escalated-disp delimited by size
               into ws-alert-out-line
           end-string
           perform emit-report-line

           move function concatenate(
               "         '", function trim(ws-alert-keyword), "'  ",
               function trim(ws-alert-title))
               to ws-alert-out-line
           perform emit-report-line

           exit paragraph.


       emit-report-line.

           display function trim(ws-alert-out-line, trailing)
           write f-alert-out-line-raw from ws-alert-out-line
           move spaces to ws-alert-out-line

           exit paragraph.


       format-epoch-stamp.

      *> The clock is UTC; stamps are shown on the host's wall clock,
      *> the same as the log and audit times beside them.
           compute ws-stamp-local =
               ws-stamp-epoch + function rss-host-utc-offset
           compute ws-stamp-days = ws-stamp-local / 1440
           move function date-of-integer(ws-stamp-days)
               to ws-stamp-date
           compute ws-stamp-hh =
               function mod(ws-stamp-local, 1440) / 60
           compute ws-stamp-mi = function mod(ws-stamp-local, 60)

           move spaces to ws-stamp-disp
           string ws-stamp-date(1:4) "-" ws-stamp-date(5:2) "-"
               ws-stamp-date(7:2) " " ws-stamp-hh ":" ws-stamp-mi
               delimited by size into ws-stamp-disp
           end-string

           exit paragraph.


       load-alerts.

           move zero to ws-alert-count
           move 1 to ws-next-alert-id
           set ws-not-eof to true

           open input fd-alert-file
               perform until ws-eof
                   read fd-alert-file into ws-alert-line
                       at end set ws-eof to true
                   not at end
                       perform load-one-alert
                   end-read
               end-perform
           close fd-alert-file

           exit paragraph.


       load-one-alert.

           if ws-alert-line(1:6) = "#next|" then
               if function trim(ws-alert-line(7:8)) is numeric then
                   move function numval(ws-alert-line(7:8))
                       to ws-next-alert-id
               end-if
               exit paragraph
           end-if

           if ws-alert-count >= ws-max-alerts then
               exit paragraph
           end-if

           initialize ws-alert-record
           move spaces to ws-field-id ws-field-raised
               ws-field-feed-id ws-field-escalated ws-field-acked-at
           unstring ws-alert-line delimited by "|"
               into ws-field-id ws-alert-state ws-field-raised
                    ws-field-feed-id ws-field-escalated
                    ws-field-acked-at ws-alert-acked-by
                    ws-alert-keyword ws-alert-guid ws-alert-link
                    ws-alert-title
           end-unstring

           if function trim(ws-field-id) is not numeric then
               exit paragraph
           end-if
           move function numval(ws-field-id) to ws-alert-id

           if function trim(ws-field-raised) is numeric then
               move function numval(ws-field-raised)
                   to ws-alert-raised
           end-if
           if function trim(ws-field-feed-id) is numeric then
               move function numval(ws-field-feed-id)
                   to ws-alert-feed-id
           end-if
           if function trim(ws-field-escalated) is numeric then
               move function numval(ws-field-escalated)
                   to ws-alert-escalated
           end-if
           if function trim(ws-field-acked-at) is numeric then
               move function numval(ws-field-acked-at)
                   to ws-alert-acked-at
           end-if
           if ws-alert-acked-by = "-" and ws-alert-open then
               move spaces to ws-alert-acked-by
           end-if

           if ws-alert-id >= ws-next-alert-id then
               compute ws-next-alert-id = ws-alert-id + 1
           end-if

           add 1 to ws-alert-count
           move ws-alert-record to ws-alert-entry(ws-alert-count)

           exit paragraph.


       save-alerts.

           open output fd-alert-file
               move function concatenate("#next|", ws-next-alert-id)
                   to ws-alert-line
               write f-alert-line-raw from ws-alert-line

               perform varying ws-alert-idx from 1 by 1
                   until ws-alert-idx > ws-alert-count
                   move ws-alert-entry(ws-alert-idx) to ws-alert-record
                   if ws-alert-open
                   or ws-alert-raised + ws-keep-minutes >= ws-now-epoch
                   then
                       perform save-one-alert
                   end-if
               end-perform
           close fd-alert-file

           exit paragraph.


       save-one-alert.

           if ws-alert-acked-by = spaces then
               move "-" to ws-alert-acked-by
           end-if

           move function concatenate(
               ws-alert-id, "|",
               ws-alert-state, "|",
               ws-alert-raised, "|",
               ws-alert-feed-id, "|",
               ws-alert-escalated, "|",
               ws-alert-acked-at, "|",
               function trim(ws-alert-acked-by), "|",
               function trim(ws-alert-keyword), "|",
               function trim(ws-alert-guid), "|",
               function trim(ws-alert-link), "|",
               function trim(ws-alert-title))
               to ws-alert-line
           write f-alert-line-raw from ws-alert-line

           exit paragraph.

       end program rss-alert-register.
