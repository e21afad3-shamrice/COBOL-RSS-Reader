      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: End-of-shift handover report for one operator over
      *>          the last N hours (default 'shift_hours', else 8),
      *>          built from what the store already records:
      *>          - items the operator first read during the shift
      *>            (their rss_<id>_<name>.itm overlay, or the shared
      *>            stamps for an anonymous session);
      *>          - what they saved, annotated, shared and muted
      *>            (the audit trail's by= operator);
      *>          - watchlist alerts raised during the shift that are
      *>            still open on the alert register (feeds/
      *>            alerts.dat) and not closed in triage;
      *>          - every open / in-progress triage item;
      *>          - feeds that went red or into quarantine during
      *>            the shift (FEED-RED / QUARANTINE audit records),
      *>            or over to / back from their standby URL
      *>            (STANDBY-ON / STANDBY-OFF); a HOST-OUTAGE record
      *>            from rss-batch-refresh withdraws the red /
      *>            quarantine entry of a feed whose failure was its
      *>            host's.
      *>          Written as 66-line printer pages to
      *>          handover_report.txt and mailed to the "mail_
      *>          handover" recipients for the next shift.
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-handover.

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
               copy "./copybooks/filecontrol/rss_list_file.cpy".
               copy "./copybooks/filecontrol/rss_last_id_file.cpy".
               copy "./copybooks/filecontrol/rss_item_state_file.cpy".
               copy "./copybooks/filecontrol/rss_triage_file.cpy".

               select optional fd-rss-content-file
               assign to dynamic ws-rss-content-file-name.

               select optional fd-audit-file
               assign to dynamic ws-audit-file-name
               organization is line sequential.

               select optional fd-alert-file
               assign to dynamic ws-alert-file-name
               organization is line sequential.

               select fd-handover-report-file
               assign to dynamic ws-handover-report-file-name
               organization is line sequential.

       data division.
       file section.
           copy "./copybooks/filedescriptor/fd_rss_list_file.cpy".
           copy "./copybooks/filedescriptor/fd_rss_last_id_file.cpy".
           copy "./copybooks/filedescriptor/fd_rss_content_file.cpy".
           copy
            "./copybooks/filedescriptor/fd_rss_item_state_file.cpy".
           copy "./copybooks/filedescriptor/fd_rss_triage_file.cpy".

           FD fd-audit-file.
           01  f-audit-line-raw               pic x(700).

           FD fd-alert-file.
           01  f-alert-line-raw               pic x(1024).

           FD fd-handover-report-file.
           01  f-handover-report-line         pic x(80).

       working-storage section.

       copy "./copybooks/wsrecord/ws-rss-list-record.cpy".
       copy "./copybooks/wsrecord/ws-last-id-record.cpy".
       copy "./copybooks/wsrecord/ws-rss-record.cpy".
       copy "./copybooks/wsrecord/ws-alert-record.cpy".

       77  ws-rss-content-file-name          pic x(255) value spaces.
       77  ws-rss-list-file-name             pic x(256) value spaces.
       77  ws-rss-last-id-file-name          pic x(256) value spaces.
       77  ws-rss-item-state-file-name       pic x(256) value spaces.
       77  ws-rss-triage-file-name           pic x(256) value spaces.
       77  ws-audit-file-name                pic x(256) value spaces.
       77  ws-alert-file-name                pic x(256) value spaces.
       77  ws-handover-report-file-name      pic x(256) value spaces.

       77  ws-rss-idx                        pic 9(5) value zero.
       77  ws-item-idx                       pic 9(6) value zero.

      *> Who and when.
       77  ws-operator                       pic x(32) value spaces.
       77  ws-audit-operator                 pic x(32) value spaces.
       77  ws-arg-one                        pic x(32) value spaces.
       77  ws-arg-two                        pic x(32) value spaces.
       77  ws-config-val                     pic x(128) value spaces.
       78  ws-default-shift-hours            value 8.
       78  ws-max-shift-hours                value 168.
       77  ws-shift-hours                    pic 9(3) value zero.
       77  ws-shift-hours-disp               pic zz9.
       77  ws-now-epoch                      pic 9(10) value zero.
       77  ws-start-epoch                    pic 9(10) value zero.
      *> Window start as an audit-trail timestamp, so the trail's
      *> records compare as plain text.
       77  ws-start-stamp                    pic x(19) value spaces.
       77  ws-now-stamp                      pic x(16) value spaces.

      *> Epoch-minutes to "YYYY-MM-DD HH:MM".
       77  ws-stamp-epoch                    pic 9(10) value zero.
       77  ws-stamp-local                    pic 9(10) value zero.
       77  ws-stamp-days                     pic 9(9) value zero.
       77  ws-stamp-date                     pic 9(8) value zero.
       77  ws-stamp-hh                       pic 99 value zero.
       77  ws-stamp-mi                       pic 99 value zero.
       77  ws-stamp-text                     pic x(16) value spaces.

      *> Audit trail record fields.
       77  ws-audit-line                     pic x(700) value spaces.
       77  ws-audit-body                     pic x(700) value spaces.
       77  ws-audit-stamp                    pic x(19) value spaces.
       77  ws-audit-op                       pic x(16) value spaces.
       77  ws-audit-feed-id-text             pic x(8) value spaces.
       77  ws-audit-url                      pic x(256) value spaces.
       77  ws-audit-detail                   pic x(300) value spaces.
       77  ws-by-pos                         pic 9(4) value zero.
       77  ws-scan-pos                       pic 9(4) value zero.

      *> Everything the operator did or the store saw, one entry per
      *> report line group, printed section by section in kind
      *> order: R read, S saved, A annotated, H shared, M muted,
      *> W watchlist, F red / quarantined feed.
       78  ws-max-events                     value 1000.
       01  ws-event-table.
           05  ws-event occurs 1000 times.
               10  ws-ev-kind                pic x.
               10  ws-ev-stamp               pic x(16).
               10  ws-ev-feed-id             pic 9(5).
               10  ws-ev-text-1              pic x(128).
               10  ws-ev-text-2              pic x(256).
       77  ws-event-count                    pic 9(4) value zero.
       77  ws-event-idx                      pic 9(4) value zero.

      *> A HOST-OUTAGE audit record withdraws the FEED-RED and/or
      *> QUARANTINE record the same batch run wrote for its feed.
       77  ws-withdraw-op                    pic x(16) value spaces.
       77  ws-withdraw-tally                 pic 9(3) value zero.
       01  ws-withdrawn-sw                   pic a value 'N'.
           88  ws-event-withdrawn            value 'Y'.
           88  ws-event-not-withdrawn        value 'N'.
       77  ws-events-dropped                 pic 9(6) value zero.
       77  ws-new-ev-kind                    pic x value space.
       77  ws-new-ev-stamp                   pic x(16) value spaces.
       77  ws-new-ev-feed-id                 pic 9(5) value zero.
       77  ws-new-ev-text-1                  pic x(128) value spaces.
       77  ws-new-ev-text-2                  pic x(256) value spaces.

      *> Feed titles and current health, for the red-feed section.
       78  ws-max-feeds                      value 1000.
       01  ws-feed-table.
           05  ws-feed occurs 1000 times.
               10  ws-fd-id                  pic 9(5) value zero.
               10  ws-fd-title               pic x(128) value spaces.
               10  ws-fd-last-outcome        pic x value space.
               10  ws-fd-quarantine          pic 9 value zero.
       77  ws-feed-count                     pic 9(4) value zero.
       77  ws-feed-idx                       pic 9(4) value zero.
       77  ws-event-feed-title               pic x(128) value spaces.
       77  ws-event-feed-outcome             pic x value space.

      *> Triage store - open items to report, closed ones to leave
      *> out of the watchlist section.
       78  ws-max-triage                     value 1000.
       01  ws-triage-table.
           05  ws-triage occurs 1000 times.
               10  ws-trg-guid               pic x(256).
               10  ws-trg-status             pic x.
               10  ws-trg-assignee           pic x(32).
               10  ws-trg-due-date           pic 9(8).
               10  ws-trg-feed-title         pic x(128).
               10  ws-trg-item-title         pic x(128).
       77  ws-triage-count                   pic 9(4) value zero.
       77  ws-triage-idx                     pic 9(4) value zero.
       77  ws-open-triage-count              pic 9(4) value zero.
       77  ws-today-date8                    pic 9(8) value zero.

      *> Alert register lines, split as rss-alert-register
      *> splits them.
       77  ws-alert-line                     pic x(1024) value spaces.
       77  ws-field-id                       pic x(8) value spaces.
       77  ws-field-raised                   pic x(12) value spaces.
       77  ws-field-feed-id                  pic x(8) value spaces.
       77  ws-field-escalated                pic x(12) value spaces.
       77  ws-field-acked-at                 pic x(12) value spaces.
       77  ws-alert-id-disp                  pic z(5)9.

      *> Per-item state as this operator sees it.
       77  ws-item-read-stamp                pic 9(10) value zero.

       01  ws-side-car-sw                    pic a value 'N'.
           88  ws-side-car-open              value 'Y'.
           88  ws-side-car-closed            value 'N'.

       01  ws-resolved-sw                    pic a value 'N'.
           88  ws-item-resolved              value 'Y'.
           88  ws-item-unresolved            value 'N'.

      *> Printer pages, same 66-line form as the report writer's
      *> print format.
       78  ws-print-page-lines               value 66.
       78  ws-print-last-body-line           value 62.
       77  ws-print-line                     pic x(80) value spaces.
       77  ws-print-line-count               pic 9(3) value zero.
       77  ws-print-page-num                 pic 9(4) value zero.
       77  ws-print-page-num-disp            pic zzz9.
       77  ws-print-blank-fill               pic 9(3) value zero.
       77  ws-print-title                    pic x(64) value spaces.

       77  ws-section-kind                   pic x value space.
       77  ws-section-title                  pic x(48) value spaces.
       77  ws-section-count                  pic 9(4) value zero.
       77  ws-section-count-disp             pic zzz9.
       77  ws-status-disp                    pic x(16) value spaces.
       77  ws-due-disp                       pic x(10) value spaces.

       77  ws-mail-report-name               pic x(16) value spaces.
       77  ws-mail-status                    pic 9 value zero.

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.

       linkage section.

       01  l-handover-args                   pic x(64).

       procedure division using l-handover-args.

       main-procedure.

           move function resolve-data-path("feeds/list.dat")
               to ws-rss-list-file-name
           move function resolve-data-path("feeds/lastid.dat")
               to ws-rss-last-id-file-name
           move function resolve-data-path("feeds/triage.dat")
               to ws-rss-triage-file-name
           move function resolve-data-path("feeds/audit.log")
               to ws-audit-file-name
           move function resolve-data-path("feeds/alerts.dat")
               to ws-alert-file-name
           move function resolve-data-path("handover_report.txt")
               to ws-handover-report-file-name

           call "logger" using "Starting shift handover report..."
           end-call

           perform parse-handover-args
           perform set-shift-window

           perform load-triage-store
           perform load-audit-events
           perform scan-feed-store
           perform load-open-alerts

           perform write-handover-report

           display "Shift handover report for "
               function trim(ws-audit-operator) " written to "
               function trim(ws-handover-report-file-name)
           end-display

           move "handover" to ws-mail-report-name
           call "rss-report-mailer" using
               ws-mail-report-name ws-handover-report-file-name
               ws-mail-status
           end-call
           cancel "rss-report-mailer"

           if ws-mail-status = 1 then
               display "Handover report mailed to the next shift."
           end-if
           if ws-mail-status = 2 then
               display "Handover mail delivery FAILED - see "
                   "feeds/mail.log."
               end-display
           end-if

           goback.


       parse-handover-args.

      *> "[operator] [hours]" - a lone number is the hours.
           move spaces to ws-arg-one ws-arg-two
           unstring l-handover-args delimited by all space
               into ws-arg-one ws-arg-two
           end-unstring

           if ws-arg-one not = spaces
           and function trim(ws-arg-one) is numeric then
               move ws-arg-one to ws-arg-two
               move spaces to ws-arg-one
           end-if

           if ws-arg-one not = spaces then
               move ws-arg-one to ws-operator
           else
               move function rss-operator-name to ws-operator
           end-if

      *> The audit trail records an anonymous session as "-".
           if ws-operator = spaces then
               move "-" to ws-audit-operator
           else
               move ws-operator to ws-audit-operator
           end-if

           if ws-arg-two not = spaces
           and function trim(ws-arg-two) is numeric then
               move function numval(ws-arg-two) to ws-shift-hours
           else
               move function get-config("shift_hours")
                   to ws-config-val
               if ws-config-val not = "NOT-SET"
               and ws-config-val not = spaces
               and function trim(ws-config-val) is numeric then
                   move function numval(ws-config-val)
                       to ws-shift-hours
               else
                   move ws-default-shift-hours to ws-shift-hours
               end-if
           end-if

           if ws-shift-hours = zero then
               move ws-default-shift-hours to ws-shift-hours
           end-if
           if ws-shift-hours > ws-max-shift-hours then
               move ws-max-shift-hours to ws-shift-hours
           end-if

           exit paragraph.


       set-shift-window.

           move function rss-epoch-minutes to ws-now-epoch
           compute ws-start-epoch =
               ws-now-epoch - ws-shift-hours * 60

           move ws-start-epoch to ws-stamp-epoch
           perform format-epoch-stamp
           move function concatenate(ws-stamp-text, ":00")
               to ws-start-stamp

           move ws-now-epoch to ws-stamp-epoch
           perform format-epoch-stamp
           move ws-stamp-text to ws-now-stamp
           move ws-stamp-date to ws-today-date8

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

           move spaces to ws-stamp-text
           string ws-stamp-date(1:4) "-" ws-stamp-date(5:2) "-"
               ws-stamp-date(7:2) " " ws-stamp-hh ":" ws-stamp-mi
               delimited by size into ws-stamp-text
           end-string

           exit paragraph.


       load-triage-store.

           move zero to ws-triage-count ws-open-triage-count
           set ws-not-eof to true

           open input fd-rss-triage-file
               perform until ws-eof
                   or ws-triage-count >= ws-max-triage
                   read fd-rss-triage-file
                       at end set ws-eof to true
                   not at end
                       add 1 to ws-triage-count
                       move f-trg-guid
                           to ws-trg-guid(ws-triage-count)
                       move f-trg-status
                           to ws-trg-status(ws-triage-count)
                       move f-trg-assignee
                           to ws-trg-assignee(ws-triage-count)
                       move f-trg-due-date
                           to ws-trg-due-date(ws-triage-count)
                       move f-trg-feed-title
                           to ws-trg-feed-title(ws-triage-count)
                       move f-trg-item-title
                           to ws-trg-item-title(ws-triage-count)
                       if f-trg-status = 'O' or 'P' then
                           add 1 to ws-open-triage-count
                       end-if
                   end-read
               end-perform
           close fd-rss-triage-file

           exit paragraph.


       load-audit-events.

           set ws-not-eof to true

           open input fd-audit-file
               perform until ws-eof
                   read fd-audit-file into ws-audit-line
                       at end set ws-eof to true
                   not at end
                       if ws-audit-line(1:19) >= ws-start-stamp then
                           perform note-audit-event
                       end-if
                   end-read
               end-perform
           close fd-audit-file

           exit paragraph.


       note-audit-event.

      *> "stamp|op|feed id|url|detail|by=operator" - the operator
      *> field is found from the end, so the rest can be split
      *> without it.
           move zero to ws-by-pos
           perform varying ws-scan-pos from 696 by -1
               until ws-scan-pos < 20 or ws-by-pos > zero
               if ws-audit-line(ws-scan-pos:4) = "|by=" then
                   move ws-scan-pos to ws-by-pos
               end-if
           end-perform
           if ws-by-pos = zero then
               exit paragraph
           end-if

           move spaces to ws-audit-body
           move ws-audit-line(1:ws-by-pos - 1) to ws-audit-body
           move spaces to ws-audit-stamp ws-audit-op
           move spaces to ws-audit-feed-id-text ws-audit-url
           move spaces to ws-audit-detail
           unstring ws-audit-body delimited by "|"
               into ws-audit-stamp ws-audit-op ws-audit-feed-id-text
                    ws-audit-url ws-audit-detail
           end-unstring

           move ws-audit-stamp(1:16) to ws-new-ev-stamp
           move zero to ws-new-ev-feed-id
           if function trim(ws-audit-feed-id-text) is numeric then
               move function numval(ws-audit-feed-id-text)
                   to ws-new-ev-feed-id
           end-if
           move spaces to ws-new-ev-text-1 ws-new-ev-text-2

           evaluate function trim(ws-audit-op)
               when "FEED-RED"
               when "QUARANTINE"
               when "STANDBY-ON"
               when "STANDBY-OFF"
                   move "F" to ws-new-ev-kind
                   move ws-audit-op to ws-new-ev-text-1
                   move ws-audit-detail to ws-new-ev-text-2
                   perform add-event
                   exit paragraph
               when "HOST-OUTAGE"
                   perform net-out-host-outage
                   exit paragraph
           end-evaluate

           if ws-audit-line(ws-by-pos + 4:)
               not = ws-audit-operator then
               exit paragraph
           end-if

           evaluate function trim(ws-audit-op)
               when "SAVE-ITEM"
                   move "S" to ws-new-ev-kind
               when "ITEM-NOTE"
                   move "A" to ws-new-ev-kind
               when "SHARE-ITEM"
                   move "H" to ws-new-ev-kind
               when "MUTE-STORY"
                   move "M" to ws-new-ev-kind
               when other
                   exit paragraph
           end-evaluate

           move ws-audit-detail to ws-new-ev-text-1
           move ws-audit-url to ws-new-ev-text-2
           perform add-event

           exit paragraph.


       net-out-host-outage.

      *> The feed's failure was put down to its host being down, so
      *> the red / quarantine entries that run made are not news.
           move zero to ws-withdraw-tally
           inspect ws-audit-detail tallying ws-withdraw-tally
               for all "FEED-RED"
           if ws-withdraw-tally > zero then
               move "FEED-RED" to ws-withdraw-op
               perform withdraw-feed-event
           end-if

           move zero to ws-withdraw-tally
           inspect ws-audit-detail tallying ws-withdraw-tally
               for all "QUARANTINE"
           if ws-withdraw-tally > zero then
               move "QUARANTINE" to ws-withdraw-op
               perform withdraw-feed-event
           end-if

           exit paragraph.


       withdraw-feed-event.

      *> The latest matching entry for the feed is the one that run
      *> wrote - the audit trail is read in time order.
           set ws-event-not-withdrawn to true

           perform varying ws-event-idx from ws-event-count by -1
               until ws-event-idx < 1 or ws-event-withdrawn
               if ws-ev-kind(ws-event-idx) = "F"
               and ws-ev-feed-id(ws-event-idx) = ws-new-ev-feed-id
               and ws-ev-text-1(ws-event-idx) = ws-withdraw-op then
                   if ws-withdraw-op not = "QUARANTINE"
                   or ws-ev-text-2(ws-event-idx) = "daily probe"
                   or ws-ev-text-2(ws-event-idx) = "weekly probe" then
                       move space to ws-ev-kind(ws-event-idx)
                       set ws-event-withdrawn to true
                   end-if
               end-if
           end-perform

           exit paragraph.


       add-event.

           if ws-event-count >= ws-max-events then
               add 1 to ws-events-dropped
               exit paragraph
           end-if

           add 1 to ws-event-count
           move ws-new-ev-kind to ws-ev-kind(ws-event-count)
           move ws-new-ev-stamp to ws-ev-stamp(ws-event-count)
           move ws-new-ev-feed-id to ws-ev-feed-id(ws-event-count)
           move ws-new-ev-text-1 to ws-ev-text-1(ws-event-count)
           move ws-new-ev-text-2 to ws-ev-text-2(ws-event-count)

           exit paragraph.


       scan-feed-store.

           perform load-highest-rss-record

           if ws-last-id-record is zeros then
               exit paragraph
           end-if

           open input fd-rss-list-file
               perform varying ws-rss-idx from 1 by 1
                   until ws-rss-idx > ws-last-id-record

                   move ws-rss-idx to f-rss-feed-id
                   read fd-rss-list-file into ws-rss-list-record
                       key is f-rss-feed-id
                       invalid key
                           continue
                       not invalid key
                           perform scan-one-feed
                   end-read

               end-perform
           close fd-rss-list-file

           exit paragraph.


       scan-one-feed.

           if ws-feed-count < ws-max-feeds then
               add 1 to ws-feed-count
               move ws-rss-feed-id to ws-fd-id(ws-feed-count)
               move ws-rss-title to ws-fd-title(ws-feed-count)
               move ws-rss-health-history(10:1)
                   to ws-fd-last-outcome(ws-feed-count)
               move ws-rss-quarantine-level
                   to ws-fd-quarantine(ws-feed-count)
           end-if

           perform load-feed-content
           if ws-num-items = zero then
               exit paragraph
           end-if

      *> A named operator's reads live in their own overlay; an
      *> anonymous session's in the shared side-car.
           if ws-operator = spaces then
               move function substitute(
                   function trim(ws-rss-dat-file-name), ".dat",
                   ".itm")
                   to ws-rss-item-state-file-name
           else
               move function substitute(
                   function trim(ws-rss-dat-file-name), ".dat",
                   function concatenate(
                       "_", function trim(ws-operator), ".itm"))
                   to ws-rss-item-state-file-name
           end-if

           open input fd-rss-item-state-file
           set ws-side-car-open to true

           perform varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-num-items
               if ws-item-exists(ws-item-idx) = 'Y'
               and ws-item-hidden(ws-item-idx) not = 'Y' then
                   perform check-one-item
               end-if
           end-perform

           close fd-rss-item-state-file
           set ws-side-car-closed to true

           exit paragraph.


       check-one-item.

           if ws-operator = spaces then
               move ws-item-first-read(ws-item-idx)
                   to ws-item-read-stamp
           else
               move zero to ws-item-read-stamp
           end-if

           if ws-item-guid(ws-item-idx) not = spaces then
               move ws-item-guid(ws-item-idx) to f-itm-guid
               read fd-rss-item-state-file
                   key is f-itm-guid
                   invalid key
                       continue
                   not invalid key
                       if f-itm-first-read not = zero
                       and (ws-item-read-stamp = zero
                           or f-itm-first-read < ws-item-read-stamp)
                       then
                           move f-itm-first-read to ws-item-read-stamp
                       end-if
               end-read
           end-if

           if ws-item-read-stamp >= ws-start-epoch
           and ws-item-read-stamp not = zero then
               move "R" to ws-new-ev-kind
               move ws-item-read-stamp to ws-stamp-epoch
               perform format-epoch-stamp
               move ws-stamp-text to ws-new-ev-stamp
               move ws-rss-feed-id to ws-new-ev-feed-id
               move ws-item-title(ws-item-idx) to ws-new-ev-text-1
               move ws-rss-title to ws-new-ev-text-2
               perform add-event
           end-if

           exit paragraph.


       load-open-alerts.

      *> Watchlist alerts raised this shift and still waiting for
      *> someone to acknowledge them - the register is what the
      *> operators work off, so an acknowledged alert is done.
           set ws-not-eof to true

           open input fd-alert-file
               perform until ws-eof
                   read fd-alert-file into ws-alert-line
                       at end set ws-eof to true
                   not at end
                       if ws-alert-line not = spaces
                       and ws-alert-line(1:1) not = "#" then
                           perform note-open-alert
                       end-if
                   end-read
               end-perform
           close fd-alert-file

           exit paragraph.


       note-open-alert.

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

           if not ws-alert-open
           or function trim(ws-field-id) is not numeric
           or function trim(ws-field-raised) is not numeric then
               exit paragraph
           end-if
           move function numval(ws-field-id) to ws-alert-id
           move function numval(ws-field-raised) to ws-alert-raised
           if function trim(ws-field-feed-id) is numeric then
               move function numval(ws-field-feed-id)
                   to ws-alert-feed-id
           end-if

           if ws-alert-raised < ws-start-epoch then
               exit paragraph
           end-if

           perform check-triage-closed
           if ws-item-resolved then
               exit paragraph
           end-if

           move "W" to ws-new-ev-kind
           move ws-alert-raised to ws-stamp-epoch
           perform format-epoch-stamp
           move ws-stamp-text to ws-new-ev-stamp
           move ws-alert-feed-id to ws-new-ev-feed-id
           move ws-alert-title to ws-new-ev-text-1

           move ws-alert-id to ws-alert-id-disp
           perform find-alert-feed
           move function concatenate(
               "'", function trim(ws-alert-keyword), "' in ",
               function trim(ws-event-feed-title), " (alert ",
               function trim(ws-alert-id-disp), ")")
               to ws-new-ev-text-2
           perform add-event

           exit paragraph.


       find-alert-feed.

           move function concatenate(
               "(feed ", ws-alert-feed-id, " - since removed)")
               to ws-event-feed-title

           perform varying ws-feed-idx from 1 by 1
               until ws-feed-idx > ws-feed-count
               if ws-fd-id(ws-feed-idx) = ws-alert-feed-id then
                   move ws-fd-title(ws-feed-idx) to ws-event-feed-title
                   exit perform
               end-if
           end-perform

           exit paragraph.


       check-triage-closed.

           set ws-item-unresolved to true

           if ws-alert-guid = spaces then
               exit paragraph
           end-if

           perform varying ws-triage-idx from 1 by 1
               until ws-triage-idx > ws-triage-count
               if ws-trg-guid(ws-triage-idx) = ws-alert-guid then
                   if ws-trg-status(ws-triage-idx) = 'D' or 'N' then
                       set ws-item-resolved to true
                   end-if
                   exit perform
               end-if
           end-perform

           exit paragraph.


       write-handover-report.

           if ws-operator = spaces then
               move "SHIFT HANDOVER - (anonymous session)"
                   to ws-print-title
           else
               move function concatenate(
                   "SHIFT HANDOVER - ", function trim(ws-operator))
                   to ws-print-title
           end-if

           move zero to ws-print-page-num

           open output fd-handover-report-file

               perform start-print-page

               move "R" to ws-section-kind
               move "READ THIS SHIFT" to ws-section-title
               perform write-event-section

               move "S" to ws-section-kind
               move "SAVED FOR LATER" to ws-section-title
               perform write-event-section

               move "A" to ws-section-kind
               move "ANNOTATED" to ws-section-title
               perform write-event-section

               move "H" to ws-section-kind
               move "SHARED" to ws-section-title
               perform write-event-section

               move "M" to ws-section-kind
               move "MUTED STORIES" to ws-section-title
               perform write-event-section

               move "W" to ws-section-kind
               move "UNRESOLVED WATCHLIST MATCHES"
                   to ws-section-title
               perform write-event-section

               perform write-triage-section

               move "F" to ws-section-kind
               move "FEEDS THAT WENT RED, QUARANTINED OR TO STANDBY"
                   to ws-section-title
               perform write-event-section

               if ws-events-dropped > zero then
                   move function concatenate(
                       "(", ws-events-dropped, " further entries ",
                       "not shown - shorten the hours)")
                       to ws-print-line
                   perform write-print-line
               end-if

               perform finish-print-page

           close fd-handover-report-file

           exit paragraph.


       write-event-section.

           move zero to ws-section-count
           perform varying ws-event-idx from 1 by 1
               until ws-event-idx > ws-event-count
               if ws-ev-kind(ws-event-idx) = ws-section-kind then
                   add 1 to ws-section-count
               end-if
           end-perform

           perform write-section-heading

           if ws-section-count = zero then
               move "  (none)" to ws-print-line
               perform write-print-line
               exit paragraph
           end-if

           perform varying ws-event-idx from 1 by 1
               until ws-event-idx > ws-event-count
               if ws-ev-kind(ws-event-idx) = ws-section-kind then
                   perform write-one-event
               end-if
           end-perform

           exit paragraph.


       write-section-heading.

      *> Keep a heading with at least its first couple of lines.
           if ws-print-line-count + 4 > ws-print-last-body-line then
               perform finish-print-page
               perform start-print-page
           end-if

           move spaces to ws-print-line
           perform write-print-line

           move ws-section-count to ws-section-count-disp
           move function concatenate(
               function trim(ws-section-title), " (",
               function trim(ws-section-count-disp), ")")
               to ws-print-line
           perform write-print-line

           move all "-" to ws-print-line
           perform write-print-line

           exit paragraph.


       write-one-event.

           evaluate ws-ev-kind(ws-event-idx)

               when "R"
                   move function concatenate(
                       "  ", ws-ev-stamp(ws-event-idx)(6:11), "  ",
                       function trim(ws-ev-text-1(ws-event-idx)))
                       to ws-print-line
                   perform write-print-line
                   move function concatenate(
                       "               ",
                       function trim(ws-ev-text-2(ws-event-idx)))
                       to ws-print-line
                   perform write-print-line

               when "F"
                   perform find-event-feed
                   move function concatenate(
                       "  ", ws-ev-stamp(ws-event-idx)(6:11), "  ",
                       ws-ev-text-1(ws-event-idx)(1:11), " ",
                       function trim(ws-event-feed-title))
                       to ws-print-line
                   perform write-print-line
                   evaluate ws-event-feed-outcome
                       when 'F'
                           move "still failing" to ws-status-disp
                       when 'M'
                           move "on standby" to ws-status-disp
                       when other
                           move "recovered" to ws-status-disp
                   end-evaluate
                   move function concatenate(
                       "               ",
                       function trim(ws-ev-text-2(ws-event-idx)),
                       " - now ", function trim(ws-status-disp))
                       to ws-print-line
                   perform write-print-line

               when other
                   move function concatenate(
                       "  ", ws-ev-stamp(ws-event-idx)(6:11), "  ",
                       function trim(ws-ev-text-1(ws-event-idx)))
                       to ws-print-line
                   perform write-print-line
                   if ws-ev-text-2(ws-event-idx) not = spaces then
                       move function concatenate(
                           "               ",
                           function trim(ws-ev-text-2(ws-event-idx)))
                           to ws-print-line
                       perform write-print-line
                   end-if

           end-evaluate

           exit paragraph.


       find-event-feed.

           move function concatenate(
               "(feed ", ws-ev-feed-id(ws-event-idx),
               " - since removed)")
               to ws-event-feed-title
           move space to ws-event-feed-outcome

           perform varying ws-feed-idx from 1 by 1
               until ws-feed-idx > ws-feed-count
               if ws-fd-id(ws-feed-idx) = ws-ev-feed-id(ws-event-idx)
               then
                   move ws-fd-title(ws-feed-idx) to ws-event-feed-title
                   move ws-fd-last-outcome(ws-feed-idx)
                       to ws-event-feed-outcome
                   exit perform
               end-if
           end-perform

           exit paragraph.


       write-triage-section.

           move ws-open-triage-count to ws-section-count
           move "OPEN TRIAGE ITEMS" to ws-section-title
           perform write-section-heading

           if ws-section-count = zero then
               move "  (none)" to ws-print-line
               perform write-print-line
               exit paragraph
           end-if

           perform varying ws-triage-idx from 1 by 1
               until ws-triage-idx > ws-triage-count
               if ws-trg-status(ws-triage-idx) = 'O' or 'P' then
                   perform write-one-triage-item
               end-if
           end-perform

           exit paragraph.


       write-one-triage-item.

           if ws-trg-status(ws-triage-idx) = 'P' then
               move "in progress" to ws-status-disp
           else
               move "open" to ws-status-disp
           end-if

           if ws-trg-due-date(ws-triage-idx) = zero then
               move "no date" to ws-due-disp
           else
               move spaces to ws-due-disp
               string ws-trg-due-date(ws-triage-idx)(1:4) "-"
                   ws-trg-due-date(ws-triage-idx)(5:2) "-"
                   ws-trg-due-date(ws-triage-idx)(7:2)
                   delimited by size into ws-due-disp
               end-string
           end-if

           move function concatenate(
               "  ", function trim(ws-trg-item-title(ws-triage-idx)))
               to ws-print-line
           perform write-print-line

           if ws-trg-assignee(ws-triage-idx) = spaces then
               move "(unassigned)" to ws-trg-assignee(ws-triage-idx)
           end-if
           move function concatenate(
               "    ", function trim(ws-trg-assignee(ws-triage-idx)),
               " / ", function trim(ws-status-disp),
               " / due ", function trim(ws-due-disp),
               " / ", function trim(ws-trg-feed-title(ws-triage-idx)))
               to ws-print-line
           if ws-trg-due-date(ws-triage-idx) not = zero
           and ws-trg-due-date(ws-triage-idx) < ws-today-date8 then
               move function concatenate(
                   function trim(ws-print-line), "  ** OVERDUE")
                   to ws-print-line
           end-if
           perform write-print-line

           exit paragraph.


       write-print-line.

           if ws-print-line-count >= ws-print-last-body-line then
               perform finish-print-page
               perform start-print-page
           end-if

           write f-handover-report-line from ws-print-line
           add 1 to ws-print-line-count
           move spaces to ws-print-line

           exit paragraph.


       start-print-page.

           add 1 to ws-print-page-num
           move ws-print-page-num to ws-print-page-num-disp

           move ws-print-title to ws-print-line
           move function concatenate(
               ws-print-line(1:66), "PAGE ", ws-print-page-num-disp)
               to ws-print-line
           write f-handover-report-line from ws-print-line

           move ws-shift-hours to ws-shift-hours-disp
           move function concatenate(
               "Shift: ", ws-start-stamp(1:16), " to ", ws-now-stamp,
               " (", function trim(ws-shift-hours-disp), " hours)")
               to ws-print-line
           write f-handover-report-line from ws-print-line

           move all "=" to ws-print-line
           write f-handover-report-line from ws-print-line

           move spaces to ws-print-line
           move 3 to ws-print-line-count

           exit paragraph.


       finish-print-page.

      *> Pad to the footer line so every page is exactly 66 lines.
           compute ws-print-blank-fill =
               ws-print-page-lines - 2 - ws-print-line-count

           move spaces to ws-print-line
           perform ws-print-blank-fill times
               write f-handover-report-line from ws-print-line
           end-perform

           move all "=" to ws-print-line
           write f-handover-report-line from ws-print-line

           move function concatenate("CRSSR ", ws-print-title)
               to ws-print-line
           move function concatenate(
               ws-print-line(1:66), "PAGE ", ws-print-page-num-disp)
               to ws-print-line
           write f-handover-report-line from ws-print-line

           move spaces to ws-print-line

           exit paragraph.


       load-feed-content.

           move ws-rss-dat-file-name to ws-rss-content-file-name
           move zero to ws-num-items
           set ws-not-eof to true

           open input fd-rss-content-file
               perform until ws-eof
                   read fd-rss-content-file into ws-rss-record
                       at end set ws-eof to true
                   end-read
               end-perform
           close fd-rss-content-file

           exit paragraph.


       load-highest-rss-record.

           set ws-not-eof to true
           move zero to ws-last-id-record

           open input fd-rss-last-id-file
               perform until ws-eof
                   read fd-rss-last-id-file into ws-last-id-record
                       at end set ws-eof to true
                   end-read
               end-perform
           close fd-rss-last-id-file

           exit paragraph.

       end program rss-handover.
