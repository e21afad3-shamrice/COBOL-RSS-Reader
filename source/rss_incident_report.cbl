      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Vendor status-page incident timeline. Status feeds
      *>          (the vendor_status bundle - category "status" by
      *>          default) post an item when an incident opens and
      *>          more as it progresses; this folds each vendor's
      *>          items into incidents by link or by title (with the
      *>          "Resolved:"/"Investigating:" style status prefixes
      *>          stripped), prints each incident's start, resolution
      *>          and duration, and rolls every vendor up by month -
      *>          incident count, outage minutes, and availability -
      *>          for vendor SLA reviews.
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-incident-report.

       environment division.

       configuration section.

       repository.
           function rss-epoch-minutes
           function resolve-data-path
           function rss-host-utc-offset.

       input-output section.
           file-control.
               copy "./copybooks/filecontrol/rss_list_file.cpy".
               copy "./copybooks/filecontrol/rss_last_id_file.cpy".

               select optional fd-rss-content-file
               assign to dynamic ws-rss-content-file-name.

       data division.
       file section.
           copy "./copybooks/filedescriptor/fd_rss_list_file.cpy".
           copy "./copybooks/filedescriptor/fd_rss_last_id_file.cpy".
           copy "./copybooks/filedescriptor/fd_rss_content_file.cpy".

       working-storage section.

       copy "./copybooks/wsrecord/ws-rss-list-record.cpy".
       copy "./copybooks/wsrecord/ws-last-id-record.cpy".
       copy "./copybooks/wsrecord/ws-rss-record.cpy".

       77  ws-rss-content-file-name          pic x(255) value spaces.
       77  ws-rss-list-file-name             pic x(256) value spaces.
       77  ws-rss-last-id-file-name          pic x(256) value spaces.

       77  ws-rss-idx                        pic 9(5) value 1.
       77  ws-item-idx                       pic 9(6) value 1.

       77  ws-category-upper                 pic x(32) value spaces.
       77  ws-feed-category-upper            pic x(32) value spaces.

      *> One entry per status feed in the selected category.
       78  ws-max-vendors                    value 50.
       01  ws-vendor-table.
           05  ws-vendor-name                pic x(128) value spaces
                                             occurs 50 times.
       77  ws-vendor-count                   pic 9(3) value zero.
       77  ws-vendor-idx                     pic 9(3) value zero.

      *> Incidents built from the vendors' items. Start is the
      *> earliest item's publish time; the last update is the latest
      *> - which is the resolution time once any item in the group
      *> reports the incident resolved.
       78  ws-max-incidents                  value 2000.
       01  ws-incident-table.
           05  ws-incident occurs 2000 times.
               10  ws-inc-vendor-idx         pic 9(3) value zero.
               10  ws-inc-key                pic x(128) value spaces.
               10  ws-inc-link               pic x(256) value spaces.
               10  ws-inc-title              pic x(128) value spaces.
               10  ws-inc-start              pic 9(10) value zero.
               10  ws-inc-last               pic 9(10) value zero.
               10  ws-inc-updates            pic 9(4) value zero.
               10  ws-inc-resolved           pic a value 'N'.
       01  ws-incident-swap                  pic x(540) value spaces.
       77  ws-incident-count                 pic 9(4) value zero.
       77  ws-incident-idx                   pic 9(4) value zero.
       77  ws-sort-idx                       pic 9(4) value zero.
       77  ws-sort-limit                     pic 9(4) value zero.

       01  ws-swapped-sw                     pic a value 'N'.
           88  ws-swapped                    value 'Y'.
           88  ws-not-swapped                value 'N'.

       01  ws-found-sw                       pic a value 'N'.
           88  ws-found                      value 'Y'.
           88  ws-not-found                  value 'N'.

      *> Item being folded into an incident.
       77  ws-item-key                       pic x(128) value spaces.
       77  ws-item-text-upper                pic x(1200) value spaces.
       77  ws-resolved-tally                 pic 9(4) value zero.

      *> Status prefixes status pages put in front of an incident's
      *> own title as it moves along - stripped (repeatedly, they
      *> stack) before titles are compared.
       01  ws-status-prefix-values.
           05  filler pic x(32) value "RESOLVED:".
           05  filler pic x(32) value "RESOLVED -".
           05  filler pic x(32) value "[RESOLVED]".
           05  filler pic x(32) value "INVESTIGATING:".
           05  filler pic x(32) value "INVESTIGATING -".
           05  filler pic x(32) value "IDENTIFIED:".
           05  filler pic x(32) value "IDENTIFIED -".
           05  filler pic x(32) value "MONITORING:".
           05  filler pic x(32) value "MONITORING -".
           05  filler pic x(32) value "UPDATE:".
           05  filler pic x(32) value "UPDATED:".
           05  filler pic x(32) value "INFORMATIONAL MESSAGE:".
           05  filler pic x(32) value "SERVICE IS OPERATING NORMALLY:".
           05  filler pic x(32) value "PERFORMANCE ISSUE:".
           05  filler pic x(32) value "SERVICE DISRUPTION:".
           05  filler pic x(32) value "SERVICE IMPACT:".
       01  ws-status-prefix-table redefines ws-status-prefix-values.
           05  ws-status-prefix              pic x(32) occurs 16 times.
       78  ws-status-prefix-count            value 16.
       77  ws-prefix-idx                     pic 9(2) value zero.
       77  ws-prefix-len                     pic 9(2) value zero.

       01  ws-stripped-sw                    pic a value 'N'.
           88  ws-stripped                   value 'Y'.
           88  ws-not-stripped               value 'N'.

      *> Timestamp / duration rendering.
       77  ws-fmt-epoch                      pic 9(10) value zero.
       77  ws-fmt-local                      pic 9(10) value zero.
       77  ws-fmt-days                       pic 9(7) value zero.
       77  ws-fmt-rem                        pic 9(4) value zero.
       77  ws-fmt-date8                      pic 9(8) value zero.
       77  ws-fmt-hh                         pic 9(2) value zero.
       77  ws-fmt-mm                         pic 9(2) value zero.
       77  ws-fmt-text                       pic x(16) value spaces.
       77  ws-start-text                     pic x(16) value spaces.
       77  ws-end-text                       pic x(16) value spaces.
       77  ws-dur-minutes                    pic 9(10) value zero.
       77  ws-dur-days                       pic 9(5) value zero.
       77  ws-dur-hours                      pic 9(2) value zero.
       77  ws-dur-mins                       pic 9(2) value zero.
       77  ws-dur-days-disp                  pic z(4)9.
       77  ws-dur-text                       pic x(16) value spaces.
       77  ws-now-epoch                      pic 9(10) value zero.

      *> Monthly rollup for the vendor being printed. Outage
      *> minutes are charged to the month the incident started.
       77  ws-month-yyyymm                   pic 9(6) value zero.
       77  ws-inc-yyyymm                     pic 9(6) value zero.
       77  ws-month-incidents                pic 9(4) value zero.
       77  ws-month-outage                   pic 9(8) value zero.
       77  ws-month-minutes                  pic 9(8) value zero.
       77  ws-next-month-date8               pic 9(8) value zero.
       77  ws-month-avail                    pic 9(3)v9(3) value zero.
       77  ws-month-avail-disp               pic zz9.999.
       77  ws-month-outage-disp              pic z(7)9.
       77  ws-month-incidents-disp           pic z(3)9.
       77  ws-vendor-incidents               pic 9(4) value zero.

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.

       linkage section.

       01  l-incident-category               pic x(32).

       procedure division using l-incident-category.

       main-procedure.

           move function resolve-data-path("feeds/list.dat")
               to ws-rss-list-file-name
           move function resolve-data-path("feeds/lastid.dat")
               to ws-rss-last-id-file-name

           if l-incident-category = spaces then
               move "STATUS" to ws-category-upper
           else
               move function upper-case(l-incident-category)
                   to ws-category-upper
           end-if

           call "logger" using function concatenate(
               "Starting vendor incident report for category ",
               function trim(ws-category-upper))
           end-call

           perform load-highest-rss-record

           if ws-last-id-record is zeros then
               display "No RSS feeds are configured."
               goback
           end-if

           move function rss-epoch-minutes to ws-now-epoch
           move zero to ws-vendor-count
           move zero to ws-incident-count

           open input fd-rss-list-file
               perform varying ws-rss-idx from 1 by 1
                   until ws-rss-idx > ws-last-id-record
                   or ws-vendor-count >= ws-max-vendors

                   move ws-rss-idx to f-rss-feed-id
                   read fd-rss-list-file into ws-rss-list-record
                       key is f-rss-feed-id
                       invalid key
                           continue
                       not invalid key
                           move function upper-case(ws-rss-category)
                               to ws-feed-category-upper
                           if ws-feed-category-upper
                           = ws-category-upper then
                               perform collect-vendor-incidents
                           end-if
                   end-read

               end-perform
           close fd-rss-list-file

           display "Vendor incident timeline"
           display "------------------------"

           if ws-vendor-count = zero then
               display function concatenate(
                   "No feeds are in the '",
                   function trim(ws-category-upper),
                   "' category.")
               end-display
               goback
           end-if

           perform sort-incidents

           perform varying ws-vendor-idx from 1 by 1
               until ws-vendor-idx > ws-vendor-count
               perform print-vendor-timeline
           end-perform

           display "------------------------"
           display function concatenate(
               "Vendors: ", function trim(ws-vendor-count),
               "  incidents: ", function trim(ws-incident-count))
           end-display
           if ws-incident-count >= ws-max-incidents then
               display function concatenate(
                   "Incident table full - only the first ",
                   function trim(ws-max-incidents),
                   " incidents were reported.")
               end-display
           end-if

           goback.


       collect-vendor-incidents.

           add 1 to ws-vendor-count
           move ws-rss-title to ws-vendor-name(ws-vendor-count)

           perform load-feed-content

           perform varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-num-items

               if ws-item-exists(ws-item-idx) = 'Y'
               and ws-item-hidden(ws-item-idx) not = 'Y'
               and ws-item-pub-epoch-min(ws-item-idx) not = zero then
                   perform fold-item-into-incident
               end-if

           end-perform

           exit paragraph.


       fold-item-into-incident.

           perform build-item-key

      *> Same vendor and either the same incident link or the same
      *> status-stripped title is the same incident.
           set ws-not-found to true
           perform varying ws-incident-idx from 1 by 1
               until ws-incident-idx > ws-incident-count
               if ws-inc-vendor-idx(ws-incident-idx) = ws-vendor-count
               then
                   if (ws-item-link(ws-item-idx) not = spaces
                   and ws-inc-link(ws-incident-idx)
                       = ws-item-link(ws-item-idx))
                   or ws-inc-key(ws-incident-idx) = ws-item-key then
                       set ws-found to true
                       exit perform
                   end-if
               end-if
           end-perform

           if ws-not-found then
               if ws-incident-count >= ws-max-incidents then
                   exit paragraph
               end-if
               add 1 to ws-incident-count
               move ws-incident-count to ws-incident-idx
               move ws-vendor-count
                   to ws-inc-vendor-idx(ws-incident-idx)
               move ws-item-key to ws-inc-key(ws-incident-idx)
               move ws-item-link(ws-item-idx)
                   to ws-inc-link(ws-incident-idx)
               move ws-item-key to ws-inc-title(ws-incident-idx)
               move ws-item-pub-epoch-min(ws-item-idx)
                   to ws-inc-start(ws-incident-idx)
               move ws-item-pub-epoch-min(ws-item-idx)
                   to ws-inc-last(ws-incident-idx)
               move zero to ws-inc-updates(ws-incident-idx)
               move 'N' to ws-inc-resolved(ws-incident-idx)
           end-if

           add 1 to ws-inc-updates(ws-incident-idx)

           if ws-item-pub-epoch-min(ws-item-idx)
           < ws-inc-start(ws-incident-idx) then
               move ws-item-pub-epoch-min(ws-item-idx)
                   to ws-inc-start(ws-incident-idx)
           end-if
           if ws-item-pub-epoch-min(ws-item-idx)
           > ws-inc-last(ws-incident-idx) then
               move ws-item-pub-epoch-min(ws-item-idx)
                   to ws-inc-last(ws-incident-idx)
           end-if

           move function upper-case(function concatenate(
               function trim(ws-item-title(ws-item-idx)), " ",
               function trim(ws-item-desc(ws-item-idx))))
               to ws-item-text-upper

           move zero to ws-resolved-tally
           inspect ws-item-text-upper tallying ws-resolved-tally
               for all "RESOLVED"
                   all "OPERATING NORMALLY"
                   all "COMPLETED"
           if ws-resolved-tally > zero then
               move 'Y' to ws-inc-resolved(ws-incident-idx)
           end-if

           exit paragraph.


       build-item-key.

           move function upper-case(
               function trim(ws-item-title(ws-item-idx)))
               to ws-item-key

           set ws-stripped to true
           perform until ws-not-stripped
               set ws-not-stripped to true
               perform varying ws-prefix-idx from 1 by 1
                   until ws-prefix-idx > ws-status-prefix-count
                   move function length(function trim(
                       ws-status-prefix(ws-prefix-idx)))
                       to ws-prefix-len
                   if ws-item-key(1:ws-prefix-len)
                   = ws-status-prefix(ws-prefix-idx)(1:ws-prefix-len)
                   then
                       move function trim(
                           ws-item-key(ws-prefix-len + 1:))
                           to ws-item-key
                       set ws-stripped to true
                       exit perform
                   end-if
               end-perform
           end-perform

           exit paragraph.


       sort-incidents.

      *> Bubble sort by vendor, then start time.
           if ws-incident-count < 2 then
               exit paragraph
           end-if

           compute ws-sort-limit = ws-incident-count - 1
           set ws-swapped to true
           perform until ws-not-swapped
               set ws-not-swapped to true
               perform varying ws-sort-idx from 1 by 1
                   until ws-sort-idx > ws-sort-limit
                   if ws-inc-vendor-idx(ws-sort-idx)
                       > ws-inc-vendor-idx(ws-sort-idx + 1)
                   or (ws-inc-vendor-idx(ws-sort-idx)
                       = ws-inc-vendor-idx(ws-sort-idx + 1)
                   and ws-inc-start(ws-sort-idx)
                       > ws-inc-start(ws-sort-idx + 1)) then
                       move ws-incident(ws-sort-idx)
                           to ws-incident-swap
                       move ws-incident(ws-sort-idx + 1)
                           to ws-incident(ws-sort-idx)
                       move ws-incident-swap
                           to ws-incident(ws-sort-idx + 1)
                       set ws-swapped to true
                   end-if
               end-perform
           end-perform

           exit paragraph.


       print-vendor-timeline.

           display space
           display function trim(ws-vendor-name(ws-vendor-idx))
           display "  Start             Resolved          Duration"
               "     Updates  Incident"
           end-display

           move zero to ws-vendor-incidents
           perform varying ws-incident-idx from 1 by 1
               until ws-incident-idx > ws-incident-count
               if ws-inc-vendor-idx(ws-incident-idx) = ws-vendor-idx
               then
                   add 1 to ws-vendor-incidents
                   perform print-one-incident
               end-if
           end-perform

           if ws-vendor-incidents = zero then
               display "  No dated incidents on file."
               exit paragraph
           end-if

           perform print-vendor-monthly-rollup

           exit paragraph.


       print-one-incident.

           move ws-inc-start(ws-incident-idx) to ws-fmt-epoch
           perform format-epoch
           move ws-fmt-text to ws-start-text

      *> An unresolved incident is still running - its duration so
      *> far runs to now.
           if ws-inc-resolved(ws-incident-idx) = 'Y' then
               move ws-inc-last(ws-incident-idx) to ws-fmt-epoch
               perform format-epoch
               move ws-fmt-text to ws-end-text
               compute ws-dur-minutes =
                   ws-inc-last(ws-incident-idx)
                   - ws-inc-start(ws-incident-idx)
           else
               move "ongoing" to ws-end-text
               if ws-now-epoch > ws-inc-start(ws-incident-idx) then
                   compute ws-dur-minutes =
                       ws-now-epoch - ws-inc-start(ws-incident-idx)
               else
                   move zero to ws-dur-minutes
               end-if
           end-if

           perform format-duration

           display "  " ws-start-text "  " ws-end-text "  "
               ws-dur-text " " ws-inc-updates(ws-incident-idx)
               "     " function trim(ws-inc-title(ws-incident-idx))
           end-display

           exit paragraph.


       print-vendor-monthly-rollup.

           display "  Month     Incidents  Outage mins  Availability"

           move zero to ws-month-yyyymm
           perform varying ws-incident-idx from 1 by 1
               until ws-incident-idx > ws-incident-count
               if ws-inc-vendor-idx(ws-incident-idx) = ws-vendor-idx
               then
                   perform add-incident-to-month
               end-if
           end-perform

           if ws-month-yyyymm not = zero then
               perform print-month-line
           end-if

           exit paragraph.


       add-incident-to-month.

           move ws-inc-start(ws-incident-idx) to ws-fmt-epoch
           perform format-epoch
           compute ws-inc-yyyymm = ws-fmt-date8 / 100

      *> Incidents are sorted by start, so a new month closes off the
      *> previous one.
           if ws-inc-yyyymm not = ws-month-yyyymm then
               if ws-month-yyyymm not = zero then
                   perform print-month-line
               end-if
               move ws-inc-yyyymm to ws-month-yyyymm
               move zero to ws-month-incidents
               move zero to ws-month-outage
           end-if

           add 1 to ws-month-incidents

           if ws-inc-resolved(ws-incident-idx) = 'Y' then
               compute ws-dur-minutes =
                   ws-inc-last(ws-incident-idx)
                   - ws-inc-start(ws-incident-idx)
           else
               if ws-now-epoch > ws-inc-start(ws-incident-idx) then
                   compute ws-dur-minutes =
                       ws-now-epoch - ws-inc-start(ws-incident-idx)
               else
                   move zero to ws-dur-minutes
               end-if
           end-if
           add ws-dur-minutes to ws-month-outage

           exit paragraph.


       print-month-line.

      *> Minutes in the calendar month: first of next month less
      *> first of this month.
           if function mod(ws-month-yyyymm, 100) = 12 then
               compute ws-next-month-date8 =
                   (ws-month-yyyymm + 89) * 100 + 1
           else
               compute ws-next-month-date8 =
                   (ws-month-yyyymm + 1) * 100 + 1
           end-if
           compute ws-month-minutes =
               (function integer-of-date(ws-next-month-date8)
               - function integer-of-date(ws-month-yyyymm * 100 + 1))
               * 1440

           if ws-month-outage > ws-month-minutes then
               move ws-month-minutes to ws-month-outage
           end-if

           compute ws-month-avail rounded =
               (ws-month-minutes - ws-month-outage) * 100
               / ws-month-minutes

           move ws-month-incidents to ws-month-incidents-disp
           move ws-month-outage to ws-month-outage-disp
           move ws-month-avail to ws-month-avail-disp

           display "  " ws-month-yyyymm(1:4) "-" ws-month-yyyymm(5:2)
               "   " ws-month-incidents-disp "       "
               ws-month-outage-disp "     " ws-month-avail-disp "%"
           end-display

           exit paragraph.


       format-epoch.

      *> Minutes-since-epoch (integer-of-date day count * 1440, UTC,
      *> as rss-epoch-minutes keeps it) to "YYYY-MM-DD HH:MM" on the
      *> host's wall clock.
           compute ws-fmt-local =
               ws-fmt-epoch + function rss-host-utc-offset
           compute ws-fmt-days = ws-fmt-local / 1440
           compute ws-fmt-rem = ws-fmt-local - ws-fmt-days * 1440
           compute ws-fmt-date8 =
               function date-of-integer(ws-fmt-days)
           compute ws-fmt-hh = ws-fmt-rem / 60
           compute ws-fmt-mm = ws-fmt-rem - ws-fmt-hh * 60

           move function concatenate(
               ws-fmt-date8(1:4), "-", ws-fmt-date8(5:2), "-",
               ws-fmt-date8(7:2), " ", ws-fmt-hh, ":", ws-fmt-mm)
               to ws-fmt-text

           exit paragraph.


       format-duration.

           compute ws-dur-days = ws-dur-minutes / 1440
           compute ws-dur-hours =
               (ws-dur-minutes - ws-dur-days * 1440) / 60
           compute ws-dur-mins =
               ws-dur-minutes - ws-dur-days * 1440 - ws-dur-hours * 60

           move ws-dur-days to ws-dur-days-disp
           move function concatenate(
               function trim(ws-dur-days-disp), "d ",
               ws-dur-hours, "h ", ws-dur-mins, "m")
               to ws-dur-text

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

       end program rss-incident-report.
