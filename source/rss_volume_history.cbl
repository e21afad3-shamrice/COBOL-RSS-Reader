      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Per-feed daily volume history, kept in
      *>          feeds/volume_history.dat so a feed's volume can be
      *>          followed over months after retention has pruned
      *>          the items themselves. One line per feed per day:
      *>          yyyymmdd|feed id|received|killed|read|unread
      *>          received - items first seen that day;
      *>          killed   - of those, hidden by a kill rule or a
      *>                     story mute;
      *>          read     - items first read that day;
      *>          unread   - unread items at the day's last batch.
      *>          rss-volume-record is called by rss-batch-refresh at
      *>          the end of every run and brings the day's lines up
      *>          to date - a later run the same day never lowers a
      *>          count an earlier run saw, so items pruned between
      *>          runs stay counted. rss-volume-history prints the
      *>          "--volume-history [months]" report: month-over-
      *>          month totals and growth per feed and per category
      *>          (default the last 12 months, at most 24).
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-volume-record.

       environment division.

       configuration section.

       repository.
           function rss-epoch-minutes
           function rss-host-utc-offset
           function resolve-data-path.

       input-output section.
           file-control.
               copy "./copybooks/filecontrol/rss_list_file.cpy".
               copy "./copybooks/filecontrol/rss_last_id_file.cpy".
               copy "./copybooks/filecontrol/rss_content_file.cpy".

               select optional fd-history-file
               assign to dynamic ws-history-file-name
               organization is line sequential.

               select fd-history-temp-file
               assign to dynamic ws-history-temp-file-name
               organization is line sequential.

       data division.
       file section.
           copy "./copybooks/filedescriptor/fd_rss_list_file.cpy".
           copy "./copybooks/filedescriptor/fd_rss_last_id_file.cpy".
           copy "./copybooks/filedescriptor/fd_rss_content_file.cpy".

           FD fd-history-file.
           01  f-history-line-raw             pic x(80).

           FD fd-history-temp-file.
           01  f-history-temp-line-raw        pic x(80).

       working-storage section.

       copy "./copybooks/wsrecord/ws-rss-list-record.cpy".
       copy "./copybooks/wsrecord/ws-last-id-record.cpy".
       copy "./copybooks/wsrecord/ws-rss-record.cpy".

       77  ws-rss-list-file-name             pic x(256) value spaces.
       77  ws-rss-last-id-file-name          pic x(256) value spaces.
       77  ws-rss-content-file-name          pic x(256) value spaces.
       77  ws-history-file-name              pic x(256) value spaces.
       77  ws-history-temp-file-name         pic x(256) value spaces.
       77  ws-history-line                   pic x(80) value spaces.

       77  ws-today-date8                    pic x(8) value spaces.
       77  ws-day-start-epoch                pic 9(10) value zero.
       77  ws-now-epoch                      pic 9(10) value zero.

       77  ws-rss-idx                        pic 9(5) value zero.
       77  ws-item-idx                       pic 9(6) value zero.

      *> Today's counts for every feed on the list.
       78  ws-max-feeds                      value 1000.
       01  ws-day-table.
           05  ws-day-count                  pic 9(4) value zero.
           05  ws-day-entry occurs 1000 times.
               10  ws-day-feed-id            pic 9(5) value zero.
               10  ws-day-received           pic 9(6) value zero.
               10  ws-day-killed             pic 9(6) value zero.
               10  ws-day-read               pic 9(6) value zero.
               10  ws-day-unread             pic 9(6) value zero.
       77  ws-day-idx                        pic 9(4) value zero.
       77  ws-day-found-idx                  pic 9(4) value zero.

       77  ws-field-date                     pic x(8) value spaces.
       77  ws-field-feed-id                  pic x(8) value spaces.
       77  ws-field-received                 pic x(8) value spaces.
       77  ws-field-killed                   pic x(8) value spaces.
       77  ws-field-read                     pic x(8) value spaces.
       77  ws-field-unread                   pic x(8) value spaces.
       77  ws-line-feed-id                   pic 9(5) value zero.
       77  ws-line-count                     pic 9(6) value zero.

       77  ws-rename-status                  pic s9(9) comp-5
                                             value zero.

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.

       procedure division.

       main-procedure.

           move function resolve-data-path("feeds/list.dat")
               to ws-rss-list-file-name
           move function resolve-data-path("feeds/lastid.dat")
               to ws-rss-last-id-file-name
           move function resolve-data-path(
               "feeds/volume_history.dat")
               to ws-history-file-name
           move function resolve-data-path(
               "feeds/volume_history.tmp")
               to ws-history-temp-file-name

           move function current-date(1:8) to ws-today-date8
           move function rss-epoch-minutes to ws-now-epoch
      *> Local midnight, moved onto the UTC clock the first-seen and
      *> first-read stamps are kept on.
           compute ws-day-start-epoch =
               function integer-of-date(
                   function numval(ws-today-date8)) * 1440
               - function rss-host-utc-offset

           perform load-highest-rss-record
           if ws-last-id-record is zeros then
               goback
           end-if

           move zero to ws-day-count

           open input fd-rss-list-file
               perform varying ws-rss-idx from 1 by 1
                   until ws-rss-idx > ws-last-id-record
                   or ws-day-count >= ws-max-feeds

                   move ws-rss-idx to f-rss-feed-id
                   read fd-rss-list-file into ws-rss-list-record
                       key is f-rss-feed-id
                       invalid key
                           continue
                       not invalid key
                           perform count-feed-day
                   end-read
               end-perform
           close fd-rss-list-file

           perform rewrite-history-file

           call "logger" using function concatenate(
               "Volume history updated for ", ws-day-count,
               " feed(s) on ", ws-today-date8)
           end-call

           goback.


       count-feed-day.

           add 1 to ws-day-count
           initialize ws-day-entry(ws-day-count)
           move ws-rss-feed-id to ws-day-feed-id(ws-day-count)

           if ws-rss-dat-file-name = spaces then
               exit paragraph
           end-if

           move zero to ws-num-items
           move ws-rss-dat-file-name to ws-rss-content-file-name
           open input fd-rss-content-file
               read fd-rss-content-file into ws-rss-record
                   at end
                       continue
               end-read
           close fd-rss-content-file

           perform varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-num-items
               perform count-one-item
           end-perform

           exit paragraph.


       count-one-item.

           if ws-item-first-seen(ws-item-idx) >= ws-day-start-epoch
           then
               add 1 to ws-day-received(ws-day-count)
               if ws-item-hidden(ws-item-idx) = 'Y' then
                   add 1 to ws-day-killed(ws-day-count)
               end-if
           end-if

           if ws-item-first-read(ws-item-idx) >= ws-day-start-epoch
           then
               add 1 to ws-day-read(ws-day-count)
           end-if

      *> Unread the way the feed menu counts it.
           if (ws-item-read(ws-item-idx) not = 'Y'
               or ws-item-updated(ws-item-idx) = 'Y')
           and ws-item-hidden(ws-item-idx) not = 'Y'
           and ws-item-snooze-until(ws-item-idx) not > ws-now-epoch
           then
               add 1 to ws-day-unread(ws-day-count)
           end-if

           exit paragraph.


       rewrite-history-file.

      *> Earlier days are copied across untouched; today's lines
      *> from an earlier run are folded into the table (the higher
      *> count wins) and written back fresh at the end.
           set ws-not-eof to true
           move zero to ws-line-count

           open input fd-history-file
           open output fd-history-temp-file

               perform until ws-eof
                   read fd-history-file into ws-history-line
                       at end set ws-eof to true
                   not at end
                       if ws-history-line(1:8) = ws-today-date8 then
                           perform merge-earlier-run-line
                       else
                           if ws-history-line not = spaces then
                               write f-history-temp-line-raw
                                   from ws-history-line
                               add 1 to ws-line-count
                           end-if
                       end-if
                   end-read
               end-perform

               perform varying ws-day-idx from 1 by 1
                   until ws-day-idx > ws-day-count
                   move function concatenate(
                       ws-today-date8, "|",
                       ws-day-feed-id(ws-day-idx), "|",
                       ws-day-received(ws-day-idx), "|",
                       ws-day-killed(ws-day-idx), "|",
                       ws-day-read(ws-day-idx), "|",
                       ws-day-unread(ws-day-idx))
                       to ws-history-line
                   write f-history-temp-line-raw from ws-history-line
                   add 1 to ws-line-count
               end-perform

           close fd-history-file
           close fd-history-temp-file

           call "CBL_RENAME_FILE" using
               ws-history-temp-file-name ws-history-file-name
               returning ws-rename-status
           end-call

           if ws-rename-status not = zero then
               call "logger" using function concatenate(
                   "WARN|Unable to replace ",
                   function trim(ws-history-file-name),
                   " - today's volume history was not saved.")
               end-call
           end-if

           exit paragraph.


       merge-earlier-run-line.

           move spaces to ws-field-date ws-field-feed-id
               ws-field-received ws-field-killed ws-field-read
               ws-field-unread
           unstring ws-history-line delimited by "|"
               into ws-field-date ws-field-feed-id ws-field-received
                    ws-field-killed ws-field-read ws-field-unread
           end-unstring

           if function trim(ws-field-feed-id) is not numeric then
               exit paragraph
           end-if
           move function numval(ws-field-feed-id) to ws-line-feed-id

           move zero to ws-day-found-idx
           perform varying ws-day-idx from 1 by 1
               until ws-day-idx > ws-day-count
               or ws-day-found-idx > zero
               if ws-day-feed-id(ws-day-idx) = ws-line-feed-id then
                   move ws-day-idx to ws-day-found-idx
               end-if
           end-perform

      *> A feed removed since the earlier run keeps that run's line.
           if ws-day-found-idx = zero then
               write f-history-temp-line-raw from ws-history-line
               add 1 to ws-line-count
               exit paragraph
           end-if

           if function trim(ws-field-received) is numeric
           and function numval(ws-field-received)
               > ws-day-received(ws-day-found-idx) then
               move function numval(ws-field-received)
                   to ws-day-received(ws-day-found-idx)
           end-if

           if function trim(ws-field-killed) is numeric
           and function numval(ws-field-killed)
               > ws-day-killed(ws-day-found-idx) then
               move function numval(ws-field-killed)
                   to ws-day-killed(ws-day-found-idx)
           end-if

           if function trim(ws-field-read) is numeric
           and function numval(ws-field-read)
               > ws-day-read(ws-day-found-idx) then
               move function numval(ws-field-read)
                   to ws-day-read(ws-day-found-idx)
           end-if

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

       end program rss-volume-record.


      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: "--volume-history [months]" - month-over-month
      *>          received / killed / read totals and month-end
      *>          unread from feeds/volume_history.dat, per feed and
      *>          per category, with received growth against the
      *>          month before.
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-volume-history.

       environment division.

       configuration section.

       repository.
           function resolve-data-path.

       input-output section.
           file-control.
               copy "./copybooks/filecontrol/rss_list_file.cpy".
               copy "./copybooks/filecontrol/rss_last_id_file.cpy".

               select optional fd-history-file
               assign to dynamic ws-history-file-name
               organization is line sequential.

       data division.
       file section.
           copy "./copybooks/filedescriptor/fd_rss_list_file.cpy".
           copy "./copybooks/filedescriptor/fd_rss_last_id_file.cpy".

           FD fd-history-file.
           01  f-history-line-raw             pic x(80).

       working-storage section.

       copy "./copybooks/wsrecord/ws-rss-list-record.cpy".
       copy "./copybooks/wsrecord/ws-last-id-record.cpy".

       77  ws-rss-list-file-name             pic x(256) value spaces.
       77  ws-rss-last-id-file-name          pic x(256) value spaces.
       77  ws-history-file-name              pic x(256) value spaces.
       77  ws-history-line                   pic x(80) value spaces.

      *> The report window, oldest month first.
       78  ws-max-months                     value 24.
       78  ws-default-months                 value 12.
       77  ws-month-count                    pic 9(2) value zero.
       01  ws-month-table.
           05  ws-month-key                  pic x(6)
                                             occurs 24 times.
       77  ws-month-idx                      pic 9(2) value zero.
       77  ws-month-found-idx                pic 9(2) value zero.
       77  ws-month-serial                   pic 9(6) value zero.
       77  ws-month-yyyy                     pic 9(4) value zero.
       77  ws-month-mm                       pic 9(2) value zero.
       77  ws-this-month                     pic x(6) value spaces.

      *> Per-feed monthly totals.
       78  ws-max-feeds                      value 500.
       01  ws-feed-table.
           05  ws-feed-count                 pic 9(3) value zero.
           05  ws-feed-entry occurs 500 times.
               10  ws-fd-feed-id             pic 9(5) value zero.
               10  ws-fd-title               pic x(64) value spaces.
               10  ws-fd-category            pic x(32) value spaces.
               10  ws-fd-month occurs 24 times.
                   15  ws-fd-received        pic 9(7) value zero.
                   15  ws-fd-killed          pic 9(7) value zero.
                   15  ws-fd-read            pic 9(7) value zero.
                   15  ws-fd-unread          pic 9(7) value zero.
                   15  ws-fd-unread-date     pic x(8) value spaces.
       77  ws-feed-idx                       pic 9(3) value zero.
       77  ws-feed-found-idx                 pic 9(3) value zero.

      *> Per-category monthly totals, summed from the feeds.
       78  ws-max-groups                     value 200.
       01  ws-group-table.
           05  ws-group-count                pic 9(3) value zero.
           05  ws-group-entry occurs 200 times.
               10  ws-grp-name               pic x(32) value spaces.
               10  ws-grp-month occurs 24 times.
                   15  ws-grp-received       pic 9(8) value zero.
                   15  ws-grp-killed         pic 9(8) value zero.
                   15  ws-grp-read           pic 9(8) value zero.
                   15  ws-grp-unread         pic 9(8) value zero.
       77  ws-group-idx                      pic 9(3) value zero.
       77  ws-group-found-idx                pic 9(3) value zero.

       77  ws-field-date                     pic x(8) value spaces.
       77  ws-field-feed-id                  pic x(8) value spaces.
       77  ws-field-received                 pic x(8) value spaces.
       77  ws-field-killed                   pic x(8) value spaces.
       77  ws-field-read                     pic x(8) value spaces.
       77  ws-field-unread                   pic x(8) value spaces.
       77  ws-line-feed-id                   pic 9(5) value zero.
       77  ws-line-count                     pic 9(7) value zero.

       77  ws-rss-idx                        pic 9(5) value zero.
       77  ws-months-disp                    pic z9.

      *> One report row, and the running values it is built from.
       77  ws-row-received                   pic 9(8) value zero.
       77  ws-row-killed                     pic 9(8) value zero.
       77  ws-row-read                       pic 9(8) value zero.
       77  ws-row-unread                     pic 9(8) value zero.
       77  ws-prev-received                  pic 9(8) value zero.
       77  ws-row-has-data-sw                pic a value 'N'.
           88  ws-row-has-data               value 'Y'.
           88  ws-row-no-data                value 'N'.
       77  ws-growth-pct                     pic s9(6) value zero.

       01  ws-report-row.
           05  filler                        pic x(2) value spaces.
           05  ws-rr-month                   pic x(7).
           05  filler                        pic x(2) value spaces.
           05  ws-rr-received                pic z(7)9.
           05  filler                        pic x(2) value spaces.
           05  ws-rr-killed                  pic z(7)9.
           05  filler                        pic x(2) value spaces.
           05  ws-rr-read                    pic z(7)9.
           05  filler                        pic x(2) value spaces.
           05  ws-rr-unread                  pic z(7)9.
           05  filler                        pic x(2) value spaces.
           05  ws-rr-growth                  pic x(8).
       77  ws-growth-disp                    pic +(5)9.

       78  ws-new-line                       value x"0a".

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.

       linkage section.

       01  l-months-arg                      pic x(8).

       procedure division using l-months-arg.

       main-procedure.

           move function resolve-data-path("feeds/list.dat")
               to ws-rss-list-file-name
           move function resolve-data-path("feeds/lastid.dat")
               to ws-rss-last-id-file-name
           move function resolve-data-path(
               "feeds/volume_history.dat")
               to ws-history-file-name

           move ws-default-months to ws-month-count
           if function trim(l-months-arg) is numeric then
               move function numval(l-months-arg) to ws-month-count
           end-if
           if ws-month-count < 1 or ws-month-count > ws-max-months
           then
               display "Months must be 1 to " ws-max-months
                   " - showing the last " ws-default-months "."
               end-display
               move ws-default-months to ws-month-count
           end-if

           perform build-month-window
           perform load-feed-names
           perform load-history-lines

           move ws-month-count to ws-months-disp
           display ws-new-line
               "Volume History - last "
               function trim(ws-months-disp) " month(s)"
           end-display
           display
               "-------------------------------"
           end-display

           if ws-line-count = zero then
               display "No volume history recorded yet - it is "
                   "written by each --refresh-all run."
               end-display
               goback
           end-if

           perform report-by-feed
           perform report-by-category

           goback.


       build-month-window.

      *> Month serial = year * 12 + month - 1, counted back from
      *> the current month.
           move function current-date(1:6) to ws-this-month
           move ws-this-month(1:4) to ws-month-yyyy
           move ws-this-month(5:2) to ws-month-mm
           compute ws-month-serial =
               ws-month-yyyy * 12 + ws-month-mm - 1
               - ws-month-count + 1

           perform varying ws-month-idx from 1 by 1
               until ws-month-idx > ws-month-count
               compute ws-month-yyyy = ws-month-serial / 12
               compute ws-month-mm =
                   function mod(ws-month-serial, 12) + 1
               move spaces to ws-month-key(ws-month-idx)
               string ws-month-yyyy ws-month-mm
                   delimited by size
                   into ws-month-key(ws-month-idx)
               end-string
               add 1 to ws-month-serial
           end-perform

           exit paragraph.


       load-feed-names.

           move zero to ws-feed-count

           perform load-highest-rss-record
           if ws-last-id-record is zeros then
               exit paragraph
           end-if

           open input fd-rss-list-file
               perform varying ws-rss-idx from 1 by 1
                   until ws-rss-idx > ws-last-id-record
                   or ws-feed-count >= ws-max-feeds

                   move ws-rss-idx to f-rss-feed-id
                   read fd-rss-list-file into ws-rss-list-record
                       key is f-rss-feed-id
                       invalid key
                           continue
                       not invalid key
                           add 1 to ws-feed-count
                           initialize ws-feed-entry(ws-feed-count)
                           move ws-rss-feed-id
                               to ws-fd-feed-id(ws-feed-count)
                           move ws-rss-title
                               to ws-fd-title(ws-feed-count)
                           move ws-rss-category
                               to ws-fd-category(ws-feed-count)
                   end-read
               end-perform
           close fd-rss-list-file

           exit paragraph.


       load-history-lines.

           move zero to ws-line-count
           set ws-not-eof to true

           open input fd-history-file
               perform until ws-eof
                   read fd-history-file into ws-history-line
                       at end set ws-eof to true
                   not at end
                       perform add-history-line
                   end-read
               end-perform
           close fd-history-file

           exit paragraph.


       add-history-line.

           move spaces to ws-field-date ws-field-feed-id
               ws-field-received ws-field-killed ws-field-read
               ws-field-unread
           unstring ws-history-line delimited by "|"
               into ws-field-date ws-field-feed-id ws-field-received
                    ws-field-killed ws-field-read ws-field-unread
           end-unstring

           if ws-field-date is not numeric
           or function trim(ws-field-feed-id) is not numeric
           or function trim(ws-field-received) is not numeric
           or function trim(ws-field-killed) is not numeric
           or function trim(ws-field-read) is not numeric
           or function trim(ws-field-unread) is not numeric then
               exit paragraph
           end-if

           move zero to ws-month-found-idx
           perform varying ws-month-idx from 1 by 1
               until ws-month-idx > ws-month-count
               or ws-month-found-idx > zero
               if ws-month-key(ws-month-idx) = ws-field-date(1:6)
               then
                   move ws-month-idx to ws-month-found-idx
               end-if
           end-perform
           if ws-month-found-idx = zero then
               exit paragraph
           end-if

           move function numval(ws-field-feed-id) to ws-line-feed-id
           perform find-or-add-feed
           if ws-feed-found-idx = zero then
               exit paragraph
           end-if

           add 1 to ws-line-count
           add function numval(ws-field-received)
               to ws-fd-received(ws-feed-found-idx, ws-month-found-idx)
           add function numval(ws-field-killed)
               to ws-fd-killed(ws-feed-found-idx, ws-month-found-idx)
           add function numval(ws-field-read)
               to ws-fd-read(ws-feed-found-idx, ws-month-found-idx)

      *> Month-end unread is the month's latest day on file.
           if ws-field-date >= ws-fd-unread-date(
               ws-feed-found-idx, ws-month-found-idx) then
               move ws-field-date to ws-fd-unread-date(
                   ws-feed-found-idx, ws-month-found-idx)
               move function numval(ws-field-unread)
                   to ws-fd-unread(ws-feed-found-idx,
                       ws-month-found-idx)
           end-if

           exit paragraph.


       find-or-add-feed.

           move zero to ws-feed-found-idx
           perform varying ws-feed-idx from 1 by 1
               until ws-feed-idx > ws-feed-count
               or ws-feed-found-idx > zero
               if ws-fd-feed-id(ws-feed-idx) = ws-line-feed-id then
                   move ws-feed-idx to ws-feed-found-idx
               end-if
           end-perform

      *> History outlives the subscription - a feed since removed
      *> is still reported.
           if ws-feed-found-idx = zero
           and ws-feed-count < ws-max-feeds then
               add 1 to ws-feed-count
               initialize ws-feed-entry(ws-feed-count)
               move ws-line-feed-id to ws-fd-feed-id(ws-feed-count)
               move "(removed)" to ws-fd-title(ws-feed-count)
               move "(removed)" to ws-fd-category(ws-feed-count)
               move ws-feed-count to ws-feed-found-idx
           end-if

           exit paragraph.


       report-by-feed.

           display ws-new-line "By feed"
           end-display

           perform varying ws-feed-idx from 1 by 1
               until ws-feed-idx > ws-feed-count
               perform report-one-feed
           end-perform

           exit paragraph.


       report-one-feed.

           set ws-row-no-data to true
           perform varying ws-month-idx from 1 by 1
               until ws-month-idx > ws-month-count
               if ws-fd-unread-date(ws-feed-idx, ws-month-idx)
                   not = spaces then
                   set ws-row-has-data to true
               end-if
           end-perform

           if ws-row-no-data then
               exit paragraph
           end-if

           if ws-fd-category(ws-feed-idx) = spaces then
               display ws-new-line
                   function trim(ws-fd-title(ws-feed-idx))
                   "  (id " ws-fd-feed-id(ws-feed-idx)
                   ", uncategorized)"
               end-display
           else
               display ws-new-line
                   function trim(ws-fd-title(ws-feed-idx))
                   "  (id " ws-fd-feed-id(ws-feed-idx) ", "
                   function trim(ws-fd-category(ws-feed-idx)) ")"
               end-display
           end-if
           perform display-column-heading

           move zero to ws-prev-received
           perform varying ws-month-idx from 1 by 1
               until ws-month-idx > ws-month-count
               move ws-fd-received(ws-feed-idx, ws-month-idx)
                   to ws-row-received
               move ws-fd-killed(ws-feed-idx, ws-month-idx)
                   to ws-row-killed
               move ws-fd-read(ws-feed-idx, ws-month-idx)
                   to ws-row-read
               move ws-fd-unread(ws-feed-idx, ws-month-idx)
                   to ws-row-unread
               if ws-fd-unread-date(ws-feed-idx, ws-month-idx)
                   = spaces then
                   set ws-row-no-data to true
               else
                   set ws-row-has-data to true
               end-if
               perform display-month-row
           end-perform

           exit paragraph.


       report-by-category.

           move zero to ws-group-count

           perform varying ws-feed-idx from 1 by 1
               until ws-feed-idx > ws-feed-count
               perform add-feed-to-category
           end-perform

           display ws-new-line "By category"
           end-display

           perform varying ws-group-idx from 1 by 1
               until ws-group-idx > ws-group-count
               display ws-new-line
                   function trim(ws-grp-name(ws-group-idx))
               end-display
               perform display-column-heading

               move zero to ws-prev-received
               perform varying ws-month-idx from 1 by 1
                   until ws-month-idx > ws-month-count
                   move ws-grp-received(ws-group-idx, ws-month-idx)
                       to ws-row-received
                   move ws-grp-killed(ws-group-idx, ws-month-idx)
                       to ws-row-killed
                   move ws-grp-read(ws-group-idx, ws-month-idx)
                       to ws-row-read
                   move ws-grp-unread(ws-group-idx, ws-month-idx)
                       to ws-row-unread
                   set ws-row-has-data to true
                   perform display-month-row
               end-perform
           end-perform

           exit paragraph.


       add-feed-to-category.

           move zero to ws-group-found-idx
           perform varying ws-group-idx from 1 by 1
               until ws-group-idx > ws-group-count
               or ws-group-found-idx > zero
               if ws-grp-name(ws-group-idx)
                   = ws-fd-category(ws-feed-idx)
               or (ws-grp-name(ws-group-idx) = "(uncategorized)"
                   and ws-fd-category(ws-feed-idx) = spaces) then
                   move ws-group-idx to ws-group-found-idx
               end-if
           end-perform

           if ws-group-found-idx = zero then
               if ws-group-count >= ws-max-groups then
                   exit paragraph
               end-if
               add 1 to ws-group-count
               initialize ws-group-entry(ws-group-count)
               if ws-fd-category(ws-feed-idx) = spaces then
                   move "(uncategorized)"
                       to ws-grp-name(ws-group-count)
               else
                   move ws-fd-category(ws-feed-idx)
                       to ws-grp-name(ws-group-count)
               end-if
               move ws-group-count to ws-group-found-idx
           end-if

           perform varying ws-month-idx from 1 by 1
               until ws-month-idx > ws-month-count
               add ws-fd-received(ws-feed-idx, ws-month-idx)
                   to ws-grp-received(ws-group-found-idx,
                       ws-month-idx)
               add ws-fd-killed(ws-feed-idx, ws-month-idx)
                   to ws-grp-killed(ws-group-found-idx,
                       ws-month-idx)
               add ws-fd-read(ws-feed-idx, ws-month-idx)
                   to ws-grp-read(ws-group-found-idx, ws-month-idx)
               add ws-fd-unread(ws-feed-idx, ws-month-idx)
                   to ws-grp-unread(ws-group-found-idx,
                       ws-month-idx)
           end-perform

           exit paragraph.


       display-column-heading.

           display "  month    received    killed      read"
               "    unread  growth"
           end-display

           exit paragraph.


       display-month-row.

      *> Growth is received against the month before; "new" when
      *> the month before had nothing.
           move spaces to ws-rr-month ws-rr-growth
           string ws-month-key(ws-month-idx)(1:4) "-"
               ws-month-key(ws-month-idx)(5:2)
               delimited by size
               into ws-rr-month
           end-string

           if ws-row-no-data then
               move zero to ws-rr-received ws-rr-killed ws-rr-read
                   ws-rr-unread
               move "-" to ws-rr-growth
               move zero to ws-prev-received
               display ws-report-row
               end-display
               exit paragraph
           end-if

           move ws-row-received to ws-rr-received
           move ws-row-killed to ws-rr-killed
           move ws-row-read to ws-rr-read
           move ws-row-unread to ws-rr-unread

           evaluate true
               when ws-month-idx = 1
                   move "-" to ws-rr-growth
               when ws-prev-received = zero
               and ws-row-received > zero
                   move "new" to ws-rr-growth
               when ws-prev-received = zero
                   move "-" to ws-rr-growth
               when other
                   compute ws-growth-pct rounded =
                       (ws-row-received - ws-prev-received) * 100
                       / ws-prev-received
                   move ws-growth-pct to ws-growth-disp
                   move function concatenate(
                       function trim(ws-growth-disp), "%")
                       to ws-rr-growth
           end-evaluate

           move ws-row-received to ws-prev-received

           display ws-report-row
           end-display

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

       end program rss-volume-history.
