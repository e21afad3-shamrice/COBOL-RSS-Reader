      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Appends one consumption record per feed refresh to
      *>          feeds/consumption.dat - month, feed id, bytes
      *>          downloaded, and the download and parse time in
      *>          hundredths of a second. rss-downloader writes one
      *>          for every refresh it performs (interactive or the
      *>          serial batch path); rss-batch-refresh writes them
      *>          for its parallel path. rss-chargeback totals them.
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-consumption.

       environment division.

       configuration section.

       repository.
           function resolve-data-path.

       input-output section.
           file-control.
               select optional fd-consumption-file
               assign to dynamic ws-consumption-file-name
               organization is line sequential.

       data division.
       file section.
           FD fd-consumption-file.
           01  f-consumption-line-raw         pic x(80).

       working-storage section.

       77  ws-consumption-file-name          pic x(256) value spaces.
       77  ws-consumption-line               pic x(80) value spaces.

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

       linkage section.

       01  l-feed-id                         pic 9(5).
       01  l-bytes                           pic 9(12).
       01  l-download-hsecs                  pic 9(9).
       01  l-parse-hsecs                     pic 9(9).

       procedure division using
           l-feed-id, l-bytes, l-download-hsecs, l-parse-hsecs.

       main-procedure.

           move function resolve-data-path("feeds/consumption.dat")
               to ws-consumption-file-name

           move function current-date to ws-date-record

           move function concatenate(
               ws-year, ws-month, "|",
               l-feed-id, "|",
               l-bytes, "|",
               l-download-hsecs, "|",
               l-parse-hsecs)
               to ws-consumption-line

           open extend fd-consumption-file
               write f-consumption-line-raw from ws-consumption-line
           close fd-consumption-file

           goback.

       end program rss-consumption.


      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Monthly consumption and chargeback report over
      *>          feeds/consumption.dat: refresh count, bytes
      *>          downloaded, and download and parse time totalled
      *>          per feed owner (ws-rss-owner) and per category,
      *>          plus the heaviest feeds by bytes. Owner and
      *>          category are each feed's current ones; a feed
      *>          since unsubscribed is charged to "(removed)". The
      *>          month is YYYYMM, defaulting to the current one.
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-chargeback.

       environment division.

       configuration section.

       repository.
           function rss-category-owner
           function resolve-data-path.

       input-output section.
           file-control.
               copy "./copybooks/filecontrol/rss_list_file.cpy".

               select optional fd-consumption-file
               assign to dynamic ws-consumption-file-name
               organization is line sequential.

       data division.
       file section.
           copy "./copybooks/filedescriptor/fd_rss_list_file.cpy".

           FD fd-consumption-file.
           01  f-consumption-line-raw         pic x(80).

       working-storage section.

       copy "./copybooks/wsrecord/ws-rss-list-record.cpy".

       77  ws-rss-list-file-name             pic x(256) value spaces.
       77  ws-consumption-file-name          pic x(256) value spaces.
       77  ws-consumption-line               pic x(80) value spaces.

       77  ws-report-month                   pic x(6) value spaces.

       77  ws-field-month                    pic x(8) value spaces.
       77  ws-field-feed-id                  pic x(8) value spaces.
       77  ws-field-bytes                    pic x(16) value spaces.
       77  ws-field-dl-hsecs                 pic x(12) value spaces.
       77  ws-field-parse-hsecs              pic x(12) value spaces.
       77  ws-line-feed-id                   pic 9(5) value zero.

      *> Per-feed totals for the month.
       78  ws-max-feeds                      value 500.
       01  ws-feed-table.
           05  ws-feed-count                 pic 9(3) value zero.
           05  ws-feed-entry occurs 500 times.
               10  ws-fd-feed-id             pic 9(5) value zero.
               10  ws-fd-title               pic x(64) value spaces.
               10  ws-fd-owner               pic x(32) value spaces.
               10  ws-fd-category            pic x(32) value spaces.
               10  ws-fd-refreshes           pic 9(7) value zero.
               10  ws-fd-bytes               pic 9(15) value zero.
               10  ws-fd-dl-hsecs            pic 9(12) value zero.
               10  ws-fd-parse-hsecs         pic 9(12) value zero.
       01  ws-feed-entry-temp                pic x(179) value spaces.
       77  ws-feed-idx                       pic 9(3) value zero.
       77  ws-feed-found-idx                 pic 9(3) value zero.

      *> Roll-ups by owner and by category - one table serves both,
      *> rebuilt for each section.
       78  ws-max-groups                     value 200.
       01  ws-group-table.
           05  ws-group-count                pic 9(3) value zero.
           05  ws-group-entry occurs 200 times.
               10  ws-grp-name               pic x(32) value spaces.
               10  ws-grp-feeds              pic 9(5) value zero.
               10  ws-grp-refreshes          pic 9(7) value zero.
               10  ws-grp-bytes              pic 9(15) value zero.
               10  ws-grp-dl-hsecs           pic 9(12) value zero.
               10  ws-grp-parse-hsecs        pic 9(12) value zero.
       01  ws-group-entry-temp               pic x(83) value spaces.
       77  ws-group-idx                      pic 9(3) value zero.
       77  ws-group-found-idx                pic 9(3) value zero.
       77  ws-group-key                      pic x(32) value spaces.

       77  ws-sort-i                         pic 9(3) value zero.
       77  ws-sort-j                         pic 9(3) value zero.

      *> Heaviest feeds listed.
       78  ws-top-feeds                      value 10.

       77  ws-total-refreshes                pic 9(7) value zero.
       77  ws-total-bytes                    pic 9(15) value zero.
       77  ws-total-dl-hsecs                 pic 9(12) value zero.
       77  ws-total-parse-hsecs              pic 9(12) value zero.

      *> Report line formatting.
       01  ws-report-row.
           05  ws-row-name                   pic x(32).
           05  filler                        pic x value space.
           05  ws-row-feeds                  pic z(4)9.
           05  filler                        pic x value space.
           05  ws-row-refreshes              pic z(6)9.
           05  filler                        pic x value space.
           05  ws-row-kbytes                 pic z(10)9.
           05  filler                        pic x value space.
           05  ws-row-dl-secs                pic z(7)9.
           05  filler                        pic x value space.
           05  ws-row-parse-secs             pic z(7)9.
       77  ws-report-heading                 pic x(32) value spaces.

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.

       linkage section.

       01  l-report-month                    pic x(6).

       procedure division using l-report-month.

       main-procedure.

           move function resolve-data-path("feeds/list.dat")
               to ws-rss-list-file-name
           move function resolve-data-path("feeds/consumption.dat")
               to ws-consumption-file-name

           if l-report-month = spaces then
               move function current-date(1:6) to ws-report-month
           else
               move l-report-month to ws-report-month
           end-if

           if ws-report-month is not numeric then
               display "Month must be given as YYYYMM."
               goback
           end-if

           call "logger" using function concatenate(
               "Starting chargeback report for ", ws-report-month)
           end-call

           perform load-month-consumption

           display function concatenate(
               "Feed consumption and chargeback - ",
               ws-report-month(1:4), "-", ws-report-month(5:2))
           end-display
           display "-----------------------------------------------"

           if ws-feed-count = zero then
               display "No refreshes recorded for that month."
               goback
           end-if

           perform load-feed-owners

           move "Owner" to ws-report-heading
           perform build-owner-groups
           perform print-group-section

           move "Category" to ws-report-heading
           perform build-category-groups
           perform print-group-section

           perform print-heaviest-feeds

           display "-----------------------------------------------"
           move "Total" to ws-row-name
           move ws-feed-count to ws-row-feeds
           move ws-total-refreshes to ws-row-refreshes
           compute ws-row-kbytes rounded = ws-total-bytes / 1024
           compute ws-row-dl-secs rounded = ws-total-dl-hsecs / 100
           compute ws-row-parse-secs rounded =
               ws-total-parse-hsecs / 100
           display ws-report-row

           goback.


       load-month-consumption.

           move zero to ws-feed-count
           move zero to ws-total-refreshes ws-total-bytes
           move zero to ws-total-dl-hsecs ws-total-parse-hsecs
           set ws-not-eof to true

           open input fd-consumption-file
               perform until ws-eof
                   read fd-consumption-file into ws-consumption-line
                       at end set ws-eof to true
                   not at end
                       perform note-consumption-line
                   end-read
               end-perform
           close fd-consumption-file

           exit paragraph.


       note-consumption-line.

      *> "YYYYMM|feed id|bytes|download hsecs|parse hsecs"
           move spaces to ws-field-month ws-field-feed-id
           move spaces to ws-field-bytes ws-field-dl-hsecs
           move spaces to ws-field-parse-hsecs
           unstring ws-consumption-line delimited by "|"
               into ws-field-month ws-field-feed-id ws-field-bytes
                    ws-field-dl-hsecs ws-field-parse-hsecs
           end-unstring

           if ws-field-month(1:6) not = ws-report-month
           or function trim(ws-field-feed-id) is not numeric
           or function trim(ws-field-bytes) is not numeric
           or function trim(ws-field-dl-hsecs) is not numeric
           or function trim(ws-field-parse-hsecs) is not numeric then
               exit paragraph
           end-if

           move function numval(ws-field-feed-id) to ws-line-feed-id

           move zero to ws-feed-found-idx
           perform varying ws-feed-idx from 1 by 1
               until ws-feed-idx > ws-feed-count
               if ws-fd-feed-id(ws-feed-idx) = ws-line-feed-id then
                   move ws-feed-idx to ws-feed-found-idx
                   exit perform
               end-if
           end-perform

           if ws-feed-found-idx = zero then
               if ws-feed-count >= ws-max-feeds then
                   exit paragraph
               end-if
               add 1 to ws-feed-count
               move ws-feed-count to ws-feed-found-idx
               move ws-line-feed-id
                   to ws-fd-feed-id(ws-feed-found-idx)
           end-if

           add 1 to ws-fd-refreshes(ws-feed-found-idx)
           add function numval(ws-field-bytes)
               to ws-fd-bytes(ws-feed-found-idx)
           add function numval(ws-field-dl-hsecs)
               to ws-fd-dl-hsecs(ws-feed-found-idx)
           add function numval(ws-field-parse-hsecs)
               to ws-fd-parse-hsecs(ws-feed-found-idx)

           add 1 to ws-total-refreshes
           add function numval(ws-field-bytes) to ws-total-bytes
           add function numval(ws-field-dl-hsecs)
               to ws-total-dl-hsecs
           add function numval(ws-field-parse-hsecs)
               to ws-total-parse-hsecs

           exit paragraph.


       load-feed-owners.

           open input fd-rss-list-file
               perform varying ws-feed-idx from 1 by 1
                   until ws-feed-idx > ws-feed-count

                   move ws-fd-feed-id(ws-feed-idx) to f-rss-feed-id
                   read fd-rss-list-file into ws-rss-list-record
                       key is f-rss-feed-id
                       invalid key
                           move "(removed)"
                               to ws-fd-owner(ws-feed-idx)
                           move "(removed)"
                               to ws-fd-category(ws-feed-idx)
                           move function concatenate(
                               "feed id ",
                               ws-fd-feed-id(ws-feed-idx))
                               to ws-fd-title(ws-feed-idx)
                       not invalid key
                           move ws-rss-title to ws-fd-title(ws-feed-idx)
                           move function rss-category-owner(
                               ws-rss-category, ws-rss-owner)
                               to ws-fd-owner(ws-feed-idx)
                           move ws-rss-category
                               to ws-fd-category(ws-feed-idx)
                   end-read

                   if ws-fd-owner(ws-feed-idx) = spaces then
                       move "(no owner)" to ws-fd-owner(ws-feed-idx)
                   end-if
                   if ws-fd-category(ws-feed-idx) = spaces then
                       move "(uncategorized)"
                           to ws-fd-category(ws-feed-idx)
                   end-if

               end-perform
           close fd-rss-list-file

           exit paragraph.


       build-owner-groups.

           move zero to ws-group-count
           perform varying ws-feed-idx from 1 by 1
               until ws-feed-idx > ws-feed-count
               move ws-fd-owner(ws-feed-idx) to ws-group-key
               perform add-feed-to-group
           end-perform

           exit paragraph.


       build-category-groups.

           move zero to ws-group-count
           perform varying ws-feed-idx from 1 by 1
               until ws-feed-idx > ws-feed-count
               move ws-fd-category(ws-feed-idx) to ws-group-key
               perform add-feed-to-group
           end-perform

           exit paragraph.


       add-feed-to-group.

           move zero to ws-group-found-idx
           perform varying ws-group-idx from 1 by 1
               until ws-group-idx > ws-group-count
               if ws-grp-name(ws-group-idx) = ws-group-key then
                   move ws-group-idx to ws-group-found-idx
                   exit perform
               end-if
           end-perform

           if ws-group-found-idx = zero then
               if ws-group-count >= ws-max-groups then
                   exit paragraph
               end-if
               add 1 to ws-group-count
               move ws-group-count to ws-group-found-idx
               move ws-group-key to ws-grp-name(ws-group-found-idx)
           end-if

           add 1 to ws-grp-feeds(ws-group-found-idx)
           add ws-fd-refreshes(ws-feed-idx)
               to ws-grp-refreshes(ws-group-found-idx)
           add ws-fd-bytes(ws-feed-idx)
               to ws-grp-bytes(ws-group-found-idx)
           add ws-fd-dl-hsecs(ws-feed-idx)
               to ws-grp-dl-hsecs(ws-group-found-idx)
           add ws-fd-parse-hsecs(ws-feed-idx)
               to ws-grp-parse-hsecs(ws-group-found-idx)

           exit paragraph.


       print-group-section.

      *> Heaviest group first, by bytes downloaded.
           perform varying ws-sort-i from 1 by 1
               until ws-sort-i >= ws-group-count
               perform varying ws-sort-j from 1 by 1
                   until ws-sort-j > ws-group-count - ws-sort-i
                   if ws-grp-bytes(ws-sort-j)
                   < ws-grp-bytes(ws-sort-j + 1) then
                       move ws-group-entry(ws-sort-j)
                           to ws-group-entry-temp
                       move ws-group-entry(ws-sort-j + 1)
                           to ws-group-entry(ws-sort-j)
                       move ws-group-entry-temp
                           to ws-group-entry(ws-sort-j + 1)
                   end-if
               end-perform
           end-perform

           display " "
           display function concatenate(
               ws-report-heading, " feeds refresh          KB",
               "  dl secs  parse s")
           end-display

           perform varying ws-group-idx from 1 by 1
               until ws-group-idx > ws-group-count
               move ws-grp-name(ws-group-idx) to ws-row-name
               move ws-grp-feeds(ws-group-idx) to ws-row-feeds
               move ws-grp-refreshes(ws-group-idx)
                   to ws-row-refreshes
               compute ws-row-kbytes rounded =
                   ws-grp-bytes(ws-group-idx) / 1024
               compute ws-row-dl-secs rounded =
                   ws-grp-dl-hsecs(ws-group-idx) / 100
               compute ws-row-parse-secs rounded =
                   ws-grp-parse-hsecs(ws-group-idx) / 100
               display ws-report-row
           end-perform

           exit paragraph.


       print-heaviest-feeds.

           perform varying ws-sort-i from 1 by 1
               until ws-sort-i >= ws-feed-count
               perform varying ws-sort-j from 1 by 1
                   until ws-sort-j > ws-feed-count - ws-sort-i
                   if ws-fd-bytes(ws-sort-j)
                   < ws-fd-bytes(ws-sort-j + 1) then
                       move ws-feed-entry(ws-sort-j)
                           to ws-feed-entry-temp
                       move ws-feed-entry(ws-sort-j + 1)
                           to ws-feed-entry(ws-sort-j)
                       move ws-feed-entry-temp
                           to ws-feed-entry(ws-sort-j + 1)
                   end-if
               end-perform
           end-perform

           display " "
           display "Heaviest feeds (by bytes downloaded)"

           perform varying ws-feed-idx from 1 by 1
               until ws-feed-idx > ws-feed-count
               or ws-feed-idx > ws-top-feeds
               move ws-fd-title(ws-feed-idx) to ws-row-name
               move 1 to ws-row-feeds
               move ws-fd-refreshes(ws-feed-idx) to ws-row-refreshes
               compute ws-row-kbytes rounded =
                   ws-fd-bytes(ws-feed-idx) / 1024
               compute ws-row-dl-secs rounded =
                   ws-fd-dl-hsecs(ws-feed-idx) / 100
               compute ws-row-parse-secs rounded =
                   ws-fd-parse-hsecs(ws-feed-idx) / 100
               display ws-report-row
               display function concatenate(
                   "      owner: ", function trim(
                       ws-fd-owner(ws-feed-idx)),
                   "   category: ", function trim(
                       ws-fd-category(ws-feed-idx)))
               end-display
           end-perform

           exit paragraph.

       end program rss-chargeback.
