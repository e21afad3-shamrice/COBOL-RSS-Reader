      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Per-phase refresh timing. rss-downloader (every
      *>          interactive or serial batch refresh), the parallel
      *>          path of rss-batch-refresh and rss-parser time the
      *>          phases of a feed refresh through this program; one
      *>          record per refresh is appended to
      *>          feeds/refresh_profile.dat once the feed's list
      *>          record is updated:
      *>            epoch min|feed id|dns|download|transcode|filter|
      *>            parse|xmllint|save
      *>          all in hundredths of a second. DNS is the time to
      *>          resolve the feed's host (getent) just before the
      *>          download; download includes the conditional-GET
      *>          probe; parse excludes the save of the content file
      *>          and list record, which is timed on its own. Timers
      *>          live in working storage between calls, so callers
      *>          must not cancel this program mid-refresh.
      *>          Operations (l-prof-op):
      *>            B - begin a feed: clear all phase timers;
      *>            S - start timing phase l-prof-phase;
      *>            E - end it, adding the elapsed time;
      *>            A - add l-prof-hsecs to phase l-prof-phase;
      *>            N - time a DNS lookup of the host in the URL in
      *>                l-prof-text (phase 1);
      *>            T - add the "dns download" hsecs pair written by
      *>                a backgrounded batch download to the file
      *>                named in l-prof-text (phases 1 and 2), then
      *>                remove the file;
      *>            W - write the record for l-prof-feed-id.
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-refresh-profile.

       environment division.

       configuration section.

       repository.
           function pipe-open
           function pipe-close
           function rss-epoch-minutes
           function resolve-data-path.

       input-output section.
           file-control.
               select optional fd-profile-file
               assign to dynamic ws-profile-file-name
               organization is line sequential.

               select optional fd-timing-file
               assign to dynamic ws-timing-file-name
               organization is line sequential.

       data division.
       file section.
           FD fd-profile-file.
           01  f-profile-line-raw             pic x(100).

           FD fd-timing-file.
           01  f-timing-line-raw              pic x(40).

       working-storage section.

       77  ws-profile-file-name              pic x(256) value spaces.
       77  ws-timing-file-name               pic x(256) value spaces.
       77  ws-profile-line                   pic x(100) value spaces.
       77  ws-timing-line                    pic x(40) value spaces.
       77  ws-timing-dns                     pic x(12) value spaces.
       77  ws-timing-dl                      pic x(12) value spaces.

      *> 1 DNS, 2 download, 3 transcode, 4 filter, 5 parse,
      *> 6 xmllint, 7 save.
       78  ws-phase-count                    value 7.
       01  ws-phase-table.
           05  ws-phase occurs 7 times.
               10  ws-ph-hsecs               pic 9(8) value zero.
               10  ws-ph-start-hsecs         pic 9(8) value zero.
               10  ws-ph-running-sw          pic a value 'N'.
                   88  ws-ph-running         value 'Y'.
                   88  ws-ph-stopped         value 'N'.
       77  ws-ph-idx                         pic 9 value zero.

       01  ws-timed-sw                       pic a value 'N'.
           88  ws-anything-timed             value 'Y'.
           88  ws-nothing-timed              value 'N'.

       77  ws-clock-now-hsecs                pic 9(8) value zero.
       77  ws-clock-elapsed-hsecs            pic 9(8) value zero.
       01  ws-clock-hhmmsscc.
           05  ws-clock-hh                   pic 99.
           05  ws-clock-mm                   pic 99.
           05  ws-clock-ss                   pic 99.
           05  ws-clock-cc                   pic 99.

      *> Host part of a feed URL for the DNS lookup - only a plain
      *> host name or address is ever handed to the shell.
       77  ws-host-name                      pic x(256) value spaces.
       77  ws-host-rest                      pic x(256) value spaces.
       77  ws-host-scheme                    pic x(16) value spaces.
       77  ws-host-idx                       pic 9(3) value zero.
       77  ws-host-len                       pic 9(3) value zero.
       01  ws-host-ok-sw                     pic a value 'Y'.
           88  ws-host-ok                    value 'Y'.
           88  ws-host-bad                   value 'N'.

       01  ws-pipe-record.
           05  ws-pipe-pointer               usage pointer.
           05  ws-pipe-return                usage binary-long.
       77  ws-shell-cmd                      pic x(400) value spaces.

       linkage section.

       01  l-prof-op                         pic x.
           88  l-prof-begin                  value 'B'.
           88  l-prof-start                  value 'S'.
           88  l-prof-end                    value 'E'.
           88  l-prof-add                    value 'A'.
           88  l-prof-dns                    value 'N'.
           88  l-prof-timing-file            value 'T'.
           88  l-prof-write                  value 'W'.
       01  l-prof-phase                      pic 9.
       01  l-prof-feed-id                    pic 9(5).
       01  l-prof-text                       pic x(256).
       01  l-prof-hsecs                      pic 9(9).

       procedure division using
           l-prof-op, l-prof-phase, l-prof-feed-id, l-prof-text,
           l-prof-hsecs.

       main-procedure.

           evaluate true
               when l-prof-begin
                   perform clear-phase-timers
               when l-prof-start
                   perform start-phase-timer
               when l-prof-end
                   perform end-phase-timer
               when l-prof-add
                   if l-prof-phase >= 1
                   and l-prof-phase <= ws-phase-count then
                       add l-prof-hsecs to ws-ph-hsecs(l-prof-phase)
                       set ws-anything-timed to true
                   end-if
               when l-prof-dns
                   perform time-dns-lookup
               when l-prof-timing-file
                   perform load-batch-timing-file
               when l-prof-write
                   perform write-profile-record
           end-evaluate

           goback.


       clear-phase-timers.

           perform varying ws-ph-idx from 1 by 1
               until ws-ph-idx > ws-phase-count
               move zero to ws-ph-hsecs(ws-ph-idx)
               move zero to ws-ph-start-hsecs(ws-ph-idx)
               set ws-ph-stopped(ws-ph-idx) to true
           end-perform
           set ws-nothing-timed to true

           exit paragraph.


       start-phase-timer.

           if l-prof-phase < 1 or l-prof-phase > ws-phase-count then
               exit paragraph
           end-if

           perform capture-clock-hsecs
           move ws-clock-now-hsecs to ws-ph-start-hsecs(l-prof-phase)
           set ws-ph-running(l-prof-phase) to true

           exit paragraph.


       end-phase-timer.

           if l-prof-phase < 1 or l-prof-phase > ws-phase-count then
               exit paragraph
           end-if

           if ws-ph-stopped(l-prof-phase) then
               exit paragraph
           end-if

           perform capture-clock-hsecs
           move l-prof-phase to ws-ph-idx
           perform compute-phase-elapsed
           add ws-clock-elapsed-hsecs to ws-ph-hsecs(l-prof-phase)
           set ws-ph-stopped(l-prof-phase) to true
           set ws-anything-timed to true

           exit paragraph.


       time-dns-lookup.

           move spaces to ws-host-scheme ws-host-rest ws-host-name
           unstring l-prof-text delimited by "://"
               into ws-host-scheme ws-host-rest
           end-unstring
           if ws-host-rest = spaces then
               exit paragraph
           end-if

           unstring ws-host-rest delimited by "/" or "?" or "#"
               into ws-host-name
           end-unstring

      *> Drop any user:pass@ and :port.
           if ws-host-name = spaces then
               exit paragraph
           end-if
           move zero to ws-host-len
           inspect ws-host-name tallying ws-host-len for all "@"
           if ws-host-len > zero then
               unstring ws-host-name delimited by "@"
                   into ws-host-rest ws-host-name
               end-unstring
           end-if
           unstring ws-host-name delimited by ":"
               into ws-host-name
           end-unstring

           set ws-host-ok to true
           move function length(function trim(ws-host-name))
               to ws-host-len
           perform varying ws-host-idx from 1 by 1
               until ws-host-idx > ws-host-len
               if ws-host-name(ws-host-idx:1) is not alphabetic
               and ws-host-name(ws-host-idx:1) is not numeric
               and ws-host-name(ws-host-idx:1) not = "."
               and ws-host-name(ws-host-idx:1) not = "-" then
                   set ws-host-bad to true
               end-if
           end-perform

           if ws-host-bad or ws-host-name = spaces then
               exit paragraph
           end-if

           move function concatenate(
               "getent hosts ", function trim(ws-host-name),
               " > /dev/null 2>&1")
               to ws-shell-cmd

           move 1 to l-prof-phase
           perform start-phase-timer
           move pipe-open(ws-shell-cmd, "w") to ws-pipe-record
           move pipe-close(ws-pipe-record) to ws-pipe-return
           perform end-phase-timer

           exit paragraph.


       load-batch-timing-file.

           move l-prof-text to ws-timing-file-name
           move spaces to ws-timing-line

           open input fd-timing-file
               read fd-timing-file into ws-timing-line
                   at end
                       move spaces to ws-timing-line
               end-read
           close fd-timing-file

           move spaces to ws-timing-dns ws-timing-dl
           unstring ws-timing-line delimited by all space
               into ws-timing-dns ws-timing-dl
           end-unstring

           if ws-timing-dns not = spaces
           and function trim(ws-timing-dns) is numeric then
               add function numval(ws-timing-dns) to ws-ph-hsecs(1)
               set ws-anything-timed to true
           end-if
           if ws-timing-dl not = spaces
           and function trim(ws-timing-dl) is numeric then
               add function numval(ws-timing-dl) to ws-ph-hsecs(2)
               set ws-anything-timed to true
           end-if

           move function concatenate(
               "rm -f ", function trim(ws-timing-file-name))
               to ws-shell-cmd
           move pipe-open(ws-shell-cmd, "w") to ws-pipe-record
           move pipe-close(ws-pipe-record) to ws-pipe-return

           exit paragraph.


       write-profile-record.

           if ws-nothing-timed or l-prof-feed-id = zero then
               perform clear-phase-timers
               exit paragraph
           end-if

      *> The parse timer runs around the whole rss-parser call,
      *> which includes the save - report the two apart.
           if ws-ph-hsecs(5) >= ws-ph-hsecs(7) then
               subtract ws-ph-hsecs(7) from ws-ph-hsecs(5)
           end-if

           move function resolve-data-path("feeds/refresh_profile.dat")
               to ws-profile-file-name

           move function concatenate(
               function rss-epoch-minutes, "|",
               l-prof-feed-id, "|",
               ws-ph-hsecs(1), "|", ws-ph-hsecs(2), "|",
               ws-ph-hsecs(3), "|", ws-ph-hsecs(4), "|",
               ws-ph-hsecs(5), "|", ws-ph-hsecs(6), "|",
               ws-ph-hsecs(7))
               to ws-profile-line

           open extend fd-profile-file
               write f-profile-line-raw from ws-profile-line
           close fd-profile-file

           perform clear-phase-timers

           exit paragraph.


       capture-clock-hsecs.

           move function current-date(9:8) to ws-clock-hhmmsscc
           compute ws-clock-now-hsecs =
               ws-clock-hh * 360000 + ws-clock-mm * 6000
               + ws-clock-ss * 100 + ws-clock-cc

           exit paragraph.


       compute-phase-elapsed.

      *> A phase straddling midnight wraps the hundredths-of-a-day
      *> clock.
           if ws-clock-now-hsecs >= ws-ph-start-hsecs(ws-ph-idx) then
               compute ws-clock-elapsed-hsecs =
                   ws-clock-now-hsecs - ws-ph-start-hsecs(ws-ph-idx)
           else
               compute ws-clock-elapsed-hsecs =
                   ws-clock-now-hsecs + 8640000
                   - ws-ph-start-hsecs(ws-ph-idx)
           end-if

           exit paragraph.

       end program rss-refresh-profile.


      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Refresh timing profile report over
      *>          feeds/refresh_profile.dat for the last N days
      *>          (default 30): the share of all refresh time spent
      *>          in each phase, then the slowest feeds by average
      *>          time per refresh with each one's dominant phase -
      *>          whether to look at the network, the feed, or the
      *>          store.
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-profile-report.

       environment division.

       configuration section.

       repository.
           function rss-epoch-minutes
           function resolve-data-path.

       input-output section.
           file-control.
               copy "./copybooks/filecontrol/rss_list_file.cpy".

               select optional fd-profile-file
               assign to dynamic ws-profile-file-name
               organization is line sequential.

       data division.
       file section.
           copy "./copybooks/filedescriptor/fd_rss_list_file.cpy".

           FD fd-profile-file.
           01  f-profile-line-raw             pic x(100).

       working-storage section.

       copy "./copybooks/wsrecord/ws-rss-list-record.cpy".

       77  ws-rss-list-file-name             pic x(256) value spaces.
       77  ws-profile-file-name              pic x(256) value spaces.
       77  ws-profile-line                   pic x(100) value spaces.

       77  ws-report-days                    pic 9(4) value 30.
       77  ws-cutoff-epoch                   pic 9(10) value zero.

       01  ws-line-fields.
           05  ws-field-epoch                pic x(12).
           05  ws-field-feed-id              pic x(8).
           05  ws-field-phase occurs 7 times pic x(12).
       77  ws-line-feed-id                   pic 9(5) value zero.
       77  ws-line-hsecs                     pic 9(9) value zero.

       78  ws-phase-count                    value 7.
       01  ws-phase-name-values.
           05  filler pic x(10) value "DNS".
           05  filler pic x(10) value "download".
           05  filler pic x(10) value "transcode".
           05  filler pic x(10) value "filter".
           05  filler pic x(10) value "parse".
           05  filler pic x(10) value "xmllint".
           05  filler pic x(10) value "save".
       01  ws-phase-names redefines ws-phase-name-values.
           05  ws-phase-name occurs 7 times  pic x(10).
       01  ws-run-phase-totals.
           05  ws-run-phase-hsecs occurs 7 times pic 9(12).
       77  ws-run-total-hsecs                pic 9(12) value zero.
       77  ws-run-refreshes                  pic 9(7) value zero.
       77  ws-ph-idx                         pic 9 value zero.

      *> Per-feed totals over the window.
       78  ws-max-feeds                      value 500.
       01  ws-feed-table.
           05  ws-feed-count                 pic 9(3) value zero.
           05  ws-feed-entry occurs 500 times.
               10  ws-fd-feed-id             pic 9(5).
               10  ws-fd-title               pic x(40).
               10  ws-fd-refreshes           pic 9(7).
               10  ws-fd-total-hsecs         pic 9(12).
               10  ws-fd-avg-hsecs           pic 9(10).
               10  ws-fd-phase-hsecs occurs 7 times pic 9(12).
       01  ws-feed-entry-temp                pic x(158) value spaces.
       77  ws-feed-idx                       pic 9(3) value zero.
       77  ws-feed-found-idx                 pic 9(3) value zero.
       77  ws-sort-i                         pic 9(3) value zero.
       77  ws-sort-j                         pic 9(3) value zero.
       77  ws-dominant-idx                   pic 9 value zero.

      *> Slowest feeds listed.
       78  ws-top-feeds                      value 15.

      *> Report line formatting.
       01  ws-phase-row.
           05  filler                        pic x(2) value spaces.
           05  ws-prow-name                  pic x(10).
           05  ws-prow-secs                  pic z(8)9.99.
           05  filler                        pic x(2) value spaces.
           05  ws-prow-share                 pic zz9.9.
           05  filler                        pic x value "%".
       01  ws-feed-row.
           05  filler                        pic x(2) value spaces.
           05  ws-frow-title                 pic x(40).
           05  ws-frow-refreshes             pic z(5)9.
           05  ws-frow-avg-secs              pic z(5)9.99.
           05  filler                        pic x(2) value spaces.
           05  ws-frow-phase                 pic x(10).
           05  ws-frow-share                 pic zz9.
           05  filler                        pic x value "%".
       77  ws-disp-count                     pic z(6)9.
       77  ws-disp-days                      pic z(3)9.

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.

       linkage section.

       01  l-report-days                     pic x(4).

       procedure division using l-report-days.

       main-procedure.

           move function resolve-data-path("feeds/list.dat")
               to ws-rss-list-file-name
           move function resolve-data-path("feeds/refresh_profile.dat")
               to ws-profile-file-name

           if l-report-days not = spaces then
               if function trim(l-report-days) is not numeric then
                   display "Days must be given as a whole number."
                   goback
               end-if
               move function numval(l-report-days) to ws-report-days
           end-if
           if ws-report-days = zero then
               move 30 to ws-report-days
           end-if

           compute ws-cutoff-epoch =
               function rss-epoch-minutes - ws-report-days * 1440

           call "logger" using function concatenate(
               "Starting refresh profile report for the last ",
               ws-report-days, " days")
           end-call

           perform load-profile-records

           move ws-run-refreshes to ws-disp-count
           move ws-report-days to ws-disp-days
           display function concatenate(
               "Refresh timing profile - last ",
               function trim(ws-disp-days), " days, ",
               function trim(ws-disp-count), " feed refreshes")
           end-display
           display "-----------------------------------------------"

           if ws-run-refreshes = zero then
               display "No refresh timings recorded in that period."
               goback
           end-if

           perform print-phase-shares
           perform load-feed-titles
           perform print-slowest-feeds

           goback.


       load-profile-records.

           initialize ws-run-phase-totals
           move zero to ws-run-total-hsecs ws-run-refreshes
           move zero to ws-feed-count
           set ws-not-eof to true

           open input fd-profile-file
               perform until ws-eof
                   read fd-profile-file into ws-profile-line
                       at end set ws-eof to true
                   not at end
                       perform note-profile-line
                   end-read
               end-perform
           close fd-profile-file

           exit paragraph.


       note-profile-line.

           move spaces to ws-line-fields
           unstring ws-profile-line delimited by "|"
               into ws-field-epoch ws-field-feed-id
                    ws-field-phase(1) ws-field-phase(2)
                    ws-field-phase(3) ws-field-phase(4)
                    ws-field-phase(5) ws-field-phase(6)
                    ws-field-phase(7)
           end-unstring

           if ws-field-epoch = spaces or ws-field-feed-id = spaces
           or function trim(ws-field-epoch) is not numeric
           or function trim(ws-field-feed-id) is not numeric then
               exit paragraph
           end-if
           if function numval(ws-field-epoch) < ws-cutoff-epoch then
               exit paragraph
           end-if
           perform varying ws-ph-idx from 1 by 1
               until ws-ph-idx > ws-phase-count
               if ws-field-phase(ws-ph-idx) = spaces
               or function trim(ws-field-phase(ws-ph-idx))
                   is not numeric then
                   exit paragraph
               end-if
           end-perform

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
               initialize ws-feed-entry(ws-feed-found-idx)
               move ws-line-feed-id
                   to ws-fd-feed-id(ws-feed-found-idx)
           end-if

           add 1 to ws-fd-refreshes(ws-feed-found-idx)
           add 1 to ws-run-refreshes

           perform varying ws-ph-idx from 1 by 1
               until ws-ph-idx > ws-phase-count
               move function numval(ws-field-phase(ws-ph-idx))
                   to ws-line-hsecs
               add ws-line-hsecs
                   to ws-fd-phase-hsecs(ws-feed-found-idx, ws-ph-idx)
               add ws-line-hsecs
                   to ws-fd-total-hsecs(ws-feed-found-idx)
               add ws-line-hsecs to ws-run-phase-hsecs(ws-ph-idx)
               add ws-line-hsecs to ws-run-total-hsecs
           end-perform

           exit paragraph.


       print-phase-shares.

           display " "
           display "Share of refresh time by phase"
           display "  Phase            seconds   share"

           perform varying ws-ph-idx from 1 by 1
               until ws-ph-idx > ws-phase-count
               move ws-phase-name(ws-ph-idx) to ws-prow-name
               compute ws-prow-secs rounded =
                   ws-run-phase-hsecs(ws-ph-idx) / 100
               if ws-run-total-hsecs > zero then
                   compute ws-prow-share rounded =
                       ws-run-phase-hsecs(ws-ph-idx) * 100
                       / ws-run-total-hsecs
               else
                   move zero to ws-prow-share
               end-if
               display ws-phase-row
           end-perform

           exit paragraph.


       load-feed-titles.

           open input fd-rss-list-file
               perform varying ws-feed-idx from 1 by 1
                   until ws-feed-idx > ws-feed-count

                   move ws-fd-feed-id(ws-feed-idx) to f-rss-feed-id
                   read fd-rss-list-file into ws-rss-list-record
                       key is f-rss-feed-id
                       invalid key
                           move function concatenate(
                               "(removed) feed id ",
                               ws-fd-feed-id(ws-feed-idx))
                               to ws-fd-title(ws-feed-idx)
                       not invalid key
                           move ws-rss-title to ws-fd-title(ws-feed-idx)
                   end-read

               end-perform
           close fd-rss-list-file

           exit paragraph.


       print-slowest-feeds.

           perform varying ws-feed-idx from 1 by 1
               until ws-feed-idx > ws-feed-count
               compute ws-fd-avg-hsecs(ws-feed-idx) rounded =
                   ws-fd-total-hsecs(ws-feed-idx)
                   / ws-fd-refreshes(ws-feed-idx)
           end-perform

      *> Slowest first, by average time per refresh.
           perform varying ws-sort-i from 1 by 1
               until ws-sort-i >= ws-feed-count
               perform varying ws-sort-j from 1 by 1
                   until ws-sort-j > ws-feed-count - ws-sort-i
                   if ws-fd-avg-hsecs(ws-sort-j)
                   < ws-fd-avg-hsecs(ws-sort-j + 1) then
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
           display "Slowest feeds (average seconds per refresh)"
           display function concatenate(
               "  Feed                                    refresh",
               "   avg s  dominant phase")
           end-display

           perform varying ws-feed-idx from 1 by 1
               until ws-feed-idx > ws-feed-count
               or ws-feed-idx > ws-top-feeds

               move 1 to ws-dominant-idx
               perform varying ws-ph-idx from 2 by 1
                   until ws-ph-idx > ws-phase-count
                   if ws-fd-phase-hsecs(ws-feed-idx, ws-ph-idx)
                   > ws-fd-phase-hsecs(ws-feed-idx, ws-dominant-idx)
                   then
                       move ws-ph-idx to ws-dominant-idx
                   end-if
               end-perform

               move ws-fd-title(ws-feed-idx) to ws-frow-title
               move ws-fd-refreshes(ws-feed-idx) to ws-frow-refreshes
               compute ws-frow-avg-secs rounded =
                   ws-fd-avg-hsecs(ws-feed-idx) / 100
               move ws-phase-name(ws-dominant-idx) to ws-frow-phase
               if ws-fd-total-hsecs(ws-feed-idx) > zero then
                   compute ws-frow-share rounded =
                       ws-fd-phase-hsecs(ws-feed-idx, ws-dominant-idx)
                       * 100 / ws-fd-total-hsecs(ws-feed-idx)
               else
                   move zero to ws-frow-share
               end-if
               display ws-feed-row
           end-perform

           exit paragraph.

       end program rss-profile-report.
