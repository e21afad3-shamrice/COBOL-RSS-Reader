      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Refresh forecast. Runs the batch refresh's due
      *>          rules forward an hour at a time - manual hold,
      *>          quarantine probe slots, the configured interval
      *>          with the publisher's <ttl> floor, <skipHours>/
      *>          <skipDays>, and the blackout window - assuming one
      *>          --refresh-all per hour, and lists for each hour
      *>          the feeds that come due. Each feed's expected
      *>          bytes and download/parse time per refresh are its
      *>          averages in feeds/consumption.dat over this month
      *>          and last (feeds with no history take the average
      *>          of those that have one). Hours whose estimated run
      *>          time, with downloads spread over batch_workers,
      *>          exceeds batch_max_mins are flagged.
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-forecast.

       environment division.

       configuration section.

       repository.
           function rss-epoch-minutes
           function rss-host-utc-offset
           function rss-refresh-blackout-at
           function rss-category-interval
           function get-config
           function resolve-data-path.

       input-output section.
           file-control.
               copy "./copybooks/filecontrol/rss_list_file.cpy".
               copy "./copybooks/filecontrol/rss_last_id_file.cpy".

               select optional fd-consumption-file
               assign to dynamic ws-consumption-file-name
               organization is line sequential.

       data division.
       file section.
           copy "./copybooks/filedescriptor/fd_rss_list_file.cpy".
           copy "./copybooks/filedescriptor/fd_rss_last_id_file.cpy".

           FD fd-consumption-file.
           01  f-consumption-line-raw         pic x(80).

       working-storage section.

       copy "./copybooks/wsrecord/ws-rss-list-record.cpy".
       copy "./copybooks/wsrecord/ws-last-id-record.cpy".

       77  ws-rss-list-file-name             pic x(256) value spaces.
       77  ws-rss-last-id-file-name          pic x(256) value spaces.
       77  ws-consumption-file-name          pic x(256) value spaces.
       77  ws-consumption-line               pic x(80) value spaces.

       77  ws-rss-idx                        pic 9(5) value zero.

      *> Forecast span, in hours.
       78  ws-default-hours                  value 24.
       78  ws-max-hours                      value 168.
       77  ws-forecast-hours                 pic 9(3) value zero.

      *> Same probe spacing rss-quarantine-holds applies.
       78  ws-daily-minutes                  value 1440.
       78  ws-weekly-minutes                 value 10080.

      *> Config the batch run itself is bound by.
       77  ws-config-val                     pic x(128) value spaces.
       77  ws-batch-max-minutes              pic 9(5) value zero.
       77  ws-batch-workers                  pic 9(3) value 1.
       78  ws-batch-workers-max              value 8.

      *> Months whose consumption records feed the averages.
       77  ws-this-month                     pic x(6) value spaces.
       77  ws-last-month                     pic x(6) value spaces.
       77  ws-month-year                     pic 9(4) value zero.
       77  ws-month-num                      pic 99 value zero.

       77  ws-field-month                    pic x(8) value spaces.
       77  ws-field-feed-id                  pic x(8) value spaces.
       77  ws-field-bytes                    pic x(16) value spaces.
       77  ws-field-dl-hsecs                 pic x(12) value spaces.
       77  ws-field-parse-hsecs              pic x(12) value spaces.
       77  ws-line-feed-id                   pic 9(5) value zero.

      *> Every refreshable feed with its simulated schedule state.
       78  ws-max-feeds                      value 500.
       01  ws-feed-table.
           05  ws-feed-count                 pic 9(3) value zero.
           05  ws-feed-entry occurs 500 times.
               10  ws-fc-feed-id             pic 9(5) value zero.
               10  ws-fc-title               pic x(64) value spaces.
               10  ws-fc-every-minutes       pic 9(5) value zero.
               10  ws-fc-last-epoch          pic 9(10) value zero.
               10  ws-fc-skip-hours          pic x(24) value spaces.
               10  ws-fc-skip-days           pic x(7) value spaces.
               10  ws-fc-quarantined         pic a value 'N'.
               10  ws-fc-due-this-hour       pic a value 'N'.
               10  ws-fc-samples             pic 9(7) value zero.
               10  ws-fc-bytes               pic 9(15) value zero.
               10  ws-fc-dl-hsecs            pic 9(12) value zero.
               10  ws-fc-parse-hsecs         pic 9(12) value zero.
       77  ws-feed-idx                       pic 9(3) value zero.
       77  ws-feed-found-idx                 pic 9(3) value zero.
       77  ws-feeds-held                     pic 9(5) value zero.

      *> Fallback estimate for feeds without consumption history.
       77  ws-sampled-feeds                  pic 9(5) value zero.
       77  ws-unsampled-feeds                pic 9(5) value zero.
       77  ws-avg-bytes                      pic 9(15) value zero.
       77  ws-avg-dl-hsecs                   pic 9(12) value zero.
       77  ws-avg-parse-hsecs                pic 9(12) value zero.

      *> Hour being simulated.
       77  ws-now-epoch                      pic 9(10) value zero.
       77  ws-hour-idx                       pic 9(3) value zero.
       77  ws-slot-start                     pic 9(10) value zero.
       77  ws-slot-end                       pic 9(10) value zero.
       77  ws-slot-local                     pic 9(10) value zero.
       77  ws-host-offset                    pic s9(4) value zero.
       77  ws-slot-days                      pic 9(9) value zero.
       77  ws-slot-date                      pic 9(8) value zero.
       77  ws-slot-hour                      pic 99 value zero.
       77  ws-slot-dow                       pic 9 value zero.
       77  ws-slot-blackout                  pic 9 value zero.
       77  ws-feed-due-at                    pic 9(10) value zero.

       77  ws-hour-feeds                     pic 9(5) value zero.
       77  ws-hour-deferred                  pic 9(5) value zero.
       77  ws-hour-bytes                     pic 9(15) value zero.
       77  ws-hour-dl-hsecs                  pic 9(12) value zero.
       77  ws-hour-parse-hsecs               pic 9(12) value zero.
       77  ws-hour-est-minutes               pic 9(7) value zero.
       77  ws-hours-over                     pic 9(3) value zero.
       77  ws-peak-minutes                   pic 9(7) value zero.
       77  ws-total-refreshes                pic 9(7) value zero.
       77  ws-total-bytes                    pic 9(15) value zero.

      *> Report line formatting.
       01  ws-hour-row.
           05  ws-row-date                   pic x(10).
           05  filler                        pic x value space.
           05  ws-row-hour                   pic 99.
           05  filler                        pic x(4) value ":00 ".
           05  ws-row-feeds                  pic z(4)9.
           05  filler                        pic x(8) value " feeds  ".
           05  ws-row-kbytes                 pic z(8)9.
           05  filler                        pic x(6) value " KB  ~".
           05  ws-row-minutes                pic z(5)9.
           05  filler                        pic x(5) value " min ".
           05  ws-row-flag                   pic x(24).
       77  ws-kbytes-disp                    pic z(11)9.
       77  ws-minutes-disp                   pic z(5)9.

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.

       linkage section.

       01  l-forecast-hours                  pic x(8).

       procedure division using l-forecast-hours.

       main-procedure.

           move function resolve-data-path("feeds/list.dat")
               to ws-rss-list-file-name
           move function resolve-data-path("feeds/lastid.dat")
               to ws-rss-last-id-file-name
           move function resolve-data-path("feeds/consumption.dat")
               to ws-consumption-file-name

           if function trim(l-forecast-hours) = spaces then
               move ws-default-hours to ws-forecast-hours
           else
               if function trim(l-forecast-hours) is not numeric
               or function numval(l-forecast-hours) < 1
               or function numval(l-forecast-hours) > ws-max-hours
               then
                   display function concatenate(
                       "Forecast hours must be a number from 1 to ",
                       ws-max-hours, ".")
                   end-display
                   goback
               end-if
               move function numval(l-forecast-hours)
                   to ws-forecast-hours
           end-if

           perform load-batch-config
           perform load-forecast-feeds

           if ws-feed-count = zero then
               display "No refreshable feeds are configured. "
                   "Nothing to forecast."
               end-display
               goback
           end-if

           perform load-recent-consumption
           perform compute-fallback-estimate

           display function concatenate(
               "Refresh forecast - next ", ws-forecast-hours,
               " hour(s), one --refresh-all per hour")
           end-display
           display "-----------------------------------------------"
           if ws-batch-max-minutes > zero then
               display function concatenate(
                   "Time budget (batch_max_mins): ",
                   ws-batch-max-minutes, " min, ",
                   ws-batch-workers, " download worker(s)")
               end-display
           else
               display function concatenate(
                   "No time budget set (batch_max_mins), ",
                   ws-batch-workers, " download worker(s)")
               end-display
           end-if
           if ws-feeds-held > zero then
               display function concatenate(
                   ws-feeds-held, " feed(s) on manual hold are ",
                   "left out.")
               end-display
           end-if
           if ws-unsampled-feeds > zero then
               display function concatenate(
                   ws-unsampled-feeds, " feed(s) have no recent ",
                   "consumption history and are estimated at the ",
                   "average of the rest.")
               end-display
           end-if
           display " "

      *> The clock is UTC; the hours are laid out and shown on the
      *> host's wall clock, so a half-hour zone still gets whole
      *> local hours.
           move function rss-epoch-minutes to ws-now-epoch
           move function rss-host-utc-offset to ws-host-offset
           compute ws-slot-start =
               ws-now-epoch
               - function mod(ws-now-epoch + ws-host-offset, 60)

           perform varying ws-hour-idx from 1 by 1
               until ws-hour-idx > ws-forecast-hours
               perform forecast-one-hour
               add 60 to ws-slot-start
           end-perform

           display " "
           compute ws-kbytes-disp = ws-total-bytes / 1024
           display function concatenate(
               "Total: ", ws-total-refreshes, " refresh(es), ",
               function trim(ws-kbytes-disp), " KB expected.")
           end-display
           move ws-peak-minutes to ws-minutes-disp
           display function concatenate(
               "Busiest hour: ~", function trim(ws-minutes-disp),
               " min of batch time.")
           end-display
           if ws-hours-over > zero then
               display function concatenate(
                   ws-hours-over, " hour(s) exceed the ",
                   ws-batch-max-minutes, " minute budget - move ",
                   "intervals before the window overruns.")
               end-display
           end-if

           call "logger" using function concatenate(
               "Refresh forecast produced for ", ws-forecast-hours,
               " hour(s); ", ws-hours-over, " over budget.")
           end-call

           goback.


       load-batch-config.

           move function get-config("batch_max_mins") to ws-config-val
           if ws-config-val = "NOT-SET" or ws-config-val = spaces then
               move zero to ws-batch-max-minutes
           else
               move function numval(ws-config-val)
                   to ws-batch-max-minutes
           end-if

           move function get-config("batch_workers") to ws-config-val
           if ws-config-val = "NOT-SET" or ws-config-val = spaces then
               move 1 to ws-batch-workers
           else
               move function numval(ws-config-val) to ws-batch-workers
           end-if
           if ws-batch-workers < 1 then
               move 1 to ws-batch-workers
           end-if
           if ws-batch-workers > ws-batch-workers-max then
               move ws-batch-workers-max to ws-batch-workers
           end-if

           exit paragraph.


       load-forecast-feeds.

           perform load-highest-rss-record

           if ws-last-id-record is zero then
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
                           perform add-forecast-feed
                   end-read

               end-perform
           close fd-rss-list-file

           exit paragraph.


       add-forecast-feed.

           if ws-rss-hold = 'Y' then
               add 1 to ws-feeds-held
               exit paragraph
           end-if

           if ws-feed-count >= ws-max-feeds then
               exit paragraph
           end-if

           add 1 to ws-feed-count
           move ws-feed-count to ws-feed-idx
           move ws-rss-feed-id to ws-fc-feed-id(ws-feed-idx)
           move ws-rss-title to ws-fc-title(ws-feed-idx)
           move ws-rss-skip-hours to ws-fc-skip-hours(ws-feed-idx)
           move ws-rss-skip-days to ws-fc-skip-days(ws-feed-idx)

      *> A quarantined feed is only tried at its probe slot, counted
      *> from its last attempt - and assumed to keep failing.
           if ws-rss-quarantine-level > zero then
               move 'Y' to ws-fc-quarantined(ws-feed-idx)
               if ws-rss-quarantine-level = 1 then
                   move ws-daily-minutes
                       to ws-fc-every-minutes(ws-feed-idx)
               else
                   move ws-weekly-minutes
                       to ws-fc-every-minutes(ws-feed-idx)
               end-if
               move ws-rss-last-attempt-epoch-min
                   to ws-fc-last-epoch(ws-feed-idx)
               exit paragraph
           end-if

      *> The publisher's <ttl> is a floor under our own interval
      *> (or the one the feed inherits from its category).
           move function rss-category-interval(
               ws-rss-category, ws-rss-refresh-minutes)
               to ws-fc-every-minutes(ws-feed-idx)
           if ws-rss-ttl-minutes > ws-fc-every-minutes(ws-feed-idx)
           then
               move ws-rss-ttl-minutes
                   to ws-fc-every-minutes(ws-feed-idx)
           end-if
           move ws-rss-last-refresh-epoch-min
               to ws-fc-last-epoch(ws-feed-idx)

           exit paragraph.


       load-recent-consumption.

           move function current-date(1:6) to ws-this-month
           move ws-this-month(1:4) to ws-month-year
           move ws-this-month(5:2) to ws-month-num
           if ws-month-num = 1 then
               subtract 1 from ws-month-year
               move 12 to ws-month-num
           else
               subtract 1 from ws-month-num
           end-if
           move ws-month-year to ws-last-month(1:4)
           move ws-month-num to ws-last-month(5:2)

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

           move spaces to ws-field-month ws-field-feed-id
               ws-field-bytes ws-field-dl-hsecs ws-field-parse-hsecs
           unstring ws-consumption-line delimited by "|"
               into ws-field-month ws-field-feed-id ws-field-bytes
                    ws-field-dl-hsecs ws-field-parse-hsecs
           end-unstring

           if ws-field-month(1:6) not = ws-this-month
           and ws-field-month(1:6) not = ws-last-month then
               exit paragraph
           end-if

           if function trim(ws-field-feed-id) is not numeric then
               exit paragraph
           end-if
           move function numval(ws-field-feed-id) to ws-line-feed-id

           move zero to ws-feed-found-idx
           perform varying ws-feed-idx from 1 by 1
               until ws-feed-idx > ws-feed-count
               or ws-feed-found-idx > zero
               if ws-fc-feed-id(ws-feed-idx) = ws-line-feed-id then
                   move ws-feed-idx to ws-feed-found-idx
               end-if
           end-perform

           if ws-feed-found-idx = zero then
               exit paragraph
           end-if

           add 1 to ws-fc-samples(ws-feed-found-idx)
           if function trim(ws-field-bytes) is numeric then
               add function numval(ws-field-bytes)
                   to ws-fc-bytes(ws-feed-found-idx)
           end-if
           if function trim(ws-field-dl-hsecs) is numeric then
               add function numval(ws-field-dl-hsecs)
                   to ws-fc-dl-hsecs(ws-feed-found-idx)
           end-if
           if function trim(ws-field-parse-hsecs) is numeric then
               add function numval(ws-field-parse-hsecs)
                   to ws-fc-parse-hsecs(ws-feed-found-idx)
           end-if

           exit paragraph.


       compute-fallback-estimate.

      *> Totals become per-refresh averages; feeds with no samples
      *> then take the average across the sampled feeds.
           perform varying ws-feed-idx from 1 by 1
               until ws-feed-idx > ws-feed-count
               if ws-fc-samples(ws-feed-idx) > zero then
                   compute ws-fc-bytes(ws-feed-idx) =
                       ws-fc-bytes(ws-feed-idx)
                       / ws-fc-samples(ws-feed-idx)
                   compute ws-fc-dl-hsecs(ws-feed-idx) =
                       ws-fc-dl-hsecs(ws-feed-idx)
                       / ws-fc-samples(ws-feed-idx)
                   compute ws-fc-parse-hsecs(ws-feed-idx) =
                       ws-fc-parse-hsecs(ws-feed-idx)
                       / ws-fc-samples(ws-feed-idx)
                   add 1 to ws-sampled-feeds
                   add ws-fc-bytes(ws-feed-idx) to ws-avg-bytes
                   add ws-fc-dl-hsecs(ws-feed-idx) to ws-avg-dl-hsecs
                   add ws-fc-parse-hsecs(ws-feed-idx)
                       to ws-avg-parse-hsecs
               else
                   add 1 to ws-unsampled-feeds
               end-if
           end-perform

           if ws-sampled-feeds > zero then
               divide ws-sampled-feeds into ws-avg-bytes
               divide ws-sampled-feeds into ws-avg-dl-hsecs
               divide ws-sampled-feeds into ws-avg-parse-hsecs
           end-if

           perform varying ws-feed-idx from 1 by 1
               until ws-feed-idx > ws-feed-count
               if ws-fc-samples(ws-feed-idx) = zero then
                   move ws-avg-bytes to ws-fc-bytes(ws-feed-idx)
                   move ws-avg-dl-hsecs to ws-fc-dl-hsecs(ws-feed-idx)
                   move ws-avg-parse-hsecs
                       to ws-fc-parse-hsecs(ws-feed-idx)
               end-if
           end-perform

           exit paragraph.


       forecast-one-hour.

           compute ws-slot-end = ws-slot-start + 59
           compute ws-slot-local = ws-slot-start + ws-host-offset
           compute ws-slot-days = ws-slot-local / 1440
           compute ws-slot-hour =
               function mod(ws-slot-local, 1440) / 60
      *> integer-of-date day 1 (1601-01-01) is a Monday, so mod 7
      *> gives 0=Sunday ... 6=Saturday - the skipDays position - 1.
           compute ws-slot-dow = function mod(ws-slot-days, 7)
           move function date-of-integer(ws-slot-days)
               to ws-slot-date
           move function rss-refresh-blackout-at(ws-slot-start)
               to ws-slot-blackout

           move zero to ws-hour-feeds ws-hour-deferred
               ws-hour-bytes ws-hour-dl-hsecs ws-hour-parse-hsecs

           perform varying ws-feed-idx from 1 by 1
               until ws-feed-idx > ws-feed-count
               move 'N' to ws-fc-due-this-hour(ws-feed-idx)
               perform check-feed-due-in-hour
           end-perform

           compute ws-hour-est-minutes rounded =
               (ws-hour-dl-hsecs / ws-batch-workers
                + ws-hour-parse-hsecs) / 6000
           if ws-hour-est-minutes > ws-peak-minutes then
               move ws-hour-est-minutes to ws-peak-minutes
           end-if
           add ws-hour-feeds to ws-total-refreshes
           add ws-hour-bytes to ws-total-bytes

           move spaces to ws-row-date
           string ws-slot-date(1:4) "-" ws-slot-date(5:2) "-"
               ws-slot-date(7:2) delimited by size into ws-row-date
           end-string
           move ws-slot-hour to ws-row-hour
           move ws-hour-feeds to ws-row-feeds
           compute ws-row-kbytes = ws-hour-bytes / 1024
           move ws-hour-est-minutes to ws-row-minutes
           move spaces to ws-row-flag
           if ws-slot-blackout = 1 then
               move function concatenate(
                   "BLACKOUT (", ws-hour-deferred, " wait)")
                   to ws-row-flag
           else
               if ws-batch-max-minutes > zero
               and ws-hour-est-minutes > ws-batch-max-minutes then
                   move "OVER BUDGET" to ws-row-flag
                   add 1 to ws-hours-over
               end-if
           end-if
           display ws-hour-row

      *> Then the feeds counted above, by name.
           perform varying ws-feed-idx from 1 by 1
               until ws-feed-idx > ws-feed-count
               if ws-fc-due-this-hour(ws-feed-idx) = 'Y' then
                   if ws-fc-quarantined(ws-feed-idx) = 'Y' then
                       display "      "
                           function trim(ws-fc-title(ws-feed-idx))
                           " (quarantine probe)"
                       end-display
                   else
                       display "      "
                           function trim(ws-fc-title(ws-feed-idx))
                       end-display
                   end-if
               end-if
           end-perform

           exit paragraph.


       check-feed-due-in-hour.

      *> Never refreshed, or no interval set: due at every run.
           if ws-fc-last-epoch(ws-feed-idx) = zero
           or ws-fc-every-minutes(ws-feed-idx) = zero then
               move ws-slot-start to ws-feed-due-at
           else
               compute ws-feed-due-at =
                   ws-fc-last-epoch(ws-feed-idx)
                   + ws-fc-every-minutes(ws-feed-idx)
           end-if

           if ws-feed-due-at > ws-slot-end then
               exit paragraph
           end-if

      *> The publisher's back-off hours and days.
           if ws-fc-skip-hours(ws-feed-idx) not = spaces
           and ws-fc-skip-hours(ws-feed-idx)(ws-slot-hour + 1:1)
               = 'Y' then
               exit paragraph
           end-if
           if ws-fc-skip-days(ws-feed-idx) not = spaces
           and ws-fc-skip-days(ws-feed-idx)(ws-slot-dow + 1:1)
               = 'Y' then
               exit paragraph
           end-if

           if ws-slot-blackout = 1 then
               add 1 to ws-hour-deferred
               exit paragraph
           end-if

      *> Refreshed in this hour's run - its clock restarts here.
           move ws-slot-start to ws-fc-last-epoch(ws-feed-idx)
           move 'Y' to ws-fc-due-this-hour(ws-feed-idx)
           add 1 to ws-hour-feeds
           add ws-fc-bytes(ws-feed-idx) to ws-hour-bytes
           add ws-fc-dl-hsecs(ws-feed-idx) to ws-hour-dl-hsecs
           add ws-fc-parse-hsecs(ws-feed-idx) to ws-hour-parse-hsecs

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

       end program rss-forecast.
