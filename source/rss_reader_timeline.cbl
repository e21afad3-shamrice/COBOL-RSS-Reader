      *          pub-date timestamps set by rss-parser. Enter opens
      *          the item in the regular item viewer and marks it
      *          read in its feed's content file.
      *          F5 switches to the reading queue: the same unread
      *          pool ranked by priority score and cut to a daily
      *          time box from each item's reading-time estimate,
      *          with optional per-category quotas; whatever is left
      *          unread rolls into the next day's queue first.
      *          New copies of followed stories (rss-cluster-follow,
      *          feeds/follow_pins.dat) are pinned to the top of the
      *          timeline, even when they are cross-post duplicates.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
           function pipe-open
           function pipe-close
           function rss-age-text
           function rss-local-date
           function rss-store-lock
           function utf8-clean-tail
           function rss-operator-name
           function rss-epoch-minutes
           function get-config
           function count-words
           function resolve-data-path.

       special-names.
               status is ws-content-file-status.

               copy "./copybooks/filecontrol/rss_item_state_file.cpy".
               copy "./copybooks/filecontrol/rss_seen_order_file.cpy".
               copy "./copybooks/filecontrol/rss_overflow_file.cpy".

               select optional fd-reading-queue-file
               assign to dynamic ws-queue-file-name
               organization is line sequential.

               select optional fd-follow-pin-file
               assign to dynamic ws-pin-file-name
               organization is line sequential.

       data division.
       file section.
           copy "./copybooks/filedescriptor/fd_rss_content_file.cpy".
           copy
            "./copybooks/filedescriptor/fd_rss_item_state_file.cpy".
           copy
            "./copybooks/filedescriptor/fd_rss_seen_order_file.cpy".
           copy "./copybooks/filedescriptor/fd_rss_overflow_file.cpy".

           FD fd-reading-queue-file.
           01  f-reading-queue-line-raw       pic x(320).

           FD fd-follow-pin-file.
           01  f-follow-pin-line-raw          pic x(400).

       working-storage section.

               10  ws-tl-item-title          pic x(128) value spaces.
               10  ws-tl-pub-epoch-min       pic 9(10) value zero.
               10  ws-tl-dup-count           pic 9(3) value zeros.
               10  ws-tl-rank                pic 9(16) value zero.
               10  ws-tl-minutes             pic 9(3) value zero.
               10  ws-tl-category            pic x(32) value spaces.
               10  ws-tl-rq-idx              pic 9(3) value zero.
               10  ws-tl-pinned              pic a value 'N'.

       77  ws-timeline-count                 pic 9(5) value zero.

           05  ws-tl-item-title-temp         pic x(128) value spaces.
           05  ws-tl-pub-epoch-min-temp      pic 9(10) value zero.
           05  ws-tl-dup-count-temp          pic 9(3) value zeros.
           05  ws-tl-rank-temp               pic 9(16) value zero.
           05  ws-tl-minutes-temp            pic 9(3) value zero.
           05  ws-tl-category-temp           pic x(32) value spaces.
           05  ws-tl-rq-idx-temp             pic 9(3) value zero.
           05  ws-tl-pinned-temp             pic a value 'N'.

       77  ws-sort-i                         pic 9(5) value zero.
       77  ws-sort-j                         pic 9(5) value zero.

      *> Lowest-ranked-entry lookup for the full-pool replacement
      *> above. The timeline ranks by date alone, so this is the
      *> oldest entry there.
       77  ws-tl-min-idx                     pic 9(5) value zero.
       77  ws-tl-min-rank                    pic 9(16) value zero.
       77  ws-tl-item-rank                   pic 9(16) value zero.

      *> Reading queue (F5). The pool is ranked by priority score
      *> instead of date - items already on a stored queue first -
      *> and cut to the "queue_minutes" time box (default 30) by
      *> each item's reading-time estimate, words at the same 200
      *> a minute the report writer uses. "queue_quotas" caps
      *> categories ("news=10,tech=15", minutes). The queue a day
      *> was built with is kept in feeds/reading_queue.dat (per
      *> operator when one is active): "yyyymmdd|feed id|minutes|
      *> category|guid" lines. Items read today still count
      *> against today's box; anything an earlier day queued and
      *> left unread rolls in ahead of new picks.
       01  ws-view-mode-sw                   pic a value 'T'.
           88  ws-timeline-mode              value 'T'.
           88  ws-queue-mode                 value 'Q'.

       78  ws-reading-words-per-minute       value 200.
       78  ws-default-queue-minutes          value 30.
       77  ws-queue-minutes                  pic 999 value zero.
       77  ws-queue-minutes-built            pic 999 value zero.
       77  ws-queue-minutes-disp             pic zz9.
       77  ws-queue-count-disp               pic zzzz9.
       77  ws-queue-used-disp                pic zzzz9.
       77  ws-queue-used-minutes             pic 9(5) value zero.
       77  ws-queue-carried-count            pic 9(5) value zero.
       77  ws-queue-today                    pic x(8) value spaces.
       77  ws-queue-hint                     pic x(48) value spaces.
       77  ws-queue-file-name                pic x(256) value spaces.
       77  ws-queue-line                     pic x(320) value spaces.
       77  ws-queue-key                      pic x(256) value spaces.
       77  ws-queue-select-count             pic 9(5) value zero.
       77  ws-queue-config-val               pic x(256) value spaces.

       77  ws-item-words                     pic 9(6) value zero.
       77  ws-item-minutes                   pic 9(5) value zero.
       77  ws-rss-overflow-file-name         pic x(255) value spaces.

       01  ws-ovf-eof-sw                     pic a value 'N'.
           88  ws-ovf-eof                    value 'Y'.
           88  ws-ovf-not-eof                value 'N'.

       78  ws-max-queue-entries              value 500.
       01  ws-rq-table.
           05  ws-rq-count                   pic 9(3) value zero.
           05  ws-rq-entry occurs 500 times.
               10  ws-rq-date                pic x(8) value spaces.
               10  ws-rq-feed-id             pic 9(5) value zero.
               10  ws-rq-minutes             pic 9(3) value zero.
               10  ws-rq-category            pic x(32) value spaces.
               10  ws-rq-guid                pic x(256) value spaces.
               10  ws-rq-in-pool-sw          pic a value 'N'.
       77  ws-rq-idx                         pic 9(3) value zero.
       77  ws-rq-found-idx                   pic 9(3) value zero.
       77  ws-rq-field-id                    pic x(8) value spaces.
       77  ws-rq-field-minutes               pic x(8) value spaces.

       78  ws-max-quotas                     value 20.
       01  ws-quota-table.
           05  ws-quota-count                pic 9(2) value zero.
           05  ws-quota-entry occurs 20 times.
               10  ws-quota-category         pic x(32) value spaces.
               10  ws-quota-minutes          pic 9(3) value zero.
               10  ws-quota-used             pic 9(5) value zero.
       77  ws-quota-idx                      pic 9(2) value zero.
       77  ws-quota-found-idx                pic 9(2) value zero.
       77  ws-quota-ptr                      pic 9(3) value zero.
       77  ws-quota-part                     pic x(64) value spaces.
       77  ws-quota-name                     pic x(32) value spaces.
       77  ws-quota-value                    pic x(8) value spaces.

      *> Followed-story copies pinned by rss-cluster-follow:
      *> "feed id|guid (or title)|pinned" lines. Timeline mode
      *> ranks them above everything else.
       78  ws-max-pins                       value 200.
       01  ws-pin-table.
           05  ws-pin-count                  pic 9(3) value zero.
           05  ws-pin-entry occurs 200 times.
               10  ws-pin-feed-id            pic 9(5) value zero.
               10  ws-pin-key                pic x(256) value spaces.
       77  ws-pin-idx                        pic 9(3) value zero.
       77  ws-pin-file-name                  pic x(256) value spaces.
       77  ws-pin-line                       pic x(400) value spaces.
       77  ws-pin-field-id                   pic x(8) value spaces.
       77  ws-pin-item-key                   pic x(256) value spaces.

       01  ws-item-pinned-sw                 pic a value 'N'.
           88  ws-item-pinned                value 'Y'.
           88  ws-item-not-pinned            value 'N'.

       01  ws-queue-eof-sw                   pic a value 'N'.
           88  ws-queue-eof                  value 'Y'.
           88  ws-queue-not-eof              value 'N'.

       01  ws-queue-take-sw                  pic a value 'N'.
           88  ws-queue-take                 value 'Y'.
           88  ws-queue-skip                 value 'N'.

      *> Feeds whose publisher dates can't be trusted
      *> (feeds/first_seen_order.dat) place their items by the time
      *> rss-parser first saw them instead.
       77  ws-rss-seen-order-file-name       pic x(256) value spaces.
       78  ws-max-seen-order                 value 500.
       01  ws-seen-order-table.
           05  ws-seen-order-count           pic 9(3) value zero.
           05  ws-seen-order-id              pic 9(5) value zero
                                             occurs 500 times.
       77  ws-seen-order-idx                 pic 9(3) value zero.
       77  ws-seen-order-text                pic x(16) value spaces.
       77  ws-tl-item-epoch                  pic 9(10) value zero.

       01  ws-seen-order-sw                  pic a value 'N'.
           88  ws-seen-order-feed            value 'Y'.
           88  ws-pub-order-feed             value 'N'.

      *> Current clock reading for the snooze checks - taken once
      *> per pool rebuild.
       77  ws-mute-request                   pic x value 'N'.
       77  ws-mute-status                    pic 9 value zero.

      *> Comment-thread hand-off - opening an item clears its "new
      *> comments" marks (see rss-comment-thread).
       77  ws-cmt-thread-op                  pic x value 'R'.
       77  ws-cmt-thread-key                 pic x(256) value spaces.
       77  ws-cmt-thread-status              pic 9 value zero.

      *> Intent-journal hand-off - see rss-commit-journal.
       77  ws-commit-mode                    pic x value space.
       77  ws-commit-operation               pic x(32) value spaces.

           move function rss-operator-name to ws-operator-name

           perform load-queue-settings

           perform build-timeline
           perform restore-navigation-state
           perform set-timeline-page
               display s-blank-screen
               accept s-rss-timeline-screen

      *> A new time box typed into the queue line rebuilds the queue
      *> on whatever key was pressed with it.
               if ws-queue-mode
               and ws-queue-minutes not = ws-queue-minutes-built then
                   move 1 to ws-page-num
                   perform build-timeline
                   perform set-timeline-page
               end-if

               evaluate true

                   when ws-key1 = COB-SCR-OK
                       perform view-selected-timeline-item

                   when ws-crt-status = COB-SCR-F5
                       if ws-timeline-mode then
                           set ws-queue-mode to true
                       else
                           set ws-timeline-mode to true
                       end-if
                       move 1 to ws-page-num
                       perform build-timeline
                       perform set-timeline-page

                   when ws-crt-status = COB-SCR-PAGE-DOWN
                       if ws-page-num * ws-timeline-page-size
                       < ws-timeline-count then

           end-perform

           if ws-timeline-mode then
               perform save-navigation-state
           end-if

           display s-blank-screen
           goback.
           move zero to ws-timeline-count
           move function rss-epoch-minutes to ws-tl-now-epoch
           perform load-highest-rss-record
           perform load-seen-order-feeds

           if ws-queue-mode then
               perform load-reading-queue
               move zero to ws-pin-count
           else
               perform load-follow-pins
           end-if

           if ws-last-id-record is zeros then
               exit paragraph

           perform sort-timeline-entries

           if ws-queue-mode then
               perform select-reading-queue
               perform save-reading-queue
           end-if

           exit paragraph.


               perform apply-operator-overlay
           end-if

           set ws-pub-order-feed to true
           perform varying ws-seen-order-idx from 1 by 1
               until ws-seen-order-idx > ws-seen-order-count
               if ws-seen-order-id(ws-seen-order-idx)
               = ws-rss-feed-id then
                   set ws-seen-order-feed to true
               end-if
           end-perform

           perform varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-num-items

      *> Items snoozed past the current clock stay out of the
      *> merged stream until their date comes due.
      *> A pinned followed-story copy shows even when it is a
      *> collapsed cross-post - it is the news being followed.
               if ws-item-exists(ws-item-idx) = 'Y'
               and ws-item-read(ws-item-idx) not = 'Y'
               and ws-item-hidden(ws-item-idx) not = 'Y'
               and ws-item-snooze-until(ws-item-idx)
                   not > ws-tl-now-epoch then
                   perform check-item-pinned
                   if ws-item-dup-of-feed(ws-item-idx) = zeros
                   or ws-item-pinned then
                       perform add-item-to-timeline-pool
                   end-if
               end-if

           end-perform
      *> when this candidate is newer, so feeds scanned later
      *> still land their fresh items ("merge the unread items of
      *> every feed", not "the first feeds' items").
           if ws-seen-order-feed
           and ws-item-first-seen(ws-item-idx) not = zero then
               move ws-item-first-seen(ws-item-idx)
                   to ws-tl-item-epoch
           else
               move ws-item-pub-epoch-min(ws-item-idx)
                   to ws-tl-item-epoch
           end-if

           if ws-queue-mode then
               perform set-queue-item-rank
           else
               move ws-tl-item-epoch to ws-tl-item-rank
               if ws-item-pinned then
                   add 1000000000000000 to ws-tl-item-rank
               end-if
           end-if

           if ws-timeline-count < ws-max-timeline-items then
               add 1 to ws-timeline-count
               move ws-timeline-count to ws-tl-target-idx
           else
               move 1 to ws-tl-min-idx
               move ws-tl-rank(1) to ws-tl-min-rank

               perform varying ws-tl-scan-idx from 2 by 1
                   until ws-tl-scan-idx > ws-timeline-count

                   if ws-tl-rank(ws-tl-scan-idx)
                   < ws-tl-min-rank then
                       move ws-tl-scan-idx to ws-tl-min-idx
                       move ws-tl-rank(ws-tl-scan-idx)
                           to ws-tl-min-rank
                   end-if

               end-perform

               if ws-tl-item-rank not > ws-tl-min-rank then
                   exit paragraph
               end-if

               to ws-tl-item-guid(ws-tl-target-idx)
           move ws-item-title(ws-item-idx)
               to ws-tl-item-title(ws-tl-target-idx)
           move ws-tl-item-epoch
               to ws-tl-pub-epoch-min(ws-tl-target-idx)
           move ws-item-dup-count(ws-item-idx)
               to ws-tl-dup-count(ws-tl-target-idx)
           move ws-tl-item-rank to ws-tl-rank(ws-tl-target-idx)
           move zero to ws-tl-minutes(ws-tl-target-idx)
           move ws-rss-category to ws-tl-category(ws-tl-target-idx)
           move zero to ws-tl-rq-idx(ws-tl-target-idx)
           move ws-item-pinned-sw to ws-tl-pinned(ws-tl-target-idx)

           if ws-queue-mode then
               move ws-item-minutes to ws-tl-minutes(ws-tl-target-idx)
               move ws-rq-found-idx to ws-tl-rq-idx(ws-tl-target-idx)
           end-if

           exit paragraph.


       load-queue-settings.

           move function get-config("queue_minutes")
               to ws-queue-config-val
           if function trim(ws-queue-config-val) is numeric
           and function numval(ws-queue-config-val) > zero
           and function numval(ws-queue-config-val) < 1000 then
               move function numval(ws-queue-config-val)
                   to ws-queue-minutes
           else
               move ws-default-queue-minutes to ws-queue-minutes
           end-if

      *> "category=minutes" pairs, comma separated.
           move zero to ws-quota-count
           move function get-config("queue_quotas")
               to ws-queue-config-val
           if ws-queue-config-val = "NOT-SET" then
               exit paragraph
           end-if

           move 1 to ws-quota-ptr
           perform until ws-quota-ptr > length of ws-queue-config-val
               or ws-quota-count >= ws-max-quotas

               move spaces to ws-quota-part
               unstring ws-queue-config-val delimited by ","
                   into ws-quota-part
                   with pointer ws-quota-ptr
               end-unstring

               move spaces to ws-quota-name ws-quota-value
               unstring ws-quota-part delimited by "=" or ":"
                   into ws-quota-name ws-quota-value
               end-unstring

               if function trim(ws-quota-name) not = spaces
               and function trim(ws-quota-value) is numeric then
                   add 1 to ws-quota-count
                   move function lower-case(function trim(
                       ws-quota-name))
                       to ws-quota-category(ws-quota-count)
                   move function numval(ws-quota-value)
                       to ws-quota-minutes(ws-quota-count)
               end-if

           end-perform

           exit paragraph.


       load-reading-queue.

           move function current-date(1:8) to ws-queue-today

           if ws-operator-name = spaces then
               move function resolve-data-path(
                   "feeds/reading_queue.dat")
                   to ws-queue-file-name
           else
               move function resolve-data-path(function concatenate(
                   "feeds/reading_queue_",
                   function trim(ws-operator-name), ".dat"))
                   to ws-queue-file-name
           end-if

           move zero to ws-rq-count
           set ws-queue-not-eof to true

           open input fd-reading-queue-file
               perform until ws-queue-eof
                   read fd-reading-queue-file into ws-queue-line
                       at end set ws-queue-eof to true
                   not at end
                       perform load-one-queue-entry
                   end-read
               end-perform
           close fd-reading-queue-file

           exit paragraph.


       load-one-queue-entry.

           if ws-rq-count >= ws-max-queue-entries then
               exit paragraph
           end-if

           add 1 to ws-rq-count
           initialize ws-rq-entry(ws-rq-count)
           move spaces to ws-rq-field-id ws-rq-field-minutes
           unstring ws-queue-line delimited by "|"
               into ws-rq-date(ws-rq-count) ws-rq-field-id
                    ws-rq-field-minutes ws-rq-category(ws-rq-count)
                    ws-rq-guid(ws-rq-count)
           end-unstring

           if ws-rq-date(ws-rq-count) is not numeric
           or function trim(ws-rq-field-id) is not numeric
           or ws-rq-guid(ws-rq-count) = spaces then
               subtract 1 from ws-rq-count
               exit paragraph
           end-if

           move function numval(ws-rq-field-id)
               to ws-rq-feed-id(ws-rq-count)
           if function trim(ws-rq-field-minutes) is numeric then
               move function numval(ws-rq-field-minutes)
                   to ws-rq-minutes(ws-rq-count)
           end-if
           move 'N' to ws-rq-in-pool-sw(ws-rq-count)

           exit paragraph.


       load-follow-pins.

           move function resolve-data-path("feeds/follow_pins.dat")
               to ws-pin-file-name

           move zero to ws-pin-count
           set ws-queue-not-eof to true

           open input fd-follow-pin-file
               perform until ws-queue-eof
                   or ws-pin-count >= ws-max-pins
                   read fd-follow-pin-file into ws-pin-line
                       at end set ws-queue-eof to true
                   not at end
                       move spaces to ws-pin-field-id
                       add 1 to ws-pin-count
                       unstring ws-pin-line delimited by "|"
                           into ws-pin-field-id
                                ws-pin-key(ws-pin-count)
                       end-unstring
                       if function trim(ws-pin-field-id)
                           is not numeric
                       or ws-pin-key(ws-pin-count) = spaces then
                           subtract 1 from ws-pin-count
                       else
                           move function numval(ws-pin-field-id)
                               to ws-pin-feed-id(ws-pin-count)
                       end-if
                   end-read
               end-perform
           close fd-follow-pin-file

           exit paragraph.


       check-item-pinned.

           set ws-item-not-pinned to true
           if ws-pin-count = zero then
               exit paragraph
           end-if

      *> Keyed the way rss-cluster-follow wrote it: guid, else
      *> title, with any '|' made a '/'.
           if ws-item-guid(ws-item-idx) not = spaces then
               move ws-item-guid(ws-item-idx) to ws-pin-item-key
           else
               move ws-item-title(ws-item-idx) to ws-pin-item-key
           end-if
           inspect ws-pin-item-key replacing all "|" by "/"

           perform varying ws-pin-idx from 1 by 1
               until ws-pin-idx > ws-pin-count or ws-item-pinned
               if ws-pin-feed-id(ws-pin-idx) = ws-rss-feed-id
               and ws-pin-key(ws-pin-idx) = ws-pin-item-key then
                   set ws-item-pinned to true
               end-if
           end-perform

           exit paragraph.


       set-queue-item-rank.

      *> Guid-less feeds are queued by title.
           if ws-item-guid(ws-item-idx) not = spaces then
               move ws-item-guid(ws-item-idx) to ws-queue-key
           else
               move ws-item-title(ws-item-idx) to ws-queue-key
           end-if

           move zero to ws-rq-found-idx
           perform varying ws-rq-idx from 1 by 1
               until ws-rq-idx > ws-rq-count
               or ws-rq-found-idx > zero
               if ws-rq-feed-id(ws-rq-idx) = ws-rss-feed-id
               and ws-rq-guid(ws-rq-idx) = ws-queue-key then
                   move ws-rq-idx to ws-rq-found-idx
                   move 'Y' to ws-rq-in-pool-sw(ws-rq-idx)
               end-if
           end-perform

      *> Queued items lead, then priority score, then newest.
           compute ws-tl-item-rank =
               ws-item-score(ws-item-idx) * 10000000000
               + ws-tl-item-epoch
           if ws-rq-found-idx > zero then
               add 1000000000000000 to ws-tl-item-rank
           end-if

           perform estimate-item-minutes

           exit paragraph.


       estimate-item-minutes.

           compute ws-item-words =
               function count-words(ws-item-title(ws-item-idx))
               + function count-words(ws-item-desc(ws-item-idx))

           if ws-item-desc-more(ws-item-idx) = 'Y' then
               perform add-overflow-words
           end-if

           compute ws-item-minutes =
               (ws-item-words + ws-reading-words-per-minute - 1)
               / ws-reading-words-per-minute
           if ws-item-minutes < 1 then
               move 1 to ws-item-minutes
           end-if
           if ws-item-minutes > 999 then
               move 999 to ws-item-minutes
           end-if

           exit paragraph.


       add-overflow-words.

      *> The spilled rest of a long description counts too.
           move function substitute(
               function trim(ws-rss-dat-file-name),
               ".dat", "_ovf.dat")
               to ws-rss-overflow-file-name
           set ws-ovf-not-eof to true

           open input fd-rss-overflow-file
               perform until ws-ovf-eof
                   read fd-rss-overflow-file
                       at end set ws-ovf-eof to true
                   not at end
                       if f-ovf-guid = ws-item-guid(ws-item-idx) then
                           add function count-words(f-ovf-text)
                               to ws-item-words
                           set ws-ovf-eof to true
                       end-if
                   end-read
               end-perform
           close fd-rss-overflow-file

           exit paragraph.


       select-reading-queue.

      *> Walk the ranked pool and keep what fits. Today's box is
      *> already charged with everything queued earlier today, read
      *> or not; items rolled over from an earlier day are taken
      *> first whatever they cost, then the best-scored new items
      *> that still fit the box and their category's quota.
           move zero to ws-queue-used-minutes
           move zero to ws-queue-carried-count
           move zero to ws-queue-select-count
           move ws-queue-minutes to ws-queue-minutes-built

           perform varying ws-quota-idx from 1 by 1
               until ws-quota-idx > ws-quota-count
               move zero to ws-quota-used(ws-quota-idx)
           end-perform

           perform varying ws-rq-idx from 1 by 1
               until ws-rq-idx > ws-rq-count
               if ws-rq-date(ws-rq-idx) = ws-queue-today then
                   add ws-rq-minutes(ws-rq-idx)
                       to ws-queue-used-minutes
                   move ws-rq-category(ws-rq-idx)
                       to ws-tl-category-temp
                   move ws-rq-minutes(ws-rq-idx)
                       to ws-item-minutes
                   perform charge-category-quota
               end-if
           end-perform

           perform varying ws-sort-i from 1 by 1
               until ws-sort-i > ws-timeline-count
               perform consider-queue-entry
           end-perform

           move ws-queue-select-count to ws-timeline-count

           exit paragraph.


       consider-queue-entry.

           set ws-queue-skip to true
           move ws-tl-category(ws-sort-i) to ws-tl-category-temp
           move ws-tl-minutes(ws-sort-i) to ws-item-minutes
           move ws-tl-rq-idx(ws-sort-i) to ws-rq-found-idx

           if ws-rq-found-idx > zero then
               set ws-queue-take to true
               if ws-rq-date(ws-rq-found-idx) not = ws-queue-today
               then
                   add 1 to ws-queue-carried-count
                   add ws-item-minutes to ws-queue-used-minutes
                   perform charge-category-quota
               end-if
           else
               if ws-queue-used-minutes + ws-item-minutes
                   <= ws-queue-minutes then
                   perform find-category-quota
                   if ws-quota-found-idx = zero then
                       set ws-queue-take to true
                   else
                       if ws-quota-used(ws-quota-found-idx)
                           + ws-item-minutes
                           <= ws-quota-minutes(ws-quota-found-idx)
                       then
                           set ws-queue-take to true
                       end-if
                   end-if
               end-if
               if ws-queue-take then
                   add ws-item-minutes to ws-queue-used-minutes
                   perform charge-category-quota
               end-if
           end-if

           if ws-queue-take then
               add 1 to ws-queue-select-count
               if ws-queue-select-count not = ws-sort-i then
                   move ws-timeline-entry(ws-sort-i)
                       to ws-timeline-entry(ws-queue-select-count)
               end-if
           end-if

           exit paragraph.


       find-category-quota.

           move zero to ws-quota-found-idx
           perform varying ws-quota-idx from 1 by 1
               until ws-quota-idx > ws-quota-count
               or ws-quota-found-idx > zero
               if ws-quota-category(ws-quota-idx) = function
                   lower-case(function trim(ws-tl-category-temp))
               then
                   move ws-quota-idx to ws-quota-found-idx
               end-if
           end-perform

           exit paragraph.


       charge-category-quota.

           perform find-category-quota
           if ws-quota-found-idx > zero then
               add ws-item-minutes
                   to ws-quota-used(ws-quota-found-idx)
           end-if

           exit paragraph.


       save-reading-queue.

      *> Today's read items keep their charge on the box; what an
      *> earlier day queued and has since been read drops out.
           open output fd-reading-queue-file

               perform varying ws-rq-idx from 1 by 1
                   until ws-rq-idx > ws-rq-count
                   if ws-rq-date(ws-rq-idx) = ws-queue-today
                   and ws-rq-in-pool-sw(ws-rq-idx) not = 'Y' then
                       move ws-rq-minutes(ws-rq-idx)
                           to ws-queue-minutes-disp
                       move function concatenate(
                           ws-rq-date(ws-rq-idx), "|",
                           ws-rq-feed-id(ws-rq-idx), "|",
                           function trim(ws-queue-minutes-disp), "|",
                           function trim(ws-rq-category(ws-rq-idx)),
                           "|", function trim(ws-rq-guid(ws-rq-idx)))
                           to ws-queue-line
                       write f-reading-queue-line-raw
                           from ws-queue-line
                   end-if
               end-perform

               perform varying ws-sort-i from 1 by 1
                   until ws-sort-i > ws-timeline-count
                   if ws-tl-item-guid(ws-sort-i) not = spaces then
                       move ws-tl-item-guid(ws-sort-i)
                           to ws-queue-key
                   else
                       move ws-tl-item-title(ws-sort-i)
                           to ws-queue-key
                   end-if
                   move ws-tl-minutes(ws-sort-i)
                       to ws-queue-minutes-disp
                   move function concatenate(
                       ws-queue-today, "|",
                       ws-tl-feed-id(ws-sort-i), "|",
                       function trim(ws-queue-minutes-disp), "|",
                       function trim(ws-tl-category(ws-sort-i)), "|",
                       function trim(ws-queue-key))
                       to ws-queue-line
                   write f-reading-queue-line-raw from ws-queue-line
               end-perform

           close fd-reading-queue-file

           exit paragraph.


       set-queue-header.

           move ws-timeline-count to ws-queue-count-disp
           move ws-queue-used-minutes to ws-queue-used-disp
           move ws-queue-minutes to ws-queue-minutes-disp

           if ws-timeline-count = zero then
               move function concatenate(
                   "Reading queue: nothing left for today (",
                   function trim(ws-queue-used-disp), " of ",
                   function trim(ws-queue-minutes-disp),
                   " min used)")
                   to ws-timeline-header
               move spaces to ws-timeline-page-display
               exit paragraph
           end-if

           move function concatenate(
               "Reading queue: ", function trim(ws-queue-count-disp),
               " item(s), ", function trim(ws-queue-used-disp),
               " of ", function trim(ws-queue-minutes-disp),
               " min, best first")
               to ws-timeline-header

           if ws-queue-carried-count > zero then
               move ws-queue-carried-count to ws-queue-count-disp
               move function concatenate(
                   function trim(ws-timeline-header), " (",
                   function trim(ws-queue-count-disp),
                   " carried over)")
                   to ws-timeline-header
           end-if

           compute ws-page-entry-idx = ws-page-start + 1
           move function concatenate(
               "Page ", function trim(ws-page-num), " - item ",
               function trim(ws-page-entry-idx), " onward")
               to ws-timeline-page-display

           exit paragraph.


                   set ws-swap-not-needed to true

                   if ws-tl-rank(ws-sort-j)
                   < ws-tl-rank(ws-sort-j + 1) then
                       set ws-swap-needed to true
                   end-if

               add 1 to ws-display-idx
           end-perform

           if ws-timeline-mode then
               move "(F5 builds the reading queue)" to ws-queue-hint
           else
               move "(F5 returns to the timeline)" to ws-queue-hint
           end-if

           if ws-queue-mode then
               perform set-queue-header
               exit paragraph
           end-if

           if ws-timeline-count = zero then
               move "No unread items across your feeds. All caught up."
                   to ws-timeline-header
                       ws-tl-feed-title(ws-page-entry-idx)), "] ",
                   function trim(
                       ws-tl-item-title(ws-page-entry-idx)),
                   " (", function trim(rss-local-date(
                       ws-tl-pub-epoch-min(ws-page-entry-idx))), ", ",
                   function trim(rss-age-text(
                       ws-tl-pub-epoch-min(ws-page-entry-idx))), ")")
                   to ws-display-row(ws-display-idx)
           else
                   to ws-display-row(ws-display-idx)
           end-if

      *> A followed story's new copy says so.
           if ws-tl-pinned(ws-page-entry-idx) = 'Y' then
               move function concatenate(
                   "FOLLOWED: ", ws-display-row(ws-display-idx))
                   to ws-display-row(ws-display-idx)
           end-if

      *> The queue leads with each item's reading-time estimate.
           if ws-queue-mode then
               move ws-tl-minutes(ws-page-entry-idx)
                   to ws-queue-minutes-disp
               move function concatenate(
                   function trim(ws-queue-minutes-disp),
                   "m ", ws-display-row(ws-display-idx))
                   to ws-display-row(ws-display-idx)
           end-if

      *> Don't let the row's byte cut split a multibyte character.
           move function utf8-clean-tail(
               ws-display-row(ws-display-idx))
               by content ws-ovf-file-name,
               by reference ws-item-snooze-until(ws-found-item-idx),
               by content ws-item-author(ws-found-item-idx),
               by reference ws-mute-request,
               by content ws-item-comments(ws-found-item-idx)
           end-call
           cancel "rss-reader-view-item"

           perform mark-item-comments-seen

           move 'Y' to ws-item-read(ws-found-item-idx)
           move 'N' to ws-item-updated(ws-found-item-idx)
           add 1 to ws-item-open-count(ws-found-item-idx)
           if ws-item-first-read(ws-found-item-idx) = zero then
               move function rss-epoch-minutes
                   to ws-item-first-read(ws-found-item-idx)
           end-if

      *> With an operator active the read-mark lives in that
      *> operator's own overlay - the shared content file and the
           exit paragraph.


       mark-item-comments-seen.

      *> The comment count as it stands now is the count seen; new
      *> comments on a followed thread stop being new.
           move ws-item-cmt-count(ws-found-item-idx)
               to ws-item-cmt-seen(ws-found-item-idx)

           if ws-item-guid(ws-found-item-idx) not = spaces then
               move ws-item-guid(ws-found-item-idx)
                   to ws-cmt-thread-key
           else
               move ws-item-link(ws-found-item-idx)
                   to ws-cmt-thread-key
           end-if

           move 'R' to ws-cmt-thread-op
           call "rss-comment-thread" using
               by content ws-cmt-thread-op,
               by content ws-cmt-thread-key,
               by content ws-item-title(ws-found-item-idx),
               by content ws-tl-dat-file-name(ws-selected-entry),
               by reference ws-cmt-thread-status
           end-call
           cancel "rss-comment-thread"

           exit paragraph.


       find-timeline-item-in-feed.

           move zero to ws-found-item-idx
               until ws-overlay-item-idx > ws-num-items
               move 'N' to ws-item-read(ws-overlay-item-idx)
               move zero to ws-item-open-count(ws-overlay-item-idx)
               move zero to ws-item-first-read(ws-overlay-item-idx)
           end-perform

           open input fd-rss-item-state-file
                           move f-itm-open-count
                               to ws-item-open-count(
                                   ws-overlay-item-idx)
                           move f-itm-first-read
                               to ws-item-first-read(
                                   ws-overlay-item-idx)
                   end-read
               end-if

                   to f-itm-open-count
               move ws-item-snooze-until(ws-found-item-idx)
                   to f-itm-snooze-until
               move ws-item-first-read(ws-found-item-idx)
                   to f-itm-first-read

               write f-item-state-record
                   invalid key
           exit paragraph.


       load-seen-order-feeds.

           move function resolve-data-path(
               "feeds/first_seen_order.dat")
               to ws-rss-seen-order-file-name
           move zero to ws-seen-order-count
           set ws-not-eof to true

           open input fd-rss-seen-order-file
               perform until ws-eof
                   read fd-rss-seen-order-file
                       at end set ws-eof to true
                       not at end
                           move function trim(f-seen-order-line-raw)
                               to ws-seen-order-text
                           if ws-seen-order-text not = spaces
                           and ws-seen-order-text(1:1) not = "#"
                           and ws-seen-order-count
                               < ws-max-seen-order then
                               add 1 to ws-seen-order-count
                               move function numval(ws-seen-order-text)
                                   to ws-seen-order-id(
                                       ws-seen-order-count)
                           end-if
                   end-read
               end-perform
           close fd-rss-seen-order-file

           exit paragraph.


       load-highest-rss-record.

           set ws-not-eof to true
