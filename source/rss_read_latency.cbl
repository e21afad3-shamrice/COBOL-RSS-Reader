      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Reading-latency report. For every feed and every
      *>          category, the median and worst time from an item's
      *>          arrival to the first time anybody read it (the
      *>          first-read stamp on the item, its shared side-car,
      *>          and each operator's overlay - earliest wins), plus
      *>          every item that breached its category's target:
      *>          read too late, or still sitting unread past it.
      *>          Targets live in feeds/latency_targets.dat
      *>          ("category|minutes" lines, '#' comments, '*' as
      *>          the category sets the default for the rest).
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-read-latency.

       environment division.

       configuration section.

       repository.
           function rss-epoch-minutes
           function rss-operator-name
           function resolve-data-path.

       input-output section.
           file-control.
               copy "./copybooks/filecontrol/rss_list_file.cpy".
               copy "./copybooks/filecontrol/rss_last_id_file.cpy".
               copy "./copybooks/filecontrol/rss_item_state_file.cpy".

               select optional fd-rss-content-file
               assign to dynamic ws-rss-content-file-name.

               select optional fd-targets-file
               assign to dynamic ws-targets-file-name
               organization is line sequential.

               select optional fd-operators-file
               assign to dynamic ws-operators-file-name
               organization is line sequential.

       data division.
       file section.
           copy "./copybooks/filedescriptor/fd_rss_list_file.cpy".
           copy "./copybooks/filedescriptor/fd_rss_last_id_file.cpy".
           copy "./copybooks/filedescriptor/fd_rss_content_file.cpy".
           copy
            "./copybooks/filedescriptor/fd_rss_item_state_file.cpy".

           FD fd-targets-file.
           01  f-targets-line-raw             pic x(80).

           FD fd-operators-file.
           01  f-operators-line-raw           pic x(64).

       working-storage section.

       copy "./copybooks/wsrecord/ws-rss-list-record.cpy".
       copy "./copybooks/wsrecord/ws-last-id-record.cpy".
       copy "./copybooks/wsrecord/ws-rss-record.cpy".

       77  ws-rss-content-file-name          pic x(255) value spaces.
       77  ws-rss-list-file-name             pic x(256) value spaces.
       77  ws-rss-last-id-file-name          pic x(256) value spaces.
       77  ws-rss-item-state-file-name       pic x(256) value spaces.
       77  ws-targets-file-name              pic x(256) value spaces.
       77  ws-operators-file-name            pic x(256) value spaces.

       77  ws-rss-idx                        pic 9(5) value 1.
       77  ws-item-idx                       pic 9(6) value 1.
       77  ws-now-epoch                      pic 9(10) value zero.

      *> Operators whose overlays carry their own first-read stamps.
       78  ws-max-operators                  value 50.
       01  ws-operator-table.
           05  ws-operator-entry             pic x(32) value spaces
                                             occurs 50 times.
       77  ws-operator-count                 pic 9(2) value zero.
       77  ws-operator-idx                   pic 9(2) value zero.
       77  ws-active-operator                pic x(32) value spaces.
       77  ws-operators-line                 pic x(64) value spaces.
       77  ws-entry-role                     pic x(8) value spaces.

      *> Earliest first-read per item of the feed being scanned.
       01  ws-first-read-table.
           05  ws-item-earliest-read         pic 9(10) value zero
                                             occurs 20000 times.

      *> Per-category targets, minutes. Zero means no target.
       78  ws-max-categories                 value 100.
       01  ws-category-table.
           05  ws-category occurs 100 times.
               10  ws-cat-name               pic x(32) value spaces.
               10  ws-cat-target             pic 9(7) value zero.
               10  ws-cat-read-count         pic 9(6) value zero.
               10  ws-cat-worst              pic 9(10) value zero.
               10  ws-cat-unread-breaches    pic 9(5) value zero.
       77  ws-category-count                 pic 9(3) value zero.
       77  ws-category-idx                   pic 9(3) value zero.
      *> A category seen only on a feed (no targets line) takes the
      *> '*' default.
       78  ws-no-target-set                  value 9999999.
       77  ws-default-target                 pic 9(7) value zero.
       77  ws-item-target                    pic 9(7) value zero.
       77  ws-targets-line                   pic x(80) value spaces.
       77  ws-target-cat-text                pic x(32) value spaces.
       77  ws-target-min-text                pic x(16) value spaces.

       78  ws-max-feeds                      value 1000.
       01  ws-feed-table.
           05  ws-feed occurs 1000 times.
               10  ws-fd-title               pic x(128) value spaces.
               10  ws-fd-cat-idx             pic 9(3) value zero.
               10  ws-fd-read-count          pic 9(6) value zero.
               10  ws-fd-worst               pic 9(10) value zero.
               10  ws-fd-unstamped           pic 9(6) value zero.
       77  ws-feed-count                     pic 9(4) value zero.
       77  ws-feed-idx                       pic 9(4) value zero.

      *> Every measured latency, kept in ascending order as it is
      *> added so each group's median is a walk, not a sort.
       78  ws-max-latencies                  value 5000.
       01  ws-latency-table.
           05  ws-latency occurs 5000 times.
               10  ws-lat-minutes            pic 9(10) value zero.
               10  ws-lat-feed-idx           pic 9(4) value zero.
               10  ws-lat-cat-idx            pic 9(3) value zero.
       77  ws-latency-count                  pic 9(4) value zero.
       77  ws-latency-idx                    pic 9(4) value zero.
       77  ws-insert-idx                     pic 9(4) value zero.
       77  ws-item-latency                   pic 9(10) value zero.
       77  ws-item-age                       pic 9(10) value zero.

       78  ws-max-breaches                   value 300.
       01  ws-breach-table.
           05  ws-breach occurs 300 times.
               10  ws-br-kind                pic a value space.
               10  ws-br-minutes             pic 9(10) value zero.
               10  ws-br-target              pic 9(7) value zero.
               10  ws-br-feed-title          pic x(128) value spaces.
               10  ws-br-item-title          pic x(128) value spaces.
       77  ws-breach-count                   pic 9(4) value zero.
       77  ws-breach-idx                     pic 9(4) value zero.
       77  ws-breaches-dropped               pic 9(6) value zero.
      *> 'R' read later than the target, 'U' still unread past it.
       77  ws-breach-kind                    pic a value space.

      *> Median of one group.
       77  ws-median-rank                    pic 9(6) value zero.
       77  ws-median-seen                    pic 9(6) value zero.
       77  ws-median-minutes                 pic 9(10) value zero.
       77  ws-group-count                    pic 9(6) value zero.

      *> Duration rendering.
       77  ws-dur-minutes                    pic 9(10) value zero.
       77  ws-dur-days                       pic 9(5) value zero.
       77  ws-dur-hours                      pic 9(2) value zero.
       77  ws-dur-mins                       pic 9(2) value zero.
       77  ws-dur-days-disp                  pic z(4)9.
       77  ws-dur-text                       pic x(16) value spaces.
       77  ws-median-text                    pic x(16) value spaces.
       77  ws-worst-text                     pic x(16) value spaces.
       77  ws-count-disp                     pic z(5)9.
       77  ws-unstamped-disp                 pic z(5)9.
       77  ws-target-disp                    pic z(6)9.

       01  ws-placed-sw                      pic a value 'N'.
           88  ws-placed                     value 'Y'.
           88  ws-not-placed                 value 'N'.

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
               "feeds/latency_targets.dat")
               to ws-targets-file-name
           move function resolve-data-path("feeds/operators.dat")
               to ws-operators-file-name

           call "logger" using "Starting read-latency report..."
           end-call

           perform load-highest-rss-record

           if ws-last-id-record is zeros then
               display "No RSS feeds are configured."
               goback
           end-if

           move function rss-epoch-minutes to ws-now-epoch

           perform load-latency-targets
           perform load-operator-names

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
                           perform measure-one-feed
                   end-read

               end-perform
           close fd-rss-list-file

           perform print-feed-section
           perform print-category-section
           perform print-breach-section

           goback.


       load-latency-targets.

           move zero to ws-category-count
           move zero to ws-default-target
           set ws-not-eof to true

           open input fd-targets-file
               perform until ws-eof
                   read fd-targets-file into ws-targets-line
                       at end set ws-eof to true
                   not at end
                       if ws-targets-line not = spaces
                       and ws-targets-line(1:1) not = "#" then
                           perform parse-target-line
                       end-if
                   end-read
               end-perform
           close fd-targets-file

           exit paragraph.


       parse-target-line.

           move spaces to ws-target-cat-text ws-target-min-text
           unstring ws-targets-line delimited by "|"
               into ws-target-cat-text ws-target-min-text
           end-unstring

           if function trim(ws-target-min-text) is not numeric then
               exit paragraph
           end-if

           if function trim(ws-target-cat-text) = "*" then
               move function numval(ws-target-min-text)
                   to ws-default-target
               exit paragraph
           end-if

           move function upper-case(function trim(ws-target-cat-text))
               to ws-target-cat-text
           perform find-or-add-category
           if ws-category-idx > zero then
               move function numval(ws-target-min-text)
                   to ws-cat-target(ws-category-idx)
           end-if

           exit paragraph.


       find-or-add-category.

      *> ws-target-cat-text holds the upper-cased category name;
      *> answers its slot in ws-category-idx (zero when full).
           perform varying ws-category-idx from 1 by 1
               until ws-category-idx > ws-category-count
               if ws-cat-name(ws-category-idx) = ws-target-cat-text
               then
                   exit paragraph
               end-if
           end-perform

           if ws-category-count >= ws-max-categories then
               move zero to ws-category-idx
               exit paragraph
           end-if

           add 1 to ws-category-count
           move ws-category-count to ws-category-idx
           move ws-target-cat-text to ws-cat-name(ws-category-idx)
           move ws-no-target-set to ws-cat-target(ws-category-idx)

           exit paragraph.


       load-operator-names.

      *> Everybody named in the roles file, plus whoever is running
      *> the report.
           move zero to ws-operator-count
           set ws-not-eof to true

           open input fd-operators-file
               perform until ws-eof
                   or ws-operator-count >= ws-max-operators
                   read fd-operators-file into ws-operators-line
                       at end set ws-eof to true
                   not at end
                       if ws-operators-line not = spaces
                       and ws-operators-line(1:1) not = "#" then
                           add 1 to ws-operator-count
                           unstring ws-operators-line
                               delimited by "|"
                               into ws-operator-entry(
                                   ws-operator-count)
                                   ws-entry-role
                           end-unstring
                       end-if
                   end-read
               end-perform
           close fd-operators-file

           move function rss-operator-name to ws-active-operator
           if ws-active-operator = spaces
           or ws-operator-count >= ws-max-operators then
               exit paragraph
           end-if

           perform varying ws-operator-idx from 1 by 1
               until ws-operator-idx > ws-operator-count
               if ws-operator-entry(ws-operator-idx)
               = ws-active-operator then
                   exit paragraph
               end-if
           end-perform

           add 1 to ws-operator-count
           move ws-active-operator to ws-operator-entry(
               ws-operator-count)

           exit paragraph.


       measure-one-feed.

           add 1 to ws-feed-count
           move ws-feed-count to ws-feed-idx
           move ws-rss-title to ws-fd-title(ws-feed-idx)

           if ws-rss-category = spaces then
               move "(UNCATEGORIZED)" to ws-target-cat-text
           else
               move function upper-case(function trim(
                   ws-rss-category)) to ws-target-cat-text
           end-if
           perform find-or-add-category
           move ws-category-idx to ws-fd-cat-idx(ws-feed-idx)

           if ws-category-idx > zero then
               if ws-cat-target(ws-category-idx) = ws-no-target-set then
                   move ws-default-target to ws-item-target
               else
                   move ws-cat-target(ws-category-idx)
                       to ws-item-target
               end-if
           else
               move ws-default-target to ws-item-target
           end-if

           perform load-feed-content
           perform gather-first-read-stamps

           perform varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-num-items

               if ws-item-exists(ws-item-idx) = 'Y'
               and ws-item-hidden(ws-item-idx) not = 'Y'
               and ws-item-pub-epoch-min(ws-item-idx) not = zero then
                   perform measure-one-item
               end-if

           end-perform

           exit paragraph.


       gather-first-read-stamps.

           perform varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-num-items
               move ws-item-first-read(ws-item-idx)
                   to ws-item-earliest-read(ws-item-idx)
           end-perform

           move function substitute(
               function trim(ws-rss-dat-file-name), ".dat", ".itm")
               to ws-rss-item-state-file-name
           perform merge-side-car-stamps

           perform varying ws-operator-idx from 1 by 1
               until ws-operator-idx > ws-operator-count
               move function substitute(
                   function trim(ws-rss-dat-file-name), ".dat",
                   function concatenate(
                       "_", function trim(
                           ws-operator-entry(ws-operator-idx)),
                       ".itm"))
                   to ws-rss-item-state-file-name
               perform merge-side-car-stamps
           end-perform

           exit paragraph.


       merge-side-car-stamps.

           open input fd-rss-item-state-file

           perform varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-num-items

               if ws-item-guid(ws-item-idx) not = spaces then
                   move ws-item-guid(ws-item-idx) to f-itm-guid
                   read fd-rss-item-state-file
                       key is f-itm-guid
                       invalid key
                           continue
                       not invalid key
                           if f-itm-first-read not = zero
                           and (ws-item-earliest-read(ws-item-idx)
                               = zero
                               or f-itm-first-read
                               < ws-item-earliest-read(ws-item-idx))
                           then
                               move f-itm-first-read
                                   to ws-item-earliest-read(
                                       ws-item-idx)
                           end-if
                   end-read
               end-if

           end-perform

           close fd-rss-item-state-file

           exit paragraph.


       measure-one-item.

           if ws-item-earliest-read(ws-item-idx) = zero then
      *> Read in bulk (or before the stamp existed) - counted, not
      *> timed.
               if ws-item-read(ws-item-idx) = 'Y' then
                   add 1 to ws-fd-unstamped(ws-feed-idx)
                   exit paragraph
               end-if

      *> Unread - a breach once it has sat past the target.
               if ws-now-epoch > ws-item-pub-epoch-min(ws-item-idx)
               then
                   compute ws-item-age =
                       ws-now-epoch - ws-item-pub-epoch-min(ws-item-idx)
               else
                   move zero to ws-item-age
               end-if
               if ws-item-target > zero
               and ws-item-age > ws-item-target then
                   if ws-category-idx > zero then
                       add 1 to ws-cat-unread-breaches(
                           ws-category-idx)
                   end-if
                   move 'U' to ws-breach-kind
                   move ws-item-age to ws-item-latency
                   perform add-breach
               end-if
               exit paragraph
           end-if

           if ws-item-earliest-read(ws-item-idx)
           > ws-item-pub-epoch-min(ws-item-idx) then
               compute ws-item-latency =
                   ws-item-earliest-read(ws-item-idx)
                   - ws-item-pub-epoch-min(ws-item-idx)
           else
               move zero to ws-item-latency
           end-if

           add 1 to ws-fd-read-count(ws-feed-idx)
           if ws-item-latency > ws-fd-worst(ws-feed-idx) then
               move ws-item-latency to ws-fd-worst(ws-feed-idx)
           end-if

           if ws-category-idx > zero then
               add 1 to ws-cat-read-count(ws-category-idx)
               if ws-item-latency > ws-cat-worst(ws-category-idx) then
                   move ws-item-latency
                       to ws-cat-worst(ws-category-idx)
               end-if
           end-if

           perform insert-latency

           if ws-item-target > zero
           and ws-item-latency > ws-item-target then
               move 'R' to ws-breach-kind
               perform add-breach
           end-if

           exit paragraph.


       insert-latency.

           if ws-latency-count >= ws-max-latencies then
               exit paragraph
           end-if

      *> Shift larger entries up one and drop this one in behind
      *> them.
           add 1 to ws-latency-count
           move ws-latency-count to ws-insert-idx
           set ws-not-placed to true
           perform until ws-placed
               if ws-insert-idx = 1 then
                   set ws-placed to true
               else
                   if ws-lat-minutes(ws-insert-idx - 1)
                   not > ws-item-latency then
                       set ws-placed to true
                   else
                       move ws-latency(ws-insert-idx - 1)
                           to ws-latency(ws-insert-idx)
                       subtract 1 from ws-insert-idx
                   end-if
               end-if
           end-perform

           move ws-item-latency to ws-lat-minutes(ws-insert-idx)
           move ws-feed-idx to ws-lat-feed-idx(ws-insert-idx)
           move ws-category-idx to ws-lat-cat-idx(ws-insert-idx)

           exit paragraph.


       add-breach.

           if ws-breach-count >= ws-max-breaches then
               add 1 to ws-breaches-dropped
               exit paragraph
           end-if

           add 1 to ws-breach-count
           move ws-breach-kind to ws-br-kind(ws-breach-count)
           move ws-item-latency to ws-br-minutes(ws-breach-count)
           move ws-item-target to ws-br-target(ws-breach-count)
           move ws-rss-title to ws-br-feed-title(ws-breach-count)
           move ws-item-title(ws-item-idx)
               to ws-br-item-title(ws-breach-count)

           exit paragraph.


       print-feed-section.

           display "Read latency by feed (arrival to first read)"
           display "--------------------------------------------"
           display "  Read  Median           Worst            "
               "Untimed  Feed"
           end-display

           perform varying ws-feed-idx from 1 by 1
               until ws-feed-idx > ws-feed-count

               move ws-fd-read-count(ws-feed-idx) to ws-group-count
               move ws-fd-worst(ws-feed-idx) to ws-dur-minutes
               perform format-duration
               move ws-dur-text to ws-worst-text

               move zero to ws-median-minutes
               if ws-group-count > zero then
                   compute ws-median-rank = (ws-group-count + 1) / 2
                   move zero to ws-median-seen
                   perform varying ws-latency-idx from 1 by 1
                       until ws-latency-idx > ws-latency-count
                       if ws-lat-feed-idx(ws-latency-idx)
                       = ws-feed-idx then
                           add 1 to ws-median-seen
                           if ws-median-seen = ws-median-rank then
                               move ws-lat-minutes(ws-latency-idx)
                                   to ws-median-minutes
                               exit perform
                           end-if
                       end-if
                   end-perform
                   move ws-median-minutes to ws-dur-minutes
                   perform format-duration
                   move ws-dur-text to ws-median-text
               else
                   move "-" to ws-median-text
                   move "-" to ws-worst-text
               end-if

               move ws-group-count to ws-count-disp
               move ws-fd-unstamped(ws-feed-idx) to ws-unstamped-disp
               display ws-count-disp "  " ws-median-text " "
                   ws-worst-text " " ws-unstamped-disp "  "
                   function trim(ws-fd-title(ws-feed-idx))
               end-display

           end-perform

           exit paragraph.


       print-category-section.

           display space
           display "Read latency by category"
           display "------------------------"
           display "  Read  Median           Worst            "
               " Target  Unread>tgt  Category"
           end-display

           perform varying ws-category-idx from 1 by 1
               until ws-category-idx > ws-category-count

               move ws-cat-read-count(ws-category-idx)
                   to ws-group-count

               if ws-group-count > zero then
                   compute ws-median-rank = (ws-group-count + 1) / 2
                   move zero to ws-median-seen
                   move zero to ws-median-minutes
                   perform varying ws-latency-idx from 1 by 1
                       until ws-latency-idx > ws-latency-count
                       if ws-lat-cat-idx(ws-latency-idx)
                       = ws-category-idx then
                           add 1 to ws-median-seen
                           if ws-median-seen = ws-median-rank then
                               move ws-lat-minutes(ws-latency-idx)
                                   to ws-median-minutes
                               exit perform
                           end-if
                       end-if
                   end-perform
                   move ws-median-minutes to ws-dur-minutes
                   perform format-duration
                   move ws-dur-text to ws-median-text
                   move ws-cat-worst(ws-category-idx) to ws-dur-minutes
                   perform format-duration
                   move ws-dur-text to ws-worst-text
               else
                   move "-" to ws-median-text
                   move "-" to ws-worst-text
               end-if

               if ws-cat-target(ws-category-idx) = ws-no-target-set then
                   move ws-default-target to ws-target-disp
               else
                   move ws-cat-target(ws-category-idx)
                       to ws-target-disp
               end-if

               move ws-group-count to ws-count-disp
               move ws-cat-unread-breaches(ws-category-idx)
                   to ws-unstamped-disp
               display ws-count-disp "  " ws-median-text " "
                   ws-worst-text " " ws-target-disp "  "
                   ws-unstamped-disp "  "
                   function trim(ws-cat-name(ws-category-idx))
               end-display

           end-perform

           exit paragraph.


       print-breach-section.

           display space
           display "Target breaches (target in minutes)"
           display "-----------------------------------"

           if ws-breach-count = zero then
               display "No item breached its category target."
               exit paragraph
           end-if

           perform varying ws-breach-idx from 1 by 1
               until ws-breach-idx > ws-breach-count

               move ws-br-minutes(ws-breach-idx) to ws-dur-minutes
               perform format-duration
               move ws-br-target(ws-breach-idx) to ws-target-disp

               if ws-br-kind(ws-breach-idx) = 'U' then
                   display "  UNREAD    " ws-dur-text " (target "
                       function trim(ws-target-disp) ")  "
                       function trim(ws-br-feed-title(ws-breach-idx))
                       ": "
                       function trim(ws-br-item-title(ws-breach-idx))
                   end-display
               else
                   display "  READ LATE " ws-dur-text " (target "
                       function trim(ws-target-disp) ")  "
                       function trim(ws-br-feed-title(ws-breach-idx))
                       ": "
                       function trim(ws-br-item-title(ws-breach-idx))
                   end-display
               end-if

           end-perform

           if ws-breaches-dropped > zero then
               display function concatenate(
                   "... and ", function trim(ws-breaches-dropped),
                   " more breach(es) not listed.")
               end-display
           end-if

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

       end program rss-read-latency.
