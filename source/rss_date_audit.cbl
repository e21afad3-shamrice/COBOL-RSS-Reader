      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Publication-date audit. Lists, feed by feed, every
      *>          item whose publisher-claimed date sat outside the
      *>          configured window of the time we first saw it -
      *>          backdated (claimed well before first-seen) or
      *>          future-dated (claimed after it) - with the size of
      *>          the gap. Feeds listed in feeds/first_seen_order.dat
      *>          are ordered by first-seen time in the viewers; in
      *>          apply mode each offending feed offers a
      *>          one-keystroke toggle of that listing.
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-date-audit.

       environment division.

       configuration section.

       repository.
           function resolve-data-path
           function rss-host-utc-offset.

       input-output section.
           file-control.
               copy "./copybooks/filecontrol/rss_list_file.cpy".
               copy "./copybooks/filecontrol/rss_last_id_file.cpy".

               select optional fd-rss-content-file
               assign to dynamic ws-rss-content-file-name.

               copy "./copybooks/filecontrol/rss_seen_order_file.cpy".

       data division.
       file section.
           copy "./copybooks/filedescriptor/fd_rss_list_file.cpy".
           copy "./copybooks/filedescriptor/fd_rss_last_id_file.cpy".
           copy "./copybooks/filedescriptor/fd_rss_content_file.cpy".
           copy
            "./copybooks/filedescriptor/fd_rss_seen_order_file.cpy".

       working-storage section.

       copy "./copybooks/wsrecord/ws-rss-list-record.cpy".
       copy "./copybooks/wsrecord/ws-last-id-record.cpy".
       copy "./copybooks/wsrecord/ws-rss-record.cpy".

       77  ws-rss-content-file-name          pic x(255) value spaces.
       77  ws-rss-list-file-name             pic x(256) value spaces.
       77  ws-rss-last-id-file-name          pic x(256) value spaces.
       77  ws-rss-seen-order-file-name       pic x(256) value spaces.

       77  ws-rss-idx                        pic 9(5) value 1.
       77  ws-item-idx                       pic 9(6) value 1.

      *> Feeds the viewers order by first-seen instead of the
      *> publisher's date.
       78  ws-max-seen-order                 value 500.
       01  ws-seen-order-table.
           05  ws-seen-order-count           pic 9(3) value zero.
           05  ws-seen-order-id              pic 9(5) value zero
                                             occurs 500 times.
       77  ws-seen-order-idx                 pic 9(3) value zero.
       77  ws-seen-order-text                pic x(16) value spaces.
       77  ws-seen-order-changed             pic a value 'N'.

       01  ws-listed-sw                      pic a value 'N'.
           88  ws-feed-listed                value 'Y'.
           88  ws-feed-not-listed            value 'N'.

       77  ws-feed-backdated                 pic 9(6) value zero.
       77  ws-feed-future                    pic 9(6) value zero.
       77  ws-total-backdated                pic 9(7) value zero.
       77  ws-total-future                   pic 9(7) value zero.
       77  ws-offending-feeds                pic 9(5) value zero.
       77  ws-apply-answer                   pic x value space.
       77  ws-flag-label                     pic x(6) value spaces.
       77  ws-pub-text                       pic x(16) value spaces.
       77  ws-seen-text                      pic x(16) value spaces.

      *> Epoch-minute and duration formatting work areas.
       77  ws-fmt-epoch                      pic 9(10) value zero.
       77  ws-fmt-local                      pic 9(10) value zero.
       77  ws-fmt-days                       pic 9(7) value zero.
       77  ws-fmt-rem                        pic 9(4) value zero.
       77  ws-fmt-date8                      pic 9(8) value zero.
       77  ws-fmt-hh                         pic 9(2) value zero.
       77  ws-fmt-mm                         pic 9(2) value zero.
       77  ws-fmt-text                       pic x(16) value spaces.

       77  ws-dur-minutes                    pic 9(10) value zero.
       77  ws-dur-days                       pic 9(5) value zero.
       77  ws-dur-hours                      pic 9(2) value zero.
       77  ws-dur-mins                       pic 9(2) value zero.
       77  ws-dur-days-disp                  pic z(4)9.
       77  ws-dur-text                       pic x(16) value spaces.

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.

       linkage section.

       01  l-apply-flag                      pic x.
           88  l-apply-mode                  value 'Y'.

       procedure division using l-apply-flag.

       main-procedure.

           move function resolve-data-path("feeds/list.dat")
               to ws-rss-list-file-name
           move function resolve-data-path("feeds/lastid.dat")
               to ws-rss-last-id-file-name
           move function resolve-data-path(
               "feeds/first_seen_order.dat")
               to ws-rss-seen-order-file-name

           call "logger" using
               "Starting publication-date audit..."
           end-call

           perform load-highest-rss-record
           perform load-seen-order-feeds

           if ws-last-id-record is zeros then
               display "No RSS feeds are configured."
               goback
           end-if

           display "Publication-date audit"
           display "----------------------"

           open input fd-rss-list-file
               perform varying ws-rss-idx from 1 by 1
                   until ws-rss-idx > ws-last-id-record

                   move ws-rss-idx to f-rss-feed-id
                   read fd-rss-list-file into ws-rss-list-record
                       key is f-rss-feed-id
                       invalid key
                           continue
                       not invalid key
                           perform audit-one-feed
                   end-read

               end-perform
           close fd-rss-list-file

           display "----------------------"
           display function concatenate(
               "Backdated item(s): ",
               function trim(ws-total-backdated),
               "   future-dated item(s): ",
               function trim(ws-total-future),
               "   across ", function trim(ws-offending-feeds),
               " feed(s)")
           end-display
           display function concatenate(
               "Feeds ordered by first-seen time: ",
               function trim(ws-seen-order-count))
           end-display

           if ws-seen-order-changed = 'Y' then
               perform save-seen-order-feeds
           end-if

           if not l-apply-mode then
               display
                   "Run with 'apply' to toggle first-seen ordering "
                   "for offending feeds."
               end-display
           end-if

           goback.


       audit-one-feed.

           perform load-feed-content
           perform check-feed-listed

           move zero to ws-feed-backdated ws-feed-future

           perform varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-num-items

               if ws-item-exists(ws-item-idx) = 'Y'
               and (ws-item-date-flag(ws-item-idx) = 'B'
               or ws-item-date-flag(ws-item-idx) = 'F') then
                   if ws-feed-backdated + ws-feed-future = zero then
                       perform display-feed-heading
                   end-if
                   perform display-offending-item
               end-if

           end-perform

           if ws-feed-backdated + ws-feed-future = zero then
               if ws-feed-listed then
                   display function concatenate(
                       function trim(ws-rss-title),
                       ": no offending items (ordered by first-seen)")
                   end-display
               end-if
               exit paragraph
           end-if

           add 1 to ws-offending-feeds
           add ws-feed-backdated to ws-total-backdated
           add ws-feed-future to ws-total-future

           display function concatenate(
               "  ", function trim(ws-feed-backdated),
               " backdated, ", function trim(ws-feed-future),
               " future-dated")
           end-display

           perform maybe-toggle-seen-order

           exit paragraph.


       display-feed-heading.

           if ws-feed-listed then
               display function concatenate(
                   function trim(ws-rss-title), " (id ",
                   function trim(ws-rss-feed-id),
                   ") - ordered by first-seen:")
               end-display
           else
               display function concatenate(
                   function trim(ws-rss-title), " (id ",
                   function trim(ws-rss-feed-id), "):")
               end-display
           end-if

           exit paragraph.


       display-offending-item.

           move ws-item-pub-epoch-min(ws-item-idx) to ws-fmt-epoch
           perform format-epoch
           move ws-fmt-text to ws-pub-text

           move ws-item-first-seen(ws-item-idx) to ws-fmt-epoch
           perform format-epoch
           move ws-fmt-text to ws-seen-text

           if ws-item-date-flag(ws-item-idx) = 'B' then
               add 1 to ws-feed-backdated
               move "BACK  " to ws-flag-label
               compute ws-dur-minutes =
                   ws-item-first-seen(ws-item-idx)
                   - ws-item-pub-epoch-min(ws-item-idx)
           else
               add 1 to ws-feed-future
               move "FUTURE" to ws-flag-label
               compute ws-dur-minutes =
                   ws-item-pub-epoch-min(ws-item-idx)
                   - ws-item-first-seen(ws-item-idx)
           end-if
           perform format-duration

           display function concatenate(
               "  ", ws-flag-label, " ",
               function trim(ws-item-title(ws-item-idx)))
           end-display
           display function concatenate(
               "         claimed ", ws-pub-text,
               "  first seen ", ws-seen-text,
               "  off by ", function trim(ws-dur-text))
           end-display

           exit paragraph.


       maybe-toggle-seen-order.

           if not l-apply-mode then
               exit paragraph
           end-if

           if ws-feed-listed then
               display "  Stop ordering this feed by first-seen? (Y/N) "
                   with no advancing
               end-display
           else
               display "  Order this feed by first-seen? (Y/N) "
                   with no advancing
               end-display
           end-if
           accept ws-apply-answer

           if ws-apply-answer not = "Y" and ws-apply-answer not = "y"
           then
               exit paragraph
           end-if

           if ws-feed-listed then
               perform remove-feed-from-seen-order
               call "logger" using function concatenate(
                   "Date audit stopped first-seen ordering for feed "
                   "id ", ws-rss-feed-id)
               end-call
           else
               if ws-seen-order-count >= ws-max-seen-order then
                   display "  First-seen ordering list is full."
                   exit paragraph
               end-if
               add 1 to ws-seen-order-count
               move ws-rss-feed-id
                   to ws-seen-order-id(ws-seen-order-count)
               call "logger" using function concatenate(
                   "Date audit set first-seen ordering for feed id ",
                   ws-rss-feed-id)
               end-call
           end-if

           move 'Y' to ws-seen-order-changed
           display "  Updated."

           exit paragraph.


       remove-feed-from-seen-order.

           perform varying ws-seen-order-idx from 1 by 1
               until ws-seen-order-idx > ws-seen-order-count
               if ws-seen-order-id(ws-seen-order-idx)
               = ws-rss-feed-id then
                   move ws-seen-order-id(ws-seen-order-count)
                       to ws-seen-order-id(ws-seen-order-idx)
                   subtract 1 from ws-seen-order-count
                   exit perform
               end-if
           end-perform

           exit paragraph.


       check-feed-listed.

           set ws-feed-not-listed to true

           perform varying ws-seen-order-idx from 1 by 1
               until ws-seen-order-idx > ws-seen-order-count
               if ws-seen-order-id(ws-seen-order-idx)
               = ws-rss-feed-id then
                   set ws-feed-listed to true
                   exit perform
               end-if
           end-perform

           exit paragraph.


       load-seen-order-feeds.

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


       save-seen-order-feeds.

           open output fd-rss-seen-order-file
               perform varying ws-seen-order-idx from 1 by 1
                   until ws-seen-order-idx > ws-seen-order-count
                   move ws-seen-order-id(ws-seen-order-idx)
                       to f-seen-order-line-raw
                   write f-seen-order-line-raw
               end-perform
           close fd-rss-seen-order-file

           exit paragraph.


       format-epoch.

      *> Minutes-since-epoch (integer-of-date day count * 1440, UTC,
      *> as rss-epoch-minutes keeps it) to "YYYY-MM-DD HH:MM" on the
      *> host's wall clock.
           if ws-fmt-epoch = zero then
               move "(undated)" to ws-fmt-text
               exit paragraph
           end-if

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

       end program rss-date-audit.
