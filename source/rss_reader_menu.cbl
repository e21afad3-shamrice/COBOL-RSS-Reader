       repository.
           function rss-downloader
           function rss-refresh-due-upstream
           function rss-websub-poll-minutes
           function rss-category-interval
           function rss-refresh-blackout
           function rss-quarantine-holds
           function rss-epoch-minutes
           function utf8-clean-tail
           function rss-operator-name
           function resolve-data-path
           function get-config.

      *   The SPECIAL-NAMES paragraph that follows provides for the 
      *   capturing of the positioning of the cursor and key input.        

       77  ws-empty-line-wide                  pic x(132) value spaces.

      *> Three-pane reading layout ("reading_layout" = three-pane,
      *> on terminals at least 160x43): feeds, the feed's items and
      *> a preview side by side, drawn by rss-reader-view-feed. The
      *> menu still owns the feed list, paging and its own keys.
       copy "./copybooks/wsrecord/ws-three-pane-record.cpy".
       77  ws-tp-layout-saved                  pic a value 'N'.
       77  ws-tp-config-value                  pic x(128) value spaces.
       77  ws-tp-idx                           pic 9(3) value zero.
       77  ws-tp-page-disp                     pic z(4)9.

      *> Metrics snapshot written after an interactive refresh pass
      *> - see rss-metrics-writer. The menu has no meaningful run
      *> duration (the user is in the loop), so it reports zero.
           05  ws-metric-skipped               pic 9(5) value zero.
           05  ws-metric-new-items             pic 9(7) value zero.
           05  ws-metric-duration-secs         pic 9(6) value zero.
           05  ws-metric-host-outages          pic 9(5) value zero.
      *> Item control totals are a batch figure - zero here.
           05  ws-metric-item-totals           pic x(61) value zeros.

       77  ws-refresh-ok-count                 pic 9(5) value zero.
       77  ws-refresh-fail-count               pic 9(5) value zero.
               
               display s-blank-screen

               if ws-tp-layout-on then
                   perform run-three-pane-layout
               else

      *>   The timeout is scoped to this one accept: it lets due
      *>   feeds refresh quietly while the menu sits idle (see
      *>   background-refresh-tick), and is switched off again right
      *>   away so dialogs and sub-program screens never time out.
                   set environment "COB_TIMEOUT"
                       to ws-accept-timeout-ms

                   if ws-wide-screen
                       accept s-rss-list-screen-wide
                   else
                       accept s-rss-list-screen
                   end-if

                   set environment "COB_TIMEOUT" to "OFF"
               end-if
        
               evaluate true 
               
                       set ws-not-refresh-items to true
                       perform set-rss-menu-items

                   when ws-crt-status = COB-SCR-F21
                       perform open-notice-screen
                       set ws-not-refresh-items to true
                       perform set-rss-menu-items

                   when ws-crt-status = COB-SCR-PAGE-DOWN
                   and ws-has-more-pages
                       add 1 to ws-menu-page-num
           if function trim(ws-nav-screen) = "feed" then
               move ws-nav-feed-file
                   to ws-selected-feed-file-name
      *> The resumed feed opens full screen, whatever the layout.
               move ws-tp-layout-sw to ws-tp-layout-saved
               set ws-tp-layout-off to true
               call "rss-reader-view-feed" using
                   by content ws-selected-feed-file-name,
                   by content 'N',
                   by content ws-three-pane-record
               end-call
               cancel "rss-reader-view-feed"
               move ws-tp-layout-saved to ws-tp-layout-sw
           else
               perform open-timeline
           end-if
                           continue
                       not invalid key
                           if function rss-refresh-due-upstream(
                               function rss-websub-poll-minutes(
                                   ws-rss-feed-id,
                                   function rss-category-interval(
                                       ws-rss-category,
                                       ws-rss-refresh-minutes)),
                               ws-rss-last-refresh-epoch-min,
                               ws-rss-ttl-minutes,
                               ws-rss-skip-hours,
                               ws-rss-quarantine-level,
                               ws-rss-last-attempt-epoch-min) = zero
                           and ws-rss-hold not = 'Y'
                           and function rss-category-interval(
                               ws-rss-category,
                               ws-rss-refresh-minutes) not = zero
                           then
                               move 1 to ws-background-status
                           end-if
               end-call
           end-if

           if ws-wide-screen and ws-term-cols >= 160 then
               move function get-config("reading_layout")
                   to ws-tp-config-value
               move function lower-case(ws-tp-config-value)
                   to ws-tp-config-value
               if function trim(ws-tp-config-value) = "three-pane"
               or function trim(ws-tp-config-value) = "threepane"
               then
                   set ws-tp-layout-on to true
                   move 34 to ws-menu-display-rows
                   perform load-preview-read-delay
                   call "logger" using
                       "Using the three-pane reading layout."
                   end-call
               end-if
           end-if

           exit paragraph.


       load-preview-read-delay.

      *> "preview_read_sec": seconds an item stays in the preview
      *> pane before it counts as read (default 2, 0 = as soon as
      *> it is shown, "off" = only opening an item marks it read).
           move function get-config("preview_read_sec")
               to ws-tp-config-value
           move function lower-case(ws-tp-config-value)
               to ws-tp-config-value

           evaluate true
               when function trim(ws-tp-config-value) = "off"
                   set ws-tp-read-mark-off to true
               when ws-tp-config-value = "not-set"
               or ws-tp-config-value = spaces
                   continue
               when function trim(ws-tp-config-value) is numeric
                   if function numval(ws-tp-config-value) <= 999 then
                       move function numval(ws-tp-config-value)
                           to ws-tp-read-delay
                   end-if
               when other
                   call "logger" using function concatenate(
                       "preview_read_sec not understood: ",
                       function trim(ws-tp-config-value),
                       " - using the default.")
                   end-call
           end-evaluate

           exit paragraph.


           exit paragraph.


       run-three-pane-layout.

      *> Hand this page of feeds to the feed viewer, which draws the
      *> three panes and keeps the keyboard until a key belongs to
      *> the menu or the feed cursor moves. A menu key comes back in
      *> ws-crt-status with the cursor line on the feed's row, so
      *> the evaluate in main-procedure handles it exactly as a key
      *> pressed on the classic menu; a feed move comes back as
      *> spaces and the next pass opens the feed now selected.
           move zero to ws-tp-feed-count
           perform varying ws-tp-idx from 1 by 1
               until ws-tp-idx > 34
               move spaces to ws-tp-feed-title(ws-tp-idx)
               move ws-display-text-color(ws-tp-idx)
                   to ws-tp-feed-color(ws-tp-idx)
               if ws-display-rss-id(ws-tp-idx) not = zero
               or ws-display-smart-idx(ws-tp-idx) not = zero then
                   move ws-tp-idx to ws-tp-feed-count
                   move function utf8-clean-tail(
                       ws-display-list-title(ws-tp-idx)(1:34))
                       to ws-tp-feed-title(ws-tp-idx)
               end-if
           end-perform

           if ws-tp-feed-row > ws-tp-feed-count then
               move ws-tp-feed-count to ws-tp-feed-row
           end-if
           if ws-tp-feed-row = zero then
               move 1 to ws-tp-feed-row
           end-if

           move ws-menu-page-num to ws-tp-page-disp
           if ws-has-more-pages or ws-menu-page-num > 1 then
               move function concatenate("(page ",
                   function trim(ws-tp-page-disp), ", PgUp/PgDn)")
                   to ws-tp-page-text
           else
               move spaces to ws-tp-page-text
           end-if

      *> Smart-feed rows have no content file of their own.
           move spaces to ws-selected-feed-file-name
           move zero to ws-selected-id
           if ws-display-smart-idx(ws-tp-feed-row) = zero then
               move ws-display-rss-id(ws-tp-feed-row)
                   to ws-selected-id
               if ws-selected-id <= ws-last-id-record then
                   perform set-selected-feed-file-name
               end-if
           end-if

           call "rss-reader-view-feed" using
               by content ws-selected-feed-file-name,
               by content 'N',
               by reference ws-three-pane-record
           end-call
           cancel "rss-reader-view-feed"

           move zero to ws-selected-id
           move spaces to ws-selected-feed-file-name
           move ws-tp-return-key to ws-crt-status
           compute ws-cursor-line = ws-tp-feed-row + 2
           move 2 to ws-cursor-col

           exit paragraph.


       open-help.
           call "rss-reader-help"
           cancel "rss-reader-help"
           exit paragraph.


       open-notice-screen.
           call "rss-reader-notice"
           cancel "rss-reader-notice"
           exit paragraph.


       bulk-mark-read.

      *> Bulk mark-read (F18): prompts for scope, shows the affected
                   perform increment-feed-open-count
                   call "rss-reader-view-feed" using
                       by content ws-selected-feed-file-name,
                       by content 'N',
                       by content ws-three-pane-record
                   end-call
                   cancel "rss-reader-view-feed"
               end-if
                               ws-rss-quarantine-level,
                               ws-rss-last-attempt-epoch-min) = zero
                           and function rss-refresh-due-upstream(
                               function rss-websub-poll-minutes(
                                   ws-rss-feed-id,
                                   function rss-category-interval(
                                       ws-rss-category,
                                       ws-rss-refresh-minutes)),
                               ws-rss-last-refresh-epoch-min,
                               ws-rss-ttl-minutes,
                               ws-rss-skip-hours,
