           function pipe-open
           function pipe-close
           function rss-media-fetch
           function rss-duration-text
           function rss-store-lock
           function utf8-clean-tail
           function rss-operator-name
           function rss-age-text
           function rss-local-date
           function rss-epoch-minutes
           function resolve-data-path.
       special-names.
               copy "./copybooks/filecontrol/rss_item_state_file.cpy".

               copy "./copybooks/filecontrol/rss_notes_file.cpy".
               copy "./copybooks/filecontrol/rss_asset_flag_file.cpy".
               copy "./copybooks/filecontrol/rss_seen_order_file.cpy".
               copy "./copybooks/filecontrol/rss_thread_file.cpy".
               copy "./copybooks/filecontrol/rss_media_meta_file.cpy".

               select optional fd-watchlist-file
               assign to dynamic ws-watchlist-file-name
           copy
            "./copybooks/filedescriptor/fd_rss_item_state_file.cpy".
           copy "./copybooks/filedescriptor/fd_rss_notes_file.cpy".
           copy
            "./copybooks/filedescriptor/fd_rss_asset_flag_file.cpy".
           copy
            "./copybooks/filedescriptor/fd_rss_seen_order_file.cpy".
           copy "./copybooks/filedescriptor/fd_rss_thread_file.cpy".
           copy
            "./copybooks/filedescriptor/fd_rss_media_meta_file.cpy".

           FD fd-watchlist-file.
           01  f-watchlist-line-raw                  pic x(64).
       77  ws-bulk-count-disp                   pic z(5)9.
       77  ws-bulk-tags-len                     pic 9(3) value zero.
       77  ws-bulk-tag-tally                    pic 9(4) value zero.
       77  ws-bulk-share-link                   pic x(256)
                                                value spaces.

      *> Item group in the shape rss-reader-view-item expects, used
      *> to show the kept pre-edit text of an [updated] item (F7).
       77  ws-mute-request                      pic x value 'N'.
       77  ws-mute-status                       pic 9 value zero.
       77  ws-prev-view-mute                    pic x value 'N'.
       01  ws-prev-view-comments.
           05  filler                           pic x(256)
                                                value spaces.
           05  filler                           pic 9(6) value zero.
           05  filler                           pic 9(6) value zero.

      *> Replay-guard hand-off - items a flooded refresh held back
      *> are released or discarded through rss-replay-guard.
       77  ws-replay-op                         pic x value 'R'.
       77  ws-replay-status                     pic 9 value zero.
       copy "./copybooks/wsrecord/ws-replay-record.cpy".
       77  ws-held-pending-count                pic 9(6) value zero.
       77  ws-held-count-disp                   pic z(5)9.
       77  ws-held-answer                       pic x value space.
      *> Where the held-items question goes - the classic screen's
      *> message row, or the three-pane status line.
       77  ws-held-prompt-pos                   pic 9(4) value 2101.
       77  ws-held-answer-pos                   pic 9(4) value 2166.
       77  ws-held-message                      pic x(64) value spaces.

      *> Intent-journal hand-off - see rss-commit-journal.
       77  ws-commit-mode                       pic x value space.
           88  ws-item-noted                    value 'Y'.
           88  ws-item-not-noted                value 'N'.

      *> Guids the batch refresh flagged as naming an inventoried
      *> product (rss_<id>_ast.dat) - painted with an [asset] marker.
       77  ws-rss-asset-flag-file-name          pic x(255)
                                                value spaces.
       78  ws-max-asset-guids                   value 200.
       01  ws-asset-guid-table.
           05  ws-asset-guid                    pic x(256)
                                                value spaces
                                                occurs 200 times.
       77  ws-asset-guid-count                  pic 9(3) value zero.
       77  ws-asset-guid-idx                    pic 9(3) value zero.

       01  ws-asset-eof-sw                      pic a value 'N'.
           88  ws-asset-eof                     value 'Y'.
           88  ws-asset-not-eof                 value 'N'.

       01  ws-item-asset-sw                     pic a value 'N'.
           88  ws-item-asset                    value 'Y'.
           88  ws-item-not-asset                value 'N'.

      *> Feeds listed in feeds/first_seen_order.dat publish dates
      *> that can't be trusted - feed order for them is by the time
      *> rss-parser first saw each item, newest first, and the age
      *> suffix counts from then too.
       77  ws-rss-seen-order-file-name          pic x(256)
                                                value spaces.
       77  ws-seen-order-text                   pic x(16) value spaces.
       77  ws-seen-best-epoch                   pic 9(10) value zero.
       77  ws-age-epoch                         pic 9(10) value zero.

       01  ws-seen-order-sw                     pic a value 'N'.
           88  ws-seen-order-feed               value 'Y'.
           88  ws-pub-order-feed                value 'N'.

       01  ws-seen-order-eof-sw                 pic a value 'N'.
           88  ws-seen-order-eof                value 'Y'.
           88  ws-seen-order-not-eof            value 'N'.

      *> Match-term marking: watchlist keywords and the search term
      *> in COB_RSSR_HLTERM get >>markers<< in the row titles, so a
      *> watchlist hit is visible before the item is even opened.
       77  ws-no-ovf-file-name                  pic x(255)
                                                value spaces.

      *> New comments on followed threads (rss_<id>_thr.dat, see
      *> rss-comment-thread) - painted as indented rows under their
      *> item, up to three per item, until the item is opened. A
      *> thread row maps back to its item, so selecting it opens
      *> the item.
       77  ws-rss-thread-file-name              pic x(255)
                                                value spaces.
       78  ws-max-new-comments                  value 200.
       78  ws-max-thread-rows                   value 3.
       01  ws-new-comment-table.
           05  ws-new-comment occurs 200 times.
               10  ws-nc-key                    pic x(256)
                                                value spaces.
               10  ws-nc-author                 pic x(64)
                                                value spaces.
               10  ws-nc-text                   pic x(128)
                                                value spaces.
       77  ws-new-comment-count                 pic 9(3) value zero.
       77  ws-nc-idx                            pic 9(3) value zero.
       77  ws-nc-rows                           pic 9(3) value zero.
       77  ws-nc-item-key                       pic x(256)
                                                value spaces.
       77  ws-shown-item-count                  pic 9(5) value zero.
       77  ws-cmt-count-disp                    pic z(5)9.
       77  ws-cmt-new-disp                      pic z(5)9.
       77  ws-cmt-thread-op                     pic x value 'R'.
       77  ws-cmt-thread-key                    pic x(256)
                                                value spaces.
       77  ws-cmt-thread-status                 pic 9 value zero.

       01  ws-nc-eof-sw                         pic a value 'N'.
           88  ws-nc-eof                        value 'Y'.
           88  ws-nc-not-eof                    value 'N'.

      *> Running times of video/audio items from the feed's media
      *> metadata store (rss_<id>_med.dat) - suffixed to the row as
      *> "[12:34]".
       77  ws-rss-media-meta-file-name          pic x(255)
                                                value spaces.
       78  ws-max-media-durations               value 2000.
       01  ws-media-duration-table.
           05  ws-media-dur-entry occurs 2000 times.
               10  ws-md-key                    pic x(256)
                                                value spaces.
               10  ws-md-duration               pic 9(7) value zero.
       77  ws-media-dur-count                   pic 9(4) value zero.
       77  ws-md-idx                            pic 9(4) value zero.

       01  ws-md-eof-sw                         pic a value 'N'.
           88  ws-md-eof                        value 'Y'.
           88  ws-md-not-eof                    value 'N'.

      *> Three-pane reading layout (rss_three_pane_screen) - the
      *> preview pane shows the item under the item-pane cursor,
      *> wrapped to the pane's width; an unread item left there for
      *> the configured delay is marked read just as opening it
      *> would.
       78  ws-tp-pane-rows                      value 34.
       78  ws-tp-wrap-width                     value 57.
       78  ws-tp-max-pv-lines                   value 80.
       78  ws-crt-status-timeout                value "8001".
       78  ws-new-line-char                     value x"0a".
       77  ws-empty-line-pane                   pic x(160)
                                                value spaces.
       77  ws-tp-feeds-heading                  pic x(36)
                                                value spaces.
       77  ws-tp-items-heading                  pic x(58)
                                                value spaces.
       77  ws-tp-preview-heading                pic x(59)
                                                value spaces.
       77  ws-tp-status-line                    pic x(156)
                                                value spaces.
       01  ws-tp-held-offered-sw                pic a value 'N'.
           88  ws-tp-held-offered               value 'Y'.
           88  ws-tp-held-not-offered           value 'N'.

       01  ws-tp-pane-colors.
           05  ws-tp-feeds-fg                   pic 9 value 7.
           05  ws-tp-feeds-bg                   pic 9 value zero.
           05  ws-tp-items-fg                   pic 9 value 7.
           05  ws-tp-items-bg                   pic 9 value zero.
           05  ws-tp-preview-fg                 pic 9 value 7.
           05  ws-tp-preview-bg                 pic 9 value zero.

       01  ws-tp-row-table.
           05  ws-tp-row occurs 34 times.
               10  ws-tp-feed-row-bg            pic 9 value zero.
               10  ws-tp-item-mark              pic x value space.
               10  ws-tp-item-fg                pic 9 value 7.
               10  ws-tp-item-bg                pic 9 value zero.

       01  ws-tp-pv-full-lines.
           05  ws-tp-pv-full-line               pic x(57) value spaces
                                                occurs 80 times.
       01  ws-tp-pv-window.
           05  ws-tp-pv-line                    pic x(57) value spaces
                                                occurs 34 times.

       77  ws-tp-pv-count                       pic 9(3) value zero.
       77  ws-tp-pv-top                         pic 9(3) value 1.
       77  ws-tp-pv-idx                         pic 9(3) value zero.
       77  ws-tp-pv-last                        pic 9(3) value zero.
       77  ws-tp-pv-shown-idx                   pic 9(6) value zero.
       77  ws-tp-pv-src                         pic x(1024)
                                                value spaces.
       77  ws-tp-pv-src-len                     pic 9(4) value zero.
       77  ws-tp-pv-src-idx                     pic 9(4) value zero.
       77  ws-tp-pv-col                         pic 9(3) value zero.
       77  ws-tp-item-idx                       pic 9(6) value zero.
       77  ws-tp-pending-idx                    pic 9(6) value zero.
       77  ws-tp-row-idx                        pic 9(3) value zero.
       77  ws-tp-cursor-line                    pic 9(3) value zero.
       77  ws-tp-cursor-col                     pic 9(3) value zero.
       77  ws-tp-count-disp                     pic z(4)9.
       77  ws-tp-first-disp                     pic z(2)9.
       77  ws-tp-last-disp                      pic z(2)9.
       77  ws-tp-total-disp                     pic z(2)9.
       01  ws-tp-timeout-ms                     pic 9(6) value zero.
       01  ws-tp-timeout-text redefines ws-tp-timeout-ms
                                                pic x(6).

       local-storage section.
       01  ls-display-item-title                pic x(128) value spaces
                                                occurs 34 times.
           01  l-read-only-flag                      pic x.
               88  l-read-only                       value 'Y'.

      *> Three-pane layout hand-off from the menu - see
      *> handle-three-pane-input.
       copy "./copybooks/wsrecord/ws-three-pane-record.cpy"
           replacing leading ==ws== by ==l==.

       screen section.
       
       copy "./screens/rss_info_screen.cpy".
       copy "./screens/rss_info_screen_wide.cpy".
       copy "./screens/rss_three_pane_screen.cpy".
       copy "./screens/blank_screen.cpy".

       procedure division using
           l-rss-content-file-name, l-read-only-flag,
           l-three-pane-record.
       set environment 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
       set environment 'COB_SCREEN_ESC'        TO 'Y'.

               move l-rss-content-file-name to ws-rss-content-file-name
               perform set-item-state-file-name
               perform load-feed-data
               if l-tp-layout-off then
                   perform restore-navigation-state
               end-if
      *> The three-pane layout re-opens the viewer on every feed
      *> cursor move - it asks once focus enters the items instead.
               if not l-read-only and l-tp-layout-off then
                   perform offer-held-items
               end-if

               if l-tp-layout-on then
                   perform handle-three-pane-input
               else
                   perform handle-user-input
               end-if

               if not l-read-only and l-tp-layout-off then
                   perform save-navigation-state
               end-if

                   end-if
               end-if
           else
               if l-tp-layout-on then
      *> A saved-search row has no content file - the panes still
      *> draw, and Enter on it goes back to the menu to run the
      *> search as before.
                   perform handle-three-pane-input
               else
                   call "logger" using
                       "ERROR: No feed file passed to feed viewer."
                   end-call
                   move spaces to ws-rss-record
                   move "File name passed was empty" to ws-feed-title
                   accept s-rss-info-screen
               end-if
           end-if

           display s-blank-screen 

           goback.
  
       offer-held-items.

      *> A refresh that flooded the feed with never-seen items had
      *> them held back by the replay guard - ask once per visit
      *> whether they are real news or a re-issued back catalog.
           move zero to ws-held-pending-count
           perform varying ws-idx from 1 by 1
               until ws-idx > ws-num-items
               if ws-item-held-pending(ws-idx) then
                   add 1 to ws-held-pending-count
               end-if
           end-perform

           if ws-held-pending-count = zero then
               exit paragraph
           end-if

           if l-tp-layout-on then
               move 4002 to ws-held-prompt-pos
               move 4067 to ws-held-answer-pos
           else
               if ws-wide-screen
                   display s-rss-info-screen-wide
               else
                   display s-rss-info-screen
               end-if
           end-if

           move ws-held-pending-count to ws-held-count-disp
           display function concatenate(
               function trim(ws-held-count-disp),
               " replayed item(s) held back: ",
               "R)elease D)iscard L)ater? ")
               with blank line
               at ws-held-prompt-pos
           end-display
           move space to ws-held-answer
           accept ws-held-answer at ws-held-answer-pos

           move function upper-case(ws-held-answer) to ws-held-answer
           if ws-held-answer not = 'R' and ws-held-answer not = 'D'
           then
               exit paragraph
           end-if

           initialize ws-replay-record
           move ws-feed-id to ws-replay-feed-id
           move ws-held-answer to ws-replay-op
           call "rss-replay-guard" using
               ws-replay-op ws-replay-record ws-replay-status
           end-call
           cancel "rss-replay-guard"

           if ws-replay-status = 3 then
               move function concatenate(
                   "Feed store busy (refresh running) - held items ",
                   "left for next time.")
                   to ws-held-message
               perform show-held-message
               exit paragraph
           end-if

      *> The guard rewrote the content file - pick it up so this
      *> session's flush can't undo it.
           perform load-feed-data

           move ws-replay-fresh to ws-held-count-disp
           if ws-held-answer = 'R' then
               move function concatenate(
                   "Released ", function trim(ws-held-count-disp),
                   " item(s).")
                   to ws-held-message
           else
               move function concatenate(
                   "Discarded ", function trim(ws-held-count-disp),
                   " item(s) as a replay.")
                   to ws-held-message
           end-if
           perform show-held-message

           exit paragraph.


       show-held-message.

      *> The panes are repainted before the next key - there the
      *> outcome rides on the status line instead.
           if l-tp-layout-on then
               move ws-held-message to ws-tp-status-line
           else
               display ws-held-message
                   with blank line
                   at ws-held-prompt-pos
               end-display
           end-if

           exit paragraph.


       restore-navigation-state.

      *> Put the cursor back on the row the last session left, when
               move 120 to ws-view-title-width
           end-if

      *> The menu only asks for the three-pane layout on a terminal
      *> wide enough for it; the item list is the middle pane.
           if l-tp-layout-on then
               set ws-wide-screen to true
               move ws-tp-pane-rows to ws-view-rows
               move 54 to ws-view-title-width
           end-if

           exit paragraph.


                   accept s-rss-info-screen
               end-if

               perform dispatch-feed-view-key
           end-perform

           exit paragraph.


       dispatch-feed-view-key.

      *> The feed view's keys, acting on the item on the cursor row -
      *> shared by the classic screen and the three-pane item pane.
           evaluate true
                  
               when ws-key1 = COB-SCR-OK
                   perform view-selected-feed-item

               when ws-crt-status = ws-kb-feed-filter
                   perform prompt-tag-filter

               when ws-crt-status = ws-kb-feed-save
                   perform save-item-for-later

               when ws-crt-status = ws-kb-feed-media
                   perform download-item-media

               when ws-crt-status = ws-kb-feed-order
                   if ws-priority-order
                       set ws-feed-order to true
                   else
                       set ws-priority-order to true
                   end-if
                   perform apply-tag-filter

               when ws-crt-status = ws-kb-feed-prev
                   perform view-previous-item-text

               when ws-crt-status = ws-kb-feed-mark
                   perform toggle-item-checked

               when ws-crt-status = ws-kb-feed-act
                   perform apply-bulk-item-action

               when ws-crt-status = COB-SCR-ESC
                   set ws-exit-true to true

      *> Mouse input handling.                   
               when ws-crt-status = COB-SCR-LEFT-RELEASED
                   perform handle-mouse-click     

           end-evaluate

           exit paragraph.


       handle-three-pane-input.

      *> Three-pane reading layout: the menu's feeds, this feed's
      *> items and a preview of the item under the cursor, side by
      *> side. A key that belongs to the menu goes back to it in
      *> l-tp-return-key; moving the feed cursor comes back with
      *> spaces there, and the menu re-opens the feed now under it.
           move spaces to l-tp-return-key
           move spaces to ws-tp-status-line
           move zero to ws-tp-pv-shown-idx
           set ws-tp-held-not-offered to true
           perform clamp-three-pane-item-row

           perform until ws-exit-true

               perform load-preview-pane

      *> A zero delay counts an item read as soon as it is shown.
               if ws-tp-pending-idx not = zero
               and l-tp-read-delay = zero then
                   perform mark-preview-item-read
               end-if

               perform paint-three-pane-screen
               perform accept-three-pane-key

               move spaces to ws-tp-status-line

               evaluate true
                   when l-tp-focus-feeds
                       perform handle-feed-pane-key
                   when l-tp-focus-items
                       perform handle-item-pane-key
                   when other
                       perform handle-preview-pane-key
               end-evaluate

           end-perform

           exit paragraph.


       clamp-three-pane-item-row.

      *> Keep the item cursor on the list after it was rebuilt
      *> (filter, reorder, mute); an empty list hands focus back to
      *> the feed pane.
           if l-tp-item-row < 1 then
               move 1 to l-tp-item-row
           end-if

           if l-tp-item-row > ws-display-count then
               move ws-display-count to l-tp-item-row
               if l-tp-item-row = zero then
                   move 1 to l-tp-item-row
               end-if
           end-if

           if ws-display-count = zero then
               set l-tp-focus-feeds to true
           end-if

           exit paragraph.


       accept-three-pane-key.

      *> One character on the focused pane's cursor row. Cursor and
      *> Tab keys end the accept, so each move comes back here and
      *> the preview can follow it.
           evaluate true
               when l-tp-focus-feeds
                   compute ws-tp-cursor-line = l-tp-feed-row + 4
                   move 2 to ws-tp-cursor-col
      *> Idle in the feed pane, the menu's background refresh gets
      *> its once-a-minute turn as it does on the classic menu.
                   move 60000 to ws-tp-timeout-ms
               when l-tp-focus-items
                   compute ws-tp-cursor-line = l-tp-item-row + 4
                   move 40 to ws-tp-cursor-col
                   compute ws-tp-timeout-ms = l-tp-read-delay * 1000
               when other
                   move 5 to ws-tp-cursor-line
                   move 100 to ws-tp-cursor-col
                   compute ws-tp-timeout-ms = l-tp-read-delay * 1000
           end-evaluate

           if not l-tp-focus-feeds and ws-tp-pending-idx = zero then
               move zero to ws-tp-timeout-ms
           end-if

           if ws-tp-timeout-ms > zero then
               set environment "COB_TIMEOUT" to ws-tp-timeout-text
           end-if

           move space to ws-accept-item
           move spaces to ws-crt-status
           accept ws-accept-item
               line ws-tp-cursor-line column ws-tp-cursor-col
           end-accept

           set environment "COB_TIMEOUT" to "OFF"

           exit paragraph.


       handle-feed-pane-key.

           evaluate true

               when ws-crt-status = COB-SCR-KEY-UP
                   if l-tp-feed-row > 1 then
                       subtract 1 from l-tp-feed-row
                       perform switch-three-pane-feed
                   end-if

               when ws-crt-status = COB-SCR-KEY-DOWN
                   if l-tp-feed-row < l-tp-feed-count then
                       add 1 to l-tp-feed-row
                       perform switch-three-pane-feed
                   end-if

      *> Enter or Tab moves into the feed's items. A saved-search
      *> row has no items here - Enter on it goes to the menu,
      *> which runs the search the way it always has.
               when ws-key1 = COB-SCR-OK
               when ws-crt-status = COB-SCR-TAB
                   if l-rss-content-file-name = spaces then
                       if ws-key1 = COB-SCR-OK then
                           move ws-crt-status to l-tp-return-key
                           set ws-exit-true to true
                       end-if
                   else
                       perform offer-held-items-once
                       if ws-display-count > zero then
                           set l-tp-focus-items to true
                       end-if
                   end-if

               when ws-crt-status = COB-SCR-BACK-TAB
               when ws-crt-status = COB-SCR-ESC
               when ws-crt-status = COB-SCR-LEFT-RELEASED
                   continue

      *> Every other key - the F-keys, paging, the idle timeout -
      *> is the menu's, acting on the feed under the cursor.
               when other
                   move ws-crt-status to l-tp-return-key
                   set ws-exit-true to true

           end-evaluate

           exit paragraph.


       offer-held-items-once.

      *> The first time focus enters this feed's items - the
      *> answer can change the list, so the panes start over.
           if l-read-only or ws-tp-held-offered then
               exit paragraph
           end-if

           set ws-tp-held-offered to true
           perform offer-held-items
           move zero to ws-tp-pv-shown-idx
           perform clamp-three-pane-item-row

           exit paragraph.


       switch-three-pane-feed.

           move 1 to l-tp-item-row
           move spaces to l-tp-return-key
           set ws-exit-true to true

           exit paragraph.


       handle-item-pane-key.

           evaluate true

               when ws-crt-status = ws-crt-status-timeout
                   if ws-tp-pending-idx not = zero then
                       perform mark-preview-item-read
                   end-if

               when ws-crt-status = COB-SCR-KEY-UP
                   if l-tp-item-row > 1 then
                       subtract 1 from l-tp-item-row
                   end-if

               when ws-crt-status = COB-SCR-KEY-DOWN
                   if l-tp-item-row < ws-display-count then
                       add 1 to l-tp-item-row
                   end-if

               when ws-crt-status = COB-SCR-TAB
                   set l-tp-focus-preview to true

               when ws-crt-status = COB-SCR-BACK-TAB
               when ws-crt-status = COB-SCR-ESC
                   set l-tp-focus-feeds to true

               when ws-crt-status = COB-SCR-LEFT-RELEASED
                   continue

      *> The feed view's own keys act on the item under the cursor
      *> - Enter opens it in the item viewer. Any other key is the
      *> menu's, handed back the way the feed pane hands it.
               when ws-key1 = COB-SCR-OK
               when ws-crt-status = ws-kb-feed-filter
               when ws-crt-status = ws-kb-feed-save
               when ws-crt-status = ws-kb-feed-media
               when ws-crt-status = ws-kb-feed-order
               when ws-crt-status = ws-kb-feed-prev
               when ws-crt-status = ws-kb-feed-mark
               when ws-crt-status = ws-kb-feed-act
                   compute ws-cursor-line = l-tp-item-row + 4
                   move 2 to ws-cursor-col
                   perform dispatch-feed-view-key
                   move zero to ws-tp-pv-shown-idx
                   perform clamp-three-pane-item-row

               when other
                   move ws-crt-status to l-tp-return-key
                   set ws-exit-true to true

           end-evaluate

           exit paragraph.


       handle-preview-pane-key.

           evaluate true

               when ws-crt-status = ws-crt-status-timeout
                   if ws-tp-pending-idx not = zero then
                       perform mark-preview-item-read
                   end-if

               when ws-crt-status = COB-SCR-KEY-UP
                   if ws-tp-pv-top > 1 then
                       subtract 1 from ws-tp-pv-top
                   end-if

               when ws-crt-status = COB-SCR-KEY-DOWN
                   if ws-tp-pv-top + ws-tp-pane-rows
                       <= ws-tp-pv-count then
                       add 1 to ws-tp-pv-top
                   end-if

               when ws-crt-status = COB-SCR-PAGE-UP
                   if ws-tp-pv-top > ws-tp-pane-rows then
                       subtract ws-tp-pane-rows from ws-tp-pv-top
                   else
                       move 1 to ws-tp-pv-top
                   end-if

               when ws-crt-status = COB-SCR-PAGE-DOWN
                   if ws-tp-pv-top + ws-tp-pane-rows
                       <= ws-tp-pv-count then
                       add ws-tp-pane-rows to ws-tp-pv-top
                   end-if

               when ws-crt-status = COB-SCR-TAB
                   set l-tp-focus-feeds to true

               when ws-crt-status = COB-SCR-BACK-TAB
               when ws-crt-status = COB-SCR-ESC
                   set l-tp-focus-items to true

               when ws-crt-status = COB-SCR-LEFT-RELEASED
                   continue

      *> The item viewer's keys need its own screen - Enter or any
      *> of them opens the previewed item there, and Esc comes back
      *> to the panes.
               when other
                   compute ws-cursor-line = l-tp-item-row + 4
                   move 2 to ws-cursor-col
                   perform view-selected-feed-item
                   move zero to ws-tp-pv-shown-idx
                   perform clamp-three-pane-item-row

           end-evaluate

           exit paragraph.


       load-preview-pane.

      *> The wrapped preview is rebuilt when the item under the
      *> cursor changes; scrolling only moves the window over it.
           move zero to ws-tp-pending-idx
           move zero to ws-tp-item-idx
           if ws-display-count > zero
           and l-tp-item-row <= ws-display-count then
               move ls-display-item-id(l-tp-item-row) to ws-tp-item-idx
           end-if

           if ws-tp-item-idx not = ws-tp-pv-shown-idx then
               move ws-tp-item-idx to ws-tp-pv-shown-idx
               move 1 to ws-tp-pv-top
               perform build-preview-lines
           end-if

           move spaces to ws-tp-pv-window
           perform varying ws-tp-row-idx from 1 by 1
               until ws-tp-row-idx > ws-tp-pane-rows
               compute ws-tp-pv-idx = ws-tp-pv-top + ws-tp-row-idx - 1
               if ws-tp-pv-idx <= ws-tp-pv-count then
                   move ws-tp-pv-full-line(ws-tp-pv-idx)
                       to ws-tp-pv-line(ws-tp-row-idx)
               end-if
           end-perform

      *> An unread item shown while the item or preview pane has
      *> focus starts the read delay.
           if ws-tp-item-idx not = zero
           and not l-tp-focus-feeds
           and l-tp-read-mark-on
           and not l-read-only then
               if ws-item-read(ws-tp-item-idx) not = 'Y'
               or ws-item-updated(ws-tp-item-idx) = 'Y' then
                   move ws-tp-item-idx to ws-tp-pending-idx
               end-if
           end-if

           exit paragraph.


       build-preview-lines.

           move spaces to ws-tp-pv-full-lines
           move zero to ws-tp-pv-count

           if ws-tp-item-idx = zero then
               exit paragraph
           end-if

           move ws-item-title(ws-tp-item-idx) to ws-tp-pv-src
           perform add-preview-text

      *> In the operator's own zone and format, as the item list
      *> shows it; a date that never parsed shows as served.
           if ws-item-pub-epoch-min(ws-tp-item-idx) not = zero then
               move function concatenate("Published: ",
                   function trim(rss-local-date(
                       ws-item-pub-epoch-min(ws-tp-item-idx))))
                   to ws-tp-pv-src
               perform add-preview-text
           else
               if ws-item-pub-date(ws-tp-item-idx) not = spaces then
                   move function concatenate("Published: ",
                       function trim(
                           ws-item-pub-date(ws-tp-item-idx)))
                       to ws-tp-pv-src
                   perform add-preview-text
               end-if
           end-if

           if ws-item-author(ws-tp-item-idx) not = spaces then
               move function concatenate("By: ",
                   function trim(ws-item-author(ws-tp-item-idx)))
                   to ws-tp-pv-src
               perform add-preview-text
           end-if

           if ws-item-link(ws-tp-item-idx) not = spaces then
               move ws-item-link(ws-tp-item-idx) to ws-tp-pv-src
               perform add-preview-text
           end-if

           move spaces to ws-tp-pv-src
           perform add-preview-text

           move ws-item-desc(ws-tp-item-idx) to ws-tp-pv-src
           perform add-preview-text

      *> A description that spilled to the overflow store reads in
      *> full in the item viewer.
           if ws-item-desc-more(ws-tp-item-idx) = 'Y' then
               move "... (continues - Enter for the full text)"
                   to ws-tp-pv-src
               perform add-preview-text
           end-if

           exit paragraph.


       add-preview-text.

      *> Appends ws-tp-pv-src on a fresh line, keeping the line
      *> breaks the parser put into descriptions and wrapping the
      *> rest at the pane's width.
           if ws-tp-pv-count >= ws-tp-max-pv-lines then
               exit paragraph
           end-if

           add 1 to ws-tp-pv-count
           move 1 to ws-tp-pv-col
           move function length(function trim(ws-tp-pv-src trailing))
               to ws-tp-pv-src-len

           perform varying ws-tp-pv-src-idx from 1 by 1
               until ws-tp-pv-src-idx > ws-tp-pv-src-len
               or ws-tp-pv-count > ws-tp-max-pv-lines

               if ws-tp-pv-src(ws-tp-pv-src-idx:1) = ws-new-line-char
               then
                   add 1 to ws-tp-pv-count
                   move 1 to ws-tp-pv-col
               else
                   if ws-tp-pv-col > ws-tp-wrap-width then
                       add 1 to ws-tp-pv-count
                       move 1 to ws-tp-pv-col
                   end-if
                   if ws-tp-pv-count <= ws-tp-max-pv-lines then
                       move ws-tp-pv-src(ws-tp-pv-src-idx:1)
                           to ws-tp-pv-full-line(ws-tp-pv-count)
                               (ws-tp-pv-col:1)
                       add 1 to ws-tp-pv-col
                   end-if
               end-if

           end-perform

           if ws-tp-pv-count > ws-tp-max-pv-lines then
               move ws-tp-max-pv-lines to ws-tp-pv-count
           end-if

           exit paragraph.


       mark-preview-item-read.

      *> The item sat in the preview for the configured delay - it
      *> counts as read, the same as opening it would.
           move ws-tp-pending-idx to ws-selected-id
           perform mark-selected-item-read
           move zero to ws-tp-pending-idx

           move function concatenate("Marked read: ",
               function trim(ws-item-title(ws-selected-id)))
               to ws-tp-status-line

           exit paragraph.


       paint-three-pane-screen.

      *> The focused pane's heading (and item cursor row) are
      *> highlighted; the other panes keep the status color, as does
      *> the feed cursor row so the menu's feed colors stay legible.
           move ws-theme-fg to ws-tp-feeds-fg
           move ws-theme-fg to ws-tp-items-fg
           move ws-theme-fg to ws-tp-preview-fg
           move ws-theme-status-bg to ws-tp-feeds-bg
           move ws-theme-status-bg to ws-tp-items-bg
           move ws-theme-status-bg to ws-tp-preview-bg

           evaluate true
               when l-tp-focus-feeds
                   move ws-theme-hl-fg to ws-tp-feeds-fg
                   move ws-theme-hl-bg to ws-tp-feeds-bg
               when l-tp-focus-items
                   move ws-theme-hl-fg to ws-tp-items-fg
                   move ws-theme-hl-bg to ws-tp-items-bg
               when other
                   move ws-theme-hl-fg to ws-tp-preview-fg
                   move ws-theme-hl-bg to ws-tp-preview-bg
           end-evaluate

           move function concatenate(" Feeds  ", l-tp-page-text)
               to ws-tp-feeds-heading

           move ws-shown-item-count to ws-tp-count-disp
           move function concatenate(" Items  (",
               function trim(ws-tp-count-disp), " shown, * unread)")
               to ws-tp-items-heading

           if ws-tp-pv-count > ws-tp-pane-rows then
               compute ws-tp-pv-last
                   = ws-tp-pv-top + ws-tp-pane-rows - 1
               end-compute
               if ws-tp-pv-last > ws-tp-pv-count then
                   move ws-tp-pv-count to ws-tp-pv-last
               end-if
               move ws-tp-pv-top to ws-tp-first-disp
               move ws-tp-pv-last to ws-tp-last-disp
               move ws-tp-pv-count to ws-tp-total-disp
               move function concatenate(" Preview  (lines ",
                   function trim(ws-tp-first-disp), "-",
                   function trim(ws-tp-last-disp), " of ",
                   function trim(ws-tp-total-disp), ")")
                   to ws-tp-preview-heading
           else
               move " Preview" to ws-tp-preview-heading
           end-if

           perform varying ws-tp-row-idx from 1 by 1
               until ws-tp-row-idx > ws-tp-pane-rows

               move ws-theme-bg to ws-tp-feed-row-bg(ws-tp-row-idx)
               move ws-theme-fg to ws-tp-item-fg(ws-tp-row-idx)
               move ws-theme-bg to ws-tp-item-bg(ws-tp-row-idx)
               move space to ws-tp-item-mark(ws-tp-row-idx)

      *> Unread (or publisher-updated) items carry a star; a
      *> comment row under its item doesn't repeat it.
               if ws-tp-row-idx <= ws-display-count then
                   move ls-display-item-id(ws-tp-row-idx)
                       to ws-tp-item-idx
                   if ls-display-item-title(ws-tp-row-idx)(1:6)
                       not = "    > "
                   and (ws-item-read(ws-tp-item-idx) not = 'Y'
                       or ws-item-updated(ws-tp-item-idx) = 'Y') then
                       move '*' to ws-tp-item-mark(ws-tp-row-idx)
                   end-if
               end-if

           end-perform

           if l-tp-feed-row >= 1 and l-tp-feed-row <= ws-tp-pane-rows
           then
               move ws-theme-status-bg
                   to ws-tp-feed-row-bg(l-tp-feed-row)
           end-if

           if ws-display-count > zero then
               move ws-tp-items-fg to ws-tp-item-fg(l-tp-item-row)
               move ws-tp-items-bg to ws-tp-item-bg(l-tp-item-row)
           end-if

           display s-three-pane-screen

           exit paragraph.


                   by content ws-ovf-file-name,
                   by reference ws-item-snooze-until(ws-selected-id),
                   by content ws-item-author(ws-selected-id),
                   by reference ws-mute-request,
                   by content ws-item-comments(ws-selected-id)
               end-call
               cancel "rss-reader-view-item"

               if not l-read-only then
                   add 1 to ws-item-open-count(ws-selected-id)

      *> Opening a due item retires its snooze (and the [due]
                           to ws-item-snooze-until(ws-selected-id)
                   end-if

                   perform mark-selected-item-read
               end-if

      *> The viewer asked for the whole story cluster to be muted -
      *> Rebuild the visible list so the [note]/[due]/[updated]
      *> markers reflect what just happened in the viewer.
               perform load-note-guids
               perform load-new-comments
               perform apply-tag-filter
           end-if

           exit paragraph.


       mark-selected-item-read.

           perform mark-item-comments-seen
           move 'Y' to ws-item-read(ws-selected-id)
           move 'N' to ws-item-updated(ws-selected-id)

      *> Stamp the first time this item was read (per operator on a
      *> shared store - the stamp rides in their overlay).
           if ws-item-first-read(ws-selected-id) = zero then
               move function rss-epoch-minutes
                   to ws-item-first-read(ws-selected-id)
           end-if

      *> Single-record update - the full content file is only
      *> rewritten once, when the feed view closes.
           perform save-item-state
           set ws-feed-dirty to true

           exit paragraph.


       mark-item-comments-seen.

      *> The comment count as it stands now is the count seen; new
      *> comments on a followed thread stop being new.
           move ws-item-cmt-count(ws-selected-id)
               to ws-item-cmt-seen(ws-selected-id)

           if ws-item-guid(ws-selected-id) not = spaces then
               move ws-item-guid(ws-selected-id) to ws-cmt-thread-key
           else
               move ws-item-link(ws-selected-id) to ws-cmt-thread-key
           end-if

           move 'R' to ws-cmt-thread-op
           call "rss-comment-thread" using
               by content ws-cmt-thread-op,
               by content ws-cmt-thread-key,
               by content ws-item-title(ws-selected-id),
               by content l-rss-content-file-name(1:128),
               by reference ws-cmt-thread-status
           end-call
           cancel "rss-comment-thread"

           exit paragraph.


       update-summary-index.

      *> Keep the menu's summary index in step with the read flags
                   to f-itm-open-count
               move ws-item-snooze-until(ws-selected-id)
                   to f-itm-snooze-until
               move ws-item-first-read(ws-selected-id)
                   to f-itm-first-read

               write f-item-state-record
                   invalid key
           end-if

           perform load-note-guids
           perform load-asset-guids
           perform load-new-comments
           perform load-media-durations
           perform load-seen-order-flag
           perform apply-tag-filter

           exit paragraph.
           exit paragraph.


       load-new-comments.

           move function substitute(
               function trim(l-rss-content-file-name),
               ".dat", "_thr.dat")
               to ws-rss-thread-file-name

           move zero to ws-new-comment-count
           set ws-nc-not-eof to true

           open input fd-rss-thread-file
               perform until ws-nc-eof
                   or ws-new-comment-count >= ws-max-new-comments
                   read fd-rss-thread-file
                       at end set ws-nc-eof to true
                   not at end
                       if f-thr-new = 'Y' then
                           add 1 to ws-new-comment-count
                           move f-thr-key
                               to ws-nc-key(ws-new-comment-count)
                           move f-thr-author
                               to ws-nc-author(ws-new-comment-count)
                           move f-thr-text
                               to ws-nc-text(ws-new-comment-count)
                       end-if
                   end-read
               end-perform
           close fd-rss-thread-file

           exit paragraph.


       load-media-durations.

           move function substitute(
               function trim(l-rss-content-file-name),
               ".dat", "_med.dat")
               to ws-rss-media-meta-file-name

           move zero to ws-media-dur-count
           set ws-md-not-eof to true

           open input fd-rss-media-meta-file
               perform until ws-md-eof
                   or ws-media-dur-count >= ws-max-media-durations
                   read fd-rss-media-meta-file
                       at end set ws-md-eof to true
                   not at end
                       if f-mmt-duration not = zero then
                           add 1 to ws-media-dur-count
                           move f-mmt-key
                               to ws-md-key(ws-media-dur-count)
                           move f-mmt-duration
                               to ws-md-duration(ws-media-dur-count)
                       end-if
                   end-read
               end-perform
           close fd-rss-media-meta-file

           exit paragraph.


       load-asset-guids.

           move function substitute(
               function trim(l-rss-content-file-name),
               ".dat", "_ast.dat")
               to ws-rss-asset-flag-file-name

           move zero to ws-asset-guid-count
           set ws-asset-not-eof to true

           open input fd-rss-asset-flag-file
               perform until ws-asset-eof
                   or ws-asset-guid-count >= ws-max-asset-guids
                   read fd-rss-asset-flag-file
                       at end set ws-asset-eof to true
                   not at end
                       add 1 to ws-asset-guid-count
                       move f-ast-guid
                           to ws-asset-guid(ws-asset-guid-count)
                   end-read
               end-perform
           close fd-rss-asset-flag-file

           exit paragraph.


       load-seen-order-flag.

           move function resolve-data-path(
               "feeds/first_seen_order.dat")
               to ws-rss-seen-order-file-name

           set ws-pub-order-feed to true
           set ws-seen-order-not-eof to true

           open input fd-rss-seen-order-file
               perform until ws-seen-order-eof or ws-seen-order-feed
                   read fd-rss-seen-order-file
                       at end set ws-seen-order-eof to true
                   not at end
                       move function trim(f-seen-order-line-raw)
                           to ws-seen-order-text
                       if ws-seen-order-text not = spaces
                       and ws-seen-order-text(1:1) not = "#"
                       and function numval(ws-seen-order-text)
                           = ws-feed-id then
                           set ws-seen-order-feed to true
                       end-if
                   end-read
               end-perform
           close fd-rss-seen-order-file

           exit paragraph.


       apply-operator-overlay.

      *> The shared record's read flags and open counts belong to
               until ws-overlay-item-idx > ws-num-items
               move 'N' to ws-item-read(ws-overlay-item-idx)
               move zero to ws-item-open-count(ws-overlay-item-idx)
               move zero to ws-item-first-read(ws-overlay-item-idx)
           end-perform

           open input fd-rss-item-state-file
                                   to ws-item-snooze-until(
                                       ws-overlay-item-idx)
                           end-if
                           move f-itm-first-read
                               to ws-item-first-read(
                                   ws-overlay-item-idx)
                   end-read
               end-if


           move function rss-epoch-minutes to ws-now-epoch-min
           move zero to ws-display-count
           move zero to ws-shown-item-count
           move spaces to ls-display-item-title(1)
           move zero to ls-display-item-id(1)

           if ws-num-items > 0 then
               evaluate true
                   when ws-priority-order
                       perform build-priority-display-list
                   when ws-seen-order-feed
                       perform build-first-seen-display-list
                   when other
                       perform varying ws-idx from 1 by 1
                       until ws-idx > ws-num-items
                       or ws-display-count > ws-view-rows

                           perform check-item-visible
                           if ws-item-visible then
                               perform add-item-to-display-list
                           end-if

                       end-perform
               end-evaluate
           end-if

           evaluate true
               when ws-priority-order
                   move function concatenate(
                       "Order: by priority  (",
                       ws-shown-item-count, " item(s) shown, F6 for ",
                       "feed order)")
                       to ws-filter-display
               when function trim(ws-tag-filter) = spaces
               and ws-seen-order-feed
                   move function concatenate(
                       "Order: by first seen  (publisher dates ",
                       "unreliable, F6 for priority)")
                       to ws-filter-display
               when function trim(ws-tag-filter) = spaces
                   move spaces to ws-filter-display
               when other
                   move function concatenate(
                       "Filter: ", function trim(ws-tag-filter),
                       "  (", ws-shown-item-count, " item(s) shown)")
                       to ws-filter-display
           end-evaluate

           exit paragraph.


       build-first-seen-display-list.

      *> Same picker as the priority order, keyed on first-seen:
      *> newest arrival first, ties keep feed order.
           move spaces to ws-picked-flags

           perform until ws-display-count >= ws-view-rows

               move zero to ws-prio-insert-idx
               move zero to ws-seen-best-epoch

               perform varying ws-idx from 1 by 1
                   until ws-idx > ws-num-items

                   if ws-picked-flags(ws-idx:1) = space then
                       perform check-item-visible
                       if ws-item-visible then
                           if ws-prio-insert-idx = zero
                           or ws-item-first-seen(ws-idx)
                               > ws-seen-best-epoch then
                               move ws-idx to ws-prio-insert-idx
                               move ws-item-first-seen(ws-idx)
                                   to ws-seen-best-epoch
                           end-if
                       end-if
                   end-if

               end-perform

               if ws-prio-insert-idx = zero then
                   exit perform
               end-if

               move 'X' to ws-picked-flags(ws-prio-insert-idx:1)
               move ws-prio-insert-idx to ws-idx
               perform add-item-to-display-list

           end-perform

           exit paragraph.


       add-item-to-display-list.

           add 1 to ws-display-count
           add 1 to ws-shown-item-count

           if ws-display-count <= ws-view-rows then
               move ws-item-title(ws-idx)
                       to ls-display-item-title(ws-display-count)
               end-if

      *> Flag items the batch refresh matched against the asset
      *> inventory (feeds/assets.dat).
               set ws-item-not-asset to true
               perform varying ws-asset-guid-idx from 1 by 1
                   until ws-asset-guid-idx > ws-asset-guid-count
                   if ws-asset-guid(ws-asset-guid-idx)
                   = ws-item-guid(ws-idx) then
                       set ws-item-asset to true
                       exit perform
                   end-if
               end-perform

               if ws-item-asset then
                   move function concatenate(
                       "[asset] ",
                       function trim(ls-display-item-title(
                           ws-display-count)))
                       to ls-display-item-title(ws-display-count)
               end-if

      *> Flag snoozed items whose date has arrived - the marker
      *> clears once the item is opened.
               if ws-item-snooze-until(ws-idx) not = zero
                       to ls-display-item-title(ws-display-count)
               end-if

      *> Running time of a video or audio item.
               if ws-media-dur-count > zero then
                   if ws-item-guid(ws-idx) not = spaces then
                       move ws-item-guid(ws-idx) to ws-nc-item-key
                   else
                       move ws-item-link(ws-idx) to ws-nc-item-key
                   end-if
                   perform varying ws-md-idx from 1 by 1
                       until ws-md-idx > ws-media-dur-count
                       if ws-md-key(ws-md-idx) = ws-nc-item-key then
                           move function concatenate(
                               function trim(ls-display-item-title(
                                   ws-display-count)),
                               " [", function trim(rss-duration-text(
                                   ws-md-duration(ws-md-idx))), "]")
                               to ls-display-item-title(
                                   ws-display-count)
                           move ws-media-dur-count to ws-md-idx
                       end-if
                   end-perform
               end-if

      *> Comment activity: the count the feed reports, and once the
      *> item has been read, how many arrived since.
               if ws-item-cmt-count(ws-idx) > zero then
                   move ws-item-cmt-count(ws-idx) to ws-cmt-count-disp
                   move function concatenate(
                       function trim(ls-display-item-title(
                           ws-display-count)),
                       " [", function trim(ws-cmt-count-disp),
                       " comments]")
                       to ls-display-item-title(ws-display-count)
                   if ws-item-read(ws-idx) = 'Y'
                   and ws-item-cmt-count(ws-idx)
                       > ws-item-cmt-seen(ws-idx) then
                       compute ws-cmt-new-disp
                           = ws-item-cmt-count(ws-idx)
                           - ws-item-cmt-seen(ws-idx)
                       end-compute
                       move function concatenate(
                           function trim(ls-display-item-title(
                               ws-display-count)),
                           " +", function trim(ws-cmt-new-disp),
                           " new")
                           to ls-display-item-title(ws-display-count)
                   end-if
               end-if

      *> Suffix the decoded item age ("3h ago") when the parser was
      *> able to normalize this item's pub-date - undated items show
      *> their bare title same as before.
               if ws-seen-order-feed
               and ws-item-first-seen(ws-idx) not = zero then
                   move ws-item-first-seen(ws-idx) to ws-age-epoch
               else
                   move ws-item-pub-epoch-min(ws-idx) to ws-age-epoch
               end-if
      *> The publish date itself leads, in the operator's own zone
      *> and format.
               if ws-age-epoch not = zero then
                   if ws-item-pub-epoch-min(ws-idx) not = zero then
                       move function concatenate(
                           function trim(ls-display-item-title(
                               ws-display-count)),
                           " (", function trim(rss-local-date(
                               ws-item-pub-epoch-min(ws-idx))),
                           ", ",
                           function trim(rss-age-text(ws-age-epoch)),
                           ")")
                           to ls-display-item-title(ws-display-count)
                   else
                       move function concatenate(
                           function trim(ls-display-item-title(
                               ws-display-count)),
                           " (",
                           function trim(rss-age-text(ws-age-epoch)),
                           ")")
                           to ls-display-item-title(ws-display-count)
                   end-if
               end-if

      *> Mark the first watchlist/search term hit in the row so
                   ls-display-item-title(ws-display-count)
                       (1:ws-view-title-width))
                   to ls-display-item-title(ws-display-count)

               if ws-new-comment-count > zero then
                   perform add-comment-rows-to-display-list
               end-if
           end-if

           exit paragraph.


       add-comment-rows-to-display-list.

      *> New comments on the item's followed thread go underneath it
      *> as indented rows, while the page has room.
           if ws-item-guid(ws-idx) not = spaces then
               move ws-item-guid(ws-idx) to ws-nc-item-key
           else
               move ws-item-link(ws-idx) to ws-nc-item-key
           end-if

           move zero to ws-nc-rows
           perform varying ws-nc-idx from 1 by 1
               until ws-nc-idx > ws-new-comment-count
               or ws-nc-rows >= ws-max-thread-rows
               or ws-display-count >= ws-view-rows

               if ws-nc-key(ws-nc-idx) = ws-nc-item-key then
                   add 1 to ws-nc-rows
                   add 1 to ws-display-count
                   move ws-idx to ls-display-item-id(ws-display-count)
                   if ws-nc-author(ws-nc-idx) = spaces then
                       move function concatenate(
                           "    > ", function trim(
                               ws-nc-text(ws-nc-idx)))
                           to ls-display-item-title(ws-display-count)
                   else
                       move function concatenate(
                           "    > ",
                           function trim(ws-nc-author(ws-nc-idx)),
                           ": ", function trim(ws-nc-text(ws-nc-idx)))
                           to ls-display-item-title(ws-display-count)
                   end-if
                   move function utf8-clean-tail(
                       ls-display-item-title(ws-display-count)
                           (1:ws-view-title-width))
                       to ls-display-item-title(ws-display-count)
               end-if

           end-perform

           exit paragraph.


               by content ws-no-ovf-file-name,
               by reference ws-prev-view-snooze,
               by content ws-prev-view-author,
               by reference ws-prev-view-mute,
               by content ws-prev-view-comments
           end-call
           cancel "rss-reader-view-item"

           end-display

           move function rss-media-fetch(
               ws-item-enc-url(ws-selected-id),
               ws-item-enc-length(ws-selected-id),
               ws-item-enc-type(ws-selected-id))
               to ws-media-fetch-status

           if ws-media-fetch-status = 1 then
                   at 2101
               end-display
           else
               if ws-media-fetch-status = 4 then
                   display
                   "Media failed its download checks - quarantined."
                       with blank line
                       at 2101
                   end-display
               else
                   display
                   "Media download failed. Please check logs.    "
                       with blank line
                       at 2101
                   end-display
               end-if
           end-if

           exit paragraph.
                   cancel "rss-saved-items"

               when 'H'
                   if ws-item-canon-link(ws-selected-id) = spaces
                   then
                       move ws-item-link(ws-selected-id)
                           to ws-bulk-share-link
                   else
                       move ws-item-canon-link(ws-selected-id)
                           to ws-bulk-share-link
                   end-if
                   call "item-sharer" using by content
                       ws-item-title(ws-selected-id),
                       ws-bulk-share-link,
                       ws-item-desc(ws-selected-id)
                   end-call
                   cancel "item-sharer"
