      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Hand-off between rss_reader_menu and
      *          rss_reader_view_feed for the three-pane reading
      *          layout ("reading_layout" config key) - the menu's
      *          page of feeds for the left pane, which pane has
      *          focus and where its cursors sit (kept across calls
      *          as the menu re-opens the feed under the cursor),
      *          and the key the feed viewer hands back for the menu
      *          to act on.
      * Tectonics: ./build.sh
      ******************************************************************
       01  ws-three-pane-record.
           05  ws-tp-layout-sw              pic a value 'N'.
               88  ws-tp-layout-on          value 'Y'.
               88  ws-tp-layout-off         value 'N'.
           05  ws-tp-focus                  pic x value 'F'.
               88  ws-tp-focus-feeds        value 'F'.
               88  ws-tp-focus-items        value 'I'.
               88  ws-tp-focus-preview      value 'P'.
      *> Seconds an item has to stay in the preview pane before it
      *> counts as read ("preview_read_sec" - "off" leaves read
      *> flags to opening the item, as on the classic screens).
           05  ws-tp-read-delay             pic 9(3) value 2.
           05  ws-tp-read-mark-sw           pic a value 'Y'.
               88  ws-tp-read-mark-on       value 'Y'.
               88  ws-tp-read-mark-off      value 'N'.
           05  ws-tp-feed-count             pic 9(3) value zero.
           05  ws-tp-feed-row               pic 9(3) value 1.
           05  ws-tp-item-row               pic 9(3) value 1.
           05  ws-tp-page-text              pic x(34) value spaces.
           05  ws-tp-feed-entry occurs 34 times.
               10  ws-tp-feed-title         pic x(34) value spaces.
               10  ws-tp-feed-color         pic 9 value 7.
      *> Key pressed in the feed pane, for the menu's own handling;
      *> spaces when the viewer only returned to switch feeds.
           05  ws-tp-return-key             pic x(4) value spaces.
