      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Category-level feed defaults, as kept in
      *          feeds/categories.dat and handed out by
      *          rss-category-defaults - one line per category:
      *          category|interval|owner|weight|retention|review
      *          Every feed in the category inherits whichever of
      *          these it does not set itself. Zero / spaces means
      *          the category sets nothing for that value either.
      * Tectonics: ./build.sh
      ******************************************************************
       01  ws-category-record.
           05  ws-cat-name                  pic x(32) value spaces.
      *> Refresh interval in minutes, for feeds whose own interval
      *> is zero.
           05  ws-cat-refresh-minutes       pic 9(5) value zero.
      *> Owner, for feeds with no owner recorded.
           05  ws-cat-owner                 pic x(32) value spaces.
      *> Base relevance weight, for feeds with a zero weight.
           05  ws-cat-base-weight           pic 9(4) value zero.
      *> Retention cap in items - there is no per-feed cap, so this
      *> replaces the "maxitems" config for the whole category.
           05  ws-cat-retention             pic 9(6) value zero.
      *> Review cycle in months: marking a feed reviewed (F12 in the
      *> feed editor) sets its next review date this far ahead.
           05  ws-cat-review-months         pic 9(3) value zero.
