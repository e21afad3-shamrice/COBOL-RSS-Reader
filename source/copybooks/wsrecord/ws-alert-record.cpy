      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: One watchlist alert, as kept in feeds/alerts.dat by
      *          rss-alert-register - the keyword that fired, the
      *          item it fired on, when it was raised, who
      *          acknowledged it and when, and when (if ever) it was
      *          escalated for sitting unacknowledged.
      * Tectonics: ./build.sh
      ******************************************************************
       01  ws-alert-record.
           05  ws-alert-id                  pic 9(6) value zero.
      *> O = raised, waiting for someone to acknowledge it;
      *> A = acknowledged.
           05  ws-alert-state               pic x value 'O'.
               88  ws-alert-open            value 'O'.
               88  ws-alert-acked           value 'A'.
      *> Minutes-since-epoch stamps; zero = not (yet) happened.
           05  ws-alert-raised              pic 9(10) value zero.
           05  ws-alert-keyword             pic x(64) value spaces.
           05  ws-alert-feed-id             pic 9(5) value zero.
           05  ws-alert-guid                pic x(256) value spaces.
           05  ws-alert-title               pic x(128) value spaces.
           05  ws-alert-link                pic x(256) value spaces.
           05  ws-alert-acked-at            pic 9(10) value zero.
           05  ws-alert-acked-by            pic x(32) value spaces.
           05  ws-alert-escalated           pic 9(10) value zero.
