      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: One team notice in feeds/notices.dat, the store
      *          behind local:<name> feeds. One "|" line per notice:
      *          feed name|guid|posted|expiry|author|title|link|body.
      *          Posted is the iso-8601 pub date the item carries;
      *          expiry is on the rss-epoch-minutes clock, zero for
      *          a notice that never expires. Withdrawing a notice
      *          sets its expiry to the moment it was withdrawn.
      * Tectonics: ./build.sh
      ******************************************************************
       01  ws-notice-record.
           05  ws-ntc-feed-name             pic x(32) value spaces.
           05  ws-ntc-guid                  pic x(64) value spaces.
           05  ws-ntc-posted                pic x(32) value spaces.
           05  ws-ntc-expiry-text           pic x(10) value spaces.
           05  ws-ntc-expiry-epoch          pic 9(10) value zero.
           05  ws-ntc-author                pic x(32) value spaces.
           05  ws-ntc-title                 pic x(128) value spaces.
           05  ws-ntc-link                  pic x(256) value spaces.
           05  ws-ntc-body                  pic x(1000) value spaces.
