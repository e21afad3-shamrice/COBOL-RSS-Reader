      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: One feed's standby (mirror) URL, as kept in
      *          feeds/standby.dat by rss-feed-standby - the second
      *          location the publisher serves the same feed from,
      *          which of the two is serving refreshes right now,
      *          and since when.
      * Tectonics: ./build.sh
      ******************************************************************
       01  ws-standby-record.
           05  ws-standby-feed-id           pic 9(5) value zero.
           05  ws-standby-url               pic x(256) value spaces.
      *> P = the primary (list record) URL is serving; S = the
      *> primary failed its retries and the standby took over.
           05  ws-standby-serving           pic x value 'P'.
               88  ws-standby-on-primary    value 'P'.
               88  ws-standby-on-standby    value 'S'.
      *> Minutes-since-epoch of the last switch (zero = never).
           05  ws-standby-since             pic 9(10) value zero.
