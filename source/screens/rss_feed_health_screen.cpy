      * Author: Erik Eriksen
      * Create Date: 2026-08-08
      * Last Modified: 2026-08-08
      * Purpose: Screen definition for the Feed Health report,
      *          reachable from rss_reader_menu. Each row carries a
      *          cursor field so a proposed replacement URL can be
      *          picked.
      * Tectonics: ./build.sh
      ******************************************************************
       01  s-rss-feed-health-screen


                   15 line 2 column 1 pic x(80) from ws-empty-line.

               10  s-health-lines
                   foreground-color ws-theme-fg
                   background-color ws-theme-bg.

                   15  line 3 column 2 pic x to ws-health-accept.
                   15  line 3 column 4 pic x(76)
                       from ws-health-display-text(1).
                   15  line 4 column 2 pic x to ws-health-accept.
                   15  line 4 column 4 pic x(76)
                       from ws-health-display-text(2).
                   15  line 5 column 2 pic x to ws-health-accept.
                   15  line 5 column 4 pic x(76)
                       from ws-health-display-text(3).
                   15  line 6 column 2 pic x to ws-health-accept.
                   15  line 6 column 4 pic x(76)
                       from ws-health-display-text(4).
                   15  line 7 column 2 pic x to ws-health-accept.
                   15  line 7 column 4 pic x(76)
                       from ws-health-display-text(5).
                   15  line 8 column 2 pic x to ws-health-accept.
                   15  line 8 column 4 pic x(76)
                       from ws-health-display-text(6).
                   15  line 9 column 2 pic x to ws-health-accept.
                   15  line 9 column 4 pic x(76)
                       from ws-health-display-text(7).
                   15  line 10 column 2 pic x to ws-health-accept.
                   15  line 10 column 4 pic x(76)
                       from ws-health-display-text(8).
                   15  line 11 column 2 pic x to ws-health-accept.
                   15  line 11 column 4 pic x(76)
                       from ws-health-display-text(9).
                   15  line 12 column 2 pic x to ws-health-accept.
                   15  line 12 column 4 pic x(76)
                       from ws-health-display-text(10).
                   15  line 13 column 2 pic x to ws-health-accept.
                   15  line 13 column 4 pic x(76)
                       from ws-health-display-text(11).
                   15  line 14 column 2 pic x to ws-health-accept.
                   15  line 14 column 4 pic x(76)
                       from ws-health-display-text(12).
                   15  line 15 column 2 pic x to ws-health-accept.
                   15  line 15 column 4 pic x(76)
                       from ws-health-display-text(13).
                   15  line 16 column 2 pic x to ws-health-accept.
                   15  line 16 column 4 pic x(76)
                       from ws-health-display-text(14).
                   15  line 17 column 2 pic x to ws-health-accept.
                   15  line 17 column 4 pic x(76)
                       from ws-health-display-text(15).
                   15  line 18 column 2 pic x to ws-health-accept.
                   15  line 18 column 4 pic x(76)
                       from ws-health-display-text(16).

               10  s-message-line
                   foreground-color ws-theme-fg
                   background-color ws-theme-bg.

                   15  line 19 column 2 pic x(78)
                       from ws-health-message.

               10  s-help-line-1
                   foreground-color ws-theme-hl-fg
                   background-color ws-theme-hl-bg.


                   15  line 20 pic x(80) from ws-empty-line.
                   15  line 20 column 2
                       value
                   "F2 on a proposed URL (->) moves the feed to it,".
                   15  line 20 column 50
                       value "PgUp/PgDn to page, ESC to return.".
