      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Screen definition for rss_reader_feed_requests
      *          program - the admin's pending subscription queue.
      * Tectonics: ./build.sh
      ******************************************************************
       01  s-rss-feed-requests-screen
           blank screen
           foreground-color ws-theme-fg
           background-color ws-theme-bg.

           05  s-requests-screen-body.

               10  s-title-line
                   foreground-color ws-theme-fg
                   background-color ws-theme-status-bg.

                   15  line 1 pic x(80) from ws-empty-line.
                   15  line 1 column 19
                       value "COBOL RSS Reader - Subscription Requests".

               10  s-header-line
                   foreground-color ws-theme-hl-fg
                   background-color ws-theme-hl-bg.

                   15 line 2 pic x(80) from ws-empty-line.
                   15 line 2 column 2 pic x(76) from ws-requests-header.

               10  line 4  column 2
                   pic x to ws-accept-item.
               10  column 4 pic x(76) from ws-display-row(1).

               10  line 5  column 2
                   pic x to ws-accept-item.
               10  column 4 pic x(76) from ws-display-row(2).

               10  line 6  column 2
                   pic x to ws-accept-item.
               10  column 4 pic x(76) from ws-display-row(3).

               10  line 7  column 2
                   pic x to ws-accept-item.
               10  column 4 pic x(76) from ws-display-row(4).

               10  line 8  column 2
                   pic x to ws-accept-item.
               10  column 4 pic x(76) from ws-display-row(5).

               10  line 9  column 2
                   pic x to ws-accept-item.
               10  column 4 pic x(76) from ws-display-row(6).

               10  line 10  column 2
                   pic x to ws-accept-item.
               10  column 4 pic x(76) from ws-display-row(7).

               10  line 11  column 2
                   pic x to ws-accept-item.
               10  column 4 pic x(76) from ws-display-row(8).

               10  line 12  column 2
                   pic x to ws-accept-item.
               10  column 4 pic x(76) from ws-display-row(9).

               10  line 13  column 2
                   pic x to ws-accept-item.
               10  column 4 pic x(76) from ws-display-row(10).

               10  line 14  column 2
                   pic x to ws-accept-item.
               10  column 4 pic x(76) from ws-display-row(11).

               10  line 15  column 2
                   pic x to ws-accept-item.
               10  column 4 pic x(76) from ws-display-row(12).

               10  s-detail-line-1
                   foreground-color ws-theme-hl-fg
                   background-color ws-theme-hl-bg.

                   15 line 17 pic x(80) from ws-empty-line.
                   15 line 17 column 2 pic x(76)
                       from ws-requests-detail(1).

               10  s-detail-line-2
                   foreground-color ws-theme-hl-fg
                   background-color ws-theme-hl-bg.

                   15 line 18 pic x(80) from ws-empty-line.
                   15 line 18 column 2 pic x(76)
                       from ws-requests-detail(2).

               10  s-status-line
                   foreground-color ws-theme-hl-fg
                   background-color ws-theme-hl-bg.

                   15 line 20 pic x(80) from ws-empty-line.
                   15 line 20 column 2 pic x(76)
                       from ws-requests-status-display.

               10  s-help-text-1.
                   15  foreground-color ws-theme-hl-fg
                   background-color ws-theme-hl-bg line 21 column 2
                   value " F3 ".

                   15  foreground-color ws-theme-fg
                   background-color ws-theme-bg line 21 column 7
                   value "Check URL".

                   15  foreground-color ws-theme-hl-fg
                   background-color ws-theme-hl-bg line 21 column 18
                   value " F5 ".

                   15  foreground-color ws-theme-fg
                   background-color ws-theme-bg line 21 column 23
                   value "Approve".

                   15  foreground-color ws-theme-hl-fg
                   background-color ws-theme-hl-bg line 21 column 32
                   value " F6 ".

                   15  foreground-color ws-theme-fg
                   background-color ws-theme-bg line 21 column 37
                   value "Reject".

                   15  foreground-color ws-theme-hl-fg
                   background-color ws-theme-hl-bg line 21 column 45
                   value " PgUp/PgDn ".

                   15  foreground-color ws-theme-fg
                   background-color ws-theme-bg line 21 column 57
                   value "Page".

                   15  foreground-color ws-theme-hl-fg
                   background-color ws-theme-hl-bg line 21 column 63
                   value " ESC ".

                   15  foreground-color ws-theme-fg
                   background-color ws-theme-bg line 21 column 69
                   value "Return".
