      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Screen definition for rss_reader_notice program -
      *          compose a team notice for a local:<name> feed and
      *          withdraw the ones still in force.
      * Tectonics: ./build.sh
      ******************************************************************
       01  s-rss-notice-screen
           blank screen
           foreground-color ws-theme-fg
           background-color ws-theme-bg.

           05  s-notice-screen-body.

               10  s-title-line
                   foreground-color ws-theme-fg
                   background-color ws-theme-status-bg.

                   15  line 1 pic x(80) from ws-empty-line.
                   15  line 1 column 24
                       value "COBOL RSS Reader - Team Notices".

               10  s-header-line
                   foreground-color ws-theme-hl-fg
                   background-color ws-theme-hl-bg.

                   15 line 2 pic x(80) from ws-empty-line.
                   15 line 2 column 2 pic x(76) from ws-notice-header.

               10  s-compose-lines.

                   15  line 4 column 2 value "Feed: local:".
                   15  line 4 column 15 pic x(24)
                       using ws-notice-feed-name.
                   15  line 4 column 41 value "Expires:".
                   15  line 4 column 50 pic x(10)
                       using ws-notice-expiry-date.
                   15  line 4 column 61 pic x(5)
                       using ws-notice-expiry-time.
                   15  line 4 column 67 value "blank: never".

                   15  line 5 column 2 value "Title:".
                   15  line 5 column 9 pic x(70)
                       using ws-notice-title.

                   15  line 6 column 2 value "Link:".
                   15  line 6 column 9 pic x(70)
                       using ws-notice-link.

                   15  line 7 column 2 value "Body:".
                   15  line 8 column 2 pic x(76)
                       using ws-notice-body-line(1).
                   15  line 9 column 2 pic x(76)
                       using ws-notice-body-line(2).
                   15  line 10 column 2 pic x(76)
                       using ws-notice-body-line(3).
                   15  line 11 column 2 pic x(76)
                       using ws-notice-body-line(4).
                   15  line 12 column 2 pic x(76)
                       using ws-notice-body-line(5).

               10  s-active-header-line
                   foreground-color ws-theme-hl-fg
                   background-color ws-theme-hl-bg.

                   15 line 13 pic x(80) from ws-empty-line.
                   15 line 13 column 2 pic x(76)
                       from ws-active-header.

               10  line 14  column 2
                   pic x to ws-accept-item.
               10  column 4 pic x(76) from ws-display-row(1).

               10  line 15  column 2
                   pic x to ws-accept-item.
               10  column 4 pic x(76) from ws-display-row(2).

               10  line 16  column 2
                   pic x to ws-accept-item.
               10  column 4 pic x(76) from ws-display-row(3).

               10  line 17  column 2
                   pic x to ws-accept-item.
               10  column 4 pic x(76) from ws-display-row(4).

               10  line 18  column 2
                   pic x to ws-accept-item.
               10  column 4 pic x(76) from ws-display-row(5).

               10  s-status-line
                   foreground-color ws-theme-hl-fg
                   background-color ws-theme-hl-bg.

                   15 line 20 pic x(80) from ws-empty-line.
                   15 line 20 column 2 pic x(76)
                       from ws-notice-status-display.

               10  s-help-text-1.
                   15  foreground-color ws-theme-hl-fg
                   background-color ws-theme-hl-bg line 21 column 2
                   value " F2 ".

                   15  foreground-color ws-theme-fg
                   background-color ws-theme-bg line 21 column 7
                   value "Post".

                   15  foreground-color ws-theme-hl-fg
                   background-color ws-theme-hl-bg line 21 column 13
                   value " F4 ".

                   15  foreground-color ws-theme-fg
                   background-color ws-theme-bg line 21 column 18
                   value "Withdraw".

                   15  foreground-color ws-theme-hl-fg
                   background-color ws-theme-hl-bg line 21 column 28
                   value " PgUp/PgDn ".

                   15  foreground-color ws-theme-fg
                   background-color ws-theme-bg line 21 column 40
                   value "Page".

                   15  foreground-color ws-theme-hl-fg
                   background-color ws-theme-hl-bg line 21 column 46
                   value " ESC ".

                   15  foreground-color ws-theme-fg
                   background-color ws-theme-bg line 21 column 52
                   value "Return".
