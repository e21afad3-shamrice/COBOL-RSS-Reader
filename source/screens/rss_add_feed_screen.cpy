                   foreground-color ws-theme-hl-fg
                   background-color ws-theme-hl-bg.

                   15  line 9 column 1 pic x(80) from ws-empty-line.

               10  s-notice-line
                   foreground-color ws-theme-hl-fg
                   background-color ws-theme-hl-bg.

                   15  line 10 column 1 pic x(80) from ws-empty-line.
                   15  line 10 column 2 pic x(78)
                       from ws-add-feed-notice.                   
