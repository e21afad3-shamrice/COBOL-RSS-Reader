                   pic x to ws-accept-item.
               10  column 4 pic x(76) from ws-display-row(15).

               10  s-queue-line.

                   15  line 19 column 2
                       value "Reading queue minutes:".
                   15  line 19 column 25 pic 999
                       using ws-queue-minutes.
                   15  line 19 column 30 pic x(48)
                       from ws-queue-hint.

               10  s-page-line
                   foreground-color ws-theme-hl-fg
                   background-color ws-theme-hl-bg.

               10  s-help-text-1.
                   15  foreground-color ws-theme-hl-fg
                   background-color ws-theme-hl-bg line 21 column 2
                   value " Enter ".

                   15  foreground-color ws-theme-fg
                   background-color ws-theme-bg line 21 column 10
                   value "View Item".

                   15  foreground-color ws-theme-hl-fg
                   background-color ws-theme-hl-bg line 21 column 21
                   value " F5 ".

                   15  foreground-color ws-theme-fg
                   background-color ws-theme-bg line 21 column 26
                   value "Reading Queue".

                   15  foreground-color ws-theme-hl-fg
                   background-color ws-theme-hl-bg line 21 column 41
                   value " PgUp/PgDn ".

                   15  foreground-color ws-theme-fg
                   background-color ws-theme-bg line 21 column 53
                   value "Page".

                   15  foreground-color ws-theme-hl-fg
                   background-color ws-theme-hl-bg line 21 column 59
                   value " ESC ".

                   15  foreground-color ws-theme-fg
                   background-color ws-theme-bg line 21 column 65
                   value "Return".
