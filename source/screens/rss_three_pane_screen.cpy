      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Three-pane reading layout for rss_reader_view_feed
      *          on terminals at least 160x43 - the menu's feeds,
      *          the open feed's items and a preview of the item
      *          under the cursor side by side. Keys are read through
      *          a one-character field on the focused pane's cursor
      *          row, so no input fields are declared here.
      * Tectonics: ./build.sh
      ******************************************************************
       01  s-three-pane-screen
           blank screen
           foreground-color ws-theme-fg
           background-color ws-theme-bg.

           05  s-three-pane-screen-2.

               10  s-title-line
                   foreground-color ws-theme-fg
                   background-color ws-theme-status-bg.
                   15  line 1 pic x(160) from ws-empty-line-pane.
                   15  line 1 column 65
                       value "COBOL RSS Reader - Reading Panes".

               10  s-header-line
                   foreground-color ws-theme-hl-fg
                   background-color ws-theme-hl-bg.
                   15 line 2 pic x(160) from ws-empty-line-pane.
                   15 line 2 column 40 pic x(58) from ws-feed-title.
                   15 line 3 pic x(160) from ws-empty-line-pane.
                   15 line 3 column 40 pic x(58)
                      from ws-filter-display.

               10  line 4  column 2
                   foreground-color ws-tp-feeds-fg
                   background-color ws-tp-feeds-bg
                   pic x(36) from ws-tp-feeds-heading.
               10  line 4  column 40
                   foreground-color ws-tp-items-fg
                   background-color ws-tp-items-bg
                   pic x(58) from ws-tp-items-heading.
               10  line 4  column 100
                   foreground-color ws-tp-preview-fg
                   background-color ws-tp-preview-bg
                   pic x(59) from ws-tp-preview-heading.

               10  line 5  column 4
                   foreground-color l-tp-feed-color(1)
                   background-color ws-tp-feed-row-bg(1)
                   pic x(34) from l-tp-feed-title(1).
               10  line 5  column 42 pic x from ws-tp-item-mark(1).
               10  line 5  column 44
                   foreground-color ws-tp-item-fg(1)
                   background-color ws-tp-item-bg(1)
                   pic x(54) from ls-display-item-title(1).
               10  line 5  column 102 pic x(57)
                   from ws-tp-pv-line(1).

               10  line 6  column 4
                   foreground-color l-tp-feed-color(2)
                   background-color ws-tp-feed-row-bg(2)
                   pic x(34) from l-tp-feed-title(2).
               10  line 6  column 42 pic x from ws-tp-item-mark(2).
               10  line 6  column 44
                   foreground-color ws-tp-item-fg(2)
                   background-color ws-tp-item-bg(2)
                   pic x(54) from ls-display-item-title(2).
               10  line 6  column 102 pic x(57)
                   from ws-tp-pv-line(2).

               10  line 7  column 4
                   foreground-color l-tp-feed-color(3)
                   background-color ws-tp-feed-row-bg(3)
                   pic x(34) from l-tp-feed-title(3).
               10  line 7  column 42 pic x from ws-tp-item-mark(3).
               10  line 7  column 44
                   foreground-color ws-tp-item-fg(3)
                   background-color ws-tp-item-bg(3)
                   pic x(54) from ls-display-item-title(3).
               10  line 7  column 102 pic x(57)
                   from ws-tp-pv-line(3).

               10  line 8  column 4
                   foreground-color l-tp-feed-color(4)
                   background-color ws-tp-feed-row-bg(4)
                   pic x(34) from l-tp-feed-title(4).
               10  line 8  column 42 pic x from ws-tp-item-mark(4).
               10  line 8  column 44
                   foreground-color ws-tp-item-fg(4)
                   background-color ws-tp-item-bg(4)
                   pic x(54) from ls-display-item-title(4).
               10  line 8  column 102 pic x(57)
                   from ws-tp-pv-line(4).

               10  line 9  column 4
                   foreground-color l-tp-feed-color(5)
                   background-color ws-tp-feed-row-bg(5)
                   pic x(34) from l-tp-feed-title(5).
               10  line 9  column 42 pic x from ws-tp-item-mark(5).
               10  line 9  column 44
                   foreground-color ws-tp-item-fg(5)
                   background-color ws-tp-item-bg(5)
                   pic x(54) from ls-display-item-title(5).
               10  line 9  column 102 pic x(57)
                   from ws-tp-pv-line(5).

               10  line 10  column 4
                   foreground-color l-tp-feed-color(6)
                   background-color ws-tp-feed-row-bg(6)
                   pic x(34) from l-tp-feed-title(6).
               10  line 10  column 42 pic x from ws-tp-item-mark(6).
               10  line 10  column 44
                   foreground-color ws-tp-item-fg(6)
                   background-color ws-tp-item-bg(6)
                   pic x(54) from ls-display-item-title(6).
               10  line 10  column 102 pic x(57)
                   from ws-tp-pv-line(6).

               10  line 11  column 4
                   foreground-color l-tp-feed-color(7)
                   background-color ws-tp-feed-row-bg(7)
                   pic x(34) from l-tp-feed-title(7).
               10  line 11  column 42 pic x from ws-tp-item-mark(7).
               10  line 11  column 44
                   foreground-color ws-tp-item-fg(7)
                   background-color ws-tp-item-bg(7)
                   pic x(54) from ls-display-item-title(7).
               10  line 11  column 102 pic x(57)
                   from ws-tp-pv-line(7).

               10  line 12  column 4
                   foreground-color l-tp-feed-color(8)
                   background-color ws-tp-feed-row-bg(8)
                   pic x(34) from l-tp-feed-title(8).
               10  line 12  column 42 pic x from ws-tp-item-mark(8).
               10  line 12  column 44
                   foreground-color ws-tp-item-fg(8)
                   background-color ws-tp-item-bg(8)
                   pic x(54) from ls-display-item-title(8).
               10  line 12  column 102 pic x(57)
                   from ws-tp-pv-line(8).

               10  line 13  column 4
                   foreground-color l-tp-feed-color(9)
                   background-color ws-tp-feed-row-bg(9)
                   pic x(34) from l-tp-feed-title(9).
               10  line 13  column 42 pic x from ws-tp-item-mark(9).
               10  line 13  column 44
                   foreground-color ws-tp-item-fg(9)
                   background-color ws-tp-item-bg(9)
                   pic x(54) from ls-display-item-title(9).
               10  line 13  column 102 pic x(57)
                   from ws-tp-pv-line(9).

               10  line 14  column 4
                   foreground-color l-tp-feed-color(10)
                   background-color ws-tp-feed-row-bg(10)
                   pic x(34) from l-tp-feed-title(10).
               10  line 14  column 42 pic x from ws-tp-item-mark(10).
               10  line 14  column 44
                   foreground-color ws-tp-item-fg(10)
                   background-color ws-tp-item-bg(10)
                   pic x(54) from ls-display-item-title(10).
               10  line 14  column 102 pic x(57)
                   from ws-tp-pv-line(10).

               10  line 15  column 4
                   foreground-color l-tp-feed-color(11)
                   background-color ws-tp-feed-row-bg(11)
                   pic x(34) from l-tp-feed-title(11).
               10  line 15  column 42 pic x from ws-tp-item-mark(11).
               10  line 15  column 44
                   foreground-color ws-tp-item-fg(11)
                   background-color ws-tp-item-bg(11)
                   pic x(54) from ls-display-item-title(11).
               10  line 15  column 102 pic x(57)
                   from ws-tp-pv-line(11).

               10  line 16  column 4
                   foreground-color l-tp-feed-color(12)
                   background-color ws-tp-feed-row-bg(12)
                   pic x(34) from l-tp-feed-title(12).
               10  line 16  column 42 pic x from ws-tp-item-mark(12).
               10  line 16  column 44
                   foreground-color ws-tp-item-fg(12)
                   background-color ws-tp-item-bg(12)
                   pic x(54) from ls-display-item-title(12).
               10  line 16  column 102 pic x(57)
                   from ws-tp-pv-line(12).

               10  line 17  column 4
                   foreground-color l-tp-feed-color(13)
                   background-color ws-tp-feed-row-bg(13)
                   pic x(34) from l-tp-feed-title(13).
               10  line 17  column 42 pic x from ws-tp-item-mark(13).
               10  line 17  column 44
                   foreground-color ws-tp-item-fg(13)
                   background-color ws-tp-item-bg(13)
                   pic x(54) from ls-display-item-title(13).
               10  line 17  column 102 pic x(57)
                   from ws-tp-pv-line(13).

               10  line 18  column 4
                   foreground-color l-tp-feed-color(14)
                   background-color ws-tp-feed-row-bg(14)
                   pic x(34) from l-tp-feed-title(14).
               10  line 18  column 42 pic x from ws-tp-item-mark(14).
               10  line 18  column 44
                   foreground-color ws-tp-item-fg(14)
                   background-color ws-tp-item-bg(14)
                   pic x(54) from ls-display-item-title(14).
               10  line 18  column 102 pic x(57)
                   from ws-tp-pv-line(14).

               10  line 19  column 4
                   foreground-color l-tp-feed-color(15)
                   background-color ws-tp-feed-row-bg(15)
                   pic x(34) from l-tp-feed-title(15).
               10  line 19  column 42 pic x from ws-tp-item-mark(15).
               10  line 19  column 44
                   foreground-color ws-tp-item-fg(15)
                   background-color ws-tp-item-bg(15)
                   pic x(54) from ls-display-item-title(15).
               10  line 19  column 102 pic x(57)
                   from ws-tp-pv-line(15).

               10  line 20  column 4
                   foreground-color l-tp-feed-color(16)
                   background-color ws-tp-feed-row-bg(16)
                   pic x(34) from l-tp-feed-title(16).
               10  line 20  column 42 pic x from ws-tp-item-mark(16).
               10  line 20  column 44
                   foreground-color ws-tp-item-fg(16)
                   background-color ws-tp-item-bg(16)
                   pic x(54) from ls-display-item-title(16).
               10  line 20  column 102 pic x(57)
                   from ws-tp-pv-line(16).

               10  line 21  column 4
                   foreground-color l-tp-feed-color(17)
                   background-color ws-tp-feed-row-bg(17)
                   pic x(34) from l-tp-feed-title(17).
               10  line 21  column 42 pic x from ws-tp-item-mark(17).
               10  line 21  column 44
                   foreground-color ws-tp-item-fg(17)
                   background-color ws-tp-item-bg(17)
                   pic x(54) from ls-display-item-title(17).
               10  line 21  column 102 pic x(57)
                   from ws-tp-pv-line(17).

               10  line 22  column 4
                   foreground-color l-tp-feed-color(18)
                   background-color ws-tp-feed-row-bg(18)
                   pic x(34) from l-tp-feed-title(18).
               10  line 22  column 42 pic x from ws-tp-item-mark(18).
               10  line 22  column 44
                   foreground-color ws-tp-item-fg(18)
                   background-color ws-tp-item-bg(18)
                   pic x(54) from ls-display-item-title(18).
               10  line 22  column 102 pic x(57)
                   from ws-tp-pv-line(18).

               10  line 23  column 4
                   foreground-color l-tp-feed-color(19)
                   background-color ws-tp-feed-row-bg(19)
                   pic x(34) from l-tp-feed-title(19).
               10  line 23  column 42 pic x from ws-tp-item-mark(19).
               10  line 23  column 44
                   foreground-color ws-tp-item-fg(19)
                   background-color ws-tp-item-bg(19)
                   pic x(54) from ls-display-item-title(19).
               10  line 23  column 102 pic x(57)
                   from ws-tp-pv-line(19).

               10  line 24  column 4
                   foreground-color l-tp-feed-color(20)
                   background-color ws-tp-feed-row-bg(20)
                   pic x(34) from l-tp-feed-title(20).
               10  line 24  column 42 pic x from ws-tp-item-mark(20).
               10  line 24  column 44
                   foreground-color ws-tp-item-fg(20)
                   background-color ws-tp-item-bg(20)
                   pic x(54) from ls-display-item-title(20).
               10  line 24  column 102 pic x(57)
                   from ws-tp-pv-line(20).

               10  line 25  column 4
                   foreground-color l-tp-feed-color(21)
                   background-color ws-tp-feed-row-bg(21)
                   pic x(34) from l-tp-feed-title(21).
               10  line 25  column 42 pic x from ws-tp-item-mark(21).
               10  line 25  column 44
                   foreground-color ws-tp-item-fg(21)
                   background-color ws-tp-item-bg(21)
                   pic x(54) from ls-display-item-title(21).
               10  line 25  column 102 pic x(57)
                   from ws-tp-pv-line(21).

               10  line 26  column 4
                   foreground-color l-tp-feed-color(22)
                   background-color ws-tp-feed-row-bg(22)
                   pic x(34) from l-tp-feed-title(22).
               10  line 26  column 42 pic x from ws-tp-item-mark(22).
               10  line 26  column 44
                   foreground-color ws-tp-item-fg(22)
                   background-color ws-tp-item-bg(22)
                   pic x(54) from ls-display-item-title(22).
               10  line 26  column 102 pic x(57)
                   from ws-tp-pv-line(22).

               10  line 27  column 4
                   foreground-color l-tp-feed-color(23)
                   background-color ws-tp-feed-row-bg(23)
                   pic x(34) from l-tp-feed-title(23).
               10  line 27  column 42 pic x from ws-tp-item-mark(23).
               10  line 27  column 44
                   foreground-color ws-tp-item-fg(23)
                   background-color ws-tp-item-bg(23)
                   pic x(54) from ls-display-item-title(23).
               10  line 27  column 102 pic x(57)
                   from ws-tp-pv-line(23).

               10  line 28  column 4
                   foreground-color l-tp-feed-color(24)
                   background-color ws-tp-feed-row-bg(24)
                   pic x(34) from l-tp-feed-title(24).
               10  line 28  column 42 pic x from ws-tp-item-mark(24).
               10  line 28  column 44
                   foreground-color ws-tp-item-fg(24)
                   background-color ws-tp-item-bg(24)
                   pic x(54) from ls-display-item-title(24).
               10  line 28  column 102 pic x(57)
                   from ws-tp-pv-line(24).

               10  line 29  column 4
                   foreground-color l-tp-feed-color(25)
                   background-color ws-tp-feed-row-bg(25)
                   pic x(34) from l-tp-feed-title(25).
               10  line 29  column 42 pic x from ws-tp-item-mark(25).
               10  line 29  column 44
                   foreground-color ws-tp-item-fg(25)
                   background-color ws-tp-item-bg(25)
                   pic x(54) from ls-display-item-title(25).
               10  line 29  column 102 pic x(57)
                   from ws-tp-pv-line(25).

               10  line 30  column 4
                   foreground-color l-tp-feed-color(26)
                   background-color ws-tp-feed-row-bg(26)
                   pic x(34) from l-tp-feed-title(26).
               10  line 30  column 42 pic x from ws-tp-item-mark(26).
               10  line 30  column 44
                   foreground-color ws-tp-item-fg(26)
                   background-color ws-tp-item-bg(26)
                   pic x(54) from ls-display-item-title(26).
               10  line 30  column 102 pic x(57)
                   from ws-tp-pv-line(26).

               10  line 31  column 4
                   foreground-color l-tp-feed-color(27)
                   background-color ws-tp-feed-row-bg(27)
                   pic x(34) from l-tp-feed-title(27).
               10  line 31  column 42 pic x from ws-tp-item-mark(27).
               10  line 31  column 44
                   foreground-color ws-tp-item-fg(27)
                   background-color ws-tp-item-bg(27)
                   pic x(54) from ls-display-item-title(27).
               10  line 31  column 102 pic x(57)
                   from ws-tp-pv-line(27).

               10  line 32  column 4
                   foreground-color l-tp-feed-color(28)
                   background-color ws-tp-feed-row-bg(28)
                   pic x(34) from l-tp-feed-title(28).
               10  line 32  column 42 pic x from ws-tp-item-mark(28).
               10  line 32  column 44
                   foreground-color ws-tp-item-fg(28)
                   background-color ws-tp-item-bg(28)
                   pic x(54) from ls-display-item-title(28).
               10  line 32  column 102 pic x(57)
                   from ws-tp-pv-line(28).

               10  line 33  column 4
                   foreground-color l-tp-feed-color(29)
                   background-color ws-tp-feed-row-bg(29)
                   pic x(34) from l-tp-feed-title(29).
               10  line 33  column 42 pic x from ws-tp-item-mark(29).
               10  line 33  column 44
                   foreground-color ws-tp-item-fg(29)
                   background-color ws-tp-item-bg(29)
                   pic x(54) from ls-display-item-title(29).
               10  line 33  column 102 pic x(57)
                   from ws-tp-pv-line(29).

               10  line 34  column 4
                   foreground-color l-tp-feed-color(30)
                   background-color ws-tp-feed-row-bg(30)
                   pic x(34) from l-tp-feed-title(30).
               10  line 34  column 42 pic x from ws-tp-item-mark(30).
               10  line 34  column 44
                   foreground-color ws-tp-item-fg(30)
                   background-color ws-tp-item-bg(30)
                   pic x(54) from ls-display-item-title(30).
               10  line 34  column 102 pic x(57)
                   from ws-tp-pv-line(30).

               10  line 35  column 4
                   foreground-color l-tp-feed-color(31)
                   background-color ws-tp-feed-row-bg(31)
                   pic x(34) from l-tp-feed-title(31).
               10  line 35  column 42 pic x from ws-tp-item-mark(31).
               10  line 35  column 44
                   foreground-color ws-tp-item-fg(31)
                   background-color ws-tp-item-bg(31)
                   pic x(54) from ls-display-item-title(31).
               10  line 35  column 102 pic x(57)
                   from ws-tp-pv-line(31).

               10  line 36  column 4
                   foreground-color l-tp-feed-color(32)
                   background-color ws-tp-feed-row-bg(32)
                   pic x(34) from l-tp-feed-title(32).
               10  line 36  column 42 pic x from ws-tp-item-mark(32).
               10  line 36  column 44
                   foreground-color ws-tp-item-fg(32)
                   background-color ws-tp-item-bg(32)
                   pic x(54) from ls-display-item-title(32).
               10  line 36  column 102 pic x(57)
                   from ws-tp-pv-line(32).

               10  line 37  column 4
                   foreground-color l-tp-feed-color(33)
                   background-color ws-tp-feed-row-bg(33)
                   pic x(34) from l-tp-feed-title(33).
               10  line 37  column 42 pic x from ws-tp-item-mark(33).
               10  line 37  column 44
                   foreground-color ws-tp-item-fg(33)
                   background-color ws-tp-item-bg(33)
                   pic x(54) from ls-display-item-title(33).
               10  line 37  column 102 pic x(57)
                   from ws-tp-pv-line(33).

               10  line 38  column 4
                   foreground-color l-tp-feed-color(34)
                   background-color ws-tp-feed-row-bg(34)
                   pic x(34) from l-tp-feed-title(34).
               10  line 38  column 42 pic x from ws-tp-item-mark(34).
               10  line 38  column 44
                   foreground-color ws-tp-item-fg(34)
                   background-color ws-tp-item-bg(34)
                   pic x(54) from ls-display-item-title(34).
               10  line 38  column 102 pic x(57)
                   from ws-tp-pv-line(34).

               10  s-status-line
                   foreground-color ws-theme-hl-fg
                   background-color ws-theme-hl-bg.
                   15 line 40 pic x(160) from ws-empty-line-pane.
                   15 line 40 column 2 pic x(156)
                       from ws-tp-status-line.

               10  s-help-text-1.
                   15  foreground-color ws-theme-hl-fg
                   background-color ws-theme-hl-bg line 42 column 2
                   value " TAB ".

                   15  foreground-color ws-theme-fg
                   background-color ws-theme-bg line 42 column 8
                   value "Next pane".

                   15  foreground-color ws-theme-hl-fg
                   background-color ws-theme-hl-bg line 42 column 18
                   value " S-TAB ".

                   15  foreground-color ws-theme-fg
                   background-color ws-theme-bg line 42 column 26
                   value "Prev pane".

                   15  foreground-color ws-theme-hl-fg
                   background-color ws-theme-hl-bg line 42 column 36
                   value " UP/DOWN ".

                   15  foreground-color ws-theme-fg
                   background-color ws-theme-bg line 42 column 46
                   value "Move".

                   15  foreground-color ws-theme-hl-fg
                   background-color ws-theme-hl-bg line 42 column 51
                   value " ENTER ".

                   15  foreground-color ws-theme-fg
                   background-color ws-theme-bg line 42 column 59
                   value "Open".

                   15  foreground-color ws-theme-hl-fg
                   background-color ws-theme-hl-bg line 42 column 64
                   value " ESC ".

                   15  foreground-color ws-theme-fg
                   background-color ws-theme-bg line 42 column 70
                   value "Back".

                   15  foreground-color ws-theme-fg
                   background-color ws-theme-bg line 42 column 77
                   value "Feeds: menu keys (F10 Exit)".

                   15  foreground-color ws-theme-fg
                   background-color ws-theme-bg line 42 column 107
                   value "Items: feed keys".

                   15  foreground-color ws-theme-fg
                   background-color ws-theme-bg line 42 column 126
                   value "Preview: item viewer keys".
