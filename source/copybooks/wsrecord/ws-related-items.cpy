      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: The item being viewed, as the item viewer hands it
      *          to rss-related-items, and the ranked list of related
      *          items that comes back - each entry carries what the
      *          viewer needs to open it and what the caller needs to
      *          write its read mark back to its own content file.
      * Tectonics: ./build.sh
      ******************************************************************
       01  ws-related-source.
           05  ws-rsrc-title                pic x(128) value spaces.
           05  ws-rsrc-link                 pic x(256) value spaces.
           05  ws-rsrc-guid                 pic x(256) value spaces.
           05  ws-rsrc-desc                 pic x(1024) value spaces.
           05  ws-rsrc-tags                 pic x(64) value spaces.
           05  ws-rsrc-author               pic x(64) value spaces.

       01  ws-related-list.
           05  ws-rel-count                 pic 9(2) value zero.
           05  ws-rel-entry occurs 10 times.
               10  ws-rel-score             pic 9(3) value zero.
      *> Why it ranked: the first shared identifier or tag, the
      *> byline, or the count of shared title words.
               10  ws-rel-reason            pic x(40) value spaces.
               10  ws-rel-feed-title        pic x(128) value spaces.
               10  ws-rel-feed-site-link    pic x(256) value spaces.
               10  ws-rel-content-file      pic x(255) value spaces.
               10  ws-rel-item-idx          pic 9(6) value zero.
               10  ws-rel-pub-epoch         pic 9(10) value zero.
               10  ws-rel-item.
                   15  ws-rel-item-exists   pic x value space.
                   15  ws-rel-item-title    pic x(128) value spaces.
                   15  ws-rel-item-link     pic x(256) value spaces.
                   15  ws-rel-item-guid     pic x(256) value spaces.
                   15  ws-rel-item-pub-date pic x(128) value spaces.
                   15  ws-rel-item-desc     pic x(1024) value spaces.
               10  ws-rel-read              pic x value space.
               10  ws-rel-tags              pic x(64) value spaces.
               10  ws-rel-snooze            pic 9(10) value zero.
               10  ws-rel-author            pic x(64) value spaces.
               10  ws-rel-comments.
                   15  ws-rel-cmt-link      pic x(256) value spaces.
                   15  ws-rel-cmt-count     pic 9(6) value zero.
                   15  ws-rel-cmt-seen      pic 9(6) value zero.
