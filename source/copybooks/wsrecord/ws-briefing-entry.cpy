      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: One item in the briefing workspace
      *          (feeds/briefing.dat), as the item viewer hands it
      *          to rss-briefing. The annotation is not copied - it
      *          is read from the feed's note store (by guid) each
      *          time the briefing renders, so late edits show up.
      * Tectonics: ./build.sh
      ******************************************************************
       01  ws-briefing-entry.
           05  ws-brf-section               pic x(32) value spaces.
           05  ws-brf-feed-title            pic x(128) value spaces.
           05  ws-brf-item-title            pic x(128) value spaces.
           05  ws-brf-pub-date              pic x(128) value spaces.
           05  ws-brf-link                  pic x(256) value spaces.
           05  ws-brf-guid                  pic x(256) value spaces.
      *> rss_<id>_nte.dat of the item's feed; spaces when the item
      *> came from somewhere with no notes (read-later queue).
           05  ws-brf-note-file             pic x(255) value spaces.
           05  ws-brf-author                pic x(64) value spaces.
