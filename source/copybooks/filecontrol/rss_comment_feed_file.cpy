      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: File control definition for a feed's comment-feed
      *          store (rss_<id>_cmf.dat) - the wfw:commentRss (or
      *          Atom rel="replies") feed URL of every item that
      *          carries one, keyed by guid (link when the item has
      *          no guid). Rewritten by rss-parser alongside the
      *          content file; read by rss-comment-thread when an
      *          item's comment thread is followed.
      * Tectonics: ./build.sh
      ******************************************************************
               select optional fd-rss-comment-feed-file
               assign to dynamic ws-rss-comment-feed-file-name.
