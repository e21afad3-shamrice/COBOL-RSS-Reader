      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: File control definition for a feed's media metadata
      *          store (rss_<id>_med.dat) - the Media RSS / YouTube
      *          fields of every item that carries any: thumbnail
      *          URL, yt:videoId, and running time in seconds, keyed
      *          by guid (link when the item has no guid). Rewritten
      *          by rss-parser alongside the content file; read by
      *          the feed view and the item viewer.
      * Tectonics: ./build.sh
      ******************************************************************
               select optional fd-rss-media-meta-file
               assign to dynamic ws-rss-media-meta-file-name.
