      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: File control definition for a feed's comment thread
      *          store (rss_<id>_thr.dat) - the comments
      *          rss-comment-thread has collected from the comment
      *          feeds of followed items, one record per comment in
      *          arrival order. The feed view paints the unseen ones
      *          as an indented thread under their item; the item
      *          viewer lists the whole thread under the
      *          description.
      * Tectonics: ./build.sh
      ******************************************************************
               select optional fd-rss-thread-file
               assign to dynamic ws-rss-thread-file-name.
