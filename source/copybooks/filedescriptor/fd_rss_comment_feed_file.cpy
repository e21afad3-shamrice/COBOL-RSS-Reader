      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: File description for the comment-feed store
      *          described in filecontrol/rss_comment_feed_file.cpy.
      * Tectonics: ./build.sh
      ******************************************************************
           FD fd-rss-comment-feed-file.
           01  f-comment-feed-record.
               05  f-cmf-key                 pic x(256).
               05  f-cmf-url                 pic x(256).
