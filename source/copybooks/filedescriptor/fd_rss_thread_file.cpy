      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: File description for the comment thread store
      *          described in filecontrol/rss_thread_file.cpy.
      *          f-thr-key is the item's guid (link when it has
      *          none), f-thr-id the comment's own guid/id, and
      *          f-thr-new 'Y' until the item is next opened.
      * Tectonics: ./build.sh
      ******************************************************************
           FD fd-rss-thread-file.
           01  f-thread-record.
               05  f-thr-key                 pic x(256).
               05  f-thr-id                  pic x(256).
               05  f-thr-epoch               pic 9(10).
               05  f-thr-new                 pic x.
               05  f-thr-author              pic x(64).
               05  f-thr-link                pic x(256).
               05  f-thr-text                pic x(512).
