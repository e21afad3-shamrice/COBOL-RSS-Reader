      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: File description for the first-seen ordering list
      *          described in filecontrol/rss_seen_order_file.cpy.
      * Tectonics: ./build.sh
      ******************************************************************
           FD fd-rss-seen-order-file.
           01  f-seen-order-line-raw         pic x(16).
