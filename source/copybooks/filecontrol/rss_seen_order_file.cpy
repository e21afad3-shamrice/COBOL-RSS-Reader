      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: File control definition for the list of feeds whose
      *          publisher dates can't be trusted
      *          (feeds/first_seen_order.dat) - one feed id per line.
      *          The viewers order those feeds' items by the time we
      *          first saw them instead of the claimed pub date;
      *          the date audit maintains the list.
      * Tectonics: ./build.sh
      ******************************************************************
               select optional fd-rss-seen-order-file
               assign to dynamic ws-rss-seen-order-file-name
               organization is line sequential.
