      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: File description for the identifier cross-reference
      *          index described in filecontrol/rss_xref_file.cpy.
      *          The first-seen stamp is set when the mention is
      *          first indexed and never moved by later refreshes;
      *          the titles are copied in so the report stays
      *          readable after retention ages the item out.
      * Tectonics: ./build.sh
      ******************************************************************
           FD fd-rss-xref-file.
           01  f-xref-record.
               05  f-xref-key.
                   10  f-xref-ident          pic x(64).
                   10  f-xref-feed-id        pic 9(5).
                   10  f-xref-guid           pic x(256).
               05  f-xref-first-seen         pic 9(12).
               05  f-xref-feed-title         pic x(128).
               05  f-xref-item-title         pic x(128).
               05  f-xref-item-link          pic x(256).
