      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: File description for the item triage store described
      *          in filecontrol/rss_triage_file.cpy. The feed title,
      *          item title, and link are copied in so the open
      *          actions report stays readable after retention ages
      *          the item out of its feed.
      * Tectonics: ./build.sh
      ******************************************************************
           FD fd-rss-triage-file.
           01  f-triage-record.
               05  f-trg-guid                pic x(256).
               05  f-trg-feed-title          pic x(128).
               05  f-trg-item-title          pic x(128).
               05  f-trg-item-link           pic x(256).
               05  f-trg-assignee            pic x(32).
               05  f-trg-status              pic x.
               05  f-trg-due-date            pic 9(8).
               05  f-trg-updated-by          pic x(32).
               05  f-trg-updated-at          pic 9(12).
