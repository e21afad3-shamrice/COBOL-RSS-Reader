      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: File control definition for a feed's item control
      *          totals (rss_<id>_ctl.dat) - one record, rewritten
      *          by rss-parser at every save, accounting for each
      *          item the last refresh received: new, updated,
      *          unchanged, killed, muted or held, plus the items
      *          retention pruned. Read back by the batch refresh
      *          for its report, metrics snapshot and run history.
      * Tectonics: ./build.sh
      ******************************************************************
               select optional fd-rss-control-totals-file
               assign to dynamic ws-rss-control-totals-file-name.
