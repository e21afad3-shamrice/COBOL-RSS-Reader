      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: File control definition for a feed's asset exposure
      *          flags (rss_<id>_ast.dat) - one record per item whose
      *          text mentioned a product in the asset inventory
      *          (feeds/assets.dat), written by the batch refresh
      *          and keyed by guid so the flag survives refreshes
      *          the way the annotation store does.
      * Tectonics: ./build.sh
      ******************************************************************
               select optional fd-rss-asset-flag-file
               assign to dynamic ws-rss-asset-flag-file-name.
