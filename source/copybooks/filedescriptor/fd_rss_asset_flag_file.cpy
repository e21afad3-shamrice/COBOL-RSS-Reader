      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: File description for the asset exposure flag store
      *          described in filecontrol/rss_asset_flag_file.cpy.
      * Tectonics: ./build.sh
      ******************************************************************
           FD fd-rss-asset-flag-file.
           01  f-asset-flag-record.
               05  f-ast-guid                pic x(256).
               05  f-ast-product             pic x(64).
               05  f-ast-version             pic x(32).
               05  f-ast-owner               pic x(32).
