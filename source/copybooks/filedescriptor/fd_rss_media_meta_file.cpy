      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: File description for the media metadata store
      *          described in filecontrol/rss_media_meta_file.cpy.
      * Tectonics: ./build.sh
      ******************************************************************
           FD fd-rss-media-meta-file.
           01  f-media-meta-record.
               05  f-mmt-key                 pic x(256).
               05  f-mmt-thumb-url           pic x(256).
               05  f-mmt-video-id            pic x(32).
               05  f-mmt-duration            pic 9(7).
