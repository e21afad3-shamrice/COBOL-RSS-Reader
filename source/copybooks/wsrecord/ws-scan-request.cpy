      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: One downloaded file handed to rss-download-scan -
      *          where it sits, the name it is to be kept under, what
      *          the feed declared about it, and (back from the scan)
      *          why it was turned away.
      * Tectonics: ./build.sh
      ******************************************************************
       01  ws-scan-request.
           05  ws-scan-kind                 pic x value space.
               88  ws-scan-media            value 'M'.
               88  ws-scan-article          value 'A'.
      *> The download as it landed, and the name it is kept under
      *> once accepted (the media file name, the article file name).
           05  ws-scan-path                 pic x(256) value spaces.
           05  ws-scan-name                 pic x(128) value spaces.
           05  ws-scan-url                  pic x(256) value spaces.
      *> What the item declared - zero / spaces when it declared
      *> nothing, which skips that check.
           05  ws-scan-declared-length      pic 9(10) value zero.
           05  ws-scan-declared-type        pic x(64) value spaces.
           05  ws-scan-reason               pic x(64) value spaces.
