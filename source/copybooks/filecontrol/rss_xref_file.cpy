      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: File control definition for the identifier
      *          cross-reference index (feeds/xref.dat) - one indexed
      *          record per identifier/feed/item mention, keyed so
      *          every mention of one identifier (a CVE, a vendor KB
      *          number, a change ticket) reads back together.
      * Tectonics: ./build.sh
      ******************************************************************
               select optional fd-rss-xref-file
               assign to dynamic ws-rss-xref-file-name
               organization is indexed
               access is dynamic
               record key is f-xref-key
               file status is ws-xref-file-status.
