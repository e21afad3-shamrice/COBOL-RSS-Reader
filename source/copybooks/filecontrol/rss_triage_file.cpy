      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: File control definition for the item triage store
      *          (feeds/triage.dat) - one record per assigned item
      *          keyed by guid, carrying who owns it, where it
      *          stands, and when it is due. Lives outside the
      *          content files on purpose: no refresh, retention
      *          pass, or feed delete ever rewrites it.
      * Tectonics: ./build.sh
      ******************************************************************
               select optional fd-rss-triage-file
               assign to dynamic ws-rss-triage-file-name.
