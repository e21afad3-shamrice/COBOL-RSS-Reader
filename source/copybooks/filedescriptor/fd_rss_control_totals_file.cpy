      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: File description for the item control totals
      *          described in filecontrol/rss_control_totals_file.cpy.
      *          Received less pruned balances when it equals the
      *          sum of the six outcomes.
      * Tectonics: ./build.sh
      ******************************************************************
           FD fd-rss-control-totals-file.
           01  f-control-totals-record.
               05  f-ctl-feed-id             pic 9(5).
               05  f-ctl-epoch-min           pic 9(10).
               05  f-ctl-received            pic 9(6).
               05  f-ctl-pruned              pic 9(6).
               05  f-ctl-new                 pic 9(6).
               05  f-ctl-updated             pic 9(6).
               05  f-ctl-unchanged           pic 9(6).
               05  f-ctl-killed              pic 9(6).
               05  f-ctl-muted               pic 9(6).
               05  f-ctl-held                pic 9(6).
               05  f-ctl-carried             pic 9(6).
               05  f-ctl-balanced            pic a.
                   88  f-ctl-in-balance      value 'Y'.
                   88  f-ctl-out-of-balance  value 'N'.
