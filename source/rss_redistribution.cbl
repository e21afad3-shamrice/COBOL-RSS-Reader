      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Resolves what may be republished from a feed -
      *>          everything that puts item content in front of
      *>          someone else (rss-feed-publisher, rss-site-
      *>          generator, rss-maildir-export, rss-epub-bundle)
      *>          asks here first. Answers:
      *>          'A' - redistribution allowed: full text;
      *>          'L' - link only: title and link, text withheld;
      *>          'N' - never: the item is left out altogether.
      *>          The feed's own override (ws-rss-redistribution,
      *>          set in the feed editor) wins; a feed without one
      *>          takes the "redistribution" config key
      *>          (allowed, link-only or never; default allowed).
      *>          The publisher's copyright / rights text is kept
      *>          for the operator to judge by - it is free text and
      *>          is never interpreted here.
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       function-id. rss-redistribution-policy.

       environment division.

       configuration section.

       repository.
           function get-config.

       data division.

       working-storage section.

       01  ws-loaded-sw                      pic a value 'N'.
           88  ws-default-loaded             value 'Y'.

       77  ws-config-val                     pic x(256) value spaces.
       77  ws-default-policy                 pic a value 'A'.

       linkage section.
       01  l-redistribution-override         pic a.
       01  l-redistribution-policy           pic a value 'A'.

       procedure division
           using l-redistribution-override
           returning l-redistribution-policy.

       main-procedure.

           if l-redistribution-override = 'A' or 'L' or 'N' then
               move l-redistribution-override
                   to l-redistribution-policy
               goback
           end-if

           if not ws-default-loaded then
               perform load-default-policy
           end-if

           move ws-default-policy to l-redistribution-policy

           goback.


       load-default-policy.

           set ws-default-loaded to true
           move 'A' to ws-default-policy

           move function lower-case(function trim(
               function get-config("redistribution")))
               to ws-config-val

           evaluate ws-config-val
               when "link-only"
               when "link"
                   move 'L' to ws-default-policy
               when "never"
               when "none"
                   move 'N' to ws-default-policy
               when "allowed"
               when "not-set"
               when spaces
                   continue
               when other
                   call "logger" using function concatenate(
                       "WARN|Unknown redistribution setting '",
                       function trim(ws-config-val),
                       "' - treating feeds as allowed.")
                   end-call
           end-evaluate

           exit paragraph.

       end function rss-redistribution-policy.
