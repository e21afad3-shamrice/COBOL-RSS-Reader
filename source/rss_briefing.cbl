      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Briefing workspace - the weekly management briefing
      *>          assembled from items picked in the item viewer
      *>          instead of by copy-and-paste. Items go into named
      *>          sections; sections and the items in them can be
      *>          reordered, each section carries a short lead
      *>          paragraph, and the whole briefing renders to plain
      *>          text or HTML (title, source, date, link and the
      *>          item's annotation) and can go out through
      *>          rss-report-mailer ("mail_briefing" recipients).
      *>          feeds/briefing.dat keeps the workspace, in order:
      *>            H|briefing title
      *>            S|section|lead paragraph
      *>            I|section|feed|title|pub date|link|guid|notes|by
      *>          Operations:
      *>          'A' - add the item in l-briefing-entry (status 1
      *>                added, 3 already in the briefing, 5 full);
      *>          'C' - run the command in l-brief-args, from
      *>                --briefing (status 1 ok, 2 failed):
      *>                show | title text | section name |
      *>                lead n text | up i | down i | move i n |
      *>                drop i | section-up n | section-down n |
      *>                drop-section n | render text|html [file] |
      *>                mail text|html | clear
      *>                (i = item number, n = section number, both
      *>                as "show" lists them).
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-briefing.

       environment division.

       configuration section.

       repository.
           function rss-date-to-epoch-min
           function rss-local-date
           function resolve-data-path.

       input-output section.
           file-control.
               select optional fd-briefing-file
               assign to dynamic ws-briefing-file-name
               organization is line sequential.

               select fd-briefing-temp-file
               assign to dynamic ws-briefing-temp-file-name
               organization is line sequential.

               select fd-render-file
               assign to dynamic ws-render-file-name
               organization is line sequential
               file status is ws-render-file-status.

       data division.
       file section.
           FD fd-briefing-file.
           01  f-briefing-line-raw            pic x(1400).

           FD fd-briefing-temp-file.
           01  f-briefing-temp-line-raw       pic x(1400).

           FD fd-render-file.
           01  f-render-line-raw              pic x(1600).

       working-storage section.

       copy "./copybooks/wsrecord/ws-briefing-entry.cpy".
       copy "./copybooks/wsrecord/ws-briefing-entry.cpy"
           replacing leading ==ws== by ==ws-dup==.

       77  ws-briefing-file-name             pic x(256) value spaces.
       77  ws-briefing-temp-file-name        pic x(256) value spaces.
       77  ws-render-file-name               pic x(256) value spaces.
       77  ws-render-file-status             pic 99 value zero.
       77  ws-briefing-line                  pic x(1400) value spaces.
       77  ws-rename-status                  pic s9(9) comp-5
                                             value zero.

       77  ws-briefing-title                 pic x(128) value spaces.
       78  ws-default-title                  value "Weekly briefing".

      *> Sections in briefing order.
       78  ws-max-sections                   value 20.
       01  ws-section-table.
           05  ws-section-count              pic 9(3) value zero.
           05  ws-section-entry occurs 20 times.
               10  ws-sec-name               pic x(32) value spaces.
               10  ws-sec-lead               pic x(512) value spaces.
       77  ws-sec-idx                        pic 9(3) value zero.
       77  ws-sec-found-idx                  pic 9(3) value zero.
       77  ws-sec-swap-idx                   pic 9(3) value zero.
       01  ws-section-swap-entry.
           05  ws-swap-sec-name              pic x(32) value spaces.
           05  ws-swap-sec-lead              pic x(512) value spaces.

      *> Items - table order is the order within each section.
       78  ws-max-items                      value 200.
       01  ws-item-table.
           05  ws-item-count                 pic 9(3) value zero.
           05  ws-item-slot occurs 200 times.
               10  ws-itm-sec-idx            pic 9(3) value zero.
               10  ws-itm-entry              pic x(1247) value spaces.
       77  ws-itm-idx                        pic 9(3) value zero.
       77  ws-itm-found-idx                  pic 9(3) value zero.
       77  ws-itm-swap-idx                   pic 9(3) value zero.
       77  ws-itm-number                     pic 9(3) value zero.
       01  ws-item-swap-slot.
           05  ws-swap-itm-sec-idx           pic 9(3) value zero.
           05  ws-swap-itm-entry             pic x(1247) value spaces.

      *> Command line pieces.
       77  ws-cmd-op                         pic x(16) value spaces.
       77  ws-cmd-arg-1                      pic x(64) value spaces.
       77  ws-cmd-arg-2                      pic x(64) value spaces.
       77  ws-cmd-rest                       pic x(600) value spaces.
       77  ws-cmd-ptr                        pic 9(4) value zero.
       77  ws-cmd-number-1                   pic 9(3) value zero.
       77  ws-cmd-number-2                   pic 9(3) value zero.

       01  ws-render-format-sw               pic x value 'T'.
           88  ws-render-text                value 'T'.
           88  ws-render-html                value 'H'.

       01  ws-changed-sw                     pic a value 'N'.
           88  ws-briefing-changed           value 'Y'.
           88  ws-briefing-unchanged         value 'N'.

      *> Rendering.
       77  ws-render-line                    pic x(1600) value spaces.
       77  ws-render-count                   pic 9(3) value zero.
       77  ws-item-date                      pic x(40) value spaces.
       77  ws-pub-epoch                      pic 9(10) value zero.
       77  ws-today-date                     pic x(10) value spaces.
       77  ws-sec-number-disp                pic z9.
       77  ws-itm-number-disp                pic zz9.
       77  ws-html-text                      pic x(1600) value spaces.
       77  ws-html-title                     pic x(600) value spaces.
       77  ws-html-feed                      pic x(600) value spaces.
       77  ws-html-link                      pic x(800) value spaces.
       77  ws-html-input                     pic x(600) value spaces.

      *> Annotation lookup - see rss-item-notes.
       77  ws-note-op                        pic x value 'G'.
       77  ws-note-text                      pic x(512) value spaces.
       77  ws-note-status                    pic 9 value zero.

      *> Word wrap for leads and notes in the text rendering.
       77  ws-wrap-text                      pic x(600) value spaces.
       77  ws-wrap-width                     pic 9(3) value 68.
       77  ws-wrap-indent                    pic 9(3) value zero.
       77  ws-wrap-len                       pic 9(4) value zero.
       77  ws-wrap-start                     pic 9(4) value zero.
       77  ws-wrap-end                       pic 9(4) value zero.
       77  ws-wrap-cut                       pic 9(4) value zero.
       77  ws-wrap-bullet                    pic x(2) value spaces.

      *> Mail hand-off - see rss-report-mailer.
       77  ws-mail-report-name               pic x(16) value "briefing".
       77  ws-mail-file-name                 pic x(256) value spaces.
       77  ws-mail-status                    pic 9 value zero.

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.

       linkage section.

       01  l-brief-op                        pic x.
           88  l-brief-add                   value 'A'.
           88  l-brief-command               value 'C'.

       01  l-brief-args                      pic x(600).

       copy "./copybooks/wsrecord/ws-briefing-entry.cpy"
           replacing leading ==ws== by ==l==.

       01  l-brief-status                    pic 9.
           88  l-brief-ok                    value 1.
           88  l-brief-failed                value 2.
           88  l-brief-duplicate             value 3.
           88  l-brief-full                  value 5.

       procedure division using
           l-brief-op, l-brief-args, l-briefing-entry, l-brief-status.

       main-procedure.

           set l-brief-failed to true
           set ws-briefing-unchanged to true

           move function resolve-data-path("feeds/briefing.dat")
               to ws-briefing-file-name
           move function resolve-data-path("feeds/briefing.tmp")
               to ws-briefing-temp-file-name

           perform load-briefing

           evaluate true
               when l-brief-add
                   perform add-briefing-item
               when l-brief-command
                   perform run-briefing-command
           end-evaluate

           if ws-briefing-changed then
               perform save-briefing
           end-if

           goback.


       add-briefing-item.

           move l-briefing-entry to ws-briefing-entry

           if ws-brf-section = spaces then
               exit paragraph
           end-if

           perform varying ws-itm-idx from 1 by 1
               until ws-itm-idx > ws-item-count
               move ws-itm-entry(ws-itm-idx) to ws-dup-briefing-entry
               if ws-dup-brf-link = ws-brf-link
               and ws-brf-link not = spaces then
                   set l-brief-duplicate to true
                   exit paragraph
               end-if
           end-perform

           if ws-item-count >= ws-max-items then
               set l-brief-full to true
               exit paragraph
           end-if

           perform find-or-add-section
           if ws-sec-found-idx = zero then
               set l-brief-full to true
               exit paragraph
           end-if

      *> The file is '|' delimited.
           inspect ws-briefing-entry replacing all "|" by "/"

           add 1 to ws-item-count
           move ws-sec-found-idx to ws-itm-sec-idx(ws-item-count)
           move ws-briefing-entry to ws-itm-entry(ws-item-count)
           set ws-briefing-changed to true
           set l-brief-ok to true

           call "logger" using function concatenate(
               "Briefing: added to section '",
               function trim(ws-brf-section), "': ",
               function trim(ws-brf-item-title))
           end-call

           exit paragraph.


       find-or-add-section.

      *> Section names match without regard to case; a new name
      *> becomes the last section.
           move zero to ws-sec-found-idx
           perform varying ws-sec-idx from 1 by 1
               until ws-sec-idx > ws-section-count
               or ws-sec-found-idx > zero
               if function upper-case(ws-sec-name(ws-sec-idx))
                   = function upper-case(ws-brf-section) then
                   move ws-sec-idx to ws-sec-found-idx
               end-if
           end-perform

           if ws-sec-found-idx > zero
           or ws-section-count >= ws-max-sections then
               exit paragraph
           end-if

           add 1 to ws-section-count
           move ws-brf-section to ws-sec-name(ws-section-count)
           inspect ws-sec-name(ws-section-count)
               replacing all "|" by "/"
           move spaces to ws-sec-lead(ws-section-count)
           move ws-section-count to ws-sec-found-idx
           set ws-briefing-changed to true

           exit paragraph.


       run-briefing-command.

           move spaces to ws-cmd-op ws-cmd-arg-1 ws-cmd-arg-2
               ws-cmd-rest
           move 1 to ws-cmd-ptr
           unstring l-brief-args delimited by all spaces
               into ws-cmd-op
               with pointer ws-cmd-ptr
           end-unstring
           if ws-cmd-ptr <= 600 then
               move function trim(l-brief-args(ws-cmd-ptr:))
                   to ws-cmd-rest
           end-if
           unstring ws-cmd-rest delimited by all spaces
               into ws-cmd-arg-1 ws-cmd-arg-2
           end-unstring

           move zero to ws-cmd-number-1 ws-cmd-number-2
           if function trim(ws-cmd-arg-1) is numeric then
               move function numval(ws-cmd-arg-1) to ws-cmd-number-1
           end-if
           if function trim(ws-cmd-arg-2) is numeric then
               move function numval(ws-cmd-arg-2) to ws-cmd-number-2
           end-if

           set l-brief-ok to true

           evaluate function lower-case(ws-cmd-op)
               when spaces
               when "show"
                   perform show-briefing
               when "title"
                   perform set-briefing-title
               when "section"
                   perform add-empty-section
               when "lead"
                   perform set-section-lead
               when "up"
               when "down"
                   perform move-item-in-section
               when "move"
                   perform move-item-to-section
               when "drop"
                   perform drop-briefing-item
               when "section-up"
               when "section-down"
                   perform move-section
               when "drop-section"
                   perform drop-section
               when "render"
                   perform render-to-file
               when "mail"
                   perform mail-briefing
               when "clear"
                   perform clear-briefing
               when other
                   display "Unknown briefing command: "
                       function trim(ws-cmd-op)
                   end-display
                   display "Use: show, title, section, lead, up, "
                       "down, move, drop, section-up, section-down, "
                       "drop-section, render, mail, clear."
                   end-display
                   set l-brief-failed to true
           end-evaluate

           exit paragraph.


       show-briefing.

           if ws-briefing-title = spaces then
               display "Briefing: " ws-default-title
           else
               display "Briefing: " function trim(ws-briefing-title)
           end-if

           if ws-section-count = zero then
               display "The briefing is empty - add items from the "
                   "item viewer."
               end-display
               exit paragraph
           end-if

           move zero to ws-itm-number
           perform varying ws-sec-idx from 1 by 1
               until ws-sec-idx > ws-section-count
               move ws-sec-idx to ws-sec-number-disp
               display " "
               display "Section " function trim(ws-sec-number-disp)
                   ": " function trim(ws-sec-name(ws-sec-idx))
               end-display
               if ws-sec-lead(ws-sec-idx) = spaces then
                   display "    (no lead paragraph)"
               else
                   display "    Lead: "
                       function trim(ws-sec-lead(ws-sec-idx))
                   end-display
               end-if
               perform varying ws-itm-idx from 1 by 1
                   until ws-itm-idx > ws-item-count
                   if ws-itm-sec-idx(ws-itm-idx) = ws-sec-idx then
                       add 1 to ws-itm-number
                       move ws-itm-number to ws-itm-number-disp
                       move ws-itm-entry(ws-itm-idx)
                           to ws-briefing-entry
                       display "  " ws-itm-number-disp ". "
                           function trim(ws-brf-item-title)
                       end-display
                       display "       "
                           function trim(ws-brf-feed-title)
                       end-display
                   end-if
               end-perform
           end-perform

           exit paragraph.


       set-briefing-title.

           move ws-cmd-rest to ws-briefing-title
           inspect ws-briefing-title replacing all "|" by "/"
           set ws-briefing-changed to true
           display "Briefing title set."

           exit paragraph.


       add-empty-section.

           if ws-cmd-rest = spaces then
               display "Give the new section a name."
               set l-brief-failed to true
               exit paragraph
           end-if

           move ws-cmd-rest to ws-brf-section
           perform find-or-add-section
           if ws-sec-found-idx = zero then
               display "The briefing already has " ws-max-sections
                   " sections."
               end-display
               set l-brief-failed to true
           else
               move ws-sec-found-idx to ws-sec-number-disp
               display "Section " function trim(ws-sec-number-disp)
                   ": " function trim(ws-sec-name(ws-sec-found-idx))
               end-display
           end-if

           exit paragraph.


       set-section-lead.

           move ws-cmd-number-1 to ws-sec-found-idx
           perform check-section-number
           if ws-sec-found-idx = zero then
               exit paragraph
           end-if

      *> Everything after the section number is the paragraph; no
      *> text clears it.
           move 1 to ws-cmd-ptr
           unstring ws-cmd-rest delimited by all spaces
               into ws-cmd-arg-1
               with pointer ws-cmd-ptr
           end-unstring
           move spaces to ws-sec-lead(ws-sec-found-idx)
           if ws-cmd-ptr <= 600 then
               move function trim(ws-cmd-rest(ws-cmd-ptr:))
                   to ws-sec-lead(ws-sec-found-idx)
           end-if
           inspect ws-sec-lead(ws-sec-found-idx)
               replacing all "|" by "/"
           set ws-briefing-changed to true

           if ws-sec-lead(ws-sec-found-idx) = spaces then
               display "Lead paragraph cleared."
           else
               display "Lead paragraph set."
           end-if

           exit paragraph.


       move-item-in-section.

           move ws-cmd-number-1 to ws-itm-number
           perform find-item-by-number
           if ws-itm-found-idx = zero then
               exit paragraph
           end-if

      *> Swap with the neighbouring item of the same section.
           move zero to ws-itm-swap-idx
           if function lower-case(ws-cmd-op) = "up" then
               perform varying ws-itm-idx from ws-itm-found-idx by -1
                   until ws-itm-idx < 1 or ws-itm-swap-idx > zero
                   if ws-itm-idx not = ws-itm-found-idx
                   and ws-itm-sec-idx(ws-itm-idx)
                       = ws-itm-sec-idx(ws-itm-found-idx) then
                       move ws-itm-idx to ws-itm-swap-idx
                   end-if
               end-perform
           else
               perform varying ws-itm-idx from ws-itm-found-idx by 1
                   until ws-itm-idx > ws-item-count
                   or ws-itm-swap-idx > zero
                   if ws-itm-idx not = ws-itm-found-idx
                   and ws-itm-sec-idx(ws-itm-idx)
                       = ws-itm-sec-idx(ws-itm-found-idx) then
                       move ws-itm-idx to ws-itm-swap-idx
                   end-if
               end-perform
           end-if

           if ws-itm-swap-idx = zero then
               display "Item is already at that end of its section."
               exit paragraph
           end-if

           move ws-item-slot(ws-itm-found-idx) to ws-item-swap-slot
           move ws-item-slot(ws-itm-swap-idx)
               to ws-item-slot(ws-itm-found-idx)
           move ws-item-swap-slot to ws-item-slot(ws-itm-swap-idx)
           set ws-briefing-changed to true
           display "Item moved."

           exit paragraph.


       move-item-to-section.

           move ws-cmd-number-1 to ws-itm-number
           perform find-item-by-number
           if ws-itm-found-idx = zero then
               exit paragraph
           end-if

           move ws-cmd-number-2 to ws-sec-found-idx
           perform check-section-number
           if ws-sec-found-idx = zero then
               exit paragraph
           end-if

      *> It goes to the end of the target section.
           move ws-item-slot(ws-itm-found-idx) to ws-item-swap-slot
           move ws-sec-found-idx to ws-swap-itm-sec-idx
           perform varying ws-itm-idx from ws-itm-found-idx by 1
               until ws-itm-idx >= ws-item-count
               move ws-item-slot(ws-itm-idx + 1)
                   to ws-item-slot(ws-itm-idx)
           end-perform
           move ws-item-swap-slot to ws-item-slot(ws-item-count)
           set ws-briefing-changed to true

           display "Item moved to section: "
               function trim(ws-sec-name(ws-sec-found-idx))
           end-display

           exit paragraph.


       drop-briefing-item.

           move ws-cmd-number-1 to ws-itm-number
           perform find-item-by-number
           if ws-itm-found-idx = zero then
               exit paragraph
           end-if

           move ws-itm-entry(ws-itm-found-idx) to ws-briefing-entry
           perform varying ws-itm-idx from ws-itm-found-idx by 1
               until ws-itm-idx >= ws-item-count
               move ws-item-slot(ws-itm-idx + 1)
                   to ws-item-slot(ws-itm-idx)
           end-perform
           initialize ws-item-slot(ws-item-count)
           subtract 1 from ws-item-count
           set ws-briefing-changed to true

           display "Dropped: " function trim(ws-brf-item-title)

           exit paragraph.


       move-section.

           move ws-cmd-number-1 to ws-sec-found-idx
           perform check-section-number
           if ws-sec-found-idx = zero then
               exit paragraph
           end-if

           if function lower-case(ws-cmd-op) = "section-up" then
               compute ws-sec-swap-idx = ws-sec-found-idx - 1
           else
               compute ws-sec-swap-idx = ws-sec-found-idx + 1
           end-if

           if ws-sec-swap-idx < 1
           or ws-sec-swap-idx > ws-section-count then
               display "Section is already at that end of the "
                   "briefing."
               end-display
               exit paragraph
           end-if

           move ws-section-entry(ws-sec-found-idx)
               to ws-section-swap-entry
           move ws-section-entry(ws-sec-swap-idx)
               to ws-section-entry(ws-sec-found-idx)
           move ws-section-swap-entry
               to ws-section-entry(ws-sec-swap-idx)

      *> Items follow their section.
           perform varying ws-itm-idx from 1 by 1
               until ws-itm-idx > ws-item-count
               evaluate ws-itm-sec-idx(ws-itm-idx)
                   when ws-sec-found-idx
                       move ws-sec-swap-idx
                           to ws-itm-sec-idx(ws-itm-idx)
                   when ws-sec-swap-idx
                       move ws-sec-found-idx
                           to ws-itm-sec-idx(ws-itm-idx)
               end-evaluate
           end-perform
           set ws-briefing-changed to true
           display "Section moved."

           exit paragraph.


       drop-section.

           move ws-cmd-number-1 to ws-sec-found-idx
           perform check-section-number
           if ws-sec-found-idx = zero then
               exit paragraph
           end-if

           display "Dropped section: "
               function trim(ws-sec-name(ws-sec-found-idx))
               " and its items."
           end-display

      *> The section's items go with it.
           move zero to ws-itm-swap-idx
           perform varying ws-itm-idx from 1 by 1
               until ws-itm-idx > ws-item-count
               if ws-itm-sec-idx(ws-itm-idx) not = ws-sec-found-idx
               then
                   add 1 to ws-itm-swap-idx
                   move ws-item-slot(ws-itm-idx)
                       to ws-item-slot(ws-itm-swap-idx)
                   if ws-itm-sec-idx(ws-itm-swap-idx)
                       > ws-sec-found-idx then
                       subtract 1 from ws-itm-sec-idx(ws-itm-swap-idx)
                   end-if
               end-if
           end-perform
           move ws-itm-swap-idx to ws-item-count

           perform varying ws-sec-idx from ws-sec-found-idx by 1
               until ws-sec-idx >= ws-section-count
               move ws-section-entry(ws-sec-idx + 1)
                   to ws-section-entry(ws-sec-idx)
           end-perform
           initialize ws-section-entry(ws-section-count)
           subtract 1 from ws-section-count
           set ws-briefing-changed to true

           exit paragraph.


       clear-briefing.

      *> Start next week's briefing; the title is kept.
           move zero to ws-section-count ws-item-count
           set ws-briefing-changed to true
           display "Briefing cleared."

           exit paragraph.


       check-section-number.

           if ws-sec-found-idx = zero
           or ws-sec-found-idx > ws-section-count then
               display "No such section - see --briefing show for "
                   "the section numbers."
               end-display
               move zero to ws-sec-found-idx
               set l-brief-failed to true
           end-if

           exit paragraph.


       find-item-by-number.

      *> Items are numbered in briefing order, as "show" lists
      *> them.
           move zero to ws-itm-found-idx
           move zero to ws-render-count
           perform varying ws-sec-idx from 1 by 1
               until ws-sec-idx > ws-section-count
               or ws-itm-found-idx > zero
               perform varying ws-itm-idx from 1 by 1
                   until ws-itm-idx > ws-item-count
                   or ws-itm-found-idx > zero
                   if ws-itm-sec-idx(ws-itm-idx) = ws-sec-idx then
                       add 1 to ws-render-count
                       if ws-render-count = ws-itm-number then
                           move ws-itm-idx to ws-itm-found-idx
                       end-if
                   end-if
               end-perform
           end-perform

           if ws-itm-found-idx = zero then
               display "No such item - see --briefing show for the "
                   "item numbers."
               end-display
               set l-brief-failed to true
           end-if

           exit paragraph.


       render-to-file.

           perform set-render-format
           if l-brief-failed then
               exit paragraph
           end-if

           if ws-cmd-arg-2 not = spaces then
               move ws-cmd-arg-2 to ws-render-file-name
           else
               if ws-render-html then
                   move "./briefing.html" to ws-render-file-name
               else
                   move "./briefing.txt" to ws-render-file-name
               end-if
           end-if

           perform render-briefing
           if l-brief-ok then
               display "Briefing written to "
                   function trim(ws-render-file-name)
               end-display
           end-if

           exit paragraph.


       mail-briefing.

           perform set-render-format
           if l-brief-failed then
               exit paragraph
           end-if

      *> The mailer sends HTML as such when the file name says so.
           if ws-render-html then
               move function resolve-data-path(
                   "feeds/briefing_mail.html")
                   to ws-render-file-name
           else
               move function resolve-data-path(
                   "feeds/briefing_mail.txt")
                   to ws-render-file-name
           end-if

           perform render-briefing
           if l-brief-failed then
               exit paragraph
           end-if

           move ws-render-file-name to ws-mail-file-name
           call "rss-report-mailer" using
               ws-mail-report-name ws-mail-file-name ws-mail-status
           end-call
           cancel "rss-report-mailer"

           evaluate ws-mail-status
               when 1
                   display "Briefing mailed."
               when 3
                   display "No briefing recipients - set the "
                       "mail_briefing config key."
                   end-display
                   set l-brief-failed to true
               when other
                   display "Briefing mail delivery FAILED - see "
                       "feeds/mail.log."
                   end-display
                   set l-brief-failed to true
           end-evaluate

           exit paragraph.


       set-render-format.

           evaluate function lower-case(ws-cmd-arg-1)
               when spaces
               when "text"
               when "txt"
                   set ws-render-text to true
               when "html"
                   set ws-render-html to true
               when other
                   display "Briefing format must be text or html."
                   set l-brief-failed to true
           end-evaluate

           exit paragraph.


       render-briefing.

           if ws-item-count = zero then
               display "The briefing has no items yet."
               set l-brief-failed to true
               exit paragraph
           end-if

           if ws-briefing-title = spaces then
               move ws-default-title to ws-briefing-title
           end-if

           string function current-date(1:4) "-"
               function current-date(5:2) "-"
               function current-date(7:2)
               delimited by size into ws-today-date
           end-string

           open output fd-render-file
           if ws-render-file-status not = zero then
               display "Unable to write "
                   function trim(ws-render-file-name)
                   " (status " ws-render-file-status ")."
               end-display
               set l-brief-failed to true
               exit paragraph
           end-if

           if ws-render-html then
               perform render-html-header
           else
               perform render-text-header
           end-if

           perform varying ws-sec-idx from 1 by 1
               until ws-sec-idx > ws-section-count
               if ws-render-html then
                   perform render-html-section
               else
                   perform render-text-section
               end-if
           end-perform

           if ws-render-html then
               move "</body></html>" to ws-render-line
               perform write-render-line
           end-if

           close fd-render-file

           call "logger" using function concatenate(
               "Briefing rendered: ",
               function trim(ws-render-file-name))
           end-call

           exit paragraph.


       render-text-header.

           move function upper-case(ws-briefing-title)
               to ws-render-line
           perform write-render-line
           move function concatenate("Prepared ", ws-today-date)
               to ws-render-line
           perform write-render-line
           move all "=" to ws-render-line(1:70)
           perform write-render-line

           exit paragraph.


       render-text-section.

           move spaces to ws-render-line
           perform write-render-line
           move ws-sec-idx to ws-sec-number-disp
           move function concatenate(
               function trim(ws-sec-number-disp), ". ",
               function upper-case(function trim(
                   ws-sec-name(ws-sec-idx))))
               to ws-render-line
           perform write-render-line
           move all "-" to ws-render-line(1:70)
           perform write-render-line

           if ws-sec-lead(ws-sec-idx) not = spaces then
               move ws-sec-lead(ws-sec-idx) to ws-wrap-text
               move zero to ws-wrap-indent
               move 70 to ws-wrap-width
               perform write-wrapped-text
           end-if

           perform varying ws-itm-idx from 1 by 1
               until ws-itm-idx > ws-item-count
               if ws-itm-sec-idx(ws-itm-idx) = ws-sec-idx then
                   perform render-text-item
               end-if
           end-perform

           exit paragraph.


       render-text-item.

           move ws-itm-entry(ws-itm-idx) to ws-briefing-entry
           perform build-item-date
           perform get-item-note

           move spaces to ws-render-line
           perform write-render-line

           move ws-brf-item-title to ws-wrap-text
           move "* " to ws-wrap-bullet
           move 2 to ws-wrap-indent
           move 68 to ws-wrap-width
           perform write-wrapped-text

           if ws-brf-author = spaces then
               move function concatenate(
                   "  Source: ", function trim(ws-brf-feed-title))
                   to ws-render-line
           else
               move function concatenate(
                   "  Source: ", function trim(ws-brf-feed-title),
                   " (", function trim(ws-brf-author), ")")
                   to ws-render-line
           end-if
           perform write-render-line

           if ws-item-date not = spaces then
               move function concatenate(
                   "  Date:   ", function trim(ws-item-date))
                   to ws-render-line
               perform write-render-line
           end-if

           move function concatenate(
               "  Link:   ", function trim(ws-brf-link))
               to ws-render-line
           perform write-render-line

           if ws-note-text not = spaces then
               move "  Note:" to ws-render-line
               perform write-render-line
               move ws-note-text to ws-wrap-text
               move 4 to ws-wrap-indent
               move 66 to ws-wrap-width
               perform write-wrapped-text
           end-if

           exit paragraph.


       render-html-header.

           move ws-briefing-title to ws-html-input
           perform html-escape

           move "<!DOCTYPE html>" to ws-render-line
           perform write-render-line
           move '<html><head><meta charset="utf-8">' to ws-render-line
           perform write-render-line
           move function concatenate(
               "<title>", function trim(ws-html-text), "</title>")
               to ws-render-line
           perform write-render-line
           move function concatenate(
               "<style>body{font-family:sans-serif;max-width:50em}",
               "li{margin-bottom:0.8em}.src{color:#555}",
               ".note{font-style:italic}</style>")
               to ws-render-line
           perform write-render-line
           move "</head><body>" to ws-render-line
           perform write-render-line
           move function concatenate(
               "<h1>", function trim(ws-html-text), "</h1>")
               to ws-render-line
           perform write-render-line
           move function concatenate(
               "<p>Prepared ", ws-today-date, "</p>")
               to ws-render-line
           perform write-render-line

           exit paragraph.


       render-html-section.

           move ws-sec-name(ws-sec-idx) to ws-html-input
           perform html-escape
           move function concatenate(
               "<h2>", function trim(ws-html-text), "</h2>")
               to ws-render-line
           perform write-render-line

           if ws-sec-lead(ws-sec-idx) not = spaces then
               move ws-sec-lead(ws-sec-idx) to ws-html-input
               perform html-escape
               move function concatenate(
                   "<p>", function trim(ws-html-text), "</p>")
                   to ws-render-line
               perform write-render-line
           end-if

           move "<ul>" to ws-render-line
           perform write-render-line
           perform varying ws-itm-idx from 1 by 1
               until ws-itm-idx > ws-item-count
               if ws-itm-sec-idx(ws-itm-idx) = ws-sec-idx then
                   perform render-html-item
               end-if
           end-perform
           move "</ul>" to ws-render-line
           perform write-render-line

           exit paragraph.


       render-html-item.

           move ws-itm-entry(ws-itm-idx) to ws-briefing-entry
           perform build-item-date
           perform get-item-note

           move ws-brf-item-title to ws-html-input
           perform html-escape
           move ws-html-text to ws-html-title

           move ws-brf-link to ws-html-input
           perform html-escape
           move ws-html-text to ws-html-link

           if ws-brf-author = spaces then
               move ws-brf-feed-title to ws-html-input
           else
               move function concatenate(
                   function trim(ws-brf-feed-title), " (",
                   function trim(ws-brf-author), ")")
                   to ws-html-input
           end-if
           perform html-escape
           move ws-html-text to ws-html-feed

           move function concatenate(
               '<li><a href="', function trim(ws-html-link), '">',
               function trim(ws-html-title), "</a><br>")
               to ws-render-line
           perform write-render-line

           if ws-item-date = spaces then
               move function concatenate(
                   '<span class="src">', function trim(ws-html-feed),
                   "</span>")
                   to ws-render-line
           else
               move function concatenate(
                   '<span class="src">', function trim(ws-html-feed),
                   " &middot; ", function trim(ws-item-date),
                   "</span>")
                   to ws-render-line
           end-if
           perform write-render-line

           if ws-note-text not = spaces then
               move ws-note-text to ws-html-input
               perform html-escape
               move function concatenate(
                   '<br><span class="note">',
                   function trim(ws-html-text), "</span>")
                   to ws-render-line
               perform write-render-line
           end-if

           move "</li>" to ws-render-line
           perform write-render-line

           exit paragraph.


       build-item-date.

      *> Dates show the way the rest of the reader shows them.
           move spaces to ws-item-date
           move function rss-date-to-epoch-min(ws-brf-pub-date)
               to ws-pub-epoch
           if ws-pub-epoch not = zero then
               move function rss-local-date(ws-pub-epoch)
                   to ws-item-date
           else
               move ws-brf-pub-date to ws-item-date
           end-if

           exit paragraph.


       get-item-note.

           move spaces to ws-note-text
           if ws-brf-note-file = spaces
           or ws-brf-guid = spaces then
               exit paragraph
           end-if

           move 'G' to ws-note-op
           call "rss-item-notes" using
               ws-note-op, ws-brf-note-file, ws-brf-guid,
               ws-note-text, ws-note-status
           end-call
           cancel "rss-item-notes"

           if ws-note-status not = 1 then
               move spaces to ws-note-text
           end-if

           exit paragraph.


       html-escape.

      *> Ampersands first so the entities added after them survive.
           move function substitute(ws-html-input, "&", "&amp;")
               to ws-html-text
           move function substitute(ws-html-text,
               "<", "&lt;", ">", "&gt;", '"', "&quot;")
               to ws-html-text
           move spaces to ws-html-input

           exit paragraph.


       write-wrapped-text.

      *> Breaks ws-wrap-text at word boundaries into lines of at
      *> most ws-wrap-width behind ws-wrap-indent spaces.
           move function trim(ws-wrap-text) to ws-wrap-text
           if ws-wrap-text = spaces then
               move spaces to ws-wrap-bullet
               exit paragraph
           end-if
           move function length(function trim(ws-wrap-text))
               to ws-wrap-len

           move 1 to ws-wrap-start
           perform until ws-wrap-start > ws-wrap-len
               compute ws-wrap-end = ws-wrap-start + ws-wrap-width - 1
               if ws-wrap-end >= ws-wrap-len then
                   move ws-wrap-len to ws-wrap-end
               else
                   move ws-wrap-end to ws-wrap-cut
                   perform until ws-wrap-cut <= ws-wrap-start
                       or ws-wrap-text(ws-wrap-cut + 1:1) = space
                       subtract 1 from ws-wrap-cut
                   end-perform
                   if ws-wrap-cut > ws-wrap-start then
                       move ws-wrap-cut to ws-wrap-end
                   end-if
               end-if

               move spaces to ws-render-line
               move ws-wrap-text(ws-wrap-start:
                   ws-wrap-end - ws-wrap-start + 1)
                   to ws-render-line(ws-wrap-indent + 1:)
               if ws-wrap-start = 1
               and ws-wrap-bullet not = spaces then
                   move ws-wrap-bullet to ws-render-line(1:2)
               end-if
               perform write-render-line

               compute ws-wrap-start = ws-wrap-end + 1
               perform until ws-wrap-start > ws-wrap-len
                   or ws-wrap-text(ws-wrap-start:1) not = space
                   add 1 to ws-wrap-start
               end-perform
           end-perform
           move spaces to ws-wrap-bullet

           exit paragraph.


       write-render-line.

           write f-render-line-raw from ws-render-line
           move spaces to ws-render-line

           exit paragraph.


       load-briefing.

           move spaces to ws-briefing-title
           move zero to ws-section-count ws-item-count
           set ws-not-eof to true

           open input fd-briefing-file
               perform until ws-eof
                   read fd-briefing-file into ws-briefing-line
                       at end set ws-eof to true
                   not at end
                       perform load-briefing-line
                   end-read
               end-perform
           close fd-briefing-file

           exit paragraph.


       load-briefing-line.

           evaluate ws-briefing-line(1:2)
               when "H|"
                   move ws-briefing-line(3:) to ws-briefing-title

               when "S|"
                   if ws-section-count < ws-max-sections then
                       add 1 to ws-section-count
                       unstring ws-briefing-line(3:) delimited by "|"
                           into ws-sec-name(ws-section-count)
                                ws-sec-lead(ws-section-count)
                       end-unstring
                   end-if

               when "I|"
                   if ws-item-count < ws-max-items then
                       initialize ws-briefing-entry
                       unstring ws-briefing-line(3:) delimited by "|"
                           into ws-brf-section ws-brf-feed-title
                                ws-brf-item-title ws-brf-pub-date
                                ws-brf-link ws-brf-guid
                                ws-brf-note-file ws-brf-author
                       end-unstring
                       perform find-or-add-section
                       if ws-sec-found-idx > zero then
                           add 1 to ws-item-count
                           move ws-sec-found-idx
                               to ws-itm-sec-idx(ws-item-count)
                           move ws-briefing-entry
                               to ws-itm-entry(ws-item-count)
                       end-if
                   end-if
           end-evaluate

           exit paragraph.


       save-briefing.

      *> Written whole to a temp file and renamed into place.
           open output fd-briefing-temp-file

           if ws-briefing-title not = spaces then
               move function concatenate(
                   "H|", function trim(ws-briefing-title))
                   to f-briefing-temp-line-raw
               write f-briefing-temp-line-raw
           end-if

           perform varying ws-sec-idx from 1 by 1
               until ws-sec-idx > ws-section-count
               move function concatenate(
                   "S|", function trim(ws-sec-name(ws-sec-idx)), "|",
                   function trim(ws-sec-lead(ws-sec-idx)))
                   to f-briefing-temp-line-raw
               write f-briefing-temp-line-raw

               perform varying ws-itm-idx from 1 by 1
                   until ws-itm-idx > ws-item-count
                   if ws-itm-sec-idx(ws-itm-idx) = ws-sec-idx then
                       move ws-itm-entry(ws-itm-idx)
                           to ws-briefing-entry
      *> Moves between sections only change the slot's section.
                       move ws-sec-name(ws-sec-idx) to ws-brf-section
                       move function concatenate(
                           "I|", function trim(ws-brf-section), "|",
                           function trim(ws-brf-feed-title), "|",
                           function trim(ws-brf-item-title), "|",
                           function trim(ws-brf-pub-date), "|",
                           function trim(ws-brf-link), "|",
                           function trim(ws-brf-guid), "|",
                           function trim(ws-brf-note-file), "|",
                           function trim(ws-brf-author))
                           to f-briefing-temp-line-raw
                       write f-briefing-temp-line-raw
                   end-if
               end-perform
           end-perform

           close fd-briefing-temp-file

           call "CBL_RENAME_FILE" using
               ws-briefing-temp-file-name ws-briefing-file-name
               returning ws-rename-status
           end-call

           if ws-rename-status not = zero then
               call "logger" using function concatenate(
                   "ERROR|Unable to replace ",
                   function trim(ws-briefing-file-name),
                   " - the briefing change was not saved.")
               end-call
               set l-brief-failed to true
           end-if

           exit paragraph.

       end program rss-briefing.
