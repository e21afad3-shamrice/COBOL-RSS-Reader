      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Renders a normalized item timestamp (minutes since
      *>          epoch, UTC) as a date in the active operator's own
      *>          time zone and date format, so every screen and
      *>          report shows the same moment the same way instead
      *>          of whatever string the publisher sent.
      *>          Settings, per operator in feeds/operator_prefs.dat
      *>          ("name|zone|format" lines, '#' comments), falling
      *>          back to the config keys:
      *>          "display_tz" - "local" (the host's zone, the
      *>              default), "UTC", a fixed offset (+0200, -05:30)
      *>              or a zone name (Europe/Oslo) looked up once
      *>              through the host's date command.
      *>          "date_format" - a picture built from YYYY, YY, MON,
      *>              MM, DD, HH, MI and TZ; anything else is copied
      *>              as it stands (default "YYYY-MM-DD HH:MI").
      *>          Settings are read on the first call. Zero in (no
      *>          usable timestamp) gives spaces out, so callers fall
      *>          back to the raw publisher string.
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       function-id. rss-local-date.

       environment division.

       configuration section.

       repository.
           function get-config
           function rss-operator-name
           function pipe-open
           function pipe-close
           function resolve-data-path.

       input-output section.
           file-control.
               select optional fd-prefs-file
               assign to dynamic ws-prefs-file-name
               organization is line sequential
               file status is ws-prefs-file-status.

               select optional fd-tz-probe-file
               assign to dynamic ws-tz-probe-file-name
               organization is line sequential.

       data division.
       file section.
           FD fd-prefs-file.
           01  f-prefs-line-raw               pic x(128).

           FD fd-tz-probe-file.
           01  f-tz-probe-line-raw            pic x(32).

       working-storage section.

       01  ws-loaded-sw                      pic a value 'N'.
           88  ws-prefs-loaded               value 'Y'.

       78  ws-default-format                 value "YYYY-MM-DD HH:MI".

       77  ws-prefs-file-name                pic x(256) value spaces.
       77  ws-prefs-file-status              pic 99 value zero.
       77  ws-prefs-line                     pic x(128) value spaces.
       77  ws-operator-name                  pic x(32) value spaces.
       77  ws-entry-name                     pic x(32) value spaces.
       77  ws-entry-zone                     pic x(40) value spaces.
       77  ws-entry-format                   pic x(32) value spaces.

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.

       01  ws-found-sw                       pic a value 'N'.
           88  ws-operator-found             value 'Y'.
           88  ws-operator-not-found         value 'N'.

      *> The settings in force - the zone as configured, its offset
      *> from UTC in minutes and how the TZ token renders it.
       77  ws-zone-setting                   pic x(40) value spaces.
       77  ws-zone-upper                     pic x(40) value spaces.
       77  ws-zone-offset                    pic s9(4) value zero.
       77  ws-zone-label                     pic x(8) value spaces.
       77  ws-date-format                    pic x(32) value spaces.
       77  ws-format-upper                   pic x(32) value spaces.
       77  ws-format-len                     pic 99 value zero.

       77  ws-offset-text                    pic x(8) value spaces.
       77  ws-offset-sign                    pic x value space.
       77  ws-offset-hh                      pic 99 value zero.
       77  ws-offset-mi                      pic 99 value zero.
       77  ws-offset-abs                     pic 9(4) value zero.

       77  ws-current-date-time              pic x(21) value spaces.
       77  ws-quote-tally                    pic 9(3) value zero.
       77  ws-tz-probe-file-name             pic x(256) value spaces.
       77  ws-tz-probe-line                  pic x(32) value spaces.
       77  ws-tz-cmd                         pic x(512) value spaces.
       77  ws-tz-cmd-status                  pic s9(9) value zero.

       01  ws-pipe-record.
           05  ws-pipe-pointer               usage pointer.
           05  ws-pipe-return                usage binary-long.

       01  ws-month-names-list.
           05  filler                        pic x(36) value
               "JanFebMarAprMayJunJulAugSepOctNovDec".
       01  ws-month-names redefines ws-month-names-list.
           05  ws-month-name                 pic x(3) occurs 12 times.

       local-storage section.

       01  ls-local-epoch                    pic s9(11) value zero.
       01  ls-local-days                     pic 9(9) value zero.
       01  ls-local-minutes                  pic 9(4) value zero.
       01  ls-local-date8                    pic 9(8) value zero.
       01  ls-local-year                     pic 9(4) value zero.
       01  ls-local-month                    pic 99 value zero.
       01  ls-local-day                      pic 99 value zero.
       01  ls-local-hh                       pic 99 value zero.
       01  ls-local-mi                       pic 99 value zero.

       01  ls-format-pos                     pic 99 value zero.
       01  ls-out-pos                        pic 99 value zero.
       01  ls-piece                          pic x(8) value spaces.
       01  ls-piece-len                      pic 9 value zero.

       linkage section.
       01  l-epoch-minutes                   pic 9(10).
       01  l-local-date                      pic x(40) value spaces.

       procedure division
           using l-epoch-minutes
           returning l-local-date.

       main-procedure.

           move spaces to l-local-date

           if not ws-prefs-loaded then
               perform load-date-prefs
           end-if

           if l-epoch-minutes = zero then
               goback
           end-if

           compute ls-local-epoch = l-epoch-minutes + ws-zone-offset
           if ls-local-epoch < 1440 then
               goback
           end-if

           divide ls-local-epoch by 1440 giving ls-local-days
               remainder ls-local-minutes
           move function date-of-integer(ls-local-days)
               to ls-local-date8
           move ls-local-date8(1:4) to ls-local-year
           move ls-local-date8(5:2) to ls-local-month
           move ls-local-date8(7:2) to ls-local-day
           divide ls-local-minutes by 60 giving ls-local-hh
               remainder ls-local-mi

           move 1 to ls-format-pos ls-out-pos
           perform until ls-format-pos > ws-format-len
               or ls-out-pos > 40
               perform render-format-piece
           end-perform

           goback.


       render-format-piece.

      *> Longest token first - YYYY before YY, MON before MM.
           move spaces to ls-piece
           evaluate true
               when ws-format-upper(ls-format-pos:4) = "YYYY"
                   move ls-local-year to ls-piece
                   move 4 to ls-piece-len
                   add 4 to ls-format-pos
               when ws-format-upper(ls-format-pos:2) = "YY"
                   move ls-local-date8(3:2) to ls-piece
                   move 2 to ls-piece-len
                   add 2 to ls-format-pos
               when ws-format-upper(ls-format-pos:3) = "MON"
                   move ws-month-name(ls-local-month) to ls-piece
                   move 3 to ls-piece-len
                   add 3 to ls-format-pos
               when ws-format-upper(ls-format-pos:2) = "MM"
                   move ls-local-month to ls-piece
                   move 2 to ls-piece-len
                   add 2 to ls-format-pos
               when ws-format-upper(ls-format-pos:2) = "DD"
                   move ls-local-day to ls-piece
                   move 2 to ls-piece-len
                   add 2 to ls-format-pos
               when ws-format-upper(ls-format-pos:2) = "HH"
                   move ls-local-hh to ls-piece
                   move 2 to ls-piece-len
                   add 2 to ls-format-pos
               when ws-format-upper(ls-format-pos:2) = "MI"
                   move ls-local-mi to ls-piece
                   move 2 to ls-piece-len
                   add 2 to ls-format-pos
               when ws-format-upper(ls-format-pos:2) = "TZ"
                   move ws-zone-label to ls-piece
                   move function length(function trim(ws-zone-label))
                       to ls-piece-len
                   add 2 to ls-format-pos
               when other
                   move ws-date-format(ls-format-pos:1) to ls-piece
                   move 1 to ls-piece-len
                   add 1 to ls-format-pos
           end-evaluate

           if ls-out-pos + ls-piece-len > 41 then
               compute ls-piece-len = 41 - ls-out-pos
           end-if
           move ls-piece(1:ls-piece-len)
               to l-local-date(ls-out-pos:ls-piece-len)
           add ls-piece-len to ls-out-pos

           exit paragraph.


       load-date-prefs.

           move function get-config("display_tz") to ws-zone-setting
           if ws-zone-setting = "NOT-SET" then
               move spaces to ws-zone-setting
           end-if
           move function get-config("date_format") to ws-date-format
           if ws-date-format = "NOT-SET" then
               move spaces to ws-date-format
           end-if

           perform load-operator-prefs

           if ws-date-format = spaces then
               move ws-default-format to ws-date-format
           end-if
           move function upper-case(ws-date-format) to ws-format-upper
           move function length(function trim(ws-date-format
               trailing)) to ws-format-len

           perform resolve-zone-offset

           set ws-prefs-loaded to true

           exit paragraph.


       load-operator-prefs.

      *> An operator's own line overrides either setting it fills in.
           move function rss-operator-name to ws-operator-name
           if ws-operator-name = spaces then
               exit paragraph
           end-if

           move function resolve-data-path("feeds/operator_prefs.dat")
               to ws-prefs-file-name

           open input fd-prefs-file
           if ws-prefs-file-status not = zero then
               close fd-prefs-file
               exit paragraph
           end-if

           set ws-not-eof to true
           set ws-operator-not-found to true
           perform until ws-eof or ws-operator-found
               read fd-prefs-file into ws-prefs-line
                   at end set ws-eof to true
               not at end
                   if ws-prefs-line not = spaces
                   and ws-prefs-line(1:1) not = "#" then
                       move spaces to ws-entry-name ws-entry-zone
                           ws-entry-format
                       unstring ws-prefs-line delimited by "|"
                           into ws-entry-name ws-entry-zone
                                ws-entry-format
                       end-unstring
                       if function trim(ws-entry-name)
                       = function trim(ws-operator-name) then
                           set ws-operator-found to true
                       end-if
                   end-if
               end-read
           end-perform

           close fd-prefs-file

           if ws-operator-found then
               if ws-entry-zone not = spaces then
                   move function trim(ws-entry-zone)
                       to ws-zone-setting
               end-if
               if ws-entry-format not = spaces then
                   move ws-entry-format to ws-date-format
               end-if
           end-if

           exit paragraph.


       resolve-zone-offset.

           move function upper-case(function trim(ws-zone-setting))
               to ws-zone-upper
           move spaces to ws-offset-text

           evaluate true
               when ws-zone-upper = spaces or ws-zone-upper = "LOCAL"
      *> current-date carries the host's own offset as +hhmm.
                   move function current-date to ws-current-date-time
                   move ws-current-date-time(17:5) to ws-offset-text
               when ws-zone-upper = "UTC" or ws-zone-upper = "GMT"
               or ws-zone-upper = "Z"
                   move "+0000" to ws-offset-text
               when ws-zone-upper(1:1) = "+" or ws-zone-upper(1:1) = "-"
                   move ws-zone-upper to ws-offset-text
               when other
                   perform look-up-zone-name
           end-evaluate

           perform decode-offset-text

           exit paragraph.


       look-up-zone-name.

      *> The host's zone database knows the rules; its answer is the
      *> offset in force now (a daylight-saving change mid-session is
      *> picked up by the next session). A name the shell would have
      *> to unquote is taken as UTC.
           move "+0000" to ws-offset-text
           move zero to ws-quote-tally
           inspect ws-zone-setting tallying ws-quote-tally
               for all "'"
           if ws-quote-tally > zero then
               exit paragraph
           end-if

           move function current-date to ws-current-date-time
           move function resolve-data-path(function concatenate(
               "feeds/tz_probe_", ws-current-date-time(9:8), ".tmp"))
               to ws-tz-probe-file-name

           move function concatenate(
               "TZ='", function trim(ws-zone-setting),
               "' date +%z > ", function trim(ws-tz-probe-file-name),
               " 2>/dev/null")
               to ws-tz-cmd
           move pipe-open(ws-tz-cmd, "w") to ws-pipe-record
           if ws-pipe-return = 255 then
               exit paragraph
           end-if
           move pipe-close(ws-pipe-record) to ws-tz-cmd-status

           move spaces to ws-tz-probe-line
           open input fd-tz-probe-file
               read fd-tz-probe-file into ws-tz-probe-line
                   at end move spaces to ws-tz-probe-line
               end-read
           close fd-tz-probe-file

           move function concatenate(
               "rm -f ", function trim(ws-tz-probe-file-name))
               to ws-tz-cmd
           move pipe-open(ws-tz-cmd, "w") to ws-pipe-record
           move pipe-close(ws-pipe-record) to ws-tz-cmd-status

           if ws-tz-probe-line(1:1) = "+" or ws-tz-probe-line(1:1) = "-"
           then
               move ws-tz-probe-line to ws-offset-text
           end-if

           exit paragraph.


       decode-offset-text.

      *> +hh, +hhmm or +hh:mm; anything else is UTC.
           move ws-offset-text(1:1) to ws-offset-sign
           move zero to ws-offset-hh ws-offset-mi

           if ws-offset-text(2:2) is numeric then
               move ws-offset-text(2:2) to ws-offset-hh
               evaluate true
                   when ws-offset-text(4:2) is numeric
                       move ws-offset-text(4:2) to ws-offset-mi
                   when ws-offset-text(4:1) = ":"
                   and ws-offset-text(5:2) is numeric
                       move ws-offset-text(5:2) to ws-offset-mi
               end-evaluate
           end-if

           if ws-offset-hh > 14 or ws-offset-mi > 59 then
               move zero to ws-offset-hh ws-offset-mi
           end-if

           compute ws-offset-abs = ws-offset-hh * 60 + ws-offset-mi
           if ws-offset-sign = "-" then
               compute ws-zone-offset = zero - ws-offset-abs
           else
               move ws-offset-abs to ws-zone-offset
               move "+" to ws-offset-sign
           end-if

           if ws-offset-abs = zero then
               move "UTC" to ws-zone-label
           else
               move spaces to ws-zone-label
               string ws-offset-sign ws-offset-hh ws-offset-mi
                   delimited by size into ws-zone-label
               end-string
           end-if

           exit paragraph.

       end function rss-local-date.
