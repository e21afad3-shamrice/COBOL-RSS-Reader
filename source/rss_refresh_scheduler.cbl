       01  ws-current-days                 pic 9(9).
       01  ws-current-hh                   pic 99.
       01  ws-current-mm                   pic 99.
       01  ws-zone-minutes                 pic s9(4).

       linkage section.
       01  l-epoch-minutes                 pic 9(10) value zero.

       main-procedure.

      *> The clock runs on UTC, the same as the publication times
      *> rss-date-to-epoch-min decodes, so "now" and every stamp
      *> taken from it compare straight against them. current-date
      *> gives the host's wall clock plus its offset from UTC in
      *> positions 17-21 (+hhmm / -hhmm), which is taken off here.
           move function current-date to ws-current-date-time
           move ws-current-date-time(1:8) to ws-current-date8
           move ws-current-date-time(9:6) to ws-current-time6
           move ws-current-time6(1:2) to ws-current-hh
           move ws-current-time6(3:2) to ws-current-mm

           move zero to ws-zone-minutes
           if (ws-current-date-time(17:1) = "+"
               or ws-current-date-time(17:1) = "-")
           and ws-current-date-time(18:4) is numeric then
               compute ws-zone-minutes =
                   function numval(ws-current-date-time(18:2)) * 60
                   + function numval(ws-current-date-time(20:2))
               if ws-current-date-time(17:1) = "-" then
                   compute ws-zone-minutes = zero - ws-zone-minutes
               end-if
           end-if

           compute l-epoch-minutes =
               ws-current-days * 1440 + ws-current-hh * 60
               + ws-current-mm - ws-zone-minutes

           goback.

       end function rss-epoch-minutes.


       identification division.
       function-id. rss-host-utc-offset.

       environment division.

       configuration section.

       data division.

       working-storage section.

       01  ws-current-date-time            pic x(21).

       linkage section.
       01  l-offset-minutes                pic s9(4) value zero.

       procedure division returning l-offset-minutes.

       main-procedure.

      *> The host's current offset from UTC in minutes (east is
      *> positive). Add it to a minutes-since-epoch value to get the
      *> host's wall clock back - for stamps shown beside the local
      *> log and audit times, and for the blackout window, which is
      *> configured in local business hours.
           move zero to l-offset-minutes

           move function current-date to ws-current-date-time
           if (ws-current-date-time(17:1) = "+"
               or ws-current-date-time(17:1) = "-")
           and ws-current-date-time(18:4) is numeric then
               compute l-offset-minutes =
                   function numval(ws-current-date-time(18:2)) * 60
                   + function numval(ws-current-date-time(20:2))
               if ws-current-date-time(17:1) = "-" then
                   compute l-offset-minutes = zero - l-offset-minutes
               end-if
           end-if

           goback.

       end function rss-host-utc-offset.


       identification division.
       function-id. rss-refresh-due.



       identification division.
       function-id. rss-refresh-blackout-at.

       environment division.

       configuration section.

       repository.
           function get-config
           function rss-host-utc-offset.

       data division.

       01  ls-end-hhmm                     pic 9(4) value zero.
       01  ls-now-hhmm                     pic 9(4) value zero.

       01  ls-local-epoch                  pic 9(10) value zero.
       01  ls-current-days                 pic 9(9) value zero.
       01  ls-day-of-week                  pic 9 value zero.

           88  ls-in-window                value 'Y'.

       linkage section.
       01  l-epoch-minutes                 pic 9(10).
       01  l-in-blackout                   pic 9 value zero.

       procedure division using l-epoch-minutes
           returning l-in-blackout.

       main-procedure.

      *> Answers 1 when the given minutes-since-epoch moment falls
      *> inside the configured refresh blackout window ("blackout"
      *> config key), so the scheduler paths keep bulk polling off
      *> the office link during business hours and the --forecast
      *> report can tell which future hours are blacked out. No (or
      *> an unparseable) window means never blacked out -
      *> refreshing must not stop because of a typo here.
           move zero to l-in-blackout

           move function get-config("blackout")
           move function numval(ls-start-text) to ls-start-hhmm
           move function numval(ls-end-text) to ls-end-hhmm

      *> The window is local business hours; the clock is UTC.
           compute ls-local-epoch =
               l-epoch-minutes + function rss-host-utc-offset

           compute ls-current-days = ls-local-epoch / 1440
           compute ls-now-hhmm =
               function integer(function mod(ls-local-epoch, 1440)
                   / 60) * 100
               + function mod(ls-local-epoch, 60)

      *> Weekday test: integer-of-date counts day 1 as 1601-01-01,
      *> a Monday, so mod 7 gives 1=Monday ... 6=Saturday 0=Sunday.
           if function upper-case(function trim(ls-days-text))
           = "WEEKDAYS" then
               compute ls-day-of-week =
                   function mod(ls-current-days, 7)
               if ls-day-of-week = 0 or ls-day-of-week = 6 then

           goback.

       end function rss-refresh-blackout-at.


       identification division.
       function-id. rss-refresh-blackout.

       environment division.

       configuration section.

       repository.
           function rss-epoch-minutes
           function rss-refresh-blackout-at.

       data division.

       working-storage section.

       local-storage section.

       01  ls-now-epoch-min                pic 9(10) value zero.

       linkage section.
       01  l-in-blackout                   pic 9 value zero.

       procedure division returning l-in-blackout.

       main-procedure.

      *> Answers 1 while the clock sits inside the configured
      *> refresh blackout window - see rss-refresh-blackout-at.
           move function rss-epoch-minutes to ls-now-epoch-min
           move function rss-refresh-blackout-at(ls-now-epoch-min)
               to l-in-blackout

           goback.

       end function rss-refresh-blackout.


       01  ls-token-3                      pic x(16) value spaces.
       01  ls-token-4                      pic x(16) value spaces.
       01  ls-token-5                      pic x(16) value spaces.
       01  ls-token-6                      pic x(16) value spaces.

      *> The zone the publisher stated, and its offset from UTC.
       01  ls-zone-text                    pic x(16) value spaces.
       01  ls-zone-sign                    pic x value space.
       01  ls-zone-hh                      pic 99 value zero.
       01  ls-zone-mi                      pic 99 value zero.
       01  ls-zone-offset                  pic s9(4) value zero.
       01  ls-zone-pos                     pic 99 value zero.

       01  ls-day-text                     pic x(16) value spaces.
       01  ls-month-text                   pic x(16) value spaces.
      *> ("Fri, 21 Aug 2026 09:30:00 GMT") and iso-8601
      *> ("2026-08-21T09:30:00Z") - into the same minutes-since-epoch
      *> clock rss-epoch-minutes runs on, so items from different
      *> feeds can finally be compared and sorted by time. A stated
      *> zone (Z, GMT, +0200, -05:00, EST ...) is taken off so the
      *> result is UTC and rss-local-date can show it in any zone; no
      *> zone at all is read as UTC. An unrecognized format returns
      *> zero ("no usable timestamp") rather than guessing.
           move zero to l-epoch-minutes
           move function trim(l-raw-pub-date) to ls-date-trimmed

           compute l-epoch-minutes =
               ls-days * 1440 + ls-hour * 60 + ls-minute

           perform decode-zone-offset
           if ls-zone-offset not = zero then
               compute l-epoch-minutes =
                   l-epoch-minutes - ls-zone-offset
           end-if

           goback.


       decode-zone-offset.

      *> +hhmm / -hh:mm, or one of the zone names rfc-822 allows.
           move zero to ls-zone-offset ls-zone-hh ls-zone-mi
           move function upper-case(ls-zone-text) to ls-zone-text

           if ls-zone-text(1:1) = "+" or ls-zone-text(1:1) = "-" then
               move ls-zone-text(1:1) to ls-zone-sign
               if ls-zone-text(2:2) is numeric then
                   move ls-zone-text(2:2) to ls-zone-hh
                   evaluate true
                       when ls-zone-text(4:2) is numeric
                           move ls-zone-text(4:2) to ls-zone-mi
                       when ls-zone-text(4:1) = ":"
                       and ls-zone-text(5:2) is numeric
                           move ls-zone-text(5:2) to ls-zone-mi
                   end-evaluate
               end-if
               if ls-zone-hh > 14 or ls-zone-mi > 59 then
                   exit paragraph
               end-if
               compute ls-zone-offset = ls-zone-hh * 60 + ls-zone-mi
               if ls-zone-sign = "-" then
                   compute ls-zone-offset = zero - ls-zone-offset
               end-if
               exit paragraph
           end-if

           evaluate ls-zone-text
               when "EDT"
                   move -240 to ls-zone-offset
               when "EST"
               when "CDT"
                   move -300 to ls-zone-offset
               when "CST"
               when "MDT"
                   move -360 to ls-zone-offset
               when "MST"
               when "PDT"
                   move -420 to ls-zone-offset
               when "PST"
                   move -480 to ls-zone-offset
               when other
                   move zero to ls-zone-offset
           end-evaluate

           exit paragraph.


       decode-iso-8601.

      *> yyyy-mm-ddThh:mm:ss with an optional zone suffix; a bare
                   move function numval(ls-hour-text) to ls-hour
                   move function numval(ls-min-text) to ls-minute
               end-if

      *> The zone follows the time (and any seconds or fraction).
               perform varying ls-zone-pos from 17 by 1
                   until ls-zone-pos > 40
                   or ls-zone-text not = spaces
                   if ls-date-trimmed(ls-zone-pos:1) = "Z"
                   or ls-date-trimmed(ls-zone-pos:1) = "+"
                   or ls-date-trimmed(ls-zone-pos:1) = "-" then
                       move ls-date-trimmed(ls-zone-pos:6)
                           to ls-zone-text
                   end-if
               end-perform
           end-if

           exit paragraph.
      *> optional weekday prefix (always comma-terminated) is present.
           unstring ls-date-trimmed delimited by all space
               into ls-token-1 ls-token-2 ls-token-3
                    ls-token-4 ls-token-5 ls-token-6
           end-unstring

           if ls-token-1(4:1) = "," or ls-token-1(3:1) = ","
               move ls-token-3 to ls-month-text
               move ls-token-4 to ls-year-text
               move ls-token-5 to ls-time-text
               move ls-token-6 to ls-zone-text
           else
               move ls-token-1 to ls-day-text
               move ls-token-2 to ls-month-text
               move ls-token-3 to ls-year-text
               move ls-token-4 to ls-time-text
               move ls-token-5 to ls-zone-text
           end-if

           if function trim(ls-day-text) is not numeric
