      *>          data directory) through the same configured
      *>          download command feed refreshes use. The stored
      *>          file keeps the name of the last URL path segment
      *>          so a podcatcher sync folder stays readable. The
      *>          download lands under a ".part" name and only takes
      *>          its real name once rss-download-scan accepts it.
      *>          rss-duration-text formats a media running time for
      *>          the viewers.
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       01  ls-shell-cmd                    pic x(1024) value spaces.
       01  ls-shell-status                 pic s9(4) value zero.

       01  ls-part-path                    pic x(256) value spaces.
       01  ls-scan-op                      pic x value 'S'.
       01  ls-scan-status                  pic 9 value zero.
       01  ls-rename-status                usage binary-long.
       copy "./copybooks/wsrecord/ws-scan-request.cpy"
           replacing leading ==ws== by ==ls==.

       linkage section.

       01  l-enclosure-url                 pic x(256).
      *> What the item declared about the enclosure - checked
      *> against what actually arrives.
       01  l-enclosure-length              pic 9(10).
       01  l-enclosure-type                pic x(64).

       01  l-media-status                  pic 9 value zero.
           88  l-return-status-success     value 1.
           88  l-return-status-fail        value 2.
           88  l-return-status-no-url      value 3.
           88  l-return-status-quarantined value 4.

       procedure division
           using l-enclosure-url, l-enclosure-length,
               l-enclosure-type
           returning l-media-status.

       main-procedure.
               function trim(ls-media-dir), "/",
               function trim(ls-file-name))
               to ls-target-path
           move function concatenate(
               function trim(ls-target-path), ".part")
               to ls-part-path

      *> make sure the media folder exists...
           move function concatenate(
           move function concatenate(
               "timeout ", function trim(ls-timeout-secs), SPACE,
               function trim(ls-download-cmd-start), SPACE,
               function trim(ls-part-path), SPACE,
               function trim(l-enclosure-url))
               to ls-shell-cmd

               goback
           end-if

      *> Nothing is kept - or served to the kiosk players - until
      *> it passes the download checks.
           initialize ls-scan-request
           set ls-scan-media to true
           move ls-part-path to ls-scan-path
           move ls-file-name to ls-scan-name
           move l-enclosure-url to ls-scan-url
           move l-enclosure-length to ls-scan-declared-length
           move l-enclosure-type to ls-scan-declared-type
           call "rss-download-scan" using
               ls-scan-op ls-scan-request ls-scan-status
           end-call
           cancel "rss-download-scan"

           if ls-scan-status not = 1 then
               call "logger" using function concatenate(
                   "Media fetch: download quarantined (",
                   function trim(ls-scan-reason), "): ",
                   function trim(l-enclosure-url))
               end-call
               set l-return-status-quarantined to true
               goback
           end-if

           call "CBL_RENAME_FILE" using ls-part-path ls-target-path
               returning ls-rename-status
           end-call
           if ls-rename-status not = zero then
               call "logger" using function concatenate(
                   "Media fetch: unable to store ",
                   function trim(ls-target-path))
               end-call
               goback
           end-if

           call "logger" using function concatenate(
               "Stored media file at: ", function trim(ls-target-path))
           end-call
           exit paragraph.

       end function rss-media-fetch.


       identification division.
       function-id. rss-duration-text.

       environment division.

       configuration section.

       data division.

       working-storage section.

       local-storage section.

       01  ls-dur-hours                    pic 9(4) value zero.
       01  ls-dur-minutes                  pic 9(4) value zero.
       01  ls-dur-seconds                  pic 9(2) value zero.
       01  ls-dur-rest                     pic 9(7) value zero.
       01  ls-dur-hours-disp               pic z(3)9.
       01  ls-dur-minutes-disp             pic z(3)9.
       01  ls-dur-minutes-2                pic 9(2).

       linkage section.
       01  l-duration-secs                 pic 9(7).
       01  l-duration-text                 pic x(12) value spaces.

       procedure division
           using l-duration-secs
           returning l-duration-text.

       main-procedure.

      *> Renders a media running time (seconds) the way players show
      *> it - "4:05", "1:02:33". Zero in (no duration published)
      *> gives spaces out so callers can concatenate unconditionally.
           move spaces to l-duration-text

           if l-duration-secs = zero then
               goback
           end-if

           divide l-duration-secs by 3600
               giving ls-dur-hours remainder ls-dur-rest
           end-divide
           divide ls-dur-rest by 60
               giving ls-dur-minutes remainder ls-dur-seconds
           end-divide

           if ls-dur-hours = zero then
               move ls-dur-minutes to ls-dur-minutes-disp
               move function concatenate(
                   function trim(ls-dur-minutes-disp), ":",
                   ls-dur-seconds)
                   to l-duration-text
           else
               move ls-dur-hours to ls-dur-hours-disp
               move ls-dur-minutes to ls-dur-minutes-2
               move function concatenate(
                   function trim(ls-dur-hours-disp), ":",
                   ls-dur-minutes-2, ":", ls-dur-seconds)
                   to l-duration-text
           end-if

           goback.

       end function rss-duration-text.
