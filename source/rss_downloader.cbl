           function rss-parser
           function rss-epoch-minutes
           function rss-store-lock
           function rss-command-allowed
           function resolve-data-path.

       input-output section.
       78  ws-download-timeout-default        value 30.
       77  ws-download-timeout-config-val     pic x(32).
       77  ws-download-timeout-secs           pic 9(6) value zero.

      *> Consumption figures for this refresh, handed to
      *> rss-consumption with the feed id once the list record is
      *> updated - bytes fetched, and the download and parse
      *> (transcode, filter, parse and any xmllint reparse) time in
      *> hundredths of a second. A 304 pass records a refresh with
      *> nothing downloaded.
       77  ws-consumption-bytes               pic 9(12) value zero.
       77  ws-consumption-dl-hsecs            pic 9(9) value zero.
       77  ws-consumption-parse-hsecs         pic 9(9) value zero.
      *> Per-phase timing of the same refresh, finer grained (DNS,
      *> download, transcode, filter, parse, xmllint; rss-parser
      *> times the save) - see rss-refresh-profile.
       77  ws-prof-op                         pic x value space.
       77  ws-prof-phase                      pic 9 value zero.
       77  ws-prof-feed-id                    pic 9(5) value zero.
       77  ws-prof-text                       pic x(256) value spaces.
       77  ws-prof-hsecs                      pic 9(9) value zero.
       77  ws-clock-start-hsecs               pic 9(8) value zero.
       77  ws-clock-now-hsecs                 pic 9(8) value zero.
       77  ws-clock-elapsed-hsecs             pic 9(9) value zero.
       01  ws-clock-hhmmsscc.
           05  ws-clock-hh                    pic 99.
           05  ws-clock-mm                    pic 99.
           05  ws-clock-ss                    pic 99.
           05  ws-clock-cc                    pic 99.

       01  ws-temp-file-details.
           05  ws-temp-file-size              pic x(8) comp-x.
           05  ws-temp-file-date.
               10  ws-temp-file-day           pic x comp-x.
               10  ws-temp-file-month         pic x comp-x.
               10  ws-temp-file-year          pic x(2) comp-x.
           05  ws-temp-file-time.
               10  ws-temp-file-hour          pic x comp-x.
               10  ws-temp-file-minute        pic x comp-x.
               10  ws-temp-file-second        pic x comp-x.
               10  ws-temp-file-hundredth     pic x comp-x.
       77  ws-timeout-cmd-prefix              pic x(32) value spaces.

      *> Conditional-GET support. Before the body is pulled, a
       77  ws-header-match-pos                pic 9(4) value zero.
       77  ws-http-304-tally                  pic 9(4) value zero.

      *> WebSub push: rss-websub-receiver sets COB_RSSR_PUSH_BODY to
      *> the pushed document, which then stands in for the download
      *> (no probe - the hub has just told us the feed changed).
       77  ws-push-body-file-name             pic x(256) value spaces.

       01  ws-not-modified-sw                 pic a value 'N'.
           88  ws-feed-not-modified           value 'Y'.
           88  ws-feed-maybe-modified         value 'N'.
       78  ws-auth-flag-masked
               value '--user="****" --password="****"'.

      *> Standby (mirror) URL failover - see rss-feed-standby. The
      *> primary runs its retries first; once they are exhausted
      *> the standby gets its own, and while the standby is serving
      *> the primary is given one attempt per refresh so the feed
      *> goes back to it as soon as it answers. Whichever URL
      *> served, the content is parsed and saved under the primary
      *> URL's list record.
       77  ws-standby-op                      pic x value 'G'.
       77  ws-standby-status                  pic 9 value zero.
       copy "./copybooks/wsrecord/ws-standby-record.cpy".
       77  ws-fetch-url                       pic x(1024) value spaces.
       77  ws-saved-retry-max                 pic 9(2) value zero.

       01  ws-standby-sw                      pic a value 'N'.
           88  ws-has-standby                 value 'Y'.
           88  ws-no-standby                  value 'N'.

       01  ws-served-by-sw                    pic a value 'P'.
           88  ws-served-by-primary           value 'P'.
           88  ws-served-by-standby           value 'S'.
           88  ws-served-by-relay             value 'R'.

      *> Caching relay - another crssr install running --serve-relay
      *> (see rss-feed-relay), named by "relay_url". The probe and
      *> the download go to the relay first, asking for the feed by
      *> its URL; a relay that is down, or that has no copy (404),
      *> costs one attempt and the feed is then fetched directly.
      *> Feeds with stored credentials always go direct.
       77  ws-relay-base-url                  pic x(256) value spaces.
       77  ws-relay-fetch-url                 pic x(1024) value spaces.
       77  ws-relay-cmd-flag                  pic x(8) value spaces.
       77  ws-relay-url-idx                   pic 9(4) value zero.
       77  ws-relay-url-len                   pic 9(4) value zero.
       77  ws-relay-out-idx                   pic 9(4) value zero.
       77  ws-relay-char                      pic x value space.
       77  ws-relay-hex-pos                   pic 9(3) value zero.
       77  ws-relay-hex-digits                pic x(16)
                                              value "0123456789ABCDEF".

       01  ws-relay-sw                        pic a value 'N'.
           88  ws-use-relay                   value 'Y'.
           88  ws-no-relay                    value 'N'.

       01  ws-hdr-eof-sw                      pic a value 'N'.
           88  ws-hdr-eof                     value 'Y'.
           88  ws-hdr-not-eof                 value 'N'.

      *> Replacement URL proposals for a feed entering quarantine
      *> (see rss-url-proposals), cleared again once it recovers.
       77  ws-proposal-op                     pic x value 'D'.
       77  ws-proposal-status                 pic 9 value zero.
       copy "./copybooks/wsrecord/ws-url-proposal-record.cpy".

      
       local-storage section.
       
           88  ls-is-exec-feed                value 'X'.
           88  ls-is-maildir-feed             value 'M'.
           88  ls-is-scrape-feed              value 'S'.
           88  ls-is-local-feed               value 'L'.
           88  ls-is-csaf-feed                value 'C'.

       linkage section.
           01  l-feed-url                         pic x(256).
      *> (feeds/scrape.dat) into a synthesized feed document.
               set ls-is-scrape-feed to true
             else
              if function lower-case(l-feed-url(1:6)) = "local:" then
      *> An operator-authored notice feed (feeds/notices.dat) -
      *> rss-local-synth renders its current notices.
               set ls-is-local-feed to true
              else
               if function lower-case(l-feed-url(1:5)) = "csaf:" then
      *> A CSAF provider (provider-metadata.json, ROLIE feed or a
      *> single advisory) - rss-csaf-synth renders its newest
      *> advisories as the feed document.
                set ls-is-csaf-feed to true
               else
                set ls-is-http-feed to true
                if ls-url-prefix not = "http" then
                    call "logger" using
                        "Cannot download RSS Feed. Url is invalid."
                    end-call
                    set l-return-status-url-invalid to true
                    goback
                end-if
               end-if
              end-if
             end-if
            end-if
           end-if
           move spaces to ws-stored-etag ws-stored-lastmod
           move spaces to ws-new-etag ws-new-lastmod
           move spaces to ws-redirect-location
           move zero to ws-consumption-bytes
           move zero to ws-consumption-dl-hsecs
           move zero to ws-consumption-parse-hsecs
           set ws-feed-maybe-modified to true
           set ws-feed-not-moved to true
           set ws-no-standby to true
           set ws-served-by-primary to true
           set ws-no-relay to true
           move spaces to ws-relay-cmd-flag

           move 'B' to ws-prof-op
           perform call-refresh-profile

           move spaces to ws-push-body-file-name
           accept ws-push-body-file-name
               from environment "COB_RSSR_PUSH_BODY"
           end-accept

           if ls-is-http-feed and ws-push-body-file-name = spaces then
               move 'N' to ws-prof-op
               move ls-rss-feed-url to ws-prof-text
               perform call-refresh-profile
           end-if

      *> Conditional-GET probe for feeds we already track - a brand
      *> new subscription has nothing to compare against, and a
      *> script-backed feed has no HTTP headers to probe.
           if not l-new-feed-request and ls-is-http-feed
           and ws-push-body-file-name = spaces then
               perform load-feed-standby
               perform load-relay-config
               move 2 to ws-prof-phase
               perform start-profile-phase
               perform check-feed-not-modified
               perform end-profile-phase

      *> A permanent redirect answered by the probe migrates the
      *> feed's record to the new URL before anything downloads -
                       "Skipping download and reparse: ",
                       function trim(ls-rss-feed-url))
                   end-call
      *> The primary answered - it is serving again.
                   if ws-has-standby and ws-standby-on-standby then
                       perform switch-back-to-primary
                   end-if
                   set l-return-status-success to true
                   perform save-rss-feed-status
                   move function rss-store-lock('R')
               end-if
           end-if

           perform capture-clock-hsecs
           move ws-clock-now-hsecs to ws-clock-start-hsecs

           move 2 to ws-prof-phase
           perform start-profile-phase
           perform download-rss-feed
           perform end-profile-phase

           perform capture-clock-hsecs
           perform compute-clock-elapsed
           move ws-clock-elapsed-hsecs to ws-consumption-dl-hsecs

           if ls-download-status is not zero then
               call "logger" using function concatenate(
                   "Download complete. Attempting to parse data"
               end-call

               perform measure-downloaded-bytes

               perform capture-clock-hsecs
               move ws-clock-now-hsecs to ws-clock-start-hsecs

               move 3 to ws-prof-phase
               perform start-profile-phase
               perform transcode-legacy-encoding
               perform end-profile-phase

               move 4 to ws-prof-phase
               perform start-profile-phase
               perform apply-pre-parse-filter
               perform end-profile-phase

               move 5 to ws-prof-phase
               perform start-profile-phase
               move function rss-parser(
                   ws-rss-temp-filename, ls-rss-feed-url,
                   l-is-new-feed-request)
                   to ls-parse-status
               perform end-profile-phase
                       
               if ls-parse-status = 1 then
                   call "logger" using "Parsing success."
                       end-if
                   end-if
               end-if                                                 

               perform capture-clock-hsecs
               perform compute-clock-elapsed
               move ws-clock-elapsed-hsecs
                   to ws-consumption-parse-hsecs
           end-if

      *> A duplicate-feed result means the URL already belongs to a
           perform load-proxy-and-useragent-config
           perform load-download-timeout-config

           move ls-rss-feed-url to ws-fetch-url

      *> Content pushed by a WebSub hub: already here, so it is
      *> only copied into the usual temp file for the parse step.
           if ws-push-body-file-name not = spaces then
               move function concatenate(
                   "cp -f ", function trim(ws-push-body-file-name),
                   " ", function trim(ws-rss-temp-filename))
                   to ls-download-cmd

               move 1 to ws-retry-attempt
               perform attempt-download-once

               exit paragraph
           end-if

      *> Pattern-scraped virtual feed: synthesize the feed
      *> document from the page and the site's stored patterns.
           if ls-is-scrape-feed then
               exit paragraph
           end-if

      *> CSAF advisory feed: render the provider's newest
      *> advisories - title, severity, CVEs, affected products and
      *> remediation - as a feed document.
           if ls-is-csaf-feed then
               call "rss-csaf-synth" using
                   ls-rss-feed-url, ws-rss-temp-filename,
                   ls-synth-status
               end-call
               cancel "rss-csaf-synth"

               if ls-synth-status = 1 then
                   move zero to ls-download-status
               else
                   move 1 to ls-download-status
               end-if

               exit paragraph
           end-if

      *> Operator-authored local feed: render the notices that
      *> have not expired yet - an expired one is left out and so
      *> drops out of the feed at this refresh.
           if ls-is-local-feed then
               call "rss-local-synth" using
                   ls-rss-feed-url, ws-rss-temp-filename,
                   ls-synth-status
               end-call
               cancel "rss-local-synth"

               if ls-synth-status = 1 then
                   move zero to ls-download-status
               else
                   move 1 to ls-download-status
               end-if

               exit paragraph
           end-if

      *> Local Maildir/mbox virtual feed: render the messages as a
      *> feed document into the usual temp file, then parse it
      *> exactly as if it had been downloaded.
      *> its stdout redirected into the usual temp file, then parse
      *> it exactly as if the HTTP download command had fetched it.
           if ls-is-exec-feed then
               if function rss-command-allowed(ls-rss-feed-url(6:),
                   "exec: feed") not = 1 then
                   move 1 to ls-download-status
                   exit paragraph
               end-if

               move function concatenate(
                   function trim(ws-timeout-cmd-prefix), SPACE,
                   function trim(ls-rss-feed-url(6:)),
      *> spelling depends on which tool it is.
           perform load-feed-credentials

           if ws-use-relay and ws-auth-cmd-flag = spaces then
               perform download-via-relay
               if ls-download-status is zero then
                   exit paragraph
               end-if
               move ls-rss-feed-url to ws-fetch-url
           end-if

           perform build-http-download-cmd

      *> While the standby is serving, the primary gets a single
      *> attempt - enough to notice it is back without paying for
      *> the whole retry ladder against a host known to be down.
           if ws-has-standby and ws-standby-on-standby then
               move ws-retry-max to ws-saved-retry-max
               move 1 to ws-retry-max
           end-if

           move 1 to ws-retry-attempt
           perform attempt-download-once
           perform retry-failed-download

           if ws-has-standby and ws-standby-on-standby then
               move ws-saved-retry-max to ws-retry-max
           end-if

           if ls-download-status is zero then
               if ws-has-standby and ws-standby-on-standby then
                   perform switch-back-to-primary
               end-if
               exit paragraph
           end-if

           if ws-has-standby then
               perform download-from-standby
           end-if

           exit paragraph.


       build-http-download-cmd.

      *> Build WGET/CURL download command... Proxying is done by
      *> setting http_proxy/https_proxy in the command's environment
      *> (honored by both wget and curl), the custom user-agent is
               function trim(ws-download-cmd-start), SPACE,
               function trim(ws-useragent-cmd-flag), SPACE,
               function trim(ws-auth-cmd-flag), SPACE,
               function trim(ws-relay-cmd-flag), SPACE,
               function trim(ws-rss-temp-filename), SPACE,
               function trim(ws-fetch-url), SPACE)
           to ls-download-cmd

      *> Log a copy with the credential flag masked, never the real
                   function trim(ws-download-cmd-start), SPACE,
                   function trim(ws-useragent-cmd-flag), SPACE,
                   ws-auth-flag-masked, SPACE,
                   function trim(ws-relay-cmd-flag), SPACE,
                   function trim(ws-rss-temp-filename), SPACE,
                   function trim(ws-fetch-url), SPACE)
               to ls-download-cmd-log
           end-if

           call "logger" using function trim(ls-download-cmd-log)

           exit paragraph.


       retry-failed-download.

      *> Retry transient failures with an increasing delay between
      *> attempts instead of marking the feed failed immediately.
           exit paragraph.


       load-relay-config.

           set ws-no-relay to true
           move spaces to ws-relay-fetch-url

           move function get-config("relay_url") to ws-relay-base-url
           if ws-relay-base-url = spaces
           or ws-relay-base-url = "NOT-SET" then
               exit paragraph
           end-if

      *> A private feed's content is not the relay's to hand out.
           move 'G' to ws-cred-operation
           call "rss-feed-creds" using
               ws-cred-operation ls-rss-feed-url
               ws-cred-user ws-cred-pass ws-cred-status
           end-call
           move spaces to ws-cred-user ws-cred-pass
           if ws-cred-status = 1 then
               exit paragraph
           end-if

      *> <relay_url>/feed?url=<feed URL>, the URL %-encoded so its
      *> own query string survives the trip and the shell.
           move function length(function trim(ls-rss-feed-url))
               to ws-relay-url-len
           move function concatenate(
               function trim(ws-relay-base-url), "/feed?url=")
               to ws-relay-fetch-url
           move function length(function trim(ws-relay-fetch-url))
               to ws-relay-out-idx

           perform varying ws-relay-url-idx from 1 by 1
               until ws-relay-url-idx > ws-relay-url-len
               or ws-relay-out-idx > 1020
               move ls-rss-feed-url(ws-relay-url-idx:1)
                   to ws-relay-char
               if ws-relay-char is alphabetic-lower
               or ws-relay-char is alphabetic-upper
               or ws-relay-char is numeric
               or ws-relay-char = "-" or "." or "_" or "~"
               or ws-relay-char = "/" or ":" then
                   add 1 to ws-relay-out-idx
                   move ws-relay-char
                       to ws-relay-fetch-url(ws-relay-out-idx:1)
               else
                   perform encode-relay-url-char
               end-if
           end-perform

           set ws-use-relay to true

           exit paragraph.


       encode-relay-url-char.

           move function ord(ws-relay-char) to ws-relay-hex-pos
           subtract 1 from ws-relay-hex-pos

           add 1 to ws-relay-out-idx
           move "%" to ws-relay-fetch-url(ws-relay-out-idx:1)
           add 1 to ws-relay-out-idx
           move ws-relay-hex-digits(
               function integer-part(ws-relay-hex-pos / 16) + 1:1)
               to ws-relay-fetch-url(ws-relay-out-idx:1)
           add 1 to ws-relay-out-idx
           move ws-relay-hex-digits(
               function mod(ws-relay-hex-pos, 16) + 1:1)
               to ws-relay-fetch-url(ws-relay-out-idx:1)

           exit paragraph.


       download-via-relay.

      *> One attempt - the retry ladder is kept for the origin.
      *> curl must fail on the relay's 404 rather than keep its
      *> error page as the feed; wget fails on it by itself.
           move ws-relay-fetch-url to ws-fetch-url
           if ws-download-cmd-start(1:4) = "curl" then
               move "-f" to ws-relay-cmd-flag
           end-if
           perform build-http-download-cmd
           move spaces to ws-relay-cmd-flag

           move 1 to ws-retry-attempt
           perform attempt-download-once

           if ls-download-status is zero then
               set ws-served-by-relay to true
               call "logger" using function concatenate(
                   "Feed fetched through relay: ",
                   function trim(ws-relay-base-url))
               end-call
               exit paragraph
           end-if

           call "logger" using function concatenate(
               "WARN|Relay unreachable or has no copy (",
               function trim(ws-relay-base-url),
               ") - fetching directly: ",
               function trim(ls-rss-feed-url))
           end-call

           exit paragraph.


       download-from-standby.

           call "logger" using function concatenate(
               "WARN|Primary URL failed after ", ws-retry-attempt,
               " attempt(s) - trying the standby: ",
               function trim(ws-standby-url))
           end-call

      *> Credentials stored for the primary host are not handed to
      *> the mirror.
           move ws-standby-url to ws-fetch-url
           move spaces to ws-auth-cmd-flag
           perform build-http-download-cmd

           move 1 to ws-retry-attempt
           perform attempt-download-once
           perform retry-failed-download

           if ls-download-status is zero then
               set ws-served-by-standby to true
               if ws-standby-on-primary then
                   perform switch-to-standby
               end-if
           end-if

           exit paragraph.


       load-feed-standby.

           move ls-rss-feed-url to f-rss-link
           move zero to ws-standby-feed-id

           open input fd-rss-list-file
               read fd-rss-list-file
                   key is f-rss-link
                   invalid key
                       continue
                   not invalid key
                       move f-rss-feed-id to ws-standby-feed-id
               end-read
           close fd-rss-list-file

           if ws-standby-feed-id = zero then
               exit paragraph
           end-if

           move 'G' to ws-standby-op
           call "rss-feed-standby" using
               ws-standby-op ws-standby-record ws-standby-status
           end-call
           cancel "rss-feed-standby"

           if ws-standby-status = 1 then
               set ws-has-standby to true
           end-if

           exit paragraph.


       switch-to-standby.

           set ws-standby-on-standby to true
           move function rss-epoch-minutes to ws-standby-since
           move 'U' to ws-standby-op
           call "rss-feed-standby" using
               ws-standby-op ws-standby-record ws-standby-status
           end-call
           cancel "rss-feed-standby"

           call "logger" using function concatenate(
               "WARN|Feed switched to its standby URL: ",
               function trim(ls-rss-feed-url), " -> ",
               function trim(ws-standby-url))
           end-call

           move "STANDBY-ON" to ws-audit-op
           move function concatenate(
               "primary failed - served by standby ",
               function trim(ws-standby-url))
               to ws-audit-detail
           call "rss-audit" using
               ws-audit-op ws-standby-feed-id ls-rss-feed-url
               ws-audit-detail
           end-call

           exit paragraph.


       switch-back-to-primary.

           set ws-standby-on-primary to true
           move function rss-epoch-minutes to ws-standby-since
           move 'U' to ws-standby-op
           call "rss-feed-standby" using
               ws-standby-op ws-standby-record ws-standby-status
           end-call
           cancel "rss-feed-standby"

           call "logger" using function concatenate(
               "Primary URL answering again - feed back off its ",
               "standby: ", function trim(ls-rss-feed-url))
           end-call

           move "STANDBY-OFF" to ws-audit-op
           move function concatenate(
               "primary answering again - standby ",
               function trim(ws-standby-url), " released")
               to ws-audit-detail
           call "rss-audit" using
               ws-audit-op ws-standby-feed-id ls-rss-feed-url
               ws-audit-detail
           end-call

           exit paragraph.


       check-feed-not-modified.

      *> Headers-only probe of the feed URL. Sends the stored ETag /
           move function resolve-data-path("feeds/headers.tmp")
               to ws-rss-header-filename

      *> Through the relay when one is in use - it answers the same
      *> validators with the origin's ETag / Last-Modified.
           if ws-use-relay then
               move ws-relay-fetch-url to ws-fetch-url
           else
               move ls-rss-feed-url to ws-fetch-url
           end-if

           perform load-stored-validators
           perform load-download-timeout-config

                   function trim(ws-timeout-cmd-prefix),
                   " wget --server-response --spider -q ",
                   function trim(ls-probe-header-flags), SPACE,
                   function trim(ws-fetch-url),
                   " 2> ", function trim(ws-rss-header-filename))
                   to ls-probe-cmd
           else
                   function trim(ws-timeout-cmd-prefix),
                   " curl -s -I ",
                   function trim(ls-probe-header-flags), SPACE,
                   function trim(ws-fetch-url),
                   " -o ", function trim(ws-rss-header-filename))
                   to ls-probe-cmd
           end-if

           call "logger" using function concatenate(
               "Downloading attempt ", ws-retry-attempt, ": ",
               function trim(ws-fetch-url))
           end-call

      *> open pipe and execute download cmd.
           move zero to ws-pipe-return

      *> open pipe and execute xmllint format cmd.
           move 6 to ws-prof-phase
           perform start-profile-phase
           move pipe-open(ls-xmllint-cmd-full, "r") to ws-pipe-record

           if ws-pipe-return = 255 then
           end-if 

           move pipe-close(ws-pipe-record) to ls-format-status
           perform end-profile-phase
           if ls-format-status is not zero then
               call "logger" using function concatenate(
                   "Error formatting RSS feed. Status=", 
               " : Attempting to reparse file.")
           end-call
           
           move 5 to ws-prof-phase
           perform start-profile-phase
           move function rss-parser(
               ws-rss-temp-filename-retry, ls-rss-feed-url,
               l-is-new-feed-request)
               to ls-parse-status
           perform end-profile-phase
               
           if ls-parse-status = 1 then
               call "logger" using "Parsing success."
               perform update-health-history
               perform capture-raw-feed-xml

               call "rss-consumption" using
                   f-rss-feed-id, ws-consumption-bytes,
                   ws-consumption-dl-hsecs, ws-consumption-parse-hsecs
               end-call

               move 'W' to ws-prof-op
               move f-rss-feed-id to ws-prof-feed-id
               perform call-refresh-profile

               rewrite f-rss-list-record
                   invalid key 
                       call "logger" using function concatenate(
           exit paragraph.


       measure-downloaded-bytes.

           move zero to ws-consumption-bytes

           call "CBL_CHECK_FILE_EXIST" using
               ws-rss-temp-filename, ws-temp-file-details
           end-call

           if return-code = zero then
               move ws-temp-file-size to ws-consumption-bytes
           end-if

           exit paragraph.


       start-profile-phase.

           move 'S' to ws-prof-op
           perform call-refresh-profile

           exit paragraph.


       end-profile-phase.

           move 'E' to ws-prof-op
           perform call-refresh-profile

           exit paragraph.


       call-refresh-profile.

           call "rss-refresh-profile" using
               ws-prof-op, ws-prof-phase, ws-prof-feed-id,
               ws-prof-text, ws-prof-hsecs
           end-call

           exit paragraph.


       capture-clock-hsecs.

           move function current-date(9:8) to ws-clock-hhmmsscc
           compute ws-clock-now-hsecs =
               ws-clock-hh * 360000 + ws-clock-mm * 6000
               + ws-clock-ss * 100 + ws-clock-cc

           exit paragraph.


       compute-clock-elapsed.

      *> A refresh straddling midnight wraps the hundredths-of-a-day
      *> clock.
           if ws-clock-now-hsecs >= ws-clock-start-hsecs then
               compute ws-clock-elapsed-hsecs =
                   ws-clock-now-hsecs - ws-clock-start-hsecs
           else
               compute ws-clock-elapsed-hsecs =
                   ws-clock-now-hsecs + 8640000 - ws-clock-start-hsecs
           end-if

           exit paragraph.


       transcode-legacy-encoding.

      *> Read the XML prolog's declared encoding; anything other
               exit paragraph
           end-if

      *> A refused filter leaves the download unfiltered, the same
      *> as a filter that fails.
           if function rss-command-allowed(ws-filter-cmd,
               "feed filter") not = 1 then
               exit paragraph
           end-if

      *> Keep the pre-filter bytes aside - the capture pass wants
      *> the raw XML as served, not our transformed copy.
           move function concatenate(
      *> parse failure is always captured (to rss_<id>_fail.xml)
      *> whether capture is on or not, so the forensic copy exists
      *> by the time the ticket is written. A 304 pass fetched no
      *> body - nothing to keep. "relay_serve" keeps the same copy,
      *> which rss-feed-relay hands to other installs.
           if ws-feed-not-modified then
               exit paragraph
           end-if
           move function get-config("capture")
               to ws-capture-config-val

           if ws-capture-config-val not = "true" then
               move function get-config("relay_serve")
                   to ws-capture-config-val
           end-if

           if ws-capture-config-val not = "true"
           and not l-return-status-parse-fail then
               exit paragraph
      *> append this attempt's outcome at the end.
       update-health-history.

      *> 'M' = refreshed, but served by the standby (mirror) URL.
           if l-return-status-success then
               if ws-served-by-standby then
                   move 'M' to ls-health-outcome-char
               else
                   move 'S' to ls-health-outcome-char
               end-if
           else
               move 'F' to ls-health-outcome-char
           end-if

      *> A feed turning red (failing after a success, or on its
      *> first attempt) goes on the audit trail - the shift
      *> handover report lists the feeds that broke on its watch.
           if not l-return-status-success
           and f-rss-health-history(10:1) not = 'F' then
               move "FEED-RED" to ws-audit-op
               move "refresh failed" to ws-audit-detail
               call "rss-audit" using
                   ws-audit-op f-rss-feed-id f-rss-link
                   ws-audit-detail
               end-call
           end-if

           move spaces to ls-health-history-temp
           move f-rss-health-history(2:9) to ls-health-history-temp(1:9)
           move ls-health-outcome-char to ls-health-history-temp(10:1)
                       "Feed recovered - released from quarantine: ",
                       function trim(f-rss-title))
                   end-call
                   move 'C' to ws-proposal-op
                   perform call-url-proposals
               end-if
           else
               if f-rss-health-history = "FFFFFFFFFF" then
                               "quarantined to a daily probe: ",
                               function trim(f-rss-title))
                           end-call
                           move "QUARANTINE" to ws-audit-op
                           move "daily probe" to ws-audit-detail
                           call "rss-audit" using
                               ws-audit-op f-rss-feed-id f-rss-link
                               ws-audit-detail
                           end-call
                           move 'D' to ws-proposal-op
                           perform call-url-proposals
                       when 1
                           move 2 to f-rss-quarantine-level
                           call "logger" using function concatenate(
                               "too - dropping to a weekly probe: ",
                               function trim(f-rss-title))
                           end-call
                           move "QUARANTINE" to ws-audit-op
                           move "weekly probe" to ws-audit-detail
                           call "rss-audit" using
                               ws-audit-op f-rss-feed-id f-rss-link
                               ws-audit-detail
                           end-call
                   end-evaluate
               end-if
           end-if

           exit paragraph.


      *> A feed entering quarantine has usually moved - look for
      *> its new address on its own site while the owner is told.
       call-url-proposals.

           call "rss-url-proposals" using
               ws-proposal-op f-rss-feed-id f-rss-link
               f-rss-dat-file-name ws-url-proposal-table
               ws-proposal-status
           end-call
           cancel "rss-url-proposals"

           exit paragraph.

       end function rss-downloader.
