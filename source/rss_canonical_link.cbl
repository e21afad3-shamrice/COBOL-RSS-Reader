      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Works out an item's canonical link - the link with
      *>          tracking parameters stripped from its query string
      *>          and, when it points at a known redirector host,
      *>          followed to wherever the redirector sends it. The
      *>          same story reached through two campaigns or two
      *>          shorteners then compares equal.
      *>          Config keys:
      *>          "track_params" - comma list of query parameter
      *>              names to strip; a trailing * matches by
      *>              prefix (utm_*). "none" strips nothing.
      *>          "redirect_hosts" - comma list of redirector hosts
      *>              to follow (subdomains match too). "none"
      *>              follows nothing.
      *>          "redirect_timeout" - seconds per follow (default
      *>              10).
      *>          Following needs curl as the "down_cmd"; under wget
      *>          the link is only stripped. The config is read on
      *>          the first call - callers cancel when done.
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-canonical-link.

       environment division.

       configuration section.

       repository.
           function get-config
           function pipe-open
           function pipe-close
           function resolve-data-path.

       input-output section.
           file-control.
               select optional fd-canon-probe-file
               assign to dynamic ws-canon-probe-file-name
               organization is line sequential.

       data division.
       file section.
           FD fd-canon-probe-file.
           01  f-canon-probe-line-raw         pic x(256).

       working-storage section.

       01  ws-loaded-sw                      pic a value 'N'.
           88  ws-config-loaded              value 'Y'.

       78  ws-track-params-key               value "track_params".
       01  ws-track-params-default.
           05  filler                        pic x(40) value
               "utm_*,fbclid,gclid,dclid,mc_cid,mc_eid,".
           05  filler                        pic x(40) value
               "_hsenc,_hsmi,igshid".
       78  ws-redirect-hosts-key             value "redirect_hosts".
       01  ws-redirect-hosts-default.
           05  filler                        pic x(43) value
               "feedproxy.google.com,feeds.feedburner.com,".
           05  filler                        pic x(40) value
               "t.co,bit.ly,ow.ly,buff.ly,lnkd.in,".
           05  filler                        pic x(40) value
               "trib.al,dlvr.it".
       78  ws-redirect-timeout-key           value "redirect_timeout".
       78  ws-redirect-timeout-default       value 10.

       77  ws-config-val                     pic x(256) value spaces.
       77  ws-list-text                      pic x(256) value spaces.
       77  ws-list-ptr                       pic 9(3) value zero.
       77  ws-list-token                     pic x(64) value spaces.
       77  ws-redirect-timeout               pic 9(3) value zero.

       01  ws-track-table.
           05  ws-track-count                pic 9(2) value zero.
           05  ws-track-entry                occurs 32 times.
               10  ws-track-name             pic x(64).
               10  ws-track-name-len         pic 9(2).
               10  ws-track-prefix-sw        pic a.
                   88  ws-track-is-prefix    value 'Y'.
       77  ws-track-idx                      pic 9(2) value zero.

       01  ws-host-table.
           05  ws-host-count                 pic 9(2) value zero.
           05  ws-host-entry                 occurs 32 times.
               10  ws-host-name              pic x(64).
               10  ws-host-name-len          pic 9(2).
       77  ws-host-idx                       pic 9(2) value zero.

       01  ws-curl-sw                        pic a value 'N'.
           88  ws-can-follow                 value 'Y'.
       77  ws-down-cmd-val                   pic x(32) value spaces.
       77  ws-curl-tally                     pic 9(3) value zero.

       77  ws-work-link                      pic x(256) value spaces.
       77  ws-link-host                      pic x(64) value spaces.
       77  ws-link-host-len                  pic 9(2) value zero.
       77  ws-host-start                     pic 9(3) value zero.
       77  ws-quote-tally                    pic 9(3) value zero.

       01  ws-match-sw                       pic a value 'N'.
           88  ws-match-found                value 'Y'.
           88  ws-no-match                   value 'N'.

       77  ws-link-base                      pic x(256) value spaces.
       77  ws-link-query                     pic x(256) value spaces.
       77  ws-link-fragment                  pic x(256) value spaces.
       77  ws-query-ptr                      pic 9(3) value zero.
       77  ws-query-param                    pic x(256) value spaces.
       77  ws-param-name                     pic x(64) value spaces.
       77  ws-new-query                      pic x(256) value spaces.
       77  ws-new-query-ptr                  pic 9(3) value zero.
       77  ws-stripped-count                 pic 9(3) value zero.

       77  ws-canon-probe-file-name          pic x(256) value spaces.
       77  ws-canon-probe-line               pic x(256) value spaces.
       77  ws-follow-cmd                     pic x(1024) value spaces.
       77  ws-follow-status                  pic s9(9) value zero.

       01  ws-pipe-record.
           05  ws-pipe-pointer               usage pointer.
           05  ws-pipe-return                usage binary-long.

       linkage section.

      *> The feed the link belongs to - keeps the probe file of two
      *> feeds refreshing side by side apart.
       01  l-feed-id                         pic 9(5).
       01  l-item-link                       pic x(256).
       01  l-canon-link                      pic x(256).

       procedure division using l-feed-id, l-item-link, l-canon-link.

       main-procedure.

           if not ws-config-loaded then
               perform load-canon-config
           end-if

           move spaces to l-canon-link
           if l-item-link = spaces then
               goback
           end-if

           move function trim(l-item-link) to ws-work-link
           move function resolve-data-path(function concatenate(
               "feeds/canon_probe_", l-feed-id, ".tmp"))
               to ws-canon-probe-file-name

           perform find-link-host
           if ws-link-host not = spaces and ws-can-follow then
               perform check-redirect-host
               if ws-match-found then
                   perform follow-redirector
               end-if
           end-if

           perform strip-tracking-params

           move ws-work-link to l-canon-link

           goback.


       load-canon-config.

           move function get-config(ws-track-params-key)
               to ws-config-val
           if ws-config-val = "NOT-SET" or ws-config-val = spaces then
               move ws-track-params-default to ws-config-val
           end-if
           move function lower-case(ws-config-val) to ws-list-text
           move zero to ws-track-count
           if function trim(ws-list-text) not = "none" then
               move 1 to ws-list-ptr
               perform until ws-list-ptr > length of ws-list-text
                   or ws-track-count >= 32
                   move spaces to ws-list-token
                   unstring ws-list-text delimited by ","
                       into ws-list-token
                       with pointer ws-list-ptr
                   end-unstring
                   if ws-list-token not = spaces then
                       perform add-track-param
                   end-if
               end-perform
           end-if

           move function get-config(ws-redirect-hosts-key)
               to ws-config-val
           if ws-config-val = "NOT-SET" or ws-config-val = spaces then
               move ws-redirect-hosts-default to ws-config-val
           end-if
           move function lower-case(ws-config-val) to ws-list-text
           move zero to ws-host-count
           if function trim(ws-list-text) not = "none" then
               move 1 to ws-list-ptr
               perform until ws-list-ptr > length of ws-list-text
                   or ws-host-count >= 32
                   move spaces to ws-list-token
                   unstring ws-list-text delimited by ","
                       into ws-list-token
                       with pointer ws-list-ptr
                   end-unstring
                   if ws-list-token not = spaces then
                       add 1 to ws-host-count
                       move function trim(ws-list-token)
                           to ws-host-name(ws-host-count)
                       move function length(function trim(
                           ws-list-token))
                           to ws-host-name-len(ws-host-count)
                   end-if
               end-perform
           end-if

           move function get-config(ws-redirect-timeout-key)
               to ws-config-val
           if ws-config-val = "NOT-SET" or ws-config-val = spaces then
               move ws-redirect-timeout-default to ws-redirect-timeout
           else
               move function numval(ws-config-val)
                   to ws-redirect-timeout
           end-if
           if ws-redirect-timeout < 1 then
               move ws-redirect-timeout-default to ws-redirect-timeout
           end-if

      *> Same curl-or-wget test rss-downloader makes on down_cmd.
           move function get-config("down_cmd") to ws-down-cmd-val
           move zero to ws-curl-tally
           inspect ws-down-cmd-val tallying ws-curl-tally
               for all "curl"
           if ws-curl-tally > 0 and ws-host-count > zero then
               set ws-can-follow to true
           end-if

           set ws-config-loaded to true

           exit paragraph.


       add-track-param.

           add 1 to ws-track-count
           move function trim(ws-list-token)
               to ws-track-name(ws-track-count)
           move function length(function trim(ws-list-token))
               to ws-track-name-len(ws-track-count)
           move 'N' to ws-track-prefix-sw(ws-track-count)

           if ws-track-name(ws-track-count)
               (ws-track-name-len(ws-track-count):1) = "*" then
               move 'Y' to ws-track-prefix-sw(ws-track-count)
               move space to ws-track-name(ws-track-count)
                   (ws-track-name-len(ws-track-count):1)
               subtract 1 from ws-track-name-len(ws-track-count)
           end-if

           if ws-track-name-len(ws-track-count) = zero then
               subtract 1 from ws-track-count
           end-if

           exit paragraph.


       find-link-host.

      *> scheme://host[:port]/path - lower-cased host, or spaces when
      *> the link has no scheme.
           move spaces to ws-link-host
           move zero to ws-host-start
           inspect ws-work-link tallying ws-host-start
               for characters before initial "://"

           if ws-host-start >= length of ws-work-link - 3 then
               exit paragraph
           end-if

           add 4 to ws-host-start
           unstring ws-work-link(ws-host-start:)
               delimited by "/" or ":" or "?" or "#" or space
               into ws-link-host
           end-unstring
           move function lower-case(ws-link-host) to ws-link-host
           move function length(function trim(ws-link-host))
               to ws-link-host-len

           exit paragraph.


       check-redirect-host.

      *> An exact host match, or a subdomain of a listed host.
           set ws-no-match to true
           perform varying ws-host-idx from 1 by 1
               until ws-host-idx > ws-host-count or ws-match-found
               evaluate true
                   when ws-link-host = ws-host-name(ws-host-idx)
                       set ws-match-found to true
                   when ws-link-host-len
                       > ws-host-name-len(ws-host-idx) + 1
                       if ws-link-host(ws-link-host-len
                           - ws-host-name-len(ws-host-idx):
                           ws-host-name-len(ws-host-idx) + 1)
                           = function concatenate(".",
                           ws-host-name(ws-host-idx)
                           (1:ws-host-name-len(ws-host-idx)))
                       then
                           set ws-match-found to true
                       end-if
               end-evaluate
           end-perform

           exit paragraph.


       follow-redirector.

      *> The link goes to the shell inside single quotes - one that
      *> carries a quote of its own is left as published.
           move zero to ws-quote-tally
           inspect ws-work-link tallying ws-quote-tally
               for all "'"
           if ws-quote-tally > zero then
               exit paragraph
           end-if

           move function concatenate(
               "curl -s -L --max-redirs 10 -o /dev/null --max-time ",
               function trim(ws-redirect-timeout),
               " -w '%{url_effective}' '",
               function trim(ws-work-link), "' > ",
               function trim(ws-canon-probe-file-name),
               " 2>/dev/null")
               to ws-follow-cmd
           move pipe-open(ws-follow-cmd, "w") to ws-pipe-record
           if ws-pipe-return = 255 then
               exit paragraph
           end-if
           move pipe-close(ws-pipe-record) to ws-follow-status

           move spaces to ws-canon-probe-line
           open input fd-canon-probe-file
               read fd-canon-probe-file into ws-canon-probe-line
                   at end move spaces to ws-canon-probe-line
               end-read
           close fd-canon-probe-file

           move function concatenate(
               "rm -f ", function trim(ws-canon-probe-file-name))
               to ws-follow-cmd
           move pipe-open(ws-follow-cmd, "w") to ws-pipe-record
           move pipe-close(ws-pipe-record) to ws-follow-status

           if function lower-case(ws-canon-probe-line(1:4)) = "http"
           and ws-canon-probe-line not = ws-work-link then
               call "logger" using function concatenate(
                   "Redirector link ", function trim(ws-work-link),
                   " resolves to ", function trim(ws-canon-probe-line))
               end-call
               move ws-canon-probe-line to ws-work-link
           end-if

           exit paragraph.


       strip-tracking-params.

           if ws-track-count = zero then
               exit paragraph
           end-if

           move spaces to ws-link-base ws-link-query ws-link-fragment
           unstring ws-work-link delimited by "#"
               into ws-link-base ws-link-fragment
           end-unstring
           if ws-link-fragment not = spaces then
               move function concatenate("#",
                   function trim(ws-link-fragment))
                   to ws-link-fragment
           end-if
           move ws-link-base to ws-work-link
           move spaces to ws-link-base
           unstring ws-work-link delimited by "?"
               into ws-link-base ws-link-query
           end-unstring

           if ws-link-query = spaces then
               move function concatenate(function trim(ws-link-base),
                   function trim(ws-link-fragment))
                   to ws-work-link
               exit paragraph
           end-if

           move spaces to ws-new-query
           move 1 to ws-new-query-ptr
           move zero to ws-stripped-count
           move 1 to ws-query-ptr
           perform until ws-query-ptr > length of ws-link-query
               move spaces to ws-query-param
               unstring ws-link-query delimited by "&" or space
                   into ws-query-param
                   with pointer ws-query-ptr
               end-unstring
               if ws-query-param not = spaces then
                   perform keep-or-strip-param
               end-if
           end-perform

           if ws-new-query = spaces then
               move function concatenate(function trim(ws-link-base),
                   function trim(ws-link-fragment))
                   to ws-work-link
           else
               move function concatenate(function trim(ws-link-base),
                   "?", function trim(ws-new-query),
                   function trim(ws-link-fragment))
                   to ws-work-link
           end-if

           exit paragraph.


       keep-or-strip-param.

           move spaces to ws-param-name
           unstring ws-query-param delimited by "="
               into ws-param-name
           end-unstring
           move function lower-case(ws-param-name) to ws-param-name

           set ws-no-match to true
           perform varying ws-track-idx from 1 by 1
               until ws-track-idx > ws-track-count or ws-match-found
               if ws-track-is-prefix(ws-track-idx) then
                   if ws-param-name(1:ws-track-name-len(ws-track-idx))
                       = ws-track-name(ws-track-idx)
                       (1:ws-track-name-len(ws-track-idx)) then
                       set ws-match-found to true
                   end-if
               else
                   if ws-param-name = ws-track-name(ws-track-idx) then
                       set ws-match-found to true
                   end-if
               end-if
           end-perform

           if ws-match-found then
               add 1 to ws-stripped-count
               exit paragraph
           end-if

           if ws-new-query-ptr > 1 then
               string "&" delimited by size
                   into ws-new-query with pointer ws-new-query-ptr
               end-string
           end-if
           string ws-query-param delimited by space
               into ws-new-query with pointer ws-new-query-ptr
           end-string

           exit paragraph.

       end program rss-canonical-link.
