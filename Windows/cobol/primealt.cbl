      ******************************************************************
      * primealt: Alert processor for the prime suite. primemsg        *
      * queues every message at or above the alerting severity in the  *
      * alert outbox; this program turns those lines into alerts and   *
      * makes sure somebody answers them:                              *
      *                                                                *
      *   PROCESS    take new outbox lines, page the on-call person,   *
      *              escalate whatever has waited too long             *
      *   ACK id     the paged person has it in hand                   *
      *   CLOSE id   the problem is dealt with                         *
      *   LIST       the alerts still open                             *
      *   REPORT     response times from the alert log                 *
      *                                                                *
      * A new alert is paged to level 1 of the on-call roster          *
      * (primeoncl.txt), chosen by weekday and shift. Repeats of the   *
      * same message id from the same run are counted on the alert     *
      * already open instead of paging again. An alert still not       *
      * acknowledged ESCALATE= minutes (15 by default) after its last  *
      * page goes to the next roster level; past the last level the    *
      * top level is paged again. Pages are appended to the notice     *
      * file (primealt.ntf) for the delivery gateway to send.          *
      *                                                                *
      * Roster cards: day|start|end|level|person|contact, day MON..SUN *
      * or ALL, start and end as hhmm; a shift whose end is earlier    *
      * than its start runs past midnight into the next day.           *
      *                                                                *
      * Open and acknowledged alerts are kept in primealt.dat, which   *
      * also remembers how many outbox lines have been taken. Every    *
      * state change -- RAISED, NOTIFIED, UNROUTED, ESCALATED,         *
      * REPAGED, ACKED, CLOSED -- is appended to the alert log         *
      * (primealt.log), from which REPORT works out minutes to         *
      * acknowledge and to close. PROCESS, ACK and CLOSE hold the      *
      * '.lck' claim on primealt.dat while they change it.             *
      ******************************************************************
       identification division.
       program-id. primealt.

       environment division.

       input-output section.

       file-control.
           select  standard-error assign '/dev/stderr'
                   organization is line sequential
                   access mode is sequential
                   file status is ls-stderr-status
                   .
           select  outbox-file assign ls-outbox-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-outbox-status
                   .
           select  alert-file assign ls-alert-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-alert-status
                   .
           select  roster-file assign ls-roster-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-roster-status
                   .
           select  alertlog-file assign ls-alertlog-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-alertlog-status
                   .
           select  notice-file assign ls-notice-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-notice-status
                   .
           select  report-file assign ls-report-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-report-status
                   .
           select  lock-file assign ls-lock-file-name
                   organization is line sequential
                   access mode is sequential
                   file status is ls-lock-status
                   .

       data division.

       file section.

       fd  standard-error.
       01  standard-error-line             pic x(256).

      *    msgid|date|time|run-date|run-time|text, as primemsg queues.
       fd  outbox-file.
       01  outbox-line                     pic x(200).

      *    CONTROL|lines-taken|next-id, then one line per alert:
      *    id|state|msgid|run-date|run-time|raised-date|raised-time|
      *    level|person|contact|paged-date|paged-time|repeats|
      *    ack-by|ack-date|ack-time|text
       fd  alert-file.
       01  alert-line                      pic x(400).

       fd  roster-file.
       01  roster-line                     pic x(132).

      *    date|time|id|event|msgid|level|person|by
       fd  alertlog-file.
       01  alertlog-line                   pic x(160).

      *    date|time|id|kind|level|person|contact|msgid|text
       fd  notice-file.
       01  notice-line                     pic x(300).

       fd  report-file.
       01  report-line                     pic x(132).

       fd  lock-file.
       01  lock-record                     pic x(80).

       local-storage section.

       78  c-stdout                        value '/dev/stdout'.
      *    Largest value the 64-bit binary-double unsigned fields can
      *    carry; 4050-parse-numeric-field rejects anything larger so
      *    an oversized operand is an error, not a silent wraparound.
       78  c-value-ceiling                 value
                                           18446744073709551615.
       78  c-max-alerts                    value 500.
       78  c-max-roster                    value 100.
       78  c-max-report                    value 2000.

       01  filler.
           05  ls-arguments                pic x(256) value spaces.
           05  ls-token-area.
               10  ls-token                occurs 8 times
                                           pic x(256).
               10  ls-token-count          binary-long unsigned.
           05  ls-token-idx                binary-long unsigned.
           05  ls-outbox-file              pic x(256) value spaces.
           05  ls-alert-file               pic x(256) value spaces.
           05  ls-roster-file              pic x(256) value spaces.
           05  ls-alertlog-file            pic x(256) value spaces.
           05  ls-notice-file              pic x(256) value spaces.
           05  ls-report-file              pic x(256) value spaces.
           05  ls-verb                     pic x(08) value spaces.
           05  ls-target-id                pic 9(06) value zero.
           05  ls-by                       pic x(20)
                                           value 'OPERATOR'.
           05  ls-escalate-minutes         binary-long unsigned
                                           value 15.
           05  ls-from-date                pic 9(08) value zero.
           05  ls-to-date                  pic 9(08)
                                           value 99999999.
           05  switches.
               10  filler                  pic x(01) value 'N'.
                   88  fatal-error         value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  person-found        value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  alert-found         value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  alerts-changed      value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  trails-open         value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  report-opened       value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  table-full-warned   value 'Y' false 'N'.
           05  ls-generic-parse-area.
               10  ls-generic-text         pic x(20).
               10  filler redefines ls-generic-text.
                   15  ls-generic-c        pic x(01) occurs 20 times.
                       88  is-generic-digit values '0' thru '9'.
               10  filler redefines ls-generic-text.
                   15  ls-generic-9        pic 9(01) occurs 20 times.
               10  ls-generic-temp         pic 9(20) value zero.
               10  filler redefines ls-generic-temp.
                   15  ls-generic-tc       pic 9(01) occurs 20 times.
               10  ls-generic-idx          binary-long unsigned.
               10  ls-generic-value        binary-double unsigned.
               10  filler                  pic x(01) value 'N'.
                   88  generic-value-valid value 'Y' false 'N'.
           05  ls-now-date                 pic 9(08).
           05  ls-now-time                 pic 9(08).
           05  filler redefines ls-now-time.
               10  ls-now-hhmm             pic 9(04).
               10  filler                  pic 9(04).
           05  ls-now-minutes              binary-double unsigned.
           05  ls-today-dow                binary-long unsigned.
           05  ls-yesterday-dow            binary-long unsigned.
           05  ls-day-names                pic x(21) value
                                           'MONTUEWEDTHUFRISATSUN'.
           05  filler redefines ls-day-names.
               10  ls-day-name             pic x(03) occurs 7 times.
      *    Minutes since day zero for any stamp: ls-stamp-date and
      *    ls-stamp-time in, ls-stamp-minutes out.
           05  ls-stamp-date               pic 9(08).
           05  filler redefines ls-stamp-date.
               10  ls-stamp-yyyy           pic 9(04).
               10  ls-stamp-mm             pic 9(02).
               10  ls-stamp-dd             pic 9(02).
           05  ls-stamp-time               pic 9(08).
           05  filler redefines ls-stamp-time.
               10  ls-stamp-hh             pic 9(02).
               10  ls-stamp-mi             pic 9(02).
               10  filler                  pic 9(04).
           05  ls-stamp-minutes            binary-double unsigned.
           05  ls-day-year                 binary-long.
           05  ls-day-month                binary-long.
           05  ls-day-day                  binary-long.
           05  ls-day-leap4                binary-long.
           05  ls-day-leap100              binary-long.
           05  ls-day-leap400              binary-long.
           05  ls-day-month-part           binary-long.
           05  ls-day-number               binary-long.
           05  ls-cal-quotient             binary-long.
           05  ls-cal-remainder            binary-long.
      *    The alerts still open, as primealt.dat holds them.
           05  ls-lines-taken              binary-long unsigned
                                           value zero.
           05  ls-next-id                  pic 9(06) value 1.
           05  ls-alert-count              binary-long unsigned
                                           value zero.
           05  ls-alert-idx                binary-long unsigned.
           05  ls-alert-entry              occurs 500 times.
               10  ls-al-id                pic 9(06).
               10  ls-al-state             pic x(05).
               10  ls-al-msgid             pic x(08).
               10  ls-al-run-date          pic x(08).
               10  ls-al-run-time          pic x(08).
               10  ls-al-raised-date       pic 9(08).
               10  ls-al-raised-time       pic 9(08).
               10  ls-al-level             pic 9(01).
               10  ls-al-person            pic x(20).
               10  ls-al-contact           pic x(40).
               10  ls-al-paged-date        pic 9(08).
               10  ls-al-paged-time        pic 9(08).
               10  ls-al-repeats           pic 9(05).
               10  ls-al-ack-by            pic x(20).
               10  ls-al-ack-date          pic x(08).
               10  ls-al-ack-time          pic x(08).
               10  ls-al-text              pic x(120).
           05  ls-alert-fields.
               10  ls-af-id                pic x(06).
               10  ls-af-state             pic x(07).
               10  ls-af-msgid             pic x(08).
               10  ls-af-run-date          pic x(08).
               10  ls-af-run-time          pic x(08).
               10  ls-af-raised-date       pic x(08).
               10  ls-af-raised-time       pic x(08).
               10  ls-af-level             pic x(01).
               10  ls-af-person            pic x(20).
               10  ls-af-contact           pic x(40).
               10  ls-af-paged-date        pic x(08).
               10  ls-af-paged-time        pic x(08).
               10  ls-af-repeats           pic x(05).
               10  ls-af-ack-by            pic x(20).
               10  ls-af-ack-date          pic x(08).
               10  ls-af-ack-time          pic x(08).
               10  ls-af-text              pic x(120).
           05  ls-outbox-fields.
               10  ls-ob-msgid             pic x(08).
               10  ls-ob-date              pic x(08).
               10  ls-ob-time              pic x(08).
               10  ls-ob-run-date          pic x(08).
               10  ls-ob-run-time          pic x(08).
               10  ls-ob-text              pic x(120).
           05  ls-outbox-lines             binary-long unsigned.
      *    The on-call roster.
           05  ls-roster-count             binary-long unsigned
                                           value zero.
           05  ls-roster-idx               binary-long unsigned.
           05  ls-roster-entry             occurs 100 times.
               10  ls-ro-day               pic x(03).
               10  ls-ro-start             pic 9(04).
               10  ls-ro-end               pic 9(04).
               10  ls-ro-level             pic 9(01).
               10  ls-ro-person            pic x(20).
               10  ls-ro-contact           pic x(40).
           05  ls-roster-fields.
               10  ls-rf-day               pic x(03).
               10  ls-rf-start             pic x(04).
               10  ls-rf-end               pic x(04).
               10  ls-rf-level             pic x(01).
               10  ls-rf-person            pic x(20).
               10  ls-rf-contact           pic x(40).
           05  ls-want-level               pic 9(01).
           05  ls-found-person             pic x(20).
           05  ls-found-contact            pic x(40).
           05  ls-notice-kind              pic x(09).
           05  ls-log-event                pic x(09).
           05  ls-log-date                 pic x(08).
           05  ls-log-time                 pic x(08).
      *    REPORT's view of the alert log: one entry per alert.
           05  ls-report-count             binary-long unsigned
                                           value zero.
           05  ls-report-idx               binary-long unsigned.
           05  ls-report-entry             occurs 2000 times.
               10  ls-rp-id                pic 9(06).
               10  ls-rp-msgid             pic x(08).
               10  ls-rp-raised-date       pic 9(08).
               10  ls-rp-raised-time       pic 9(08).
               10  ls-rp-raised-min        binary-double unsigned.
               10  ls-rp-ack-min           binary-double unsigned.
               10  ls-rp-close-min         binary-double unsigned.
               10  ls-rp-escalations       binary-long unsigned.
               10  ls-rp-person            pic x(20).
               10  ls-rp-acked             pic x(01).
               10  ls-rp-closed            pic x(01).
           05  ls-log-fields.
               10  ls-lf-date              pic x(08).
               10  ls-lf-time              pic x(08).
               10  ls-lf-id                pic x(06).
               10  ls-lf-event             pic x(09).
               10  ls-lf-msgid             pic x(08).
               10  ls-lf-level             pic x(01).
               10  ls-lf-person            pic x(20).
               10  ls-lf-by                pic x(20).
           05  ls-elapsed                  binary-double unsigned.
           05  ls-raised-total             binary-long unsigned.
           05  ls-acked-total              binary-long unsigned.
           05  ls-closed-total             binary-long unsigned.
           05  ls-escalated-total          binary-long unsigned.
           05  ls-ack-minutes-sum          binary-double unsigned.
           05  ls-close-minutes-sum        binary-double unsigned.
           05  ls-average                  binary-double unsigned.
      *    PROCESS counts.
           05  ls-new-count                binary-long unsigned
                                           value zero.
           05  ls-repeat-count             binary-long unsigned
                                           value zero.
           05  ls-paged-count              binary-long unsigned
                                           value zero.
           05  ls-escalated-count          binary-long unsigned
                                           value zero.
           05  ls-unrouted-count           binary-long unsigned
                                           value zero.
           05  ls-id-disp                  pic 9(06).
           05  ls-level-disp               pic 9(01).
           05  ls-count-disp               pic z(08)9(01).
           05  ls-count-disp2              pic z(08)9(01).
           05  ls-minutes-disp             pic z(08)9(01).
           05  ls-minutes-disp2            pic z(08)9(01).
           05  ls-lines-disp               pic 9(09).
           05  ls-repeats-disp             pic 9(05).
           05  ls-lock-area.
               10  ls-lock-name            pic x(256).
               10  ls-lock-file-name       pic x(256).
               10  ls-lock-owner           pic x(80).
               10  ls-lock-claimed         pic x(01) value 'N'.
                   88  claim-held          value 'Y' false 'N'.
               10  ls-lock-save-rc         binary-long.
      *    Shared files are resolved through primeenv; ls-env-name is
      *    the run's environment, stamped on the records it writes.
           05  ls-env-area.
               10  ls-env-logical          pic x(12).
               10  ls-env-path             pic x(256).
               10  ls-env-name             pic x(08) value spaces.
               10  ls-env-result           pic x(01).
               10  ls-env-reason           pic x(120).
           05  file-status.
               10  ls-stderr-status        pic 9(01)x(01).
                   88  sdterr-status-ok    value '00'.
               10  ls-outbox-status        pic 9(01)x(01).
                   88  outbox-status-ok    value '00'.
                   88  outbox-absent       value '35'.
               10  ls-alert-status         pic 9(01)x(01).
                   88  alert-status-ok     value '00'.
                   88  alert-file-absent   value '35'.
               10  ls-roster-status        pic 9(01)x(01).
                   88  roster-status-ok    value '00'.
               10  ls-alertlog-status      pic 9(01)x(01).
                   88  alertlog-status-ok  value '00'.
                   88  alertlog-absent     value '35'.
               10  ls-notice-status        pic 9(01)x(01).
                   88  notice-status-ok    value '00'.
                   88  notice-absent       value '35'.
               10  ls-report-status        pic 9(01)x(01).
                   88  report-status-ok    value '00'.
               10  ls-lock-status          pic 9(01)x(01).
                   88  lock-status-ok      value '00'.
                   88  lock-absent         value '35'.

      *    Catalogued-message work area for the shop-wide primemsg
      *    routine; ls-msg-severity accumulates the highest severity
      *    issued so far, which becomes the final return-code.
       01  ls-msg-area.
           05  ls-msg-id                   pic x(08).
           05  ls-msg-status               pic x(02).
           05  ls-msg-text                 pic x(120).
           05  ls-msg-build                pic x(120).
           05  ls-msg-severity             binary-long unsigned
                                           value zero.

       procedure division.

       0000-main.
           open output standard-error
           if not sdterr-status-ok
               display 'Cannot open stderr!'
               goback
           end-if

           accept ls-now-date from date yyyymmdd
           accept ls-now-time from time
           move ls-now-date to ls-stamp-date
           move ls-now-time to ls-stamp-time
           perform 9150-stamp-minutes
           move ls-stamp-minutes to ls-now-minutes

           perform 1000-get-command-line

      *    standard-error is the only file open at this point; close it
      *    explicitly so libcob's implicit-close-on-GOBACK warning does
      *    not land on the same stream as the message just written to
      *    it.
           if fatal-error
               close standard-error
               perform 8090-set-return-code
               goback
           end-if

           evaluate ls-verb
               when 'PROCESS'
               when 'ACK'
               when 'CLOSE'
                   move ls-alert-file to ls-lock-name
                   perform 7010-claim-one-file
                   if not fatal-error
                       perform 1200-load-alerts
                   end-if
                   if not fatal-error
                       perform 1400-open-trails
                   end-if
                   if not fatal-error
                       evaluate ls-verb
                           when 'PROCESS'
                               perform 1300-load-roster
                               perform 2000-process-alerts
                           when 'ACK'
                               perform 3000-acknowledge-alert
                           when 'CLOSE'
                               perform 3100-close-alert
                       end-evaluate
                   end-if
                   if alerts-changed and not fatal-error
                       perform 6000-save-alerts
                   end-if
                   if trails-open
                       close alertlog-file notice-file
                   end-if
                   perform 7900-release-claim
               when 'LIST'
                   perform 1200-load-alerts
                   if not fatal-error
                       perform 4000-list-alerts
                   end-if
               when 'REPORT'
                   perform 5000-report-response
           end-evaluate

           if report-opened
               close report-file
           end-if
           close standard-error

           perform 8090-set-return-code
           goback
           .
       1000-get-command-line.
           perform 7050-resolve-files
           if fatal-error
               exit paragraph
           end-if

           accept ls-arguments from command-line

           move spaces to ls-token-area
           move zero to ls-token-count

           unstring ls-arguments delimited by all space
               into ls-token(1) ls-token(2) ls-token(3) ls-token(4)
                    ls-token(5) ls-token(6) ls-token(7) ls-token(8)
               tallying in ls-token-count

           move ls-token(1) to ls-verb
           evaluate ls-verb
               when 'PROCESS'
      *            The processor's own changes are logged as its own.
                   move 'primealt' to ls-by
                   move 2 to ls-token-idx
               when 'LIST'
               when 'REPORT'
                   move 2 to ls-token-idx
               when 'ACK'
               when 'CLOSE'
                   move ls-token(2) to ls-generic-text
                   perform 4050-parse-numeric-field
                   if not generic-value-valid
                           or ls-generic-value = zero
                           or ls-generic-value > 999999
                       perform 1050-issue-usage
                       exit paragraph
                   end-if
                   move ls-generic-value to ls-target-id
                   move 3 to ls-token-idx
               when other
                   perform 1050-issue-usage
                   exit paragraph
           end-evaluate

           perform varying ls-token-idx from ls-token-idx by 1
                   until (ls-token-idx > ls-token-count)
                           or fatal-error
               evaluate true
                   when ls-token(ls-token-idx) = spaces
                       continue
                   when ls-token(ls-token-idx)(1:9) = 'ESCALATE='
                       move ls-token(ls-token-idx)(10:20)
                               to ls-generic-text
                       perform 4050-parse-numeric-field
                       if generic-value-valid
                               and ls-generic-value > zero
                               and ls-generic-value <= 1440
                           move ls-generic-value
                                   to ls-escalate-minutes
                       else
                           perform 1050-issue-usage
                       end-if
                   when ls-token(ls-token-idx)(1:3) = 'BY='
                           and ls-token(ls-token-idx)(4:) not = spaces
                       move ls-token(ls-token-idx)(4:20) to ls-by
                   when ls-token(ls-token-idx)(1:5) = 'FROM='
                       move ls-token(ls-token-idx)(6:20)
                               to ls-generic-text
                       perform 4050-parse-numeric-field
                       if generic-value-valid
                               and ls-generic-value >= 19000101
                               and ls-generic-value <= 99991231
                           move ls-generic-value to ls-from-date
                       else
                           perform 1050-issue-usage
                       end-if
                   when ls-token(ls-token-idx)(1:3) = 'TO='
                       move ls-token(ls-token-idx)(4:20)
                               to ls-generic-text
                       perform 4050-parse-numeric-field
                       if generic-value-valid
                               and ls-generic-value >= 19000101
                               and ls-generic-value <= 99991231
                           move ls-generic-value to ls-to-date
                       else
                           perform 1050-issue-usage
                       end-if
                   when ls-token(ls-token-idx)(1:7) = 'OUTBOX='
                       move ls-token(ls-token-idx)(8:249)
                               to ls-outbox-file
                   when ls-token(ls-token-idx)(1:7) = 'ALERTS='
                       move ls-token(ls-token-idx)(8:249)
                               to ls-alert-file
                   when ls-token(ls-token-idx)(1:7) = 'ROSTER='
                       move ls-token(ls-token-idx)(8:249)
                               to ls-roster-file
                   when ls-token(ls-token-idx)(1:4) = 'LOG='
                       move ls-token(ls-token-idx)(5:252)
                               to ls-alertlog-file
                   when ls-token(ls-token-idx)(1:8) = 'NOTICES='
                       move ls-token(ls-token-idx)(9:248)
                               to ls-notice-file
                   when ls-token(ls-token-idx)(1:7) = 'REPORT='
                       move ls-token(ls-token-idx)(8:249)
                               to ls-report-file
                   when other
                       perform 1050-issue-usage
               end-evaluate
           end-perform
           .
       1050-issue-usage.
           move 'PRM0414E' to ls-msg-id
           move spaces to ls-msg-text
           string  'Usage is primealt PROCESS|ACK id|CLOSE id|LIST|'
                           delimited by size
                   'REPORT [ESCALATE=n] [BY=] [FROM=] [TO=] [ROSTER='
                           delimited by size
                   '] [REPORT=].'
                           delimited by size
                   into ls-msg-text
           perform 8000-issue-message
           set fatal-error to true
           .
       1200-load-alerts.
      *    No alert file yet is simply no alerts yet.
           open input alert-file
           if alert-file-absent
               exit paragraph
           end-if
           if not alert-status-ok
               move 'PRM0733S' to ls-msg-id
               move ls-alert-status to ls-msg-status
               move 'Cannot read alert file.' to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if

           perform until exit
               read alert-file
                   at end
                       exit perform
               end-read

               if alert-line(1:8) = 'CONTROL|'
                   perform 1210-parse-control-line
               else
                   perform 1220-parse-alert-line
               end-if
           end-perform

           close alert-file
           .
       1210-parse-control-line.
           move spaces to ls-alert-fields ls-generic-text
           unstring alert-line delimited by '|'
               into ls-af-state ls-generic-text ls-af-id

           perform 4050-parse-numeric-field
           if generic-value-valid
               move ls-generic-value to ls-lines-taken
           end-if
           if ls-af-id is numeric and ls-af-id not = zero
               move ls-af-id to ls-next-id
           end-if
           .
       1220-parse-alert-line.
           if alert-line = spaces or ls-alert-count >= c-max-alerts
               exit paragraph
           end-if

           move spaces to ls-alert-fields
           unstring alert-line delimited by '|'
               into ls-af-id         ls-af-state
                    ls-af-msgid      ls-af-run-date
                    ls-af-run-time   ls-af-raised-date
                    ls-af-raised-time ls-af-level
                    ls-af-person     ls-af-contact
                    ls-af-paged-date ls-af-paged-time
                    ls-af-repeats    ls-af-ack-by
                    ls-af-ack-date   ls-af-ack-time
                    ls-af-text

           if ls-af-id is not numeric
               exit paragraph
           end-if

           add 1 to ls-alert-count
           move ls-alert-count to ls-alert-idx
           move ls-af-id to ls-al-id(ls-alert-idx)
           move ls-af-state to ls-al-state(ls-alert-idx)
           move ls-af-msgid to ls-al-msgid(ls-alert-idx)
           move ls-af-run-date to ls-al-run-date(ls-alert-idx)
           move ls-af-run-time to ls-al-run-time(ls-alert-idx)
           move zero to ls-al-raised-date(ls-alert-idx)
                        ls-al-raised-time(ls-alert-idx)
                        ls-al-level(ls-alert-idx)
                        ls-al-paged-date(ls-alert-idx)
                        ls-al-paged-time(ls-alert-idx)
                        ls-al-repeats(ls-alert-idx)
           if ls-af-raised-date is numeric
               move ls-af-raised-date to ls-al-raised-date(ls-alert-idx)
           end-if
           if ls-af-raised-time is numeric
               move ls-af-raised-time to ls-al-raised-time(ls-alert-idx)
           end-if
           if ls-af-level is numeric
               move ls-af-level to ls-al-level(ls-alert-idx)
           end-if
           move ls-af-person to ls-al-person(ls-alert-idx)
           move ls-af-contact to ls-al-contact(ls-alert-idx)
           if ls-af-paged-date is numeric
               move ls-af-paged-date to ls-al-paged-date(ls-alert-idx)
           end-if
           if ls-af-paged-time is numeric
               move ls-af-paged-time to ls-al-paged-time(ls-alert-idx)
           end-if
           if ls-af-repeats is numeric
               move ls-af-repeats to ls-al-repeats(ls-alert-idx)
           end-if
           move ls-af-ack-by to ls-al-ack-by(ls-alert-idx)
           move ls-af-ack-date to ls-al-ack-date(ls-alert-idx)
           move ls-af-ack-time to ls-al-ack-time(ls-alert-idx)
           move ls-af-text to ls-al-text(ls-alert-idx)
           .
       1300-load-roster.
      *    A missing roster leaves every new alert unrouted (and
      *    warned about), never lost: the next PROCESS with a roster
      *    in place pages them.
           open input roster-file
           if not roster-status-ok
               move 'PRM0530W' to ls-msg-id
               move spaces to ls-msg-text
               string  'Cannot read on-call roster '
                                           delimited by size
                       ls-roster-file      delimited by space
                       '; alerts stay unrouted.'
                                           delimited by size
                       into ls-msg-text
               perform 8000-issue-message
               exit paragraph
           end-if

           perform until exit
               read roster-file
                   at end
                       exit perform
               end-read

               perform 1310-parse-roster-line
           end-perform

           close roster-file

      *    Weekday of today and of yesterday (1 Monday .. 7 Sunday);
      *    day number zero fell on a Tuesday, hence the offset of
      *    five.
           move ls-now-date to ls-stamp-date
           move ls-stamp-yyyy to ls-day-year
           move ls-stamp-mm to ls-day-month
           move ls-stamp-dd to ls-day-day
           perform 9100-compute-day-number
           add 5 to ls-day-number
           divide ls-day-number by 7 giving ls-cal-quotient
                   remainder ls-cal-remainder
           compute ls-today-dow = ls-cal-remainder + 1
           if ls-today-dow = 1
               move 7 to ls-yesterday-dow
           else
               compute ls-yesterday-dow = ls-today-dow - 1
           end-if
           .
       1310-parse-roster-line.
           if roster-line = spaces or roster-line(1:1) = '*'
                   or ls-roster-count >= c-max-roster
               exit paragraph
           end-if

           move spaces to ls-roster-fields
           unstring roster-line delimited by '|'
               into ls-rf-day ls-rf-start ls-rf-end ls-rf-level
                    ls-rf-person ls-rf-contact

           if ls-rf-start is not numeric or ls-rf-end is not numeric
                   or ls-rf-level is not numeric
                   or ls-rf-level = '0' or ls-rf-person = spaces
               exit paragraph
           end-if

           add 1 to ls-roster-count
           move ls-rf-day to ls-ro-day(ls-roster-count)
           move ls-rf-start to ls-ro-start(ls-roster-count)
           move ls-rf-end to ls-ro-end(ls-roster-count)
           move ls-rf-level to ls-ro-level(ls-roster-count)
           move ls-rf-person to ls-ro-person(ls-roster-count)
           move ls-rf-contact to ls-ro-contact(ls-roster-count)
           .
       1400-open-trails.
      *    The alert log and the notice file are appended to; both
      *    must be open before anything changes, so no state change
      *    goes unrecorded.
           open extend alertlog-file
           if alertlog-absent
               open output alertlog-file
           end-if
           if not alertlog-status-ok
               move 'PRM0734S' to ls-msg-id
               move ls-alertlog-status to ls-msg-status
               move 'Cannot open alert log.' to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if

           open extend notice-file
           if notice-absent
               open output notice-file
           end-if
           if not notice-status-ok
               close alertlog-file
               move 'PRM0734S' to ls-msg-id
               move ls-notice-status to ls-msg-status
               move 'Cannot open alert notice file.' to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if

           set trails-open to true
           .
       2000-process-alerts.
           perform 2100-take-outbox
           perform 2200-route-new-alerts
           perform 2300-escalate-alerts

           move ls-new-count to ls-count-disp
           move ls-repeat-count to ls-count-disp2
           move ls-paged-count to ls-minutes-disp
           move ls-escalated-count to ls-minutes-disp2
           display 'Alerts raised  ' ls-count-disp
           display 'Repeats        ' ls-count-disp2
           display 'Pages sent     ' ls-minutes-disp
           display 'Escalations    ' ls-minutes-disp2

           if ls-unrouted-count > zero
               move ls-unrouted-count to ls-count-disp
               move 'PRM0528W' to ls-msg-id
               move spaces to ls-msg-text
               string  'No one on call for'  delimited by size
                       ls-count-disp          delimited by size
                       ' alert(s); they stay open unrouted.'
                                              delimited by size
                       into ls-msg-text
               perform 8000-issue-message
           end-if
           .
       2100-take-outbox.
      *    Only lines past the count already taken are new. An outbox
      *    shorter than that count has been cleared away since and is
      *    taken from its first line.
           open input outbox-file
           if outbox-absent
               if ls-lines-taken not = zero
                   move zero to ls-lines-taken
                   set alerts-changed to true
               end-if
               exit paragraph
           end-if
           if not outbox-status-ok
               move 'PRM0733S' to ls-msg-id
               move ls-outbox-status to ls-msg-status
               move 'Cannot read alert outbox.' to ls-msg-text
               perform 8010-issue-open-error
               exit paragraph
           end-if

           move zero to ls-outbox-lines
           perform until exit
               read outbox-file
                   at end
                       exit perform
               end-read
               add 1 to ls-outbox-lines
           end-perform
           close outbox-file

           if ls-outbox-lines < ls-lines-taken
               move zero to ls-lines-taken
               set alerts-changed to true
           end-if
           if ls-outbox-lines = ls-lines-taken
               exit paragraph
           end-if

           open input outbox-file
           if not outbox-status-ok
               exit paragraph
           end-if

           move zero to ls-outbox-lines
           perform until exit
               read outbox-file
                   at end
                       exit perform
               end-read
               add 1 to ls-outbox-lines
               if ls-outbox-lines > ls-lines-taken
                   perform 2110-take-outbox-line
                   if ls-alert-count >= c-max-alerts
                           and table-full-warned
                       exit perform
                   end-if
                   move ls-outbox-lines to ls-lines-taken
                   set alerts-changed to true
               end-if
           end-perform

           close outbox-file
           .
       2110-take-outbox-line.
      *    A repeat -- same message id, same run -- of an alert still
      *    open only counts on that alert.
           move spaces to ls-outbox-fields
           unstring outbox-line delimited by '|'
               into ls-ob-msgid ls-ob-date ls-ob-time ls-ob-run-date
                    ls-ob-run-time ls-ob-text

           perform varying ls-alert-idx from 1 by 1
                   until ls-alert-idx > ls-alert-count
               if ls-al-msgid(ls-alert-idx) = ls-ob-msgid and
                       ls-al-run-date(ls-alert-idx) = ls-ob-run-date
                       and ls-al-run-time(ls-alert-idx) =
                           ls-ob-run-time
                   if ls-al-repeats(ls-alert-idx) < 99999
                       add 1 to ls-al-repeats(ls-alert-idx)
                   end-if
                   add 1 to ls-repeat-count
                   exit paragraph
               end-if
           end-perform

      *    The table is full: this line and every later one wait in
      *    the outbox for a pass after some alerts are closed.
           if ls-alert-count >= c-max-alerts
               if not table-full-warned
                   move 'PRM0529W' to ls-msg-id
                   move spaces to ls-msg-text
                   string  'Alert file is full (500 open alerts); the '
                                                      delimited by size
                           'rest of the outbox waits for the next pass.'
                                                      delimited by size
                           into ls-msg-text
                   perform 8000-issue-message
                   set table-full-warned to true
               end-if
               exit paragraph
           end-if

           add 1 to ls-alert-count
           move ls-alert-count to ls-alert-idx
           move ls-next-id to ls-al-id(ls-alert-idx)
           if ls-next-id = 999999
               move 1 to ls-next-id
           else
               add 1 to ls-next-id
           end-if
           move 'OPEN' to ls-al-state(ls-alert-idx)
           move ls-ob-msgid to ls-al-msgid(ls-alert-idx)
           move ls-ob-run-date to ls-al-run-date(ls-alert-idx)
           move ls-ob-run-time to ls-al-run-time(ls-alert-idx)
           move ls-now-date to ls-al-raised-date(ls-alert-idx)
           move ls-now-time to ls-al-raised-time(ls-alert-idx)
           if ls-ob-date is numeric
               move ls-ob-date to ls-al-raised-date(ls-alert-idx)
           end-if
           if ls-ob-time is numeric
               move ls-ob-time to ls-al-raised-time(ls-alert-idx)
           end-if
           move zero to ls-al-level(ls-alert-idx)
                        ls-al-paged-date(ls-alert-idx)
                        ls-al-paged-time(ls-alert-idx)
                        ls-al-repeats(ls-alert-idx)
           move spaces to ls-al-person(ls-alert-idx)
                          ls-al-contact(ls-alert-idx)
                          ls-al-ack-by(ls-alert-idx)
                          ls-al-ack-date(ls-alert-idx)
                          ls-al-ack-time(ls-alert-idx)
           move ls-ob-text to ls-al-text(ls-alert-idx)
           add 1 to ls-new-count

      *    The raise is logged at the message's own stamp, so the
      *    response times run from when the problem was reported.
           move ls-al-raised-date(ls-alert-idx) to ls-log-date
           move ls-al-raised-time(ls-alert-idx) to ls-log-time
           move 'RAISED' to ls-log-event
           perform 9300-write-log
           .
       2200-route-new-alerts.
      *    Every alert not yet paged -- new this pass, or left
      *    unrouted by an earlier one -- goes to roster level 1.
           perform varying ls-alert-idx from 1 by 1
                   until ls-alert-idx > ls-alert-count
               if ls-al-state(ls-alert-idx) = 'OPEN' and
                       ls-al-paged-date(ls-alert-idx) = zero
                   move 1 to ls-want-level
                   perform 2400-find-on-call
                   if person-found
                       move 1 to ls-al-level(ls-alert-idx)
                       move 'NEW' to ls-notice-kind
                       move 'NOTIFIED' to ls-log-event
                       perform 2450-page-on-call
                   else
                       add 1 to ls-unrouted-count
                       if ls-al-person(ls-alert-idx) not = '*UNROUTED'
                           move '*UNROUTED'
                                   to ls-al-person(ls-alert-idx)
                           move ls-now-date to ls-log-date
                           move ls-now-time to ls-log-time
                           move 'UNROUTED' to ls-log-event
                           perform 9300-write-log
                           set alerts-changed to true
                       end-if
                   end-if
               end-if
           end-perform
           .
       2300-escalate-alerts.
      *    An alert paged ESCALATE= minutes ago and still not
      *    acknowledged goes one level up; past the last level the
      *    top level is paged again. Whoever is on call at that level
      *    now is paged, so a shift change is followed.
           perform varying ls-alert-idx from 1 by 1
                   until ls-alert-idx > ls-alert-count
               if ls-al-state(ls-alert-idx) = 'OPEN' and
                       ls-al-paged-date(ls-alert-idx) not = zero
                   move ls-al-paged-date(ls-alert-idx)
                           to ls-stamp-date
                   move ls-al-paged-time(ls-alert-idx)
                           to ls-stamp-time
                   perform 9150-stamp-minutes
                   if ls-now-minutes >= ls-stamp-minutes
                                        + ls-escalate-minutes
                       perform 2310-escalate-one-alert
                   end-if
               end-if
           end-perform
           .
       2310-escalate-one-alert.
           set person-found to false
           if ls-al-level(ls-alert-idx) < 9
               compute ls-want-level = ls-al-level(ls-alert-idx) + 1
               perform 2400-find-on-call
           end-if

           if person-found
               move ls-want-level to ls-al-level(ls-alert-idx)
               move 'ESCALATED' to ls-notice-kind
               move 'ESCALATED' to ls-log-event
               add 1 to ls-escalated-count
           else
               move ls-al-level(ls-alert-idx) to ls-want-level
               perform 2400-find-on-call
               if not person-found
      *            Nobody at this level now either: the page stands
      *            and is tried again next pass.
                   exit paragraph
               end-if
               move 'REPAGE' to ls-notice-kind
               move 'REPAGED' to ls-log-event
           end-if

           perform 2450-page-on-call
           .
       2400-find-on-call.
      *    The first roster card at ls-want-level whose shift holds
      *    the current time: a day shift on today's (or every) day,
      *    or the tail of an overnight shift begun yesterday.
           set person-found to false
           move spaces to ls-found-person ls-found-contact

           perform varying ls-roster-idx from 1 by 1
                   until ls-roster-idx > ls-roster-count
                           or person-found
               if ls-ro-level(ls-roster-idx) = ls-want-level
                   if ls-ro-start(ls-roster-idx) <=
                           ls-ro-end(ls-roster-idx)
                       if (ls-ro-day(ls-roster-idx) = 'ALL' or
                               ls-ro-day(ls-roster-idx) =
                                   ls-day-name(ls-today-dow))
                               and ls-now-hhmm >=
                                   ls-ro-start(ls-roster-idx)
                               and ls-now-hhmm <
                                   ls-ro-end(ls-roster-idx)
                           set person-found to true
                       end-if
                   else
                       if (ls-ro-day(ls-roster-idx) = 'ALL' or
                               ls-ro-day(ls-roster-idx) =
                                   ls-day-name(ls-today-dow))
                               and ls-now-hhmm >=
                                   ls-ro-start(ls-roster-idx)
                           set person-found to true
                       end-if
                       if (ls-ro-day(ls-roster-idx) = 'ALL' or
                               ls-ro-day(ls-roster-idx) =
                                   ls-day-name(ls-yesterday-dow))
                               and ls-now-hhmm <
                                   ls-ro-end(ls-roster-idx)
                           set person-found to true
                       end-if
                   end-if
                   if person-found
                       move ls-ro-person(ls-roster-idx)
                               to ls-found-person
                       move ls-ro-contact(ls-roster-idx)
                               to ls-found-contact
                   end-if
               end-if
           end-perform
           .
       2450-page-on-call.
      *    ls-notice-kind and ls-log-event set by the caller; the
      *    alert in hand goes to ls-found-person.
           move ls-found-person to ls-al-person(ls-alert-idx)
           move ls-found-contact to ls-al-contact(ls-alert-idx)
           move ls-now-date to ls-al-paged-date(ls-alert-idx)
           move ls-now-time to ls-al-paged-time(ls-alert-idx)
           set alerts-changed to true
           add 1 to ls-paged-count

           move ls-al-id(ls-alert-idx) to ls-id-disp
           move ls-al-level(ls-alert-idx) to ls-level-disp
           move spaces to notice-line
           string  ls-now-date                 delimited by size
                   '|'                         delimited by size
                   ls-now-time                 delimited by size
                   '|'                         delimited by size
                   ls-id-disp                  delimited by size
                   '|'                         delimited by size
                   ls-notice-kind              delimited by space
                   '|'                         delimited by size
                   ls-level-disp               delimited by size
                   '|'                         delimited by size
                   ls-found-person             delimited by space
                   '|'                         delimited by size
                   ls-found-contact            delimited by space
                   '|'                         delimited by size
                   ls-al-msgid(ls-alert-idx)   delimited by size
                   '|'                         delimited by size
                   ls-al-text(ls-alert-idx)    delimited by size
                   into notice-line
           write notice-line

           move ls-now-date to ls-log-date
           move ls-now-time to ls-log-time
           perform 9300-write-log
           .
       3000-acknowledge-alert.
           perform 3050-find-alert
           if not alert-found
               exit paragraph
           end-if

           if ls-al-state(ls-alert-idx) = 'ACKED'
               move 'PRM0527W' to ls-msg-id
               move spaces to ls-msg-text
               string  'Alert '               delimited by size
                       ls-target-id           delimited by size
                       ' was already acknowledged by '
                                              delimited by size
                       ls-al-ack-by(ls-alert-idx)
                                              delimited by space
                       '.'                    delimited by size
                       into ls-msg-text
               perform 8000-issue-message
               exit paragraph
           end-if

           move 'ACKED' to ls-al-state(ls-alert-idx)
           move ls-by to ls-al-ack-by(ls-alert-idx)
           move ls-now-date to ls-al-ack-date(ls-alert-idx)
           move ls-now-time to ls-al-ack-time(ls-alert-idx)
           set alerts-changed to true

           move ls-now-date to ls-log-date
           move ls-now-time to ls-log-time
           move 'ACKED' to ls-log-event
           perform 9300-write-log

           display 'Alert ' ls-target-id ' acknowledged.'
           .
       3050-find-alert.
           set alert-found to false
           perform varying ls-alert-idx from 1 by 1
                   until ls-alert-idx > ls-alert-count
               if ls-al-id(ls-alert-idx) = ls-target-id
                   set alert-found to true
                   exit perform
               end-if
           end-perform

           if not alert-found
               move 'PRM0415E' to ls-msg-id
               move spaces to ls-msg-text
               string  'Alert '               delimited by size
                       ls-target-id           delimited by size
                       ' is not open.'        delimited by size
                       into ls-msg-text
               perform 8000-issue-message
           end-if
           .
       3100-close-alert.
      *    A closed alert leaves the alert file; the log keeps its
      *    history.
           perform 3050-find-alert
           if not alert-found
               exit paragraph
           end-if

           move ls-now-date to ls-log-date
           move ls-now-time to ls-log-time
           move 'CLOSED' to ls-log-event
           perform 9300-write-log

           perform varying ls-alert-idx from ls-alert-idx by 1
                   until ls-alert-idx >= ls-alert-count
               move ls-alert-entry(ls-alert-idx + 1)
                       to ls-alert-entry(ls-alert-idx)
           end-perform
           subtract 1 from ls-alert-count
           set alerts-changed to true

           display 'Alert ' ls-target-id ' closed.'
           .
       4000-list-alerts.
           perform 4900-open-report
           if fatal-error
               exit paragraph
           end-if

           move spaces to report-line
           string  'PRIMEALT - OPEN ALERTS '  delimited by size
                   ls-now-date                 delimited by size
                   ' '                         delimited by size
                   ls-now-time                 delimited by size
                   into report-line
           write report-line

           if ls-alert-count = zero
               move '  None.' to report-line
               write report-line
               exit paragraph
           end-if

           perform varying ls-alert-idx from 1 by 1
                   until ls-alert-idx > ls-alert-count
               move ls-al-level(ls-alert-idx) to ls-level-disp
               move ls-al-repeats(ls-alert-idx) to ls-repeats-disp
               move spaces to report-line
               string  ls-al-id(ls-alert-idx)      delimited by size
                       ' '                         delimited by size
                       ls-al-state(ls-alert-idx)   delimited by size
                       ' '                         delimited by size
                       ls-al-msgid(ls-alert-idx)   delimited by size
                       ' raised '                  delimited by size
                       ls-al-raised-date(ls-alert-idx)
                                                   delimited by size
                       ' '                         delimited by size
                       ls-al-raised-time(ls-alert-idx)
                                                   delimited by size
                       ' level '                   delimited by size
                       ls-level-disp               delimited by size
                       ' '                         delimited by size
                       ls-al-person(ls-alert-idx)  delimited by space
                       ' repeats '                 delimited by size
                       ls-repeats-disp             delimited by size
                       into report-line
               write report-line
               move spaces to report-line
               string  '       '                   delimited by size
                       ls-al-text(ls-alert-idx)    delimited by size
                       into report-line
               write report-line
               if ls-al-state(ls-alert-idx) = 'ACKED'
                   move spaces to report-line
                   string  '       acknowledged by '
                                                   delimited by size
                           ls-al-ack-by(ls-alert-idx)
                                                   delimited by space
                           ' '                     delimited by size
                           ls-al-ack-date(ls-alert-idx)
                                                   delimited by size
                           ' '                     delimited by size
                           ls-al-ack-time(ls-alert-idx)
                                                   delimited by size
                           into report-line
                   write report-line
               end-if
           end-perform
           .
       4050-parse-numeric-field.
           move zero to ls-generic-temp
           move zero to ls-generic-value
           set generic-value-valid to false

           perform varying ls-generic-idx from 1 by 1
                   until ls-generic-idx > 20
               if is-generic-digit(ls-generic-idx)
                   compute ls-generic-temp =
                           ls-generic-temp * 10 +
                           ls-generic-9(ls-generic-idx)
                   set generic-value-valid to true
               else
                   if ls-generic-c(ls-generic-idx) not = space
                       set generic-value-valid to false
                       exit paragraph
                   end-if
               end-if
           end-perform

           if ls-generic-temp > c-value-ceiling
               set generic-value-valid to false
               exit paragraph
           end-if

           if generic-value-valid
               move ls-generic-temp to ls-generic-value
           end-if
           .
       4900-open-report.
           if ls-report-file = spaces
               move c-stdout to ls-report-file
           end-if

           open output report-file
           if not report-status-ok
               move 'PRM0735S' to ls-msg-id
               move ls-report-status to ls-msg-status
               move 'Cannot open alert report.' to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if

           set report-opened to true
           .
       5000-report-response.
      *    Response times, one line per alert raised in the period:
      *    minutes from the raise to the acknowledgment and to the
      *    close, and how often it had to be escalated.
           perform 4900-open-report
           if fatal-error
               exit paragraph
           end-if

           open input alertlog-file
           if not alertlog-status-ok
               move 'PRM0734S' to ls-msg-id
               move ls-alertlog-status to ls-msg-status
               move 'Cannot open alert log.' to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if

           perform until exit
               read alertlog-file
                   at end
                       exit perform
               end-read

               perform 5100-take-log-line
           end-perform

           close alertlog-file

           perform 5200-write-response-report
           .
       5100-take-log-line.
           move spaces to ls-log-fields
           unstring alertlog-line delimited by '|'
               into ls-lf-date ls-lf-time ls-lf-id ls-lf-event
                    ls-lf-msgid ls-lf-level ls-lf-person ls-lf-by

           if ls-lf-id is not numeric or ls-lf-date is not numeric
                   or ls-lf-time is not numeric
               exit paragraph
           end-if

           move ls-lf-date to ls-stamp-date
           move ls-lf-time to ls-stamp-time
           perform 9150-stamp-minutes

           if ls-lf-event = 'RAISED'
               if ls-stamp-date < ls-from-date or
                       ls-stamp-date > ls-to-date
                   exit paragraph
               end-if
               if ls-report-count >= c-max-report
                   if ls-report-count = c-max-report
                       move 'PRM0531W' to ls-msg-id
                       move spaces to ls-msg-text
                       string  'More than 2000 alerts in the period; '
                                                       delimited by size
                               'the report stops at the first 2000.'
                                                       delimited by size
                               into ls-msg-text
                       perform 8000-issue-message
                       add 1 to ls-report-count
                   end-if
                   exit paragraph
               end-if
               add 1 to ls-report-count
               move ls-report-count to ls-report-idx
               move ls-lf-id to ls-rp-id(ls-report-idx)
               move ls-lf-msgid to ls-rp-msgid(ls-report-idx)
               move ls-stamp-date to ls-rp-raised-date(ls-report-idx)
               move ls-stamp-time to ls-rp-raised-time(ls-report-idx)
               move ls-stamp-minutes
                       to ls-rp-raised-min(ls-report-idx)
               move zero to ls-rp-ack-min(ls-report-idx)
                            ls-rp-close-min(ls-report-idx)
                            ls-rp-escalations(ls-report-idx)
               move spaces to ls-rp-person(ls-report-idx)
               move 'N' to ls-rp-acked(ls-report-idx)
                           ls-rp-closed(ls-report-idx)
               exit paragraph
           end-if

      *    Later events belong to the newest alert of that id, since
      *    alert numbers are eventually reused.
           perform varying ls-report-idx from ls-report-count by -1
                   until ls-report-idx = zero
               if ls-report-idx <= c-max-report
                   if ls-rp-id(ls-report-idx) = ls-lf-id
                       exit perform
                   end-if
               end-if
           end-perform
           if ls-report-idx = zero
               exit paragraph
           end-if

           if ls-stamp-minutes > ls-rp-raised-min(ls-report-idx)
               compute ls-elapsed = ls-stamp-minutes
                                  - ls-rp-raised-min(ls-report-idx)
           else
               move zero to ls-elapsed
           end-if

           evaluate ls-lf-event
               when 'NOTIFIED'
               when 'REPAGED'
                   move ls-lf-person to ls-rp-person(ls-report-idx)
               when 'ESCALATED'
                   move ls-lf-person to ls-rp-person(ls-report-idx)
                   add 1 to ls-rp-escalations(ls-report-idx)
               when 'ACKED'
                   if ls-rp-acked(ls-report-idx) = 'N'
                       move 'Y' to ls-rp-acked(ls-report-idx)
                       move ls-elapsed to ls-rp-ack-min(ls-report-idx)
                   end-if
               when 'CLOSED'
                   move 'Y' to ls-rp-closed(ls-report-idx)
                   move ls-elapsed to ls-rp-close-min(ls-report-idx)
           end-evaluate
           .
       5200-write-response-report.
           move spaces to report-line
           string  'PRIMEALT - ALERT RESPONSE REPORT '
                                           delimited by size
                   ls-from-date            delimited by size
                   ' - '                   delimited by size
                   ls-to-date              delimited by size
                   into report-line
           write report-line

           move spaces to report-line
           string  'Alert  Msg id   Raised                '
                                           delimited by size
                   '   Ack min  Close min Esc Last paged'
                                           delimited by size
                   into report-line
           write report-line

           move zero to ls-raised-total ls-acked-total ls-closed-total
                        ls-escalated-total ls-ack-minutes-sum
                        ls-close-minutes-sum

           perform varying ls-report-idx from 1 by 1
                   until ls-report-idx > ls-report-count
                           or ls-report-idx > c-max-report
               add 1 to ls-raised-total
               move ls-rp-ack-min(ls-report-idx) to ls-minutes-disp
               move ls-rp-close-min(ls-report-idx) to ls-minutes-disp2
               move ls-rp-escalations(ls-report-idx) to ls-level-disp
               move spaces to report-line
               string  ls-rp-id(ls-report-idx)    delimited by size
                       ' '                        delimited by size
                       ls-rp-msgid(ls-report-idx) delimited by size
                       ' '                        delimited by size
                       ls-rp-raised-date(ls-report-idx)
                                                  delimited by size
                       ' '                        delimited by size
                       ls-rp-raised-time(ls-report-idx)
                                                  delimited by size
                       into report-line
               if ls-rp-acked(ls-report-idx) = 'Y'
                   add 1 to ls-acked-total
                   add ls-rp-ack-min(ls-report-idx)
                           to ls-ack-minutes-sum
                   move ls-minutes-disp to report-line(35:10)
               else
                   move '   not yet' to report-line(35:10)
               end-if
               if ls-rp-closed(ls-report-idx) = 'Y'
                   add 1 to ls-closed-total
                   add ls-rp-close-min(ls-report-idx)
                           to ls-close-minutes-sum
                   move ls-minutes-disp2 to report-line(46:10)
               else
                   move '      open' to report-line(46:10)
               end-if
               if ls-rp-escalations(ls-report-idx) > zero
                   add 1 to ls-escalated-total
               end-if
               move ls-level-disp to report-line(59:1)
               move ls-rp-person(ls-report-idx) to report-line(61:20)
               write report-line
           end-perform

           move spaces to report-line
           write report-line

           move ls-raised-total to ls-count-disp
           move ls-escalated-total to ls-count-disp2
           move spaces to report-line
           string  ls-count-disp              delimited by size
                   ' alert(s) raised,'        delimited by size
                   ls-count-disp2             delimited by size
                   ' escalated at least once.'
                                              delimited by size
                   into report-line
           write report-line

           move zero to ls-average
           if ls-acked-total > zero
               divide ls-ack-minutes-sum by ls-acked-total
                       giving ls-average
           end-if
           move ls-acked-total to ls-count-disp
           move ls-average to ls-minutes-disp
           move spaces to report-line
           string  ls-count-disp              delimited by size
                   ' acknowledged, on average after'
                                              delimited by size
                   ls-minutes-disp            delimited by size
                   ' minute(s).'              delimited by size
                   into report-line
           write report-line

           move zero to ls-average
           if ls-closed-total > zero
               divide ls-close-minutes-sum by ls-closed-total
                       giving ls-average
           end-if
           move ls-closed-total to ls-count-disp
           move ls-average to ls-minutes-disp
           move spaces to report-line
           string  ls-count-disp              delimited by size
                   ' closed, on average after'
                                              delimited by size
                   ls-minutes-disp            delimited by size
                   ' minute(s).'              delimited by size
                   into report-line
           write report-line
           .
       6000-save-alerts.
      *    The whole alert file is rewritten under the claim: the
      *    control line first, then the alerts still open.
           open output alert-file
           if not alert-status-ok
               move 'PRM0733S' to ls-msg-id
               move ls-alert-status to ls-msg-status
               move 'Cannot rewrite alert file.' to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if

           move ls-lines-taken to ls-lines-disp
           move spaces to alert-line
           string  'CONTROL|'                 delimited by size
                   ls-lines-disp               delimited by size
                   '|'                        delimited by size
                   ls-next-id                  delimited by size
                   into alert-line
           write alert-line

           perform varying ls-alert-idx from 1 by 1
                   until ls-alert-idx > ls-alert-count
               move spaces to alert-line
               string  ls-al-id(ls-alert-idx)          delimited by size
                       '|'                             delimited by size
                       ls-al-state(ls-alert-idx)    delimited by space
                       '|'                             delimited by size
                       ls-al-msgid(ls-alert-idx)       delimited by size
                       '|'                             delimited by size
                       ls-al-run-date(ls-alert-idx)    delimited by size
                       '|'                             delimited by size
                       ls-al-run-time(ls-alert-idx)    delimited by size
                       '|'                             delimited by size
                       ls-al-raised-date(ls-alert-idx) delimited by size
                       '|'                             delimited by size
                       ls-al-raised-time(ls-alert-idx) delimited by size
                       '|'                             delimited by size
                       ls-al-level(ls-alert-idx)       delimited by size
                       '|'                             delimited by size
                       ls-al-person(ls-alert-idx)   delimited by space
                       '|'                             delimited by size
                       ls-al-contact(ls-alert-idx)  delimited by space
                       '|'                             delimited by size
                       ls-al-paged-date(ls-alert-idx)  delimited by size
                       '|'                             delimited by size
                       ls-al-paged-time(ls-alert-idx)  delimited by size
                       '|'                             delimited by size
                       ls-al-repeats(ls-alert-idx)     delimited by size
                       '|'                             delimited by size
                       ls-al-ack-by(ls-alert-idx)   delimited by space
                       '|'                             delimited by size
                       ls-al-ack-date(ls-alert-idx)    delimited by size
                       '|'                             delimited by size
                       ls-al-ack-time(ls-alert-idx)    delimited by size
                       '|'                             delimited by size
                       ls-al-text(ls-alert-idx)        delimited by size
                       into alert-line
               write alert-line
           end-perform

           close alert-file
           .
       7010-claim-one-file.
      *    A claim that already exists belongs to another run (or to
      *    an abend primelock has not cleaned up yet) -- either way
      *    this run must not touch the file.
           move spaces to ls-lock-file-name
           string  ls-lock-name  delimited by space
                   '.lck'        delimited by size
                   into ls-lock-file-name

           open input lock-file
           if lock-status-ok
               move spaces to ls-lock-owner
               read lock-file
                   at end
                       continue
                   not at end
                       move lock-record to ls-lock-owner
               end-read
               close lock-file

               move 'PRM0732S' to ls-msg-id
               move spaces to ls-msg-text
               string  'Alert file '      delimited by size
                       ls-lock-name        delimited by space
                       ' is claimed by another run ('
                                          delimited by size
                       ls-lock-owner       delimited by space
                       '); try again shortly.'
                                          delimited by size
                       into ls-msg-text
               perform 8000-issue-message
               set fatal-error to true
               exit paragraph
           end-if

           open output lock-file
           if not lock-status-ok
               move 'PRM0218S' to ls-msg-id
               move ls-lock-status to ls-msg-status
               move 'Cannot create output-file claim.' to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if

           move spaces to lock-record
           string  'primealt '        delimited by size
                   ls-now-date         delimited by size
                   ' '                delimited by size
                   ls-now-time         delimited by size
                   into lock-record
           write lock-record
           close lock-file

           set claim-held to true
           .
       7050-resolve-files.
      *    Every shared file comes from the run's environment
      *    configuration (primeenv); a keyword that names a file
      *    still overrides it for the run.
           move 'OUTBOX' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-outbox-file

           move 'ALERTDAT' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-alert-file

           move 'ONCALL' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-roster-file

           move 'ALERTLOG' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-alertlog-file

           move 'NOTIFY' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-notice-file
           .
       7055-resolve-one-file.
      *    A configuration that cannot be resolved stops the run
      *    before any file is opened; the reason is issued once.
           call 'primeenv' using ls-env-logical ls-env-path
                   ls-env-name ls-env-result ls-env-reason
           if ls-env-result not = 'Y'
               if not fatal-error
                   move 'PRM0769S' to ls-msg-id
                   move ls-env-reason to ls-msg-text
                   perform 8000-issue-message
               end-if
               set fatal-error to true
           end-if
           .
       7900-release-claim.
      *    Deletes exactly the claim this run made, and nothing
      *    else. CBL_DELETE_FILE reports through RETURN-CODE, which
      *    must not leak into the run's own condition code.
           if not claim-held
               exit paragraph
           end-if

           move return-code to ls-lock-save-rc
           move spaces to ls-lock-file-name
           string  ls-lock-name  delimited by space
                   '.lck'        delimited by size
                   into ls-lock-file-name
           call 'CBL_DELETE_FILE' using ls-lock-file-name
           move ls-lock-save-rc to return-code

           set claim-held to false
           .
       8000-issue-message.
      *    Single funnel to the shop-wide primemsg routine:
      *    ls-msg-id and ls-msg-text set by the caller; the running
      *    highest severity comes back in ls-msg-severity and becomes
      *    the final return-code in 8090-set-return-code.
           call 'primemsg' using ls-msg-id ls-msg-text
                   ls-msg-severity
           .
       8010-issue-open-error.
      *    ls-msg-id, ls-msg-status and ls-msg-text (the object
      *    phrase) set by the caller; prefixes the file status the
      *    way the old console messages did.
           move ls-msg-text to ls-msg-build
           move spaces to ls-msg-text
           string  'File status '   delimited by size
                   ls-msg-status     delimited by size
                   ': '             delimited by size
                   ls-msg-build      delimited by size
                   into ls-msg-text
           perform 8000-issue-message
           .
       8090-set-return-code.
      *    The documented ladder: 0 clean, 4 warnings, 8 data
      *    errors, 12 environment, 16 fatal. The highest severity
      *    issued through primemsg caps the return-code from below;
      *    a fatal-error flag with no catalogued message behind it
      *    (which would be a coding hole) still forces 16.
           if ls-msg-severity > return-code
               move ls-msg-severity to return-code
           end-if

           if fatal-error and return-code < 8
               move 16 to return-code
           end-if
           .
       9100-compute-day-number.
      *    Civil date to a running day number with plain integer
      *    arithmetic (the 153-day five-month cycle trick), the way
      *    primewdog ages its monitor ticks. January and February
      *    count as months 13 and 14 of the prior year, and each
      *    quotient is floored through its own DIVIDE.
           if ls-day-month <= 2
               subtract 1 from ls-day-year
               add 12 to ls-day-month
           end-if

           divide ls-day-year by 4 giving ls-day-leap4
           divide ls-day-year by 100 giving ls-day-leap100
           divide ls-day-year by 400 giving ls-day-leap400

           compute ls-day-month-part = 153 * (ls-day-month + 1)
           divide ls-day-month-part by 5 giving ls-day-month-part

           compute ls-day-number =
                   (365 * ls-day-year)
                   + ls-day-leap4
                   - ls-day-leap100
                   + ls-day-leap400
                   + ls-day-month-part
                   + ls-day-day
           .
       9150-stamp-minutes.
           move ls-stamp-yyyy to ls-day-year
           move ls-stamp-mm to ls-day-month
           move ls-stamp-dd to ls-day-day
           perform 9100-compute-day-number
           compute ls-stamp-minutes = ls-day-number * 1440
                                    + ls-stamp-hh * 60
                                    + ls-stamp-mi
           .
       9300-write-log.
      *    ls-log-event, ls-log-date and ls-log-time set by the
      *    caller; the alert in hand is ls-alert-idx.
           move ls-al-id(ls-alert-idx) to ls-id-disp
           move ls-al-level(ls-alert-idx) to ls-level-disp
           move spaces to alertlog-line
           string  ls-log-date                 delimited by size
                   '|'                         delimited by size
                   ls-log-time                 delimited by size
                   '|'                         delimited by size
                   ls-id-disp                  delimited by size
                   '|'                         delimited by size
                   ls-log-event                delimited by space
                   '|'                         delimited by size
                   ls-al-msgid(ls-alert-idx)   delimited by size
                   '|'                         delimited by size
                   ls-level-disp               delimited by size
                   '|'                         delimited by size
                   ls-al-person(ls-alert-idx)  delimited by space
                   '|'                         delimited by size
                   ls-by                       delimited by space
                   into alertlog-line
           write alertlog-line
           .
