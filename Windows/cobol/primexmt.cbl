      ******************************************************************
      * primexmt: Transmission control for the partner interchange.    *
      * primexch logs every cycle it ships as SENT in the transmission *
      * control log (primexch.tcl); this program closes the loop:      *
      *                                                                *
      *   LOAD ack-file   take the partner's acknowledgment of a cycle *
      *   STATUS          every cycle and where it stands              *
      *                                                                *
      * An acknowledgment comes back in the H/D/T layout primeinb      *
      * writes for the shipments we receive: a header echoing our      *
      * sender and cycle with the partner's verdict (A accepted, R     *
      * rejected) and reason, a D record per detail they refused, and  *
      * a trailer counting the D records and summing their record      *
      * numbers. An acknowledgment whose trailer does not agree, or    *
      * that answers a cycle not awaiting one, is refused; otherwise   *
      * the cycle is logged ACKED or REJECTED and the refused details  *
      * are listed.                                                    *
      *                                                                *
      * STATUS lists each sender's cycles with their state. A cycle    *
      * still unacknowledged more than DAYS= days (3 by default) after *
      * it was sent, as of ASOF= (today by default), is flagged        *
      * OVERDUE and warned of. SENDER= limits the list to one sender.  *
      ******************************************************************
       identification division.
       program-id. primexmt.

       environment division.

       input-output section.

       file-control.
           select  standard-error assign '/dev/stderr'
                   organization is line sequential
                   access mode is sequential
                   file status is ls-stderr-status
                   .
           select  xmitlog-file assign ls-xmitlog-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-xmitlog-status
                   .
           select  ack-file assign ls-ack-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-ack-status
                   .
           select  report-file assign ls-report-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-report-status
                   .

       data division.

       file section.

       fd  standard-error.
       01  standard-error-line             pic x(256).

      *    SENT|sender|cycle|date|time|file|count|hash
      *    ACKED|sender|cycle|date|time|ack-file|accepted|rejected|
      *          reason
      *    REJECTED|(as ACKED)
       fd  xmitlog-file.
       01  xmitlog-line                    pic x(400).

      *    H sender(16) ack-date(8) cycle(6) 'ACK' disposition(1)
      *      reason(8) shipped(9) accepted(9)
      *    D record-number(9) reason(8) record-image(40)
      *    T record-count(9) hash-total(20)
       fd  ack-file.
       01  ack-line                        pic x(80).

       fd  report-file.
       01  report-line                     pic x(132).

       local-storage section.

       78  c-stdout                        value '/dev/stdout'.
      *    Largest value the 64-bit binary-double unsigned fields can
      *    carry; 4050-parse-numeric-field rejects anything larger so
      *    an oversized operand is an error, not a silent wraparound.
       78  c-value-ceiling                 value
                                           18446744073709551615.
       78  c-max-cycles                    value 2000.

       01  filler.
           05  ls-arguments                pic x(256) value spaces.
           05  ls-token-area.
               10  ls-token                occurs 8 times
                                           pic x(256).
               10  ls-token-count          binary-long unsigned.
           05  ls-token-idx                binary-long unsigned.
           05  ls-xmitlog-file             pic x(256) value spaces.
           05  ls-ack-file                 pic x(256) value spaces.
           05  ls-report-file              pic x(256) value spaces.
           05  ls-verb                     pic x(08) value spaces.
           05  ls-want-sender              pic x(16) value spaces.
           05  ls-overdue-days             binary-long value 3.
           05  ls-asof-date                pic 9(08) value zero.
           05  switches.
               10  filler                  pic x(01) value 'N'.
                   88  fatal-error         value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  report-opened       value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  table-full-warned   value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  ack-header-seen     value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  ack-trailer-seen    value 'Y' false 'N'.
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
      *    Day number of any yyyymmdd: ls-stamp-date in,
      *    ls-day-number out (9150-stamp-days).
           05  ls-stamp-date               pic 9(08).
           05  filler redefines ls-stamp-date.
               10  ls-stamp-yyyy           pic 9(04).
               10  ls-stamp-mm             pic 9(02).
               10  ls-stamp-dd             pic 9(02).
           05  ls-day-year                 binary-long.
           05  ls-day-month                binary-long.
           05  ls-day-day                  binary-long.
           05  ls-day-leap4                binary-long.
           05  ls-day-leap100              binary-long.
           05  ls-day-leap400              binary-long.
           05  ls-day-month-part           binary-long.
           05  ls-day-number               binary-long.
           05  ls-asof-days                binary-long.
           05  ls-age-days                 binary-long.
      *    Every sender's cycles as the log leaves them.
           05  ls-cycle-count              binary-long unsigned
                                           value zero.
           05  ls-cycle-idx                binary-long unsigned.
           05  ls-cycle-entry              occurs 2000 times.
               10  ls-cy-sender            pic x(16).
               10  ls-cy-cycle             pic x(06).
               10  ls-cy-state             pic x(01).
                   88  cy-sent             value 'S'.
                   88  cy-acked            value 'A'.
                   88  cy-rejected         value 'R'.
               10  ls-cy-sent-date         pic 9(08).
               10  ls-cy-sent-time         pic x(08).
               10  ls-cy-file              pic x(60).
               10  ls-cy-count             pic x(09).
               10  ls-cy-ack-date          pic x(08).
               10  ls-cy-accepted          pic x(09).
               10  ls-cy-rejected          pic x(09).
               10  ls-cy-reason            pic x(08).
           05  ls-xmitlog-fields.
               10  ls-xf-event             pic x(08).
               10  ls-xf-sender            pic x(16).
               10  ls-xf-cycle             pic x(06).
               10  ls-xf-date              pic x(08).
               10  ls-xf-time              pic x(08).
               10  ls-xf-file              pic x(256).
               10  ls-xf-count             pic x(09).
               10  ls-xf-hash              pic x(20).
               10  ls-xf-reason            pic x(08).
      *    The acknowledgment in hand.
           05  ls-ack-header.
               10  ls-ah-sender            pic x(16).
               10  ls-ah-date              pic x(08).
               10  ls-ah-cycle             pic x(06).
               10  ls-ah-disposition       pic x(01).
                   88  ah-accepted         value 'A'.
                   88  ah-rejected         value 'R'.
               10  ls-ah-reason            pic x(08).
               10  ls-ah-shipped           pic x(09).
               10  ls-ah-accepted          pic x(09).
           05  ls-ack-detail-count         pic 9(09) value zero.
      *    Truncates on overflow, as every interchange hash does.
           05  ls-ack-hash                 pic 9(20) value zero.
           05  ls-ack-number               pic 9(09).
           05  ls-ack-trailer-count        pic x(09) value spaces.
           05  ls-ack-trailer-hash         pic x(20) value spaces.
           05  ls-ack-event                pic x(08).
      *    STATUS counts.
           05  ls-sent-total               binary-long unsigned
                                           value zero.
           05  ls-acked-total              binary-long unsigned
                                           value zero.
           05  ls-rejected-total           binary-long unsigned
                                           value zero.
           05  ls-outstanding-total        binary-long unsigned
                                           value zero.
           05  ls-overdue-total            binary-long unsigned
                                           value zero.
           05  ls-count-disp               pic z(08)9(01).
           05  ls-age-text                 pic x(05).
           05  ls-age-disp redefines ls-age-text
                                           pic z(04)9(01).
           05  ls-state-word               pic x(11).
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
               10  ls-xmitlog-status       pic 9(01)x(01).
                   88  xmitlog-status-ok   value '00'.
                   88  xmitlog-absent      value '35'.
               10  ls-ack-status           pic 9(01)x(01).
                   88  ack-status-ok       value '00'.
               10  ls-report-status        pic 9(01)x(01).
                   88  report-status-ok    value '00'.

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
           move ls-now-date to ls-asof-date

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

           perform 1200-load-xmitlog

           if not fatal-error
               evaluate ls-verb
                   when 'LOAD'
                       perform 2000-load-acknowledgment
                   when 'STATUS'
                       perform 3000-report-status
               end-evaluate
           end-if

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
               when 'STATUS'
                   move 2 to ls-token-idx
               when 'LOAD'
                   if ls-token(2) = spaces
                           or ls-token(2)(1:8) = 'XMITLOG='
                           or ls-token(2)(1:7) = 'REPORT='
                       perform 1050-issue-usage
                       exit paragraph
                   end-if
                   move ls-token(2) to ls-ack-file
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
                   when ls-token(ls-token-idx)(1:5) = 'DAYS='
                       move ls-token(ls-token-idx)(6:20)
                               to ls-generic-text
                       perform 4050-parse-numeric-field
                       if generic-value-valid
                               and ls-generic-value <= 999
                           move ls-generic-value to ls-overdue-days
                       else
                           perform 1050-issue-usage
                       end-if
                   when ls-token(ls-token-idx)(1:5) = 'ASOF='
                       move ls-token(ls-token-idx)(6:20)
                               to ls-generic-text
                       perform 4050-parse-numeric-field
                       if generic-value-valid
                               and ls-generic-value >= 19000101
                               and ls-generic-value <= 99991231
                           move ls-generic-value to ls-asof-date
                       else
                           perform 1050-issue-usage
                       end-if
                   when ls-token(ls-token-idx)(1:7) = 'SENDER='
                       move ls-token(ls-token-idx)(8:16)
                               to ls-want-sender
                   when ls-token(ls-token-idx)(1:8) = 'XMITLOG='
                       move ls-token(ls-token-idx)(9:248)
                               to ls-xmitlog-file
                   when ls-token(ls-token-idx)(1:7) = 'REPORT='
                       move ls-token(ls-token-idx)(8:249)
                               to ls-report-file
                   when other
                       perform 1050-issue-usage
               end-evaluate
           end-perform
           .
       1050-issue-usage.
           move 'PRM0419E' to ls-msg-id
           move spaces to ls-msg-text
           string  'Usage is primexmt LOAD ack-file|STATUS'
                           delimited by size
                   ' [DAYS=n] [ASOF=] [SENDER=] [XMITLOG=]'
                           delimited by size
                   ' [REPORT=].'
                           delimited by size
                   into ls-msg-text
           perform 8000-issue-message
           set fatal-error to true
           .
       1200-load-xmitlog.
      *    Replays the log into each cycle's latest state. A cycle
      *    sent again after it was answered starts over as SENT. No
      *    log yet is simply nothing sent yet.
           open input xmitlog-file
           if xmitlog-absent
               exit paragraph
           end-if
           if not xmitlog-status-ok
               move 'PRM0741S' to ls-msg-id
               move ls-xmitlog-status to ls-msg-status
               move 'Cannot read transmission control log.'
                       to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if

           perform until exit
               read xmitlog-file
                   at end
                       exit perform
               end-read

               move spaces to ls-xmitlog-fields
               unstring xmitlog-line delimited by '|'
                   into ls-xf-event ls-xf-sender ls-xf-cycle
                        ls-xf-date ls-xf-time ls-xf-file
                        ls-xf-count ls-xf-hash ls-xf-reason

               perform 5000-find-cycle

               evaluate ls-xf-event
                   when 'SENT'
                       if ls-cycle-idx > ls-cycle-count
                           perform 1210-add-cycle
                       end-if
                       if ls-cycle-idx <= ls-cycle-count
                           perform 1220-take-sent
                       end-if
                   when 'ACKED'
                   when 'REJECTED'
                       if ls-cycle-idx <= ls-cycle-count
                           perform 1230-take-answer
                       end-if
               end-evaluate
           end-perform

           close xmitlog-file
           .
       1210-add-cycle.
           if ls-cycle-count >= c-max-cycles
               if not table-full-warned
                   set table-full-warned to true
                   move 'PRM0539W' to ls-msg-id
                   move spaces to ls-msg-text
                   string  'Transmission log holds more than 2000 '
                                                      delimited by size
                           'cycles; the later cycles are not tracked.'
                                                      delimited by size
                           into ls-msg-text
                   perform 8000-issue-message
               end-if
               exit paragraph
           end-if

           add 1 to ls-cycle-count
           move ls-cycle-count to ls-cycle-idx
           move ls-xf-sender to ls-cy-sender(ls-cycle-idx)
           move ls-xf-cycle to ls-cy-cycle(ls-cycle-idx)
           .
       1220-take-sent.
           set cy-sent(ls-cycle-idx) to true
           move zero to ls-cy-sent-date(ls-cycle-idx)
           if ls-xf-date is numeric
               move ls-xf-date to ls-cy-sent-date(ls-cycle-idx)
           end-if
           move ls-xf-time to ls-cy-sent-time(ls-cycle-idx)
           move ls-xf-file to ls-cy-file(ls-cycle-idx)
           move ls-xf-count to ls-cy-count(ls-cycle-idx)
           move spaces to ls-cy-ack-date(ls-cycle-idx)
                          ls-cy-accepted(ls-cycle-idx)
                          ls-cy-rejected(ls-cycle-idx)
                          ls-cy-reason(ls-cycle-idx)
           .
       1230-take-answer.
      *    On an ACKED or REJECTED line the count and hash slots
      *    carry the partner's accepted and rejected counts.
           if ls-xf-event = 'ACKED'
               set cy-acked(ls-cycle-idx) to true
           else
               set cy-rejected(ls-cycle-idx) to true
           end-if
           move ls-xf-date to ls-cy-ack-date(ls-cycle-idx)
           move ls-xf-count to ls-cy-accepted(ls-cycle-idx)
           move ls-xf-hash to ls-cy-rejected(ls-cycle-idx)
           move ls-xf-reason to ls-cy-reason(ls-cycle-idx)
           .
       2000-load-acknowledgment.
           open input ack-file
           if not ack-status-ok
               move 'PRM0742S' to ls-msg-id
               move ls-ack-status to ls-msg-status
               move 'Cannot open acknowledgment file.' to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if

           perform 4900-open-report
           if fatal-error
               close ack-file
               exit paragraph
           end-if

           move spaces to report-line
           string  'PRIMEXMT - ACKNOWLEDGMENT '
                                           delimited by size
                   ls-ack-file             delimited by space
                   into report-line
           write report-line

           perform until exit
               read ack-file
                   at end
                       exit perform
               end-read

               evaluate ack-line(1:1)
                   when 'H'
                       if ack-line(32:3) = 'ACK'
                           set ack-header-seen to true
                           move ack-line(2:16) to ls-ah-sender
                           move ack-line(18:8) to ls-ah-date
                           move ack-line(26:6) to ls-ah-cycle
                           move ack-line(35:1) to ls-ah-disposition
                           move ack-line(36:8) to ls-ah-reason
                           move ack-line(44:9) to ls-ah-shipped
                           move ack-line(53:9) to ls-ah-accepted
                       end-if
                   when 'D'
                       perform 2100-take-ack-detail
                   when 'T'
                       set ack-trailer-seen to true
                       move ack-line(2:9) to ls-ack-trailer-count
                       move ack-line(11:20) to ls-ack-trailer-hash
               end-evaluate
           end-perform

           close ack-file

           perform 2200-check-ack-controls
           if fatal-error
               exit paragraph
           end-if

           move ls-ah-sender to ls-xf-sender
           move ls-ah-cycle to ls-xf-cycle
           perform 5000-find-cycle

           if ls-cycle-idx > ls-cycle-count
               move spaces to ls-state-word
           else
               if not cy-sent(ls-cycle-idx)
                   move spaces to ls-state-word
               else
                   move 'SENT' to ls-state-word
               end-if
           end-if
           if ls-state-word = spaces
               move 'PRM0420E' to ls-msg-id
               move spaces to ls-msg-text
               string  'Acknowledgment answers cycle '
                                           delimited by size
                       ls-ah-cycle         delimited by size
                       ' of '              delimited by size
                       ls-ah-sender        delimited by space
                       ', which is not awaiting one; not loaded.'
                                           delimited by size
                       into ls-msg-text
               perform 8000-issue-message
               exit paragraph
           end-if

           perform 2300-log-answer
           .
       2100-take-ack-detail.
           add 1 to ls-ack-detail-count
           if ack-line(2:9) is numeric
               move ack-line(2:9) to ls-ack-number
               add ls-ack-number to ls-ack-hash
           end-if

           move spaces to report-line
           string  '  record '        delimited by size
                   ack-line(2:9)      delimited by size
                   ' '               delimited by size
                   ack-line(11:8)     delimited by size
                   ' '               delimited by size
                   ack-line(19:40)    delimited by size
                   into report-line
           write report-line
           .
       2200-check-ack-controls.
      *    An acknowledgment is a control document; one that cannot
      *    vouch for itself is not allowed to close a cycle.
           evaluate true
               when not ack-header-seen
                   move 'no ACK header record' to ls-msg-build
               when not ack-trailer-seen
                   move 'no trailer record' to ls-msg-build
               when not ah-accepted and not ah-rejected
                   move 'no A/R disposition' to ls-msg-build
               when ls-ack-trailer-count is not numeric
                   move 'trailer count not numeric' to ls-msg-build
               when ls-ack-trailer-count not = ls-ack-detail-count
                   move 'trailer count mismatch' to ls-msg-build
               when ls-ack-trailer-hash is not numeric
                   move 'trailer hash not numeric' to ls-msg-build
               when ls-ack-trailer-hash not = ls-ack-hash
                   move 'trailer hash-total mismatch'
                           to ls-msg-build
               when other
                   exit paragraph
           end-evaluate

           move 'PRM0421E' to ls-msg-id
           move spaces to ls-msg-text
           string  'Acknowledgment refused: '
                                           delimited by size
                   ls-msg-build            delimited by '  '
                   '; cycle left outstanding.'
                                           delimited by size
                   into ls-msg-text
           perform 8000-issue-message
           set fatal-error to true
           .
       2300-log-answer.
           open extend xmitlog-file
           if not xmitlog-status-ok
               move 'PRM0741S' to ls-msg-id
               move ls-xmitlog-status to ls-msg-status
               move 'Cannot extend transmission control log.'
                       to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if

           if ah-accepted
               move 'ACKED' to ls-ack-event
           else
               move 'REJECTED' to ls-ack-event
           end-if
           move ls-ack-detail-count to ls-count-disp

           move spaces to xmitlog-line
           string  ls-ack-event            delimited by space
                   '|'                     delimited by size
                   ls-ah-sender            delimited by space
                   '|'                     delimited by size
                   ls-ah-cycle             delimited by size
                   '|'                     delimited by size
                   ls-now-date             delimited by size
                   '|'                     delimited by size
                   ls-now-time             delimited by size
                   '|'                     delimited by size
                   ls-ack-file             delimited by space
                   '|'                     delimited by size
                   ls-ah-accepted          delimited by size
                   '|'                     delimited by size
                   ls-ack-detail-count     delimited by size
                   '|'                     delimited by size
                   ls-ah-reason            delimited by space
                   into xmitlog-line
           write xmitlog-line

           close xmitlog-file

           move spaces to report-line
           string  'Cycle '                delimited by size
                   ls-ah-cycle             delimited by size
                   ' of '                  delimited by size
                   ls-ah-sender            delimited by space
                   ' logged '              delimited by size
                   ls-ack-event            delimited by space
                   ': partner accepted '   delimited by size
                   ls-ah-accepted          delimited by size
                   ' of '                  delimited by size
                   ls-ah-shipped           delimited by size
                   ', refused '            delimited by size
                   ls-count-disp           delimited by size
                   ' '                     delimited by size
                   ls-ah-reason            delimited by size
                   into report-line
           write report-line
           .
       3000-report-status.
           perform 4900-open-report
           if fatal-error
               exit paragraph
           end-if

           move ls-asof-date to ls-stamp-date
           perform 9150-stamp-days
           move ls-day-number to ls-asof-days

           move spaces to report-line
           string  'PRIMEXMT - TRANSMISSION STATUS AS OF '
                                               delimited by size
                   ls-asof-date                delimited by size
                   into report-line
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           string  'SENDER           CYCLE  STATE '
                           delimited by size
                   '      SENT       DETAILS   AGE'
                           delimited by size
                   '  ANSWERED  ACCEPTED   REFUSED REASON'
                           delimited by size
                   into report-line
           write report-line

           perform varying ls-cycle-idx from 1 by 1
                   until ls-cycle-idx > ls-cycle-count
               if ls-want-sender = spaces
                       or ls-want-sender = ls-cy-sender(ls-cycle-idx)
                   perform 3100-print-cycle
               end-if
           end-perform

           move spaces to report-line
           write report-line
           move ls-sent-total to ls-count-disp
           move spaces to report-line
           string  'Cycles '               delimited by size
                   ls-count-disp           delimited by size
                   into report-line
           write report-line
           move ls-acked-total to ls-count-disp
           move spaces to report-line
           string  'Acknowledged '         delimited by size
                   ls-count-disp           delimited by size
                   into report-line
           write report-line
           move ls-rejected-total to ls-count-disp
           move spaces to report-line
           string  'Rejected '             delimited by size
                   ls-count-disp           delimited by size
                   into report-line
           write report-line
           move ls-outstanding-total to ls-count-disp
           move spaces to report-line
           string  'Outstanding '          delimited by size
                   ls-count-disp           delimited by size
                   into report-line
           write report-line
           move ls-overdue-total to ls-count-disp
           move spaces to report-line
           string  'Overdue '              delimited by size
                   ls-count-disp           delimited by size
                   into report-line
           write report-line

           if ls-overdue-total > zero
               move 'PRM0540W' to ls-msg-id
               move spaces to ls-msg-text
               string  'Cycles unacknowledged past the allowed days:'
                                           delimited by size
                       ls-count-disp       delimited by size
                       into ls-msg-text
               perform 8000-issue-message
           end-if
           .
       3100-print-cycle.
           add 1 to ls-sent-total
           move spaces to ls-age-text
           evaluate true
               when cy-acked(ls-cycle-idx)
                   add 1 to ls-acked-total
                   move 'ACKED' to ls-state-word
               when cy-rejected(ls-cycle-idx)
                   add 1 to ls-rejected-total
                   move 'REJECTED' to ls-state-word
               when other
                   add 1 to ls-outstanding-total
                   move 'OUTSTANDING' to ls-state-word
                   move ls-cy-sent-date(ls-cycle-idx) to ls-stamp-date
                   perform 9150-stamp-days
                   compute ls-age-days = ls-asof-days - ls-day-number
                   if ls-age-days < 0
                       move 0 to ls-age-days
                   end-if
                   move ls-age-days to ls-age-disp
                   if ls-age-days > ls-overdue-days
                       add 1 to ls-overdue-total
                       move 'OVERDUE' to ls-state-word
                   end-if
           end-evaluate

           move spaces to report-line
           string  ls-cy-sender(ls-cycle-idx)
                                           delimited by size
                   ' '                     delimited by size
                   ls-cy-cycle(ls-cycle-idx)
                                           delimited by size
                   ' '                     delimited by size
                   ls-state-word           delimited by size
                   ' '                     delimited by size
                   ls-cy-sent-date(ls-cycle-idx)
                                           delimited by size
                   ' '                     delimited by size
                   ls-cy-count(ls-cycle-idx)
                                           delimited by size
                   ' '                     delimited by size
                   ls-age-text             delimited by size
                   '  '                    delimited by size
                   ls-cy-ack-date(ls-cycle-idx)
                                           delimited by size
                   ' '                     delimited by size
                   ls-cy-accepted(ls-cycle-idx)
                                           delimited by size
                   ' '                     delimited by size
                   ls-cy-rejected(ls-cycle-idx)
                                           delimited by size
                   ' '                     delimited by size
                   ls-cy-reason(ls-cycle-idx)
                                           delimited by size
                   into report-line
           write report-line
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
               move 'PRM0743S' to ls-msg-id
               move ls-report-status to ls-msg-status
               move 'Cannot open transmission report.' to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if

           set report-opened to true
           .
       5000-find-cycle.
      *    Leaves ls-cycle-idx on the entry for ls-xf-sender and
      *    ls-xf-cycle, or one past the last when there is none.
           perform varying ls-cycle-idx from 1 by 1
                   until ls-cycle-idx > ls-cycle-count
               if ls-cy-sender(ls-cycle-idx) = ls-xf-sender
                       and ls-cy-cycle(ls-cycle-idx) = ls-xf-cycle
                   exit perform
               end-if
           end-perform
           .
       7050-resolve-files.
      *    Every shared file comes from the run's environment
      *    configuration (primeenv); a keyword that names a file
      *    still overrides it for the run.
           move 'XMITLOG' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-xmitlog-file
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
       9150-stamp-days.
           move ls-stamp-yyyy to ls-day-year
           move ls-stamp-mm to ls-day-month
           move ls-stamp-dd to ls-day-day
           perform 9100-compute-day-number
           .
