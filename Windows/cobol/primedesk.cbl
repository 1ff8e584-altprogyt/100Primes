      ******************************************************************
      * primedesk: Request desk for prime data asked of the shop by    *
      * the research groups and partners ("primes between X and Y as   *
      * CSV by Friday"). Such requests used to arrive by mail and be   *
      * worked by hand -- primecov checked, then primextr or a         *
      * generator run -- with nobody able to say which were still      *
      * open. Every request is now a ticket in the request file        *
      * (primedesk.req; REQUESTS= names another) --                    *
      *                                                                *
      *   ticket|requester|low|high|format|due|output|state|opened|    *
      *   state-date|catalog-date|catalog-time|plan                    *
      *                                                                *
      * OPEN low high REQUESTER=name [DUE=yyyymmdd] [FORMAT=TEXT|CSV|  *
      * REL|PACKED] [OUTPUT=file] takes a request in under the next    *
      * Tnnnnn ticket number (due a week out by default; the output    *
      * defaults to '<ticket>.txt', '.csv', '.rel' or '.pkd').         *
      *                                                                *
      * FULFILL [ticket] works every OPEN and WAITING ticket (or the   *
      * one named) against the range ledger (ranges.led; LEDGER=),     *
      * merged the way primecov sweeps it. A ticket the ledger fully   *
      * covers is extracted straight from the master by primextr       *
      * (MASTER= is passed on) into the requested format, and the      *
      * catalog registration primextr made for it in the environment's *
      * catalog is recorded on the ticket, which is then FULFILLED.    *
      * An extract that fails -- the master not holding the span yet  *
      * is the usual cause -- leaves the ticket OPEN. The uncovered    *
      * parts of a ticket become prime5a PARMFILE control cards in     *
      * the primeplan style, written to '<ticket>.pln' (chunked by     *
      * CHUNK=, default a million values per request, at most 99       *
      * requests), and the ticket WAITs for them to be run and merged. *
      *                                                                *
      * CANCEL ticket withdraws a ticket not yet fulfilled. STATUS     *
      * reports every ticket's state, the catalog registration that   *
      * fulfilled it or the plan it waits on, and flags each ticket    *
      * still unfulfilled past its due date.                           *
      ******************************************************************
       identification division.
       program-id. primedesk.

       environment division.

       input-output section.

       file-control.
           select  standard-error assign '/dev/stderr'
                   organization is line sequential
                   access mode is sequential
                   file status is ls-stderr-status
                   .
           select  ticket-file assign ls-ticket-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-ticket-status
                   .
           select  ledger-file assign ls-ledger-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-ledger-status
                   .
           select  catalog-file assign ls-catalog-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-catalog-status
                   .
           select  plan-file assign ls-plan-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-plan-status
                   .
           select  lock-file assign ls-lock-file-name
                   organization is line sequential
                   access mode is sequential
                   file status is ls-lock-status
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

       fd  ticket-file.
       01  ticket-line                     pic x(700).

       fd  ledger-file.
       01  ledger-line                     pic x(132).

       fd  catalog-file.
       01  catalog-line                    pic x(512).

       fd  plan-file.
       01  plan-card                       pic x(256).

       fd  lock-file.
       01  lock-record                     pic x(80).

       fd  report-file.
       01  report-line                     pic x(200).

       local-storage section.

       78  c-stdout                        value '/dev/stdout'.
      *    Largest value the 64-bit binary-double unsigned fields can
      *    carry; 4050-parse-numeric-field rejects anything larger so
      *    an oversized operand is an error, not a silent wraparound.
       78  c-value-ceiling                 value
                                           18446744073709551615.
       78  c-max-tickets                   value 500.

       01  filler.
           05  ls-arguments                pic x(256) value spaces.
           05  ls-token-area.
               10  ls-token                occurs 10 times
                                           pic x(256).
               10  ls-token-count          binary-long unsigned.
           05  ls-token-idx                binary-long unsigned.
           05  ls-verb                     pic x(08) value spaces.
           05  ls-ticket-file              pic x(256) value spaces.
           05  ls-ledger-file              pic x(256) value spaces.
           05  ls-catalog-file             pic x(256) value spaces.
           05  ls-master-file              pic x(256) value spaces.
           05  ls-plan-file                pic x(256) value spaces.
           05  ls-report-file              pic x(256) value spaces.
           05  ls-ticket                   pic x(06) value spaces.
           05  ls-this-ticket              pic x(06).
           05  ls-requester                pic x(20) value spaces.
           05  ls-due                      pic x(08) value spaces.
           05  ls-format                   pic x(08) value 'TEXT'.
           05  ls-output-file              pic x(256) value spaces.
           05  ls-chunk-span               binary-double unsigned
                                           value 1000000.
           05  ls-bar-tally                binary-long unsigned.
           05  switches.
               10  filler                  pic x(01) value 'N'.
                   88  fatal-error         value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  report-opened       value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  plan-truncated      value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  plan-failed         value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  registration-found  value 'Y' false 'N'.
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
           05  ls-today                    pic x(08).
           05  ls-now-time                 pic x(08).
           05  ls-open-low                 binary-double unsigned
                                           value zero.
           05  ls-open-high                binary-double unsigned
                                           value zero.
      *    The request file, one entry per ticket, rewritten whole
      *    after every change.
           05  ls-tk-count                 binary-long unsigned
                                           value zero.
           05  ls-tk-idx                   binary-long unsigned.
           05  ls-this-tk                  binary-long unsigned.
           05  ls-tk-entry                 occurs 500 times.
               10  ls-tk-ticket            pic x(06).
               10  ls-tk-requester         pic x(20).
               10  ls-tk-low               pic 9(20).
               10  ls-tk-high              pic 9(20).
               10  ls-tk-format            pic x(08).
               10  ls-tk-due               pic x(08).
               10  ls-tk-output            pic x(256).
               10  ls-tk-state             pic x(10).
               10  ls-tk-opened            pic x(08).
               10  ls-tk-state-date        pic x(08).
               10  ls-tk-cat-date          pic x(08).
               10  ls-tk-cat-time          pic x(08).
               10  ls-tk-plan              pic x(256).
           05  ls-tk-fields.
               10  ls-tf-ticket            pic x(06).
               10  ls-tf-requester         pic x(20).
               10  ls-tf-low               pic x(20).
               10  ls-tf-high              pic x(20).
               10  ls-tf-format            pic x(08).
               10  ls-tf-due               pic x(08).
               10  ls-tf-output            pic x(256).
               10  ls-tf-state             pic x(10).
               10  ls-tf-opened            pic x(08).
               10  ls-tf-state-date        pic x(08).
               10  ls-tf-cat-date          pic x(08).
               10  ls-tf-cat-time          pic x(08).
               10  ls-tf-plan              pic x(256).
           05  ls-ticket-number            pic 9(05).
           05  ls-highest-ticket           pic 9(05) value zero.
      *    The ledger's intervals, then the covered spans they merge
      *    into, both in low-bound order.
           05  ls-led-fields.
               10  ls-lf-date              pic x(08).
               10  ls-lf-time              pic x(08).
               10  ls-lf-pgm               pic x(20).
               10  ls-lf-low               pic x(20).
               10  ls-lf-high              pic x(20).
               10  ls-lf-count             pic x(09).
           05  ls-interval-table.
               10  ls-interval             occurs 500 times.
                   15  ls-int-low          binary-double unsigned.
                   15  ls-int-high         binary-double unsigned.
           05  ls-interval-count           binary-long unsigned
                                           value zero.
           05  ls-int-idx                  binary-long unsigned.
           05  ls-int-jdx                  binary-long unsigned.
           05  ls-sort-low                 binary-double unsigned.
           05  ls-sort-high                binary-double unsigned.
           05  ls-work-low                 binary-double unsigned.
           05  ls-span-table.
               10  ls-span                 occurs 500 times.
                   15  ls-span-low         binary-double unsigned.
                   15  ls-span-high        binary-double unsigned.
           05  ls-span-count               binary-long unsigned
                                           value zero.
           05  ls-span-idx                 binary-long unsigned.
      *    The uncovered parts of the ticket in hand.
           05  ls-gap-table.
               10  ls-gap                  occurs 500 times.
                   15  ls-gap-low          binary-double unsigned.
                   15  ls-gap-high         binary-double unsigned.
           05  ls-gap-count                binary-long unsigned
                                           value zero.
           05  ls-gap-idx                  binary-long unsigned.
           05  ls-cursor                   binary-double unsigned.
           05  ls-ticket-low               binary-double unsigned.
           05  ls-ticket-high              binary-double unsigned.
           05  ls-chunk-low                binary-double unsigned.
           05  ls-chunk-high               binary-double unsigned.
           05  ls-request-count            binary-long unsigned
                                           value zero.
           05  ls-request-disp             pic 9(03).
      *    The extract run handed to primextr.
           05  ls-command                  pic x(700).
           05  ls-command-ptr              binary-long unsigned.
           05  ls-extract-rc               binary-long unsigned.
           05  ls-rc-disp                  pic 9(02).
           05  ls-cat-fields.
               10  ls-cf-date              pic x(08).
               10  ls-cf-time              pic x(08).
               10  ls-cf-pgm               pic x(20).
               10  ls-cf-name              pic x(256).
           05  ls-low-trim                 pic x(20).
           05  ls-high-trim                pic x(20).
           05  ls-trim-skip                pic x(20).
           05  ls-num-disp                 pic z(19)9(01).
           05  ls-report-counts.
               10  ls-fulfilled-count      binary-long unsigned
                                           value zero.
               10  ls-waiting-count        binary-long unsigned
                                           value zero.
               10  ls-open-count           binary-long unsigned
                                           value zero.
               10  ls-cancelled-count      binary-long unsigned
                                           value zero.
               10  ls-past-due-count       binary-long unsigned
                                           value zero.
           05  ls-report-note              pic x(120).
           05  ls-due-flag                 pic x(08).
           05  ls-line-ptr                 binary-long unsigned.
           05  ls-count-disp               pic z(08)9(01).
           05  ls-calendar-area.
               10  ls-cal-year             binary-long unsigned.
               10  ls-cal-month            binary-long unsigned.
               10  ls-cal-day              binary-long unsigned.
               10  ls-cal-remaining        binary-long unsigned.
               10  ls-cal-month-days       binary-long unsigned.
               10  ls-cal-quotient         binary-long unsigned.
               10  ls-cal-remainder        binary-long unsigned.
               10  ls-cal-date             pic 9(08).
               10  filler redefines ls-cal-date.
                   15  ls-cal-yyyy         pic 9(04).
                   15  ls-cal-mm           pic 9(02).
                   15  ls-cal-dd           pic 9(02).
           05  ls-lock-area.
               10  ls-lock-name            pic x(256).
               10  ls-lock-file-name       pic x(256).
               10  ls-lock-claims          occurs 4 times pic x(256).
               10  ls-lock-claim-count     binary-long unsigned
                                           value zero.
               10  ls-lock-idx             binary-long unsigned.
               10  ls-lock-owner           pic x(80).
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
               10  ls-ticket-status        pic 9(01)x(01).
                   88  ticket-status-ok    value '00'.
                   88  ticket-file-absent  value '35'.
               10  ls-ledger-status        pic 9(01)x(01).
                   88  ledger-status-ok    value '00'.
                   88  ledger-absent       value '35'.
               10  ls-catalog-status       pic 9(01)x(01).
                   88  catalog-status-ok   value '00'.
               10  ls-plan-status          pic 9(01)x(01).
                   88  plan-status-ok      value '00'.
               10  ls-lock-status          pic 9(01)x(01).
                   88  lock-status-ok      value '00'.
                   88  lock-absent         value '35'.
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

           accept ls-today from date yyyymmdd
           accept ls-now-time from time

           perform 1000-get-command-line

      *    standard-error is the only file open at this point; close it
      *    explicitly so libcob's implicit-close-on-GOBACK warning does
      *    not land on the same stream as the message just written to
      *    it.
           if fatal-error
               if report-opened
                   close report-file
               end-if
               close standard-error
               perform 8090-set-return-code
               goback
           end-if

      *    The request file is claimed for the whole run, so two
      *    desk runs at once cannot overwrite each other's tickets.
           move ls-ticket-file to ls-lock-name
           perform 7010-claim-one-file

           if not fatal-error
               perform 1200-load-tickets
           end-if

           if not fatal-error
               evaluate ls-verb
                   when 'OPEN'
                       perform 2000-open-ticket
                   when 'CANCEL'
                       perform 2500-cancel-ticket
                   when 'FULFILL'
                       perform 3000-fulfill-tickets
                   when 'STATUS'
                       perform 4000-status-report
               end-evaluate
           end-if

           perform 7900-release-claims

           close standard-error report-file

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
                    ls-token(9) ls-token(10)
               tallying in ls-token-count

           move ls-token(1) to ls-verb
           move 2 to ls-token-idx
           evaluate ls-verb
               when 'OPEN'
      *            The value range requested is the two bare operands.
                   move ls-token(2) to ls-generic-text
                   perform 4050-parse-numeric-field
                   if not generic-value-valid
                       perform 1050-issue-usage
                       exit paragraph
                   end-if
                   move ls-generic-value to ls-open-low
                   move ls-token(3) to ls-generic-text
                   perform 4050-parse-numeric-field
                   if not generic-value-valid
                       perform 1050-issue-usage
                       exit paragraph
                   end-if
                   move ls-generic-value to ls-open-high
                   move 4 to ls-token-idx
               when 'CANCEL'
                   if ls-token(2) = spaces or
                           ls-token(2)(7:250) not = spaces
                       perform 1050-issue-usage
                       exit paragraph
                   end-if
                   move ls-token(2) to ls-ticket
                   move 3 to ls-token-idx
               when 'FULFILL'
      *            The one ticket to work, when one is named.
                   if ls-token(2)(1:1) = 'T' and
                           ls-token(2)(7:250) = spaces
                       move ls-token(2) to ls-ticket
                       move 3 to ls-token-idx
                   end-if
               when 'STATUS'
                   continue
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
                   when ls-token(ls-token-idx)(1:10) = 'REQUESTER='
                       move ls-token(ls-token-idx)(11:20)
                               to ls-requester
                       move zero to ls-bar-tally
                       inspect ls-requester tallying ls-bar-tally
                               for all '|'
                       if ls-requester = spaces or
                               ls-bar-tally not = zero or
                               ls-token(ls-token-idx)(31:226)
                                       not = spaces
                           perform 1050-issue-usage
                       end-if
                   when ls-token(ls-token-idx)(1:4) = 'DUE='
                       move ls-token(ls-token-idx)(5:8) to ls-due
                       move ls-due to ls-cal-date
                       if ls-due not numeric
                               or ls-cal-mm < 1 or ls-cal-mm > 12
                               or ls-cal-dd < 1 or ls-cal-dd > 31
                           perform 1050-issue-usage
                       end-if
                   when ls-token(ls-token-idx)(1:7) = 'FORMAT='
                       move ls-token(ls-token-idx)(8:8) to ls-format
                       if ls-format not = 'TEXT'
                               and ls-format not = 'CSV'
                               and ls-format not = 'REL'
                               and ls-format not = 'PACKED'
                           perform 1050-issue-usage
                       end-if
                   when ls-token(ls-token-idx)(1:7) = 'OUTPUT='
                       move ls-token(ls-token-idx)(8:249)
                               to ls-output-file
                   when ls-token(ls-token-idx)(1:7) = 'MASTER='
                       move ls-token(ls-token-idx)(8:249)
                               to ls-master-file
                   when ls-token(ls-token-idx)(1:6) = 'CHUNK='
                       move ls-token(ls-token-idx)(7:20)
                               to ls-generic-text
                       perform 4050-parse-numeric-field
                       if generic-value-valid and
                               ls-generic-value > zero
                           move ls-generic-value to ls-chunk-span
                       else
                           perform 1050-issue-usage
                       end-if
                   when ls-token(ls-token-idx)(1:9) = 'REQUESTS='
                       move ls-token(ls-token-idx)(10:247)
                               to ls-ticket-file
                   when ls-token(ls-token-idx)(1:7) = 'LEDGER='
                       move ls-token(ls-token-idx)(8:249)
                               to ls-ledger-file
                   when ls-token(ls-token-idx)(1:7) = 'REPORT='
                       move ls-token(ls-token-idx)(8:249)
                               to ls-report-file
                   when other
                       perform 1050-issue-usage
               end-evaluate
           end-perform

           if fatal-error
               exit paragraph
           end-if

           if ls-verb = 'OPEN' and ls-requester = spaces
               perform 1050-issue-usage
               exit paragraph
           end-if

           if ls-report-file = spaces
               move c-stdout to ls-report-file
           end-if
           open output report-file
           if not report-status-ok
               move 'PRM0767S' to ls-msg-id
               move ls-report-status to ls-msg-status
               move 'Cannot open request desk report file.'
                       to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if
           set report-opened to true
           .
       1050-issue-usage.
           move 'PRM0441E' to ls-msg-id
           move spaces to ls-msg-text
           string  'Usage is primedesk OPEN low high REQUESTER= [DUE='
                           delimited by size
                   ' FORMAT= OUTPUT=]|FULFILL [ticket MASTER= CHUNK=]'
                           delimited by size
                   '|CANCEL ticket|STATUS'
                           delimited by size
                   into ls-msg-text
           perform 8000-issue-message
           set fatal-error to true
           .
       1200-load-tickets.
      *    No request file yet is simply no ticket taken yet.
           move zero to ls-tk-count ls-highest-ticket

           open input ticket-file
           if ticket-file-absent
               exit paragraph
           end-if
           if not ticket-status-ok
               move 'PRM0764S' to ls-msg-id
               move ls-ticket-status to ls-msg-status
               move 'Cannot read request desk file.' to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if

           perform until exit
               read ticket-file
                   at end
                       exit perform
               end-read

               if ticket-line = spaces or
                       ls-tk-count >= c-max-tickets
                   exit perform cycle
               end-if

               move spaces to ls-tk-fields
               unstring ticket-line delimited by '|'
                   into ls-tf-ticket ls-tf-requester ls-tf-low
                        ls-tf-high ls-tf-format ls-tf-due
                        ls-tf-output ls-tf-state ls-tf-opened
                        ls-tf-state-date ls-tf-cat-date
                        ls-tf-cat-time ls-tf-plan
               if ls-tf-ticket = spaces
                   exit perform cycle
               end-if

               add 1 to ls-tk-count
               move ls-tk-count to ls-tk-idx
               move ls-tf-ticket to ls-tk-ticket(ls-tk-idx)
               move ls-tf-requester to ls-tk-requester(ls-tk-idx)
               move zero to ls-tk-low(ls-tk-idx) ls-tk-high(ls-tk-idx)
               if ls-tf-low is numeric
                   move ls-tf-low to ls-tk-low(ls-tk-idx)
               end-if
               if ls-tf-high is numeric
                   move ls-tf-high to ls-tk-high(ls-tk-idx)
               end-if
               move ls-tf-format to ls-tk-format(ls-tk-idx)
               move ls-tf-due to ls-tk-due(ls-tk-idx)
               move ls-tf-output to ls-tk-output(ls-tk-idx)
               move ls-tf-state to ls-tk-state(ls-tk-idx)
               move ls-tf-opened to ls-tk-opened(ls-tk-idx)
               move ls-tf-state-date to ls-tk-state-date(ls-tk-idx)
               move ls-tf-cat-date to ls-tk-cat-date(ls-tk-idx)
               move ls-tf-cat-time to ls-tk-cat-time(ls-tk-idx)
               move ls-tf-plan to ls-tk-plan(ls-tk-idx)

               if ls-tf-ticket(1:1) = 'T' and
                       ls-tf-ticket(2:5) is numeric
                   move ls-tf-ticket(2:5) to ls-ticket-number
                   if ls-ticket-number > ls-highest-ticket
                       move ls-ticket-number to ls-highest-ticket
                   end-if
               end-if
           end-perform

           close ticket-file
           .
       1250-find-ticket.
      *    ls-ticket set by the caller; ls-this-tk comes back zero
      *    when the request file does not know it.
           move zero to ls-this-tk
           perform varying ls-tk-idx from 1 by 1
                   until ls-tk-idx > ls-tk-count
               if ls-tk-ticket(ls-tk-idx) = ls-ticket
                   move ls-tk-idx to ls-this-tk
                   exit perform
               end-if
           end-perform

           if ls-this-tk = zero
               move 'PRM0442E' to ls-msg-id
               move spaces to ls-msg-text
               string  'Ticket '       delimited by size
                       ls-ticket        delimited by space
                       ' is not in the request desk file.'
                                       delimited by size
                       into ls-msg-text
               perform 8000-issue-message
               set fatal-error to true
           end-if
           .
       2000-open-ticket.
           if ls-open-low > ls-open-high
               move 'PRM0443E' to ls-msg-id
               move 'Requested low bound exceeds high bound.'
                       to ls-msg-text
               perform 8000-issue-message
               set fatal-error to true
               exit paragraph
           end-if

           if ls-tk-count >= c-max-tickets or
                   ls-highest-ticket >= 99999
               move 'PRM0446E' to ls-msg-id
               move spaces to ls-msg-text
               string  'Request desk file is full; archive closed'
                               delimited by size
                       ' tickets first.'
                               delimited by size
                       into ls-msg-text
               perform 8000-issue-message
               set fatal-error to true
               exit paragraph
           end-if

           compute ls-ticket-number = ls-highest-ticket + 1
           move 'T' to ls-ticket(1:1)
           move ls-ticket-number to ls-ticket(2:5)

      *    A request named with no due date is due a week out.
           if ls-due = spaces
               move ls-today to ls-cal-date
               move 7 to ls-cal-remaining
               perform 9120-add-days
               move ls-cal-date to ls-due
           end-if

           if ls-output-file = spaces
               string  ls-ticket       delimited by size
                       into ls-output-file
               evaluate ls-format
                   when 'CSV'
                       move '.csv' to ls-output-file(7:4)
                   when 'REL'
                       move '.rel' to ls-output-file(7:4)
                   when 'PACKED'
                       move '.pkd' to ls-output-file(7:4)
                   when other
                       move '.txt' to ls-output-file(7:4)
               end-evaluate
           end-if

           add 1 to ls-tk-count
           move ls-tk-count to ls-this-tk
           move ls-ticket to ls-tk-ticket(ls-this-tk)
           move ls-requester to ls-tk-requester(ls-this-tk)
           move ls-open-low to ls-tk-low(ls-this-tk)
           move ls-open-high to ls-tk-high(ls-this-tk)
           move ls-format to ls-tk-format(ls-this-tk)
           move ls-due to ls-tk-due(ls-this-tk)
           move ls-output-file to ls-tk-output(ls-this-tk)
           move 'OPEN' to ls-tk-state(ls-this-tk)
           move ls-today to ls-tk-opened(ls-this-tk)
                            ls-tk-state-date(ls-this-tk)
           move spaces to ls-tk-cat-date(ls-this-tk)
                          ls-tk-cat-time(ls-this-tk)
                          ls-tk-plan(ls-this-tk)

           perform 3900-write-tickets
           if fatal-error
               exit paragraph
           end-if

           move ls-this-tk to ls-tk-idx
           perform 4200-trim-range
           move spaces to report-line
           string  'Ticket '             delimited by size
                   ls-ticket              delimited by size
                   ' opened for '        delimited by size
                   ls-requester           delimited by space
                   ': '                  delimited by size
                   ls-low-trim            delimited by space
                   ' - '                 delimited by size
                   ls-high-trim           delimited by space
                   ' as '                delimited by size
                   ls-format              delimited by space
                   ' to '                delimited by size
                   ls-output-file         delimited by space
                   ', due '              delimited by size
                   ls-due                 delimited by size
                   '.'                   delimited by size
                   into report-line
           write report-line
           .
       2500-cancel-ticket.
           perform 1250-find-ticket
           if fatal-error
               exit paragraph
           end-if

           if ls-tk-state(ls-this-tk) not = 'OPEN' and
                   ls-tk-state(ls-this-tk) not = 'WAITING'
               perform 2590-issue-state-error
               exit paragraph
           end-if

           move 'CANCELLED' to ls-tk-state(ls-this-tk)
           move ls-today to ls-tk-state-date(ls-this-tk)
           perform 3900-write-tickets
           if fatal-error
               exit paragraph
           end-if

           move spaces to report-line
           string  'Ticket '             delimited by size
                   ls-ticket              delimited by size
                   ' cancelled.'         delimited by size
                   into report-line
           write report-line
           .
       2590-issue-state-error.
           move 'PRM0444E' to ls-msg-id
           move spaces to ls-msg-text
           string  'Ticket '             delimited by size
                   ls-ticket              delimited by space
                   ' is '                delimited by size
                   ls-tk-state(ls-this-tk)
                                         delimited by space
                   '; '                  delimited by size
                   ls-verb                delimited by space
                   ' does not apply.'    delimited by size
                   into ls-msg-text
           perform 8000-issue-message
           set fatal-error to true
           .
       3000-fulfill-tickets.
           if ls-ticket not = spaces
               perform 1250-find-ticket
               if fatal-error
                   exit paragraph
               end-if
               if ls-tk-state(ls-this-tk) not = 'OPEN' and
                       ls-tk-state(ls-this-tk) not = 'WAITING'
                   perform 2590-issue-state-error
                   exit paragraph
               end-if
           end-if

           perform 3100-load-ledger
           if fatal-error
               exit paragraph
           end-if
           perform 3150-merge-spans

           perform varying ls-tk-idx from 1 by 1
                   until ls-tk-idx > ls-tk-count
               if ls-ticket = spaces or
                       ls-tk-ticket(ls-tk-idx) = ls-ticket
                   if ls-tk-state(ls-tk-idx) = 'OPEN' or
                           ls-tk-state(ls-tk-idx) = 'WAITING'
                       perform 3200-fulfill-one-ticket
                   end-if
               end-if
           end-perform

           perform 3900-write-tickets

           move spaces to report-line
           move 1 to ls-line-ptr
           move ls-fulfilled-count to ls-count-disp
           string  ls-count-disp          delimited by size
                   ' ticket(s) fulfilled,'
                                          delimited by size
                   into report-line
                   with pointer ls-line-ptr
           move ls-waiting-count to ls-count-disp
           string  ls-count-disp          delimited by size
                   ' waiting on generation,'
                                          delimited by size
                   into report-line
                   with pointer ls-line-ptr
           move ls-open-count to ls-count-disp
           string  ls-count-disp          delimited by size
                   ' left open.'          delimited by size
                   into report-line
                   with pointer ls-line-ptr
           write report-line
           .
       3100-load-ledger.
      *    No ledger yet means nothing has been generated, so every
      *    ticket is one gap.
           move zero to ls-interval-count

           open input ledger-file
           if ledger-absent
               exit paragraph
           end-if
           if not ledger-status-ok
               move 'PRM0765S' to ls-msg-id
               move ls-ledger-status to ls-msg-status
               move 'Cannot open range ledger.' to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if

           perform until exit
               read ledger-file
                   at end
                       exit perform
               end-read

               if ls-interval-count >= 500
                   move 'PRM0130E' to ls-msg-id
                   move spaces to ls-msg-text
                   string  'Range ledger exceeds the 500'
                                   delimited by size
                           ' interval limit.'
                                   delimited by size
                           into ls-msg-text
                   perform 8000-issue-message
                   set fatal-error to true
                   exit perform
               end-if

               move spaces to ls-led-fields
               unstring ledger-line delimited by '|'
                   into ls-lf-date ls-lf-time ls-lf-pgm
                        ls-lf-low  ls-lf-high ls-lf-count

               move ls-lf-low to ls-generic-text
               perform 4050-parse-numeric-field
               if not generic-value-valid
                   exit perform cycle
               end-if
               move ls-generic-value to ls-work-low

               move ls-lf-high to ls-generic-text
               perform 4050-parse-numeric-field
               if not generic-value-valid
                   exit perform cycle
               end-if

               add 1 to ls-interval-count
               move ls-work-low
                       to ls-int-low(ls-interval-count)
               move ls-generic-value
                       to ls-int-high(ls-interval-count)
           end-perform

           close ledger-file
           .
       3150-merge-spans.
      *    Straight insertion sort on the low bound, then one sweep
      *    folding touching and overlapping intervals together --
      *    primecov's sweep, remembering the covered spans.
           perform varying ls-int-idx from 2 by 1
                   until ls-int-idx > ls-interval-count
               move ls-int-low(ls-int-idx) to ls-sort-low
               move ls-int-high(ls-int-idx) to ls-sort-high

               move ls-int-idx to ls-int-jdx
               perform until ls-int-jdx <= 1 or
                       ls-int-low(ls-int-jdx - 1) <= ls-sort-low
                   move ls-int-low(ls-int-jdx - 1)
                           to ls-int-low(ls-int-jdx)
                   move ls-int-high(ls-int-jdx - 1)
                           to ls-int-high(ls-int-jdx)
                   subtract 1 from ls-int-jdx
               end-perform

               move ls-sort-low to ls-int-low(ls-int-jdx)
               move ls-sort-high to ls-int-high(ls-int-jdx)
           end-perform

           move zero to ls-span-count
           perform varying ls-int-idx from 1 by 1
                   until ls-int-idx > ls-interval-count
               if ls-span-count > zero and
                       ls-int-low(ls-int-idx) <=
                               ls-span-high(ls-span-count) + 1
                   if ls-int-high(ls-int-idx) >
                           ls-span-high(ls-span-count)
                       move ls-int-high(ls-int-idx)
                               to ls-span-high(ls-span-count)
                   end-if
               else
                   add 1 to ls-span-count
                   move ls-int-low(ls-int-idx)
                           to ls-span-low(ls-span-count)
                   move ls-int-high(ls-int-idx)
                           to ls-span-high(ls-span-count)
               end-if
           end-perform
           .
       3200-fulfill-one-ticket.
           move ls-tk-ticket(ls-tk-idx) to ls-this-ticket
           perform 3300-find-gaps

           if ls-gap-count > zero
               perform 3400-plan-gaps
      *        A plan that could not be written leaves nothing to wait
      *        on; 3400 has counted the ticket open, and open it stays.
               if plan-failed
                   if ls-tk-state(ls-tk-idx) not = 'OPEN'
                       move 'OPEN' to ls-tk-state(ls-tk-idx)
                       move ls-today to ls-tk-state-date(ls-tk-idx)
                   end-if
                   exit paragraph
               end-if
               if ls-tk-state(ls-tk-idx) not = 'WAITING'
                   move 'WAITING' to ls-tk-state(ls-tk-idx)
                   move ls-today to ls-tk-state-date(ls-tk-idx)
               end-if
               add 1 to ls-waiting-count
           else
               perform 3500-run-extract
           end-if
           .
       3300-find-gaps.
      *    Walks the covered spans across the ticket's range with a
      *    cursor at the first value not yet known covered; each
      *    span starting past the cursor leaves a gap behind it.
           move zero to ls-gap-count
           move ls-tk-low(ls-tk-idx) to ls-ticket-low ls-cursor
           move ls-tk-high(ls-tk-idx) to ls-ticket-high

           perform varying ls-span-idx from 1 by 1
                   until ls-span-idx > ls-span-count
                           or ls-cursor > ls-ticket-high
               if ls-span-high(ls-span-idx) < ls-cursor
                   exit perform cycle
               end-if
               if ls-span-low(ls-span-idx) > ls-ticket-high
                   exit perform
               end-if

               if ls-span-low(ls-span-idx) > ls-cursor
                       and ls-gap-count < 500
                   add 1 to ls-gap-count
                   move ls-cursor to ls-gap-low(ls-gap-count)
                   compute ls-gap-high(ls-gap-count) =
                           ls-span-low(ls-span-idx) - 1
               end-if

               if ls-span-high(ls-span-idx) >= ls-ticket-high
                   compute ls-cursor = ls-ticket-high + 1
               else
                   compute ls-cursor = ls-span-high(ls-span-idx) + 1
               end-if
           end-perform

           if ls-cursor <= ls-ticket-high and ls-gap-count < 500
               add 1 to ls-gap-count
               move ls-cursor to ls-gap-low(ls-gap-count)
               move ls-ticket-high to ls-gap-high(ls-gap-count)
           end-if
           .
       3400-plan-gaps.
      *    The uncovered parts become prime5a PARMFILE control cards
      *    the way primeplan writes them, one plan per ticket, sized
      *    by CHUNK= and held to 99 requests.
           move spaces to ls-plan-file
           string  ls-this-ticket  delimited by space
                   '.pln'          delimited by size
                   into ls-plan-file

           set plan-failed to false
           open output plan-file
           if not plan-status-ok
               set plan-failed to true
               move 'PRM0766S' to ls-msg-id
               move ls-plan-status to ls-msg-status
               move 'Cannot open ticket plan file.' to ls-msg-text
               perform 8010-issue-open-error
               add 1 to ls-open-count
               exit paragraph
           end-if

           move spaces to plan-card
           string  '* Generation requests for ticket '
                                       delimited by size
                   ls-this-ticket       delimited by space
                   ' ('                delimited by size
                   ls-tk-requester(ls-tk-idx)
                                       delimited by space
                   '), due '           delimited by size
                   ls-tk-due(ls-tk-idx) delimited by size
                   into plan-card
           write plan-card

           move zero to ls-request-count
           set plan-truncated to false
           perform varying ls-gap-idx from 1 by 1
                   until (ls-gap-idx > ls-gap-count)
                           or plan-truncated
               move ls-gap-low(ls-gap-idx) to ls-chunk-low

               perform until ls-chunk-low >
                       ls-gap-high(ls-gap-idx)
                       or plan-truncated
                   compute ls-chunk-high =
                           ls-chunk-low + ls-chunk-span - 1
                   if ls-chunk-high > ls-gap-high(ls-gap-idx)
                       move ls-gap-high(ls-gap-idx)
                               to ls-chunk-high
                   end-if

                   if ls-request-count >= 99
                       set plan-truncated to true
                       move 'PRM0550W' to ls-msg-id
                       move spaces to ls-msg-text
                       string  'Plan for ticket '
                                       delimited by size
                               ls-this-ticket delimited by space
                               ' truncated at 99 requests; fulfill'
                                       delimited by size
                               ' again after these complete.'
                                       delimited by size
                               into ls-msg-text
                       perform 8000-issue-message
                   else
                       perform 3410-emit-one-request
                       compute ls-chunk-low = ls-chunk-high + 1
                   end-if
               end-perform
           end-perform

           close plan-file

           move ls-plan-file to ls-tk-plan(ls-tk-idx)

           move spaces to ls-low-trim
           move ls-request-count to ls-num-disp
           unstring ls-num-disp delimited by all space
                   into ls-trim-skip ls-low-trim
           move 'PRM0549W' to ls-msg-id
           move spaces to ls-msg-text
           string  'Ticket '             delimited by size
                   ls-this-ticket         delimited by space
                   ' waits on '          delimited by size
                   ls-low-trim            delimited by space
                   ' generation request(s) in '
                                         delimited by size
                   ls-plan-file           delimited by space
                   '.'                   delimited by size
                   into ls-msg-text
           perform 8000-issue-message
           .
       3410-emit-one-request.
           add 1 to ls-request-count
           move ls-request-count to ls-request-disp

           move spaces to ls-low-trim
           move ls-chunk-low to ls-num-disp
           unstring ls-num-disp delimited by all space
                   into ls-trim-skip ls-low-trim

           move spaces to ls-high-trim
           move ls-chunk-high to ls-num-disp
           unstring ls-num-disp delimited by all space
                   into ls-trim-skip ls-high-trim

           move spaces to plan-card
           string  'MODE=RANGE LOW='   delimited by size
                   ls-low-trim          delimited by space
                   ' HIGH='            delimited by size
                   ls-high-trim         delimited by space
                   ' OUTPUT='          delimited by size
                   ls-this-ticket       delimited by space
                   'g'                 delimited by size
                   ls-request-disp      delimited by size
                   '.txt'              delimited by size
                   into plan-card
           write plan-card
           .
       3500-run-extract.
      *    The ledger covers the whole range, so the master should
      *    hold it: primextr reads it from there into the requested
      *    format and registers the extract. Its condition code is
      *    the master check -- a span generated but not merged yet
      *    extracts nothing, and the ticket stays open.
           perform 4200-trim-range

           move spaces to ls-command
           move 1 to ls-command-ptr
           string  'primextr VALUES '    delimited by size
                   ls-low-trim            delimited by space
                   ' '                   delimited by size
                   ls-high-trim           delimited by space
                   ' '                   delimited by size
                   ls-tk-output(ls-tk-idx)
                                         delimited by space
                   ' FORMAT='            delimited by size
                   ls-tk-format(ls-tk-idx)
                                         delimited by space
                   into ls-command
                   with pointer ls-command-ptr
           if ls-master-file not = spaces
               string  ' MASTER='            delimited by size
                       ls-master-file         delimited by space
                       into ls-command
                       with pointer ls-command-ptr
           end-if

           call 'SYSTEM' using ls-command

      *    SYSTEM hands back the raw wait status; the extract's
      *    actual condition code rides in the high-order byte.
           compute ls-extract-rc = return-code / 256
           move zero to return-code

           if ls-extract-rc >= 8
               move ls-extract-rc to ls-rc-disp
               move 'PRM0445E' to ls-msg-id
               move spaces to ls-msg-text
               string  'Ticket '             delimited by size
                       ls-this-ticket         delimited by space
                       ' extract ended with condition code '
                                             delimited by size
                       ls-rc-disp             delimited by size
                       '; ticket stays open.'
                                             delimited by size
                       into ls-msg-text
               perform 8000-issue-message
               if ls-tk-state(ls-tk-idx) not = 'OPEN'
                   move 'OPEN' to ls-tk-state(ls-tk-idx)
                   move ls-today to ls-tk-state-date(ls-tk-idx)
               end-if
               add 1 to ls-open-count
               exit paragraph
           end-if

           perform 3600-find-registration

           move 'FULFILLED' to ls-tk-state(ls-tk-idx)
           move ls-today to ls-tk-state-date(ls-tk-idx)
           move spaces to ls-tk-plan(ls-tk-idx)
           add 1 to ls-fulfilled-count

           move spaces to report-line
           string  'Ticket '             delimited by size
                   ls-this-ticket         delimited by space
                   ' fulfilled to '      delimited by size
                   ls-tk-output(ls-tk-idx)
                                         delimited by space
                   '.'                   delimited by size
                   into report-line
           write report-line
           .
       3600-find-registration.
      *    The newest primextr registration of the ticket's output
      *    is the one this run's extract just made.
           set registration-found to false
           move spaces to ls-tk-cat-date(ls-tk-idx)
                          ls-tk-cat-time(ls-tk-idx)

           open input catalog-file
           if catalog-status-ok
               perform until exit
                   read catalog-file
                       at end
                           exit perform
                   end-read

                   move spaces to ls-cat-fields
                   unstring catalog-line delimited by '|'
                       into ls-cf-date ls-cf-time ls-cf-pgm
                            ls-cf-name
                   if ls-cf-pgm = 'primextr' and
                           ls-cf-name = ls-tk-output(ls-tk-idx)
                       move ls-cf-date to ls-tk-cat-date(ls-tk-idx)
                       move ls-cf-time to ls-tk-cat-time(ls-tk-idx)
                       set registration-found to true
                   end-if
               end-perform
               close catalog-file
           end-if

           if not registration-found
               move 'PRM0551W' to ls-msg-id
               move spaces to ls-msg-text
               string  'Ticket '             delimited by size
                       ls-this-ticket         delimited by space
                       ' fulfilled, but its extract is not in '
                                             delimited by size
                       ls-catalog-file        delimited by space
                       '.'                   delimited by size
                       into ls-msg-text
               perform 8000-issue-message
           end-if
           .
       3900-write-tickets.
      *    The request file is rewritten whole, in the order it was
      *    read, from the table this run holds.
           open output ticket-file
           if not ticket-status-ok
               move 'PRM0764S' to ls-msg-id
               move ls-ticket-status to ls-msg-status
               move 'Cannot rewrite request desk file.'
                       to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if

           perform varying ls-tk-idx from 1 by 1
                   until ls-tk-idx > ls-tk-count
               move spaces to ticket-line
               string  ls-tk-ticket(ls-tk-idx)     delimited by space
                       '|'                        delimited by size
                       ls-tk-requester(ls-tk-idx)  delimited by space
                       '|'                        delimited by size
                       ls-tk-low(ls-tk-idx)        delimited by size
                       '|'                        delimited by size
                       ls-tk-high(ls-tk-idx)       delimited by size
                       '|'                        delimited by size
                       ls-tk-format(ls-tk-idx)     delimited by space
                       '|'                        delimited by size
                       ls-tk-due(ls-tk-idx)        delimited by size
                       '|'                        delimited by size
                       ls-tk-output(ls-tk-idx)     delimited by space
                       '|'                        delimited by size
                       ls-tk-state(ls-tk-idx)      delimited by space
                       '|'                        delimited by size
                       ls-tk-opened(ls-tk-idx)     delimited by size
                       '|'                        delimited by size
                       ls-tk-state-date(ls-tk-idx) delimited by size
                       '|'                        delimited by size
                       ls-tk-cat-date(ls-tk-idx)   delimited by space
                       '|'                        delimited by size
                       ls-tk-cat-time(ls-tk-idx)   delimited by space
                       '|'                        delimited by size
                       ls-tk-plan(ls-tk-idx)       delimited by space
                       into ticket-line
               write ticket-line
           end-perform

           close ticket-file
           .
       4000-status-report.
      *    One line per ticket: what was asked, where it stands, and
      *    what fulfilled it (the catalog registration) or what it
      *    waits on (its plan). A ticket still open or waiting after
      *    its due date is flagged PAST DUE.
           move spaces to report-line
           string  'Ticket  Requester             State      Due     '
                           delimited by size
                   '  Opened    Format    Range / fulfilment'
                           delimited by size
                   into report-line
           write report-line

           perform varying ls-tk-idx from 1 by 1
                   until ls-tk-idx > ls-tk-count
               perform 4100-write-ticket-line
           end-perform

           move spaces to report-line
           move 1 to ls-line-ptr
           move ls-tk-count to ls-count-disp
           string  ls-count-disp          delimited by size
                   ' ticket(s):'          delimited by size
                   into report-line
                   with pointer ls-line-ptr
           move ls-open-count to ls-count-disp
           string  ls-count-disp          delimited by size
                   ' open,'               delimited by size
                   into report-line
                   with pointer ls-line-ptr
           move ls-waiting-count to ls-count-disp
           string  ls-count-disp          delimited by size
                   ' waiting,'            delimited by size
                   into report-line
                   with pointer ls-line-ptr
           move ls-fulfilled-count to ls-count-disp
           string  ls-count-disp          delimited by size
                   ' fulfilled,'          delimited by size
                   into report-line
                   with pointer ls-line-ptr
           move ls-cancelled-count to ls-count-disp
           string  ls-count-disp          delimited by size
                   ' cancelled.'          delimited by size
                   into report-line
                   with pointer ls-line-ptr
           write report-line

           if ls-past-due-count not = zero
               move ls-past-due-count to ls-count-disp
               move 'PRM0552W' to ls-msg-id
               move spaces to ls-msg-text
               string  ls-count-disp          delimited by size
                       ' ticket(s) past due.' delimited by size
                       into ls-msg-text
               perform 8000-issue-message
           end-if
           .
       4100-write-ticket-line.
           perform 4200-trim-range

           move spaces to ls-report-note ls-due-flag
           evaluate ls-tk-state(ls-tk-idx)
               when 'FULFILLED'
                   add 1 to ls-fulfilled-count
                   if ls-tk-cat-date(ls-tk-idx) = spaces
                       string  'extract '           delimited by size
                               ls-tk-output(ls-tk-idx)
                                                    delimited by space
                               ' (not catalogued)'  delimited by size
                               into ls-report-note
                   else
                       string  'catalog '           delimited by size
                               ls-tk-cat-date(ls-tk-idx)
                                                    delimited by size
                               ' '                  delimited by size
                               ls-tk-cat-time(ls-tk-idx)
                                                    delimited by size
                               ' '                  delimited by size
                               ls-tk-output(ls-tk-idx)
                                                    delimited by space
                               into ls-report-note
                   end-if
               when 'WAITING'
                   add 1 to ls-waiting-count
                   string  'waits on plan '         delimited by size
                           ls-tk-plan(ls-tk-idx)     delimited by space
                           into ls-report-note
               when 'CANCELLED'
                   add 1 to ls-cancelled-count
               when other
                   add 1 to ls-open-count
           end-evaluate

           if (ls-tk-state(ls-tk-idx) = 'OPEN' or
                   ls-tk-state(ls-tk-idx) = 'WAITING') and
                   ls-tk-due(ls-tk-idx) < ls-today
               add 1 to ls-past-due-count
               move 'PAST DUE' to ls-due-flag
           end-if

           move spaces to report-line
           string  ls-tk-ticket(ls-tk-idx)     delimited by size
                   '  '                       delimited by size
                   ls-tk-requester(ls-tk-idx)  delimited by size
                   '  '                       delimited by size
                   ls-tk-state(ls-tk-idx)      delimited by size
                   ' '                        delimited by size
                   ls-tk-due(ls-tk-idx)        delimited by size
                   '  '                       delimited by size
                   ls-tk-opened(ls-tk-idx)     delimited by size
                   '  '                       delimited by size
                   ls-tk-format(ls-tk-idx)     delimited by size
                   '  '                       delimited by size
                   ls-low-trim                 delimited by space
                   ' - '                      delimited by size
                   ls-high-trim                delimited by space
                   '  '                       delimited by size
                   ls-report-note              delimited by '   '
                   '  '                       delimited by size
                   ls-due-flag                 delimited by size
                   into report-line
           write report-line
           .
       4200-trim-range.
      *    The range of ticket ls-tk-idx, zero-suppressed and
      *    left-justified for a report line or a command.
           move spaces to ls-low-trim
           move ls-tk-low(ls-tk-idx) to ls-num-disp
           unstring ls-num-disp delimited by all space
                   into ls-trim-skip ls-low-trim

           move spaces to ls-high-trim
           move ls-tk-high(ls-tk-idx) to ls-num-disp
           unstring ls-num-disp delimited by all space
                   into ls-trim-skip ls-high-trim
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
       7010-claim-one-file.
           if ls-lock-name = spaces or ls-lock-name = c-stdout
               exit paragraph
           end-if

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

               move 'PRM0217S' to ls-msg-id
               move spaces to ls-msg-text
               string  'Output file '     delimited by size
                       ls-lock-name        delimited by space
                       ' is claimed by another run ('
                                          delimited by size
                       ls-lock-owner       delimited by space
                       ').'               delimited by size
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
           string  'primedesk '  delimited by size
                   ls-today       delimited by size
                   ' '           delimited by size
                   ls-now-time    delimited by size
                   into lock-record
           write lock-record
           close lock-file

           add 1 to ls-lock-claim-count
           move ls-lock-name to ls-lock-claims(ls-lock-claim-count)
           .
       7050-resolve-files.
      *    Every shared file comes from the run's environment
      *    configuration (primeenv); a keyword that names a file
      *    still overrides it for the run.
           move 'DESKREQ' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-ticket-file

           move 'LEDGER' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-ledger-file

           move 'CATALOG' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-catalog-file
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
       7900-release-claims.
      *    Deletes exactly the claims this run made, and nothing
      *    else. CBL_DELETE_FILE reports through RETURN-CODE, which
      *    must not leak into the run's own condition code.
           move return-code to ls-lock-save-rc

           perform varying ls-lock-idx from 1 by 1
                   until ls-lock-idx > ls-lock-claim-count
               move spaces to ls-lock-file-name
               string  ls-lock-claims(ls-lock-idx)
                                     delimited by space
                       '.lck'        delimited by size
                       into ls-lock-file-name
               call 'CBL_DELETE_FILE' using ls-lock-file-name
           end-perform

           move zero to ls-lock-claim-count
           move ls-lock-save-rc to return-code
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
       9110-days-in-month.
           evaluate ls-cal-month
               when 1
               when 3
               when 5
               when 7
               when 8
               when 10
               when 12
                   move 31 to ls-cal-month-days
               when 4
               when 6
               when 9
               when 11
                   move 30 to ls-cal-month-days
               when other
                   divide ls-cal-year by 4
                           giving ls-cal-quotient
                           remainder ls-cal-remainder
                   if ls-cal-remainder not = zero
                       move 28 to ls-cal-month-days
                   else
                       divide ls-cal-year by 100
                               giving ls-cal-quotient
                               remainder ls-cal-remainder
                       if ls-cal-remainder not = zero
                           move 29 to ls-cal-month-days
                       else
                           divide ls-cal-year by 400
                                   giving ls-cal-quotient
                                   remainder ls-cal-remainder
                           if ls-cal-remainder = zero
                               move 29 to ls-cal-month-days
                           else
                               move 28 to ls-cal-month-days
                           end-if
                       end-if
                   end-if
           end-evaluate
           .
       9120-add-days.
      *    ls-cal-date plus ls-cal-remaining days, by plain calendar
      *    walking -- the forward twin of primekeep's cutoff walk --
      *    minding the month lengths and the leap rule.
           move ls-cal-yyyy to ls-cal-year
           move ls-cal-mm to ls-cal-month
           move ls-cal-dd to ls-cal-day

           perform until ls-cal-remaining = zero
               perform 9110-days-in-month
               if ls-cal-day + ls-cal-remaining <= ls-cal-month-days
                   add ls-cal-remaining to ls-cal-day
                   move zero to ls-cal-remaining
               else
                   compute ls-cal-remaining = ls-cal-remaining
                           - (ls-cal-month-days - ls-cal-day + 1)
                   move 1 to ls-cal-day
                   if ls-cal-month = 12
                       move 1 to ls-cal-month
                       add 1 to ls-cal-year
                   else
                       add 1 to ls-cal-month
                   end-if
               end-if
           end-perform

           compute ls-cal-date =
                   (ls-cal-year * 10000) + (ls-cal-month * 100)
                           + ls-cal-day
           .
