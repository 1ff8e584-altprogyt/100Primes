      ******************************************************************
      * primesus: Suspense desk for primebat rejects. primebat writes  *
      * every record it refuses to the suspense log (primebat.sus)     *
      * with a reason code; this program works the log:                *
      *                                                                *
      *   RESUBMIT   queue corrected records for the next primebat run *
      *   VOID id    write an item off without correcting it           *
      *   AGING      the open items by age and reason                  *
      *                                                                *
      * Corrections (CORRECTIONS=, primesus.cor by default) are lines  *
      * of item|corrected record. A correction for an item that is     *
      * open is appended to the resubmission file primebat reads       *
      * (RESUBMIT=, primebat.rsb) and logged as RESUB; one naming an   *
      * item that is not open is refused. primebat clears an item      *
      * whose correction passes, or suspends it again as a new item    *
      * linked to the one it corrected. RESUBMIT and VOID claim the    *
      * suspense log, and RESUBMIT the resubmission file too, the way  *
      * primebat claims both for its run ('<name>.lck'); a claim held  *
      * by the other program refuses the run.                          *
      *                                                                *
      * AGING lists open and resubmitted items oldest first with their *
      * age in days as of ASOF= (today by default), flags any item     *
      * that has been rejected again after a correction, and closes    *
      * with open items by reason and age band: 0-7, 8-30, 31-90 and   *
      * over 90 days.                                                  *
      ******************************************************************
       identification division.
       program-id. primesus.

       environment division.

       input-output section.

       file-control.
           select  standard-error assign '/dev/stderr'
                   organization is line sequential
                   access mode is sequential
                   file status is ls-stderr-status
                   .
           select  suspense-file assign ls-suspense-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-suspense-status
                   .
           select  correction-file assign ls-correction-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-correction-status
                   .
           select  resubmit-file assign ls-resubmit-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-resubmit-status
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

      *    REJECT|item|date|time|reason|attempt|prior-item|record
      *    RESUB|item|date|time|by|record
      *    CLEARED|item|date|time|run
      *    VOID|item|date|time|by
       fd  suspense-file.
       01  suspense-line                   pic x(200).

      *    item|corrected record
       fd  correction-file.
       01  correction-line                 pic x(120).

      *    item|corrected record, for primebat.
       fd  resubmit-file.
       01  resubmit-line                   pic x(120).

       fd  lock-file.
       01  lock-record                     pic x(80).

       fd  report-file.
       01  report-line                     pic x(132).

       local-storage section.

       78  c-stdout                        value '/dev/stdout'.
      *    Largest value the 64-bit binary-double unsigned fields can
      *    carry; 4050-parse-numeric-field rejects anything larger so
      *    an oversized operand is an error, not a silent wraparound.
       78  c-value-ceiling                 value
                                           18446744073709551615.
       78  c-max-items                     value 5000.

       01  filler.
           05  ls-arguments                pic x(256) value spaces.
           05  ls-token-area.
               10  ls-token                occurs 8 times
                                           pic x(256).
               10  ls-token-count          binary-long unsigned.
           05  ls-token-idx                binary-long unsigned.
           05  ls-suspense-file            pic x(256) value spaces.
           05  ls-correction-file          pic x(256) value spaces.
           05  ls-resubmit-file            pic x(256) value spaces.
           05  ls-report-file              pic x(256) value spaces.
           05  ls-verb                     pic x(08) value spaces.
           05  ls-target-item              pic x(23) value spaces.
           05  ls-by                       pic x(20)
                                           value 'OPERATOR'.
           05  ls-asof-date                pic 9(08) value zero.
           05  switches.
               10  filler                  pic x(01) value 'N'.
                   88  fatal-error         value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  report-opened       value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  suspense-opened     value 'Y' false 'N'.
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
      *    Every item in the suspense log and its latest state.
           05  ls-item-count               binary-long unsigned
                                           value zero.
           05  ls-item-idx                 binary-long unsigned.
           05  ls-item-entry               occurs 5000 times.
               10  ls-it-id                pic x(23).
               10  ls-it-state             pic x(01).
                   88  it-open             value 'O'.
                   88  it-resubmitted      value 'R'.
                   88  it-cleared          value 'C'.
                   88  it-voided           value 'V'.
                   88  it-superseded       value 'S'.
               10  ls-it-date              pic 9(08).
               10  ls-it-time              pic x(08).
               10  ls-it-reason            pic x(08).
               10  ls-it-attempt           pic 9(03).
               10  ls-it-prior             pic x(23).
               10  ls-it-record            pic x(80).
           05  ls-suspense-fields.
               10  ls-sf-event             pic x(08).
               10  ls-sf-item              pic x(23).
               10  ls-sf-date              pic x(08).
               10  ls-sf-time              pic x(08).
               10  ls-sf-reason            pic x(08).
               10  ls-sf-attempt           pic x(03).
               10  ls-sf-prior             pic x(23).
               10  ls-sf-record            pic x(80).
           05  ls-find-item                pic x(23).
           05  ls-correction-item          pic x(23).
           05  ls-correction-record        pic x(80).
      *    AGING's reason-by-age summary. The last reason row takes
      *    any code this program does not know by name.
           05  ls-reason-names             pic x(48) value
               'BADVERB NONNUM  CEILING LOWHIGH DOMAIN  OTHER   '.
           05  filler redefines ls-reason-names.
               10  ls-reason-name          pic x(08) occurs 6 times.
           05  ls-reason-idx               binary-long unsigned.
           05  ls-band-idx                 binary-long unsigned.
           05  ls-band-table.
               10  ls-band-row             occurs 6 times.
                   15  ls-band-count       binary-long unsigned
                                           occurs 4 times.
               10  ls-band-total           binary-long unsigned
                                           occurs 4 times.
           05  ls-listed-count             binary-long unsigned
                                           value zero.
           05  ls-again-count              binary-long unsigned
                                           value zero.
      *    RESUBMIT counts.
           05  ls-queued-count             binary-long unsigned
                                           value zero.
           05  ls-refused-count            binary-long unsigned
                                           value zero.
           05  ls-count-disp               pic z(08)9(01).
           05  ls-band-disp                pic z(05)9(01)
                                           occurs 4 times.
           05  ls-row-disp                 pic z(05)9(01).
           05  ls-age-disp                 pic z(04)9(01).
           05  ls-attempt-disp             pic z(02)9(01).
           05  ls-status-word              pic x(11).
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
               10  ls-suspense-status      pic 9(01)x(01).
                   88  suspense-status-ok  value '00'.
                   88  suspense-absent     value '35'.
               10  ls-correction-status    pic 9(01)x(01).
                   88  correction-status-ok
                                           value '00'.
               10  ls-resubmit-status      pic 9(01)x(01).
                   88  resubmit-status-ok  value '00'.
                   88  resubmit-absent     value '35'.
               10  ls-report-status        pic 9(01)x(01).
                   88  report-status-ok    value '00'.
               10  ls-lock-status          pic 9(01)x(01).
                   88  lock-status-ok      value '00'.

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
               perform 7900-release-claims
               perform 8090-set-return-code
               goback
           end-if

           perform 1200-load-suspense

           if not fatal-error
               evaluate ls-verb
                   when 'RESUBMIT'
                       perform 2000-resubmit-corrections
                   when 'VOID'
                       perform 3000-void-item
                   when 'AGING'
                       perform 4000-report-aging
               end-evaluate
           end-if

           if suspense-opened
               close suspense-file
           end-if
           if report-opened
               close report-file
           end-if
           close standard-error
           perform 7900-release-claims

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
               when 'RESUBMIT'
               when 'AGING'
                   move 2 to ls-token-idx
               when 'VOID'
                   if ls-token(2) = spaces
                           or ls-token(2)(1:9) = 'SUSPENSE='
                           or ls-token(2)(1:3) = 'BY='
                       perform 1050-issue-usage
                       exit paragraph
                   end-if
                   move ls-token(2) to ls-target-item
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
                   when ls-token(ls-token-idx)(1:3) = 'BY='
                           and ls-token(ls-token-idx)(4:) not = spaces
                       move ls-token(ls-token-idx)(4:20) to ls-by
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
                   when ls-token(ls-token-idx)(1:9) = 'SUSPENSE='
                       move ls-token(ls-token-idx)(10:247)
                               to ls-suspense-file
                   when ls-token(ls-token-idx)(1:12) = 'CORRECTIONS='
                       move ls-token(ls-token-idx)(13:244)
                               to ls-correction-file
                   when ls-token(ls-token-idx)(1:9) = 'RESUBMIT='
                       move ls-token(ls-token-idx)(10:247)
                               to ls-resubmit-file
                   when ls-token(ls-token-idx)(1:7) = 'REPORT='
                       move ls-token(ls-token-idx)(8:249)
                               to ls-report-file
                   when other
                       perform 1050-issue-usage
               end-evaluate
           end-perform

           if fatal-error or ls-verb = 'AGING'
               exit paragraph
           end-if

      *    RESUBMIT and VOID append to the suspense log, and RESUBMIT
      *    to the queue primebat empties after its run; both are
      *    claimed the way primebat claims them, so the two programs
      *    never work the same files at once. AGING only reads.
           move ls-suspense-file to ls-lock-name
           perform 7010-claim-one-file
           if not fatal-error and ls-verb = 'RESUBMIT'
               move ls-resubmit-file to ls-lock-name
               perform 7010-claim-one-file
           end-if
           .
       1050-issue-usage.
           move 'PRM0416E' to ls-msg-id
           move spaces to ls-msg-text
           string  'Usage is primesus RESUBMIT|VOID item|AGING'
                           delimited by size
                   ' [CORRECTIONS=] [RESUBMIT=] [SUSPENSE=] [BY=]'
                           delimited by size
                   ' [ASOF=] [REPORT=].'
                           delimited by size
                   into ls-msg-text
           perform 8000-issue-message
           set fatal-error to true
           .
       1200-load-suspense.
      *    Replays the log into each item's latest state. A REJECT
      *    opens an item and supersedes the item it corrected;
      *    RESUB queues it; CLEARED and VOID close it. No log yet
      *    is simply nothing in suspense.
           open input suspense-file
           if suspense-absent
               exit paragraph
           end-if
           if not suspense-status-ok
               move 'PRM0736S' to ls-msg-id
               move ls-suspense-status to ls-msg-status
               move 'Cannot read suspense file.' to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if

           perform until exit
               read suspense-file
                   at end
                       exit perform
               end-read

               move spaces to ls-suspense-fields
               unstring suspense-line delimited by '|'
                   into ls-sf-event ls-sf-item ls-sf-date ls-sf-time
                        ls-sf-reason ls-sf-attempt ls-sf-prior
                        ls-sf-record

               move ls-sf-item to ls-find-item
               perform 5000-find-item

               evaluate ls-sf-event
                   when 'REJECT'
                       if ls-item-idx > ls-item-count
                           perform 1210-add-item
                       end-if
                       if ls-sf-prior not = spaces
                           move ls-sf-prior to ls-find-item
                           perform 5000-find-item
                           if ls-item-idx <= ls-item-count
                               set it-superseded(ls-item-idx) to true
                           end-if
                       end-if
                   when 'RESUB'
                       if ls-item-idx <= ls-item-count
                           set it-resubmitted(ls-item-idx) to true
                       end-if
                   when 'CLEARED'
                       if ls-item-idx <= ls-item-count
                           set it-cleared(ls-item-idx) to true
                       end-if
                   when 'VOID'
                       if ls-item-idx <= ls-item-count
                           set it-voided(ls-item-idx) to true
                       end-if
               end-evaluate
           end-perform

           close suspense-file
           .
       1210-add-item.
           if ls-item-count >= c-max-items
               if not table-full-warned
                   set table-full-warned to true
                   move 'PRM0536W' to ls-msg-id
                   move spaces to ls-msg-text
                   string  'Suspense log holds more than 5000 items; '
                                                      delimited by size
                           'the later items are not shown or worked.'
                                                      delimited by size
                           into ls-msg-text
                   perform 8000-issue-message
               end-if
               exit paragraph
           end-if

           add 1 to ls-item-count
           move ls-item-count to ls-item-idx
           move ls-sf-item to ls-it-id(ls-item-idx)
           set it-open(ls-item-idx) to true
           move zero to ls-it-date(ls-item-idx)
           if ls-sf-date is numeric
               move ls-sf-date to ls-it-date(ls-item-idx)
           end-if
           move ls-sf-time to ls-it-time(ls-item-idx)
           move ls-sf-reason to ls-it-reason(ls-item-idx)
           move 1 to ls-it-attempt(ls-item-idx)
           if ls-sf-attempt is numeric
               move ls-sf-attempt to ls-it-attempt(ls-item-idx)
           end-if
           move ls-sf-prior to ls-it-prior(ls-item-idx)
           move ls-sf-record to ls-it-record(ls-item-idx)
           .
       1400-open-suspense-extend.
           open extend suspense-file
           if suspense-absent
               open output suspense-file
           end-if
           if not suspense-status-ok
               move 'PRM0736S' to ls-msg-id
               move ls-suspense-status to ls-msg-status
               move 'Cannot extend suspense file.' to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if

           set suspense-opened to true
           .
       2000-resubmit-corrections.
           open input correction-file
           if not correction-status-ok
               move 'PRM0737S' to ls-msg-id
               move ls-correction-status to ls-msg-status
               move 'Cannot open corrections file.' to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if

           open extend resubmit-file
           if resubmit-absent
               open output resubmit-file
           end-if
           if not resubmit-status-ok
               move 'PRM0738S' to ls-msg-id
               move ls-resubmit-status to ls-msg-status
               move 'Cannot open resubmission file.' to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               close correction-file
               exit paragraph
           end-if

           perform 1400-open-suspense-extend
           if fatal-error
               close correction-file resubmit-file
               exit paragraph
           end-if

           perform until exit
               read correction-file
                   at end
                       exit perform
               end-read

               if correction-line = spaces
                       or correction-line(1:1) = '*'
                   exit perform cycle
               end-if

               move spaces to ls-correction-item ls-correction-record
               unstring correction-line delimited by '|'
                   into ls-correction-item ls-correction-record
               perform 2100-resubmit-one-correction
           end-perform

           close correction-file resubmit-file

           move ls-queued-count to ls-count-disp
           display 'primesus: corrections queued ' ls-count-disp
           move ls-refused-count to ls-count-disp
           display 'primesus: corrections refused' ls-count-disp
           .
       2100-resubmit-one-correction.
      *    Only an open item takes a correction: a resubmitted one
      *    already has its correction waiting, and a cleared, voided
      *    or superseded one is finished with.
           move ls-correction-item to ls-find-item
           perform 5000-find-item

           if ls-item-idx > ls-item-count
                   or ls-correction-record = spaces
               move 'N' to ls-status-word
           else
               if it-open(ls-item-idx)
                   move 'Y' to ls-status-word
               else
                   move 'N' to ls-status-word
               end-if
           end-if

           if ls-status-word = 'N'
               add 1 to ls-refused-count
               move 'PRM0417E' to ls-msg-id
               move spaces to ls-msg-text
               string  'Correction for '     delimited by size
                       ls-correction-item     delimited by space
                       ' refused; no open suspense item or no record.'
                                             delimited by size
                       into ls-msg-text
               perform 8000-issue-message
               exit paragraph
           end-if

           move spaces to resubmit-line
           string  ls-correction-item      delimited by space
                   '|'                     delimited by size
                   ls-correction-record    delimited by size
                   into resubmit-line
           write resubmit-line

           move spaces to suspense-line
           string  'RESUB|'                delimited by size
                   ls-correction-item      delimited by space
                   '|'                     delimited by size
                   ls-now-date             delimited by size
                   '|'                     delimited by size
                   ls-now-time             delimited by size
                   '|'                     delimited by size
                   ls-by                   delimited by space
                   '|'                     delimited by size
                   ls-correction-record    delimited by size
                   into suspense-line
           write suspense-line

           set it-resubmitted(ls-item-idx) to true
           add 1 to ls-queued-count
           .
       3000-void-item.
           move ls-target-item to ls-find-item
           perform 5000-find-item

           if ls-item-idx > ls-item-count
               move 'PRM0417E' to ls-msg-id
               move spaces to ls-msg-text
               string  'No suspense item '   delimited by size
                       ls-target-item         delimited by space
                       '.'                   delimited by size
                       into ls-msg-text
               perform 8000-issue-message
               exit paragraph
           end-if

           if not it-open(ls-item-idx)
                   and not it-resubmitted(ls-item-idx)
               move 'PRM0537W' to ls-msg-id
               move spaces to ls-msg-text
               string  'Suspense item '      delimited by size
                       ls-target-item         delimited by space
                       ' is already closed.' delimited by size
                       into ls-msg-text
               perform 8000-issue-message
               exit paragraph
           end-if

           perform 1400-open-suspense-extend
           if fatal-error
               exit paragraph
           end-if

           move spaces to suspense-line
           string  'VOID|'                 delimited by size
                   ls-target-item          delimited by space
                   '|'                     delimited by size
                   ls-now-date             delimited by size
                   '|'                     delimited by size
                   ls-now-time             delimited by size
                   '|'                     delimited by size
                   ls-by                   delimited by space
                   into suspense-line
           write suspense-line

           set it-voided(ls-item-idx) to true
           display 'primesus: voided ' ls-target-item
           .
       4000-report-aging.
           perform 4900-open-report
           if fatal-error
               exit paragraph
           end-if

           move ls-asof-date to ls-stamp-date
           perform 9150-stamp-days
           move ls-day-number to ls-asof-days
           initialize ls-band-table

           move spaces to report-line
           string  'PRIMESUS - SUSPENSE AGING AS OF '
                                               delimited by size
                   ls-asof-date                delimited by size
                   into report-line
           write report-line
           move spaces to report-line
           write report-line
           move '  AGE  REASON   TRY STATUS      ITEM / RECORD'
                   to report-line
           write report-line

      *    The log is in rejection order, so the table already runs
      *    oldest first.
           perform varying ls-item-idx from 1 by 1
                   until ls-item-idx > ls-item-count
               if it-open(ls-item-idx)
                       or it-resubmitted(ls-item-idx)
                   perform 4100-print-aging-item
               end-if
           end-perform

           if ls-listed-count = zero
               move '  Nothing in suspense.' to report-line
               write report-line
           end-if

           perform 4200-print-band-summary
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
       4100-print-aging-item.
           move ls-it-date(ls-item-idx) to ls-stamp-date
           perform 9150-stamp-days
           compute ls-age-days = ls-asof-days - ls-day-number
           if ls-age-days < 0
               move 0 to ls-age-days
           end-if

           evaluate true
               when ls-age-days <= 7
                   move 1 to ls-band-idx
               when ls-age-days <= 30
                   move 2 to ls-band-idx
               when ls-age-days <= 90
                   move 3 to ls-band-idx
               when other
                   move 4 to ls-band-idx
           end-evaluate

           perform varying ls-reason-idx from 1 by 1
                   until ls-reason-idx >= 6
               if ls-reason-name(ls-reason-idx) =
                       ls-it-reason(ls-item-idx)
                   exit perform
               end-if
           end-perform
           add 1 to ls-band-count(ls-reason-idx ls-band-idx)
           add 1 to ls-band-total(ls-band-idx)
           add 1 to ls-listed-count

           if it-resubmitted(ls-item-idx)
               move 'RESUBMITTED' to ls-status-word
           else
               move 'OPEN' to ls-status-word
           end-if

           move ls-age-days to ls-age-disp
           move ls-it-attempt(ls-item-idx) to ls-attempt-disp
           move spaces to report-line
           string  ls-age-disp                 delimited by size
                   '  '                        delimited by size
                   ls-it-reason(ls-item-idx)   delimited by size
                   ' '                         delimited by size
                   ls-attempt-disp             delimited by size
                   ' '                         delimited by size
                   ls-status-word              delimited by size
                   ' '                         delimited by size
                   ls-it-id(ls-item-idx)       delimited by space
                   into report-line
           write report-line

           move spaces to report-line
           string  '                                '
                                               delimited by size
                   ls-it-record(ls-item-idx)   delimited by size
                   into report-line
           write report-line

      *    An item past its first attempt came back from a
      *    correction that was itself refused.
           if ls-it-attempt(ls-item-idx) > 1
               add 1 to ls-again-count
               move spaces to report-line
               string  '                                '
                                               delimited by size
                       '** REJECTED AGAIN AFTER CORRECTION OF '
                                               delimited by size
                       ls-it-prior(ls-item-idx)
                                               delimited by space
                       into report-line
               write report-line
           end-if
           .
       4200-print-band-summary.
           move spaces to report-line
           write report-line
           move 'OPEN ITEMS BY REASON AND AGE (DAYS)' to report-line
           write report-line
           move '  REASON      0-7   8-30  31-90    >90'
                   to report-line
           write report-line

           perform varying ls-reason-idx from 1 by 1
                   until ls-reason-idx > 6
               perform varying ls-band-idx from 1 by 1
                       until ls-band-idx > 4
                   move ls-band-count(ls-reason-idx ls-band-idx)
                           to ls-band-disp(ls-band-idx)
               end-perform
               move spaces to report-line
               string  '  '                    delimited by size
                       ls-reason-name(ls-reason-idx)
                                               delimited by size
                       ' '                     delimited by size
                       ls-band-disp(1)         delimited by size
                       ' '                     delimited by size
                       ls-band-disp(2)         delimited by size
                       ' '                     delimited by size
                       ls-band-disp(3)         delimited by size
                       ' '                     delimited by size
                       ls-band-disp(4)         delimited by size
                       into report-line
               write report-line
           end-perform

           perform varying ls-band-idx from 1 by 1
                   until ls-band-idx > 4
               move ls-band-total(ls-band-idx)
                       to ls-band-disp(ls-band-idx)
           end-perform
           move spaces to report-line
           string  '  TOTAL    '           delimited by size
                   ls-band-disp(1)         delimited by size
                   ' '                     delimited by size
                   ls-band-disp(2)         delimited by size
                   ' '                     delimited by size
                   ls-band-disp(3)         delimited by size
                   ' '                     delimited by size
                   ls-band-disp(4)         delimited by size
                   into report-line
           write report-line

           move ls-again-count to ls-row-disp
           move spaces to report-line
           string  '  Rejected again after correction: '
                                           delimited by size
                   ls-row-disp             delimited by size
                   into report-line
           write report-line
           .
       4900-open-report.
           if ls-report-file = spaces
               move c-stdout to ls-report-file
           end-if

           open output report-file
           if not report-status-ok
               move 'PRM0739S' to ls-msg-id
               move ls-report-status to ls-msg-status
               move 'Cannot open aging report.' to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if

           set report-opened to true
           .
       5000-find-item.
      *    Leaves ls-item-idx on ls-find-item's entry, or one past
      *    the last when the log has no such item.
           perform varying ls-item-idx from 1 by 1
                   until ls-item-idx > ls-item-count
               if ls-it-id(ls-item-idx) = ls-find-item
                   exit perform
               end-if
           end-perform
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
           string  'primesus '   delimited by size
                   ls-now-date    delimited by size
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
           move 'SUSPENSE' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-suspense-file

           move 'CORRECTIONS' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-correction-file

           move 'RESUBMIT' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-resubmit-file
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
