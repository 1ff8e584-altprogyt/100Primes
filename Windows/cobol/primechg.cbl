      ******************************************************************
      * primechg: Monthly chargeback of the suite's batch capacity.    *
      * Every producer records on its run-history record the cost      *
      * center it was run for (ACCOUNT=code), or UNALLOC flagged       *
      * DEFAULT when it was given none. For one calendar month (the    *
      * positional yyyymm, by default the month before this one) this  *
      * report totals per cost center the runs, elapsed minutes,       *
      * records produced (the count= figure) and output files, and     *
      * prices them against the rate table --                          *
      *                                                                *
      *   code|cents per minute|cents per 1000 records|cents per file| *
      *   name                                                         *
      *                                                                *
      *   RSCHA|150|25|10|Research group A                             *
      *                                                                *
      * -- one line per cost center, '*' lines being comments. Runs    *
      * charged to UNALLOC for want of a code, and run-history records *
      * written before accounting began, are counted as flagged. A     *
      * center with runs but no rate is charged nothing and named in   *
      * a warning.                                                     *
      *                                                                *
      * Records flagged CARDS (a PARMFILE run whose cards were each    *
      * charged on records of their own) or STEPS (the scheduler,      *
      * whose flows' steps charge their own runs) are not charged      *
      * again. The reconciliation line proves the charged runs plus    *
      * those carried by their detail records add up to every run      *
      * history record of the period.                                  *
      ******************************************************************
       identification division.
       program-id. primechg.

       environment division.

       input-output section.

       file-control.
           select  standard-error assign '/dev/stderr'
                   organization is line sequential
                   access mode is sequential
                   file status is ls-stderr-status
                   .
           select  rate-file assign ls-rate-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-rate-status
                   .
           select  history-file assign ls-history-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-history-status
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

       fd  rate-file.
       01  rate-line                       pic x(132).

       fd  history-file.
       01  history-line                    pic x(512).

       fd  report-file.
       01  report-line                     pic x(132).

       local-storage section.

       78  c-stdout                        value '/dev/stdout'.
      *    Largest value the 64-bit binary-double unsigned fields can
      *    carry; 4050-parse-numeric-field rejects anything larger so
      *    an oversized operand is an error, not a silent wraparound.
       78  c-value-ceiling                 value
                                           18446744073709551615.

       01  filler.
           05  ls-arguments                pic x(256) value spaces.
           05  ls-token-area.
               10  ls-token                occurs 6 times
                                           pic x(256).
               10  ls-token-count          binary-long unsigned.
           05  ls-token-idx                binary-long unsigned.
           05  ls-rate-file                pic x(256) value spaces.
           05  ls-history-file             pic x(256) value spaces.
           05  ls-report-file              pic x(256) value spaces.
           05  switches.
               10  filler                  pic x(01) value 'N'.
                   88  fatal-error         value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  run-flagged         value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  period-balanced     value 'Y' false 'N'.
           05  ls-period                   pic x(06) value spaces.
           05  filler redefines ls-period.
               10  ls-period-yyyy          pic 9(04).
               10  ls-period-mm            pic 9(02).
           05  ls-today                    pic x(08).
           05  filler redefines ls-today.
               10  ls-today-yyyy           pic 9(04).
               10  ls-today-mm             pic 9(02).
               10  ls-today-dd             pic 9(02).
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

      *    One entry per cost center: those the rate table names,
      *    in its order, then any others the run history charges.
           05  ls-center-table.
               10  ls-center-entry         occurs 50 times.
                   15  ls-ctr-code         pic x(08).
                   15  ls-ctr-name         pic x(30).
                   15  ls-ctr-rated        pic x(01).
                   15  ls-ctr-rate-min     binary-long unsigned.
                   15  ls-ctr-rate-krec    binary-long unsigned.
                   15  ls-ctr-rate-file    binary-long unsigned.
                   15  ls-ctr-runs         binary-long unsigned.
                   15  ls-ctr-flagged      binary-long unsigned.
                   15  ls-ctr-seconds      binary-double unsigned.
                   15  ls-ctr-records      binary-double unsigned.
                   15  ls-ctr-files        binary-long unsigned.
                   15  ls-ctr-charge       pic 9(11)v9(02).
           05  ls-center-count             binary-long unsigned
                                           value zero.
           05  ls-center-idx               binary-long unsigned.
           05  ls-find-code                pic x(08).

           05  ls-rate-fields.
               10  ls-rf-code              pic x(08).
               10  ls-rf-rate-min          pic x(20).
               10  ls-rf-rate-krec         pic x(20).
               10  ls-rf-rate-file         pic x(20).
               10  ls-rf-name              pic x(30).
           05  ls-rate-line-number         binary-long unsigned
                                           value zero.
           05  ls-rate-line-disp           pic z(05)9(01).

           05  ls-hist-fields.
               10  ls-hf-pgm               pic x(20).
               10  ls-hf-start-date        pic x(08).
               10  ls-hf-start-time        pic x(08).
               10  ls-hf-end-date          pic x(08).
               10  ls-hf-end-time          pic x(08).
               10  ls-hf-rc                pic x(02).
               10  ls-hf-counts            pic x(80).
               10  ls-hf-files             pic x(256).
               10  ls-hf-args              pic x(256).
               10  ls-hf-account           pic x(08).
               10  ls-hf-account-src       pic x(07).

      *    A run-history stamp split into its parts for the elapsed
      *    time: yyyymmdd dates, hhmmsscc times.
           05  ls-stamp-date               pic x(08).
           05  filler redefines ls-stamp-date.
               10  ls-stamp-yyyy           pic 9(04).
               10  ls-stamp-mm             pic 9(02).
               10  ls-stamp-dd             pic 9(02).
           05  ls-stamp-time               pic x(08).
           05  filler redefines ls-stamp-time.
               10  ls-stamp-hh             pic 9(02).
               10  ls-stamp-mi             pic 9(02).
               10  ls-stamp-ss             pic 9(02).
               10  ls-stamp-cc             pic 9(02).
           05  ls-start-day                binary-long.
           05  ls-start-second             binary-long.
           05  ls-end-day                  binary-long.
           05  ls-end-second               binary-long.
           05  ls-run-seconds              binary-double.
           05  ls-run-records              binary-double unsigned.
           05  ls-run-files                binary-long unsigned.
           05  ls-scan-pos                 binary-long unsigned.
           05  ls-scan-len                 binary-long unsigned.

           05  ls-day-year                 binary-long.
           05  ls-day-month                binary-long.
           05  ls-day-day                  binary-long.
           05  ls-day-leap4                binary-long.
           05  ls-day-leap100              binary-long.
           05  ls-day-leap400              binary-long.
           05  ls-day-month-part           binary-long.
           05  ls-day-number               binary-long.

           05  ls-tally-all                binary-long unsigned
                                           value zero.
           05  ls-tally-carried            binary-long unsigned
                                           value zero.
           05  ls-tally-unplaced           binary-long unsigned
                                           value zero.
           05  ls-total-runs               binary-long unsigned
                                           value zero.
           05  ls-total-flagged            binary-long unsigned
                                           value zero.
           05  ls-total-seconds            binary-double unsigned
                                           value zero.
           05  ls-total-records            binary-double unsigned
                                           value zero.
           05  ls-total-files              binary-long unsigned
                                           value zero.
           05  ls-total-charge             pic 9(11)v9(02)
                                           value zero.
           05  ls-minutes                  pic 9(11)v9(01).

           05  ls-report-detail.
               10  ls-rd-code              pic x(08).
               10  filler                  pic x(02) value spaces.
               10  ls-rd-name              pic x(30).
               10  ls-rd-runs              pic z(05)9(01).
               10  ls-rd-flagged           pic z(07)9(01).
               10  ls-rd-minutes           pic z(10)9(01).9(01).
               10  ls-rd-records           pic z(14)9(01).
               10  ls-rd-files             pic z(07)9(01).
               10  ls-rd-charge            pic z(11)9(01).9(02).
               10  filler                  pic x(02) value spaces.
               10  ls-rd-note              pic x(08).
           05  ls-num-disp                 pic z(08)9(01).
           05  ls-num-disp2                pic z(08)9(01).
           05  ls-num-disp3                pic z(08)9(01).

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
               10  ls-rate-status          pic 9(01)x(01).
                   88  rate-status-ok      value '00'.
               10  ls-history-status       pic 9(01)x(01).
                   88  history-status-ok   value '00'.
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

           perform 1000-get-command-line

           if not fatal-error
               perform 1100-load-rates
           end-if

           if not fatal-error
               perform 1500-read-history
           end-if

      *    standard-error is the only file open at this point; close it
      *    explicitly so libcob's implicit-close-on-GOBACK warning does
      *    not land on the same stream as the message just written to
      *    it.
           if fatal-error
               close standard-error
               perform 8090-set-return-code
               goback
           end-if

           perform 2000-write-report

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
               into ls-token(1) ls-token(2) ls-token(3)
                    ls-token(4) ls-token(5) ls-token(6)
               tallying in ls-token-count

           perform varying ls-token-idx from 1 by 1
                   until (ls-token-idx > ls-token-count)
                           or fatal-error
               evaluate true
                   when ls-token(ls-token-idx) = spaces
                       continue
                   when ls-token(ls-token-idx)(1:9) = 'HISTFILE='
                       move ls-token(ls-token-idx)(10:247)
                               to ls-history-file
                   when ls-token(ls-token-idx)(1:6) = 'RATES='
                       move ls-token(ls-token-idx)(7:250)
                               to ls-rate-file
                   when ls-period = spaces
                           and ls-token(ls-token-idx)(7:250) = spaces
                       move ls-token(ls-token-idx)(1:6) to ls-period
                       if ls-period not numeric
                               or ls-period-mm < 1
                               or ls-period-mm > 12
                           perform 1050-issue-usage
                       end-if
                   when other
                       perform 1050-issue-usage
               end-evaluate
           end-perform

           if fatal-error
               exit paragraph
           end-if

      *    The month is closed once it is over, so by default the
      *    report charges the month before the current one.
           if ls-period = spaces
               accept ls-today from date yyyymmdd
               if ls-today-mm = 1
                   compute ls-period-yyyy = ls-today-yyyy - 1
                   move 12 to ls-period-mm
               else
                   move ls-today-yyyy to ls-period-yyyy
                   compute ls-period-mm = ls-today-mm - 1
               end-if
           end-if

           move c-stdout to ls-report-file
           open output report-file
           if not report-status-ok
               move 'PRM0712S' to ls-msg-id
               move ls-report-status to ls-msg-status
               move 'Cannot open report stream.' to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
           end-if
           .
       1050-issue-usage.
           move 'PRM0405E' to ls-msg-id
           move spaces to ls-msg-text
           string  'Usage is primechg [yyyymm] [RATES=file]'
                           delimited by size
                   ' [HISTFILE=file]'
                           delimited by size
                   into ls-msg-text
           perform 8000-issue-message
           set fatal-error to true
           .
       1100-load-rates.
           open input rate-file
           if not rate-status-ok
               move 'PRM0710S' to ls-msg-id
               move ls-rate-status to ls-msg-status
               move 'Cannot open chargeback rate table.'
                       to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if

           perform until exit
               read rate-file
                   at end
                       exit perform
               end-read

               add 1 to ls-rate-line-number

               if rate-line = spaces or rate-line(1:1) = '*'
                   exit perform cycle
               end-if

               perform 1150-parse-rate-line

               if fatal-error
                   exit perform
               end-if
           end-perform

           close rate-file
           .
       1150-parse-rate-line.
           move spaces to ls-rate-fields
           unstring rate-line delimited by '|'
               into ls-rf-code      ls-rf-rate-min
                    ls-rf-rate-krec ls-rf-rate-file
                    ls-rf-name

           move ls-rf-code to ls-find-code
           perform 1560-find-center

           if ls-rf-code = spaces or ls-center-idx = zero
               perform 1190-issue-rate-error
               exit paragraph
           end-if

           if ls-ctr-rated(ls-center-idx) = 'Y'
               perform 1190-issue-rate-error
               exit paragraph
           end-if

           move ls-rf-rate-min to ls-generic-text
           perform 4050-parse-numeric-field
           if not generic-value-valid
               perform 1190-issue-rate-error
               exit paragraph
           end-if
           move ls-generic-value to ls-ctr-rate-min(ls-center-idx)

           move ls-rf-rate-krec to ls-generic-text
           perform 4050-parse-numeric-field
           if not generic-value-valid
               perform 1190-issue-rate-error
               exit paragraph
           end-if
           move ls-generic-value to ls-ctr-rate-krec(ls-center-idx)

           move ls-rf-rate-file to ls-generic-text
           perform 4050-parse-numeric-field
           if not generic-value-valid
               perform 1190-issue-rate-error
               exit paragraph
           end-if
           move ls-generic-value to ls-ctr-rate-file(ls-center-idx)

           move ls-rf-name to ls-ctr-name(ls-center-idx)
           move 'Y' to ls-ctr-rated(ls-center-idx)
           .
       1190-issue-rate-error.
           move ls-rate-line-number to ls-rate-line-disp
           move 'PRM0406E' to ls-msg-id
           move spaces to ls-msg-text
           string  'Rate table line'          delimited by size
                   ls-rate-line-disp           delimited by size
                   ' is invalid, duplicated or one center too many.'
                                              delimited by size
                   into ls-msg-text
           perform 8000-issue-message
           set fatal-error to true
           .
       1500-read-history.
           open input history-file
           if not history-status-ok
               move 'PRM0711S' to ls-msg-id
               move ls-history-status to ls-msg-status
               move 'Cannot open run-history file.' to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if

           perform until exit
               read history-file
                   at end
                       exit perform
               end-read

               if history-line = spaces
                   exit perform cycle
               end-if

               move spaces to ls-hist-fields
               unstring history-line delimited by '|'
                   into ls-hf-pgm        ls-hf-start-date
                        ls-hf-start-time ls-hf-end-date
                        ls-hf-end-time   ls-hf-rc
                        ls-hf-counts     ls-hf-files
                        ls-hf-args       ls-hf-account
                        ls-hf-account-src

      *        A run belongs to the month it started in.
               if ls-hf-start-date(1:6) not = ls-period
                   exit perform cycle
               end-if

               add 1 to ls-tally-all

               if ls-hf-account-src = 'CARDS'
                       or ls-hf-account-src = 'STEPS'
                   add 1 to ls-tally-carried
                   exit perform cycle
               end-if

               perform 1550-charge-run
           end-perform

           close history-file
           .
       1550-charge-run.
      *    A record with no cost center at all predates accounting or
      *    comes from a program that does not charge its runs; like a
      *    producer run given no ACCOUNT=, it is unallocated and
      *    flagged.
           set run-flagged to false
           if ls-hf-account = spaces
               move 'UNALLOC' to ls-hf-account
               set run-flagged to true
           end-if
           if ls-hf-account-src = 'DEFAULT'
               set run-flagged to true
           end-if

           move ls-hf-account to ls-find-code
           perform 1560-find-center
           if ls-center-idx = zero
               add 1 to ls-tally-unplaced
               exit paragraph
           end-if

           perform 1570-elapsed-seconds
           perform 1580-records-and-files

           add 1 to ls-ctr-runs(ls-center-idx)
           if run-flagged
               add 1 to ls-ctr-flagged(ls-center-idx)
           end-if
           add ls-run-seconds to ls-ctr-seconds(ls-center-idx)
           add ls-run-records to ls-ctr-records(ls-center-idx)
           add ls-run-files to ls-ctr-files(ls-center-idx)
           .
       1560-find-center.
      *    Finds ls-find-code in the center table, adding it when it
      *    is new; ls-center-idx is zero only when the table is full.
           perform varying ls-center-idx from 1 by 1
                   until ls-center-idx > ls-center-count
               if ls-ctr-code(ls-center-idx) = ls-find-code
                   exit paragraph
               end-if
           end-perform

           if ls-center-count >= 50
               move zero to ls-center-idx
               exit paragraph
           end-if

           add 1 to ls-center-count
           move ls-center-count to ls-center-idx
           initialize ls-center-entry(ls-center-idx)
           move ls-find-code to ls-ctr-code(ls-center-idx)
           move 'N' to ls-ctr-rated(ls-center-idx)
           .
       1570-elapsed-seconds.
      *    Start and end stamps to a running second count each; a
      *    damaged stamp, or one that runs backwards, charges no time.
           move zero to ls-run-seconds

           move ls-hf-start-date to ls-stamp-date
           move ls-hf-start-time to ls-stamp-time
           if ls-stamp-date not numeric or ls-stamp-time not numeric
               exit paragraph
           end-if
           move ls-stamp-yyyy to ls-day-year
           move ls-stamp-mm to ls-day-month
           move ls-stamp-dd to ls-day-day
           perform 9100-compute-day-number
           move ls-day-number to ls-start-day
           compute ls-start-second =
                   ls-stamp-hh * 3600 + ls-stamp-mi * 60 + ls-stamp-ss

           move ls-hf-end-date to ls-stamp-date
           move ls-hf-end-time to ls-stamp-time
           if ls-stamp-date not numeric or ls-stamp-time not numeric
               exit paragraph
           end-if
           move ls-stamp-yyyy to ls-day-year
           move ls-stamp-mm to ls-day-month
           move ls-stamp-dd to ls-day-day
           perform 9100-compute-day-number
           move ls-day-number to ls-end-day
           compute ls-end-second =
                   ls-stamp-hh * 3600 + ls-stamp-mi * 60 + ls-stamp-ss

           compute ls-run-seconds =
                   (ls-end-day - ls-start-day) * 86400
                   + ls-end-second - ls-start-second
           if ls-run-seconds < zero
               move zero to ls-run-seconds
           end-if
           .
       1580-records-and-files.
      *    Records produced is the count= figure every producer leads
      *    its counts field with (right-justified, so blanks follow
      *    the '='); output files are the comma-separated names in
      *    the files field.
           move zero to ls-run-records ls-run-files

           move zero to ls-scan-pos
           inspect ls-hf-counts tallying ls-scan-pos
                   for characters before initial 'count='
           if ls-scan-pos < 74
               add 7 to ls-scan-pos
               perform until ls-scan-pos > 80
                       or ls-hf-counts(ls-scan-pos:1) not = space
                   add 1 to ls-scan-pos
               end-perform
               move zero to ls-scan-len
               perform until ls-scan-pos + ls-scan-len > 80
                       or ls-scan-len = 20
                       or ls-hf-counts(ls-scan-pos + ls-scan-len:1)
                               = space
                   add 1 to ls-scan-len
               end-perform
               if ls-scan-len > zero
                   move spaces to ls-generic-text
                   move ls-hf-counts(ls-scan-pos:ls-scan-len)
                           to ls-generic-text
                   perform 4050-parse-numeric-field
                   if generic-value-valid
                       move ls-generic-value to ls-run-records
                   end-if
               end-if
           end-if

           if ls-hf-files not = spaces
               move 1 to ls-run-files
               inspect ls-hf-files tallying ls-run-files for all ','
           end-if
           .
       2000-write-report.
           move spaces to report-line
           string  'PRIME SUITE CHARGEBACK FOR PERIOD '
                                       delimited by size
                   ls-period(1:4)       delimited by size
                   '-'                 delimited by size
                   ls-period(5:2)       delimited by size
                   into report-line
           write report-line

           move spaces to report-line
           write report-line

           move spaces to report-line
           string  'COST CTR  NAME                          '
                                       delimited by size
                   '  RUNS FLAGGED      MINUTES'
                                       delimited by size
                   '        RECORDS   FILES'
                                       delimited by size
                   '         CHARGE'
                                       delimited by size
                   into report-line
           write report-line

           perform varying ls-center-idx from 1 by 1
                   until ls-center-idx > ls-center-count
               perform 2100-write-center-line
           end-perform

           move spaces to report-line
           write report-line

           move 'TOTAL' to ls-rd-code
           move spaces to ls-rd-name ls-rd-note
           move ls-total-runs to ls-rd-runs
           move ls-total-flagged to ls-rd-flagged
           compute ls-minutes rounded = ls-total-seconds / 60
           move ls-minutes to ls-rd-minutes
           move ls-total-records to ls-rd-records
           move ls-total-files to ls-rd-files
           move ls-total-charge to ls-rd-charge
           move ls-report-detail to report-line
           write report-line

           perform 2200-write-reconciliation
           .
       2100-write-center-line.
      *    Charge in cents from the three rates, shown in currency
      *    units; a center the rate table does not name is charged
      *    nothing and marked for finance to chase.
           move zero to ls-ctr-charge(ls-center-idx)
           if ls-ctr-rated(ls-center-idx) = 'Y'
               compute ls-ctr-charge(ls-center-idx) rounded =
                       (ls-ctr-rate-min(ls-center-idx)
                               * ls-ctr-seconds(ls-center-idx) / 60
                        + ls-ctr-rate-krec(ls-center-idx)
                               * ls-ctr-records(ls-center-idx) / 1000
                        + ls-ctr-rate-file(ls-center-idx)
                               * ls-ctr-files(ls-center-idx))
                       / 100
           end-if

           move ls-ctr-code(ls-center-idx) to ls-rd-code
           move ls-ctr-name(ls-center-idx) to ls-rd-name
           move ls-ctr-runs(ls-center-idx) to ls-rd-runs
           move ls-ctr-flagged(ls-center-idx) to ls-rd-flagged
           compute ls-minutes rounded =
                   ls-ctr-seconds(ls-center-idx) / 60
           move ls-minutes to ls-rd-minutes
           move ls-ctr-records(ls-center-idx) to ls-rd-records
           move ls-ctr-files(ls-center-idx) to ls-rd-files
           move ls-ctr-charge(ls-center-idx) to ls-rd-charge
           move spaces to ls-rd-note
           if ls-ctr-rated(ls-center-idx) not = 'Y'
               move 'NO RATE' to ls-rd-note
           end-if
           move ls-report-detail to report-line
           write report-line

           add ls-ctr-runs(ls-center-idx) to ls-total-runs
           add ls-ctr-flagged(ls-center-idx) to ls-total-flagged
           add ls-ctr-seconds(ls-center-idx) to ls-total-seconds
           add ls-ctr-records(ls-center-idx) to ls-total-records
           add ls-ctr-files(ls-center-idx) to ls-total-files
           add ls-ctr-charge(ls-center-idx) to ls-total-charge

           if ls-ctr-rated(ls-center-idx) not = 'Y'
                   and ls-ctr-runs(ls-center-idx) > zero
               move 'PRM0520W' to ls-msg-id
               move spaces to ls-msg-text
               string  'Cost center '         delimited by size
                       ls-ctr-code(ls-center-idx)
                                              delimited by space
                       ' has runs but no rate; charged nothing.'
                                              delimited by size
                       into ls-msg-text
               perform 8000-issue-message
           end-if
           .
       2200-write-reconciliation.
      *    Every run-history record that started in the period is
      *    either charged to a center above or carried by the detail
      *    records of its cards or steps; anything else (a center
      *    table overflow) puts the period out of balance.
           set period-balanced to false
           if ls-total-runs + ls-tally-carried = ls-tally-all
               set period-balanced to true
           end-if

           move ls-total-runs to ls-num-disp
           move ls-tally-carried to ls-num-disp2
           move ls-tally-all to ls-num-disp3
           move spaces to report-line
           string  'RECONCILIATION: charged runs'
                                       delimited by size
                   ls-num-disp          delimited by size
                   ' + carried by card/step records'
                                       delimited by size
                   ls-num-disp2         delimited by size
                   ' = runs in period'
                                       delimited by size
                   ls-num-disp3         delimited by size
                   into report-line
           if period-balanced
               string  '  BALANCED'    delimited by size
                       into report-line(113:20)
           else
               string  '  OUT OF BALANCE'
                                       delimited by size
                       into report-line(113:20)
           end-if
           write report-line

           if ls-total-flagged > zero
               move ls-total-flagged to ls-num-disp
               move 'PRM0519W' to ls-msg-id
               move spaces to ls-msg-text
               string  'Runs charged with no cost center, flagged'
                               delimited by size
                       ' above:'
                               delimited by size
                       ls-num-disp
                               delimited by size
                       into ls-msg-text
               perform 8000-issue-message
           end-if

           if not period-balanced
               move ls-tally-unplaced to ls-num-disp
               move 'PRM0407E' to ls-msg-id
               move spaces to ls-msg-text
               string  'Chargeback out of balance; runs past the'
                               delimited by size
                       ' 50-center table:'
                               delimited by size
                       ls-num-disp
                               delimited by size
                       into ls-msg-text
               perform 8000-issue-message
           end-if
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
       7050-resolve-files.
      *    Every shared file comes from the run's environment
      *    configuration (primeenv); a keyword that names a file
      *    still overrides it for the run.
           move 'RATES' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-rate-file

           move 'HISTORY' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-history-file
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
