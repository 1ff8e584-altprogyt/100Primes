      ******************************************************************
      * primesked: Calendar and dependency scheduler above primeflow.  *
      * Which step plans run tonight used to live in the operators'    *
      * heads and a crontab. This program reads a job-definition file  *
      * of control cards --                                            *
      *                                                                *
      *   JOB=NIGHTGEN PLAN=night.pln CAL=DAILY AT=2200 MAXCC=4        *
      *   JOB=MONTHLY PLAN=month.pln CAL=MONTHEND AFTER=NIGHTGEN       *
      *                                                                *
      * -- and, each time it is invoked (cron may call it as often as  *
      * it likes), works out which jobs are due on the schedule date,  *
      * which of those are runnable, and launches them through         *
      * primeflow in dependency order.                                 *
      *                                                                *
      * CAL= is DAILY, a list of named weekdays (MON,WED,FRI),         *
      * MONTHEND (the last business day of the month) or FIRSTBUS      *
      * (the first business day). Business days are Monday to         *
      * Friday less the dates listed in the holiday file. AT=hhmm is   *
      * the earliest start time. AFTER= names up to five predecessor   *
      * jobs; a predecessor not due that day is no obstacle, one that  *
      * has not ended yet makes the job wait, and one that ended over  *
      * its own MAXCC (or is itself held) holds the job.               *
      *                                                                *
      * Every job ended through the scheduler leaves a run-history     *
      * record ('job=NAME date=yyyymmdd' in the counts field), and     *
      * that record is how later invocations know the job has run. A   *
      * job is launched at most once per schedule date; RERUN=name     *
      * relaunches one (with primeflow RESTART) after its failure has  *
      * been dealt with. Each decision that changes -- NOTDUE,         *
      * WAITING, HELD, LAUNCHED, RUNNING, COMPLETE, FAILED -- is       *
      * appended with its reason to the schedule log, which primedig   *
      * reads for the morning digest. DATE=yyyymmdd schedules a past   *
      * date (a missed night) and ignores the AT= times.               *
      *                                                                *
      * ACCOUNT= on a job card names the cost center its flow's steps  *
      * are charged to; it is passed to primeflow on the launch. The   *
      * scheduler's own records carry the code flagged STEPS, since    *
      * the steps charge the time on records of their own.             *
      ******************************************************************
       identification division.
       program-id. primesked.

       environment division.

       input-output section.

       file-control.
           select  standard-error assign '/dev/stderr'
                   organization is line sequential
                   access mode is sequential
                   file status is ls-stderr-status
                   .
           select  job-file assign ls-job-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-job-status
                   .
           select  holiday-file assign ls-holiday-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-holiday-status
                   .
           select  history-file assign ls-history-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-history-status
                   .
           select  schedlog-file assign ls-schedlog-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-schedlog-status
                   .

       data division.

       file section.

       fd  standard-error.
       01  standard-error-line             pic x(256).

       fd  job-file.
       01  job-card                        pic x(256).

       fd  holiday-file.
       01  holiday-line                    pic x(80).

       fd  history-file.
       01  history-line                    pic x(512).

      *    One '|'-delimited line per decision that changed:
      *    date|time|schedule-date|job|decision|reason.
       fd  schedlog-file.
       01  schedlog-line                   pic x(160).

       local-storage section.

      *    Largest value the 64-bit binary-double unsigned fields can
      *    carry; 4050-parse-numeric-field rejects anything larger so
      *    an oversized operand is an error, not a silent wraparound.
       78  c-value-ceiling                 value
                                           18446744073709551615.

       01  filler.
           05  ls-arguments                pic x(256) value spaces.
           05  ls-token-area.
               10  ls-token                occurs 8 times
                                           pic x(256).
               10  ls-token-count          binary-long unsigned.
           05  ls-token-idx                binary-long unsigned.
           05  ls-job-file                 pic x(256) value spaces.
           05  ls-holiday-file             pic x(256) value spaces.
           05  ls-history-file             pic x(256) value spaces.
           05  ls-schedlog-file            pic x(256) value spaces.
           05  ls-rerun-job                pic x(12) value spaces.
           05  switches.
               10  filler                  pic x(01) value 'N'.
                   88  fatal-error         value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  date-given          value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  job-is-due          value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  business-day        value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  job-placed          value 'Y' false 'N'.
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
           05  ls-card-token-area.
               10  ls-card-token           occurs 12 times
                                           pic x(64).
               10  ls-card-token-count     binary-long unsigned.
           05  ls-card-token-idx           binary-long unsigned.
           05  ls-card-number              binary-long unsigned
                                           value zero.
           05  ls-card-disp                pic z(03)9(01).
           05  ls-list-area.
               10  ls-list-item            occurs 7 times
                                           pic x(12).
               10  ls-list-count           binary-long unsigned.
               10  ls-list-idx             binary-long unsigned.
           05  ls-day-names                pic x(21) value
                                           'MONTUEWEDTHUFRISATSUN'.
           05  filler redefines ls-day-names.
               10  ls-day-name             occurs 7 times
                                           pic x(03).
           05  ls-day-idx                  binary-long unsigned.
           05  ls-job-table.
               10  ls-job-entry            occurs 50 times.
                   15  ls-job-name         pic x(12).
                   15  ls-job-plan         pic x(64).
                   15  ls-job-cal          pic x(08).
                   15  ls-job-days         pic x(07).
                   15  ls-job-at           pic 9(04).
                   15  ls-job-maxcc        binary-long unsigned.
                   15  ls-job-account      pic x(08).
                   15  ls-job-pred-count   binary-long unsigned.
                   15  ls-job-pred         occurs 5 times
                                           pic x(12).
                   15  ls-job-pred-job     occurs 5 times
                                           binary-long unsigned.
                   15  ls-job-ran          pic x(01).
                   15  ls-job-rc           binary-long unsigned.
                   15  ls-job-logged       pic x(08).
                   15  ls-job-logged-why   pic x(80).
                   15  ls-job-state        pic x(08).
                   15  ls-job-reason       pic x(80).
                   15  ls-job-order-done   pic x(01).
           05  ls-job-count                binary-long unsigned
                                           value zero.
           05  ls-job-idx                  binary-long unsigned.
           05  ls-find-idx                 binary-long unsigned.
           05  ls-find-name                pic x(12).
           05  ls-pred-idx                 binary-long unsigned.
           05  ls-pred-job                 binary-long unsigned.
           05  ls-order-table.
               10  ls-order-job            occurs 50 times
                                           binary-long unsigned.
           05  ls-order-count              binary-long unsigned
                                           value zero.
           05  ls-order-idx                binary-long unsigned.
           05  ls-order-before             binary-long unsigned.
           05  ls-holiday-table.
               10  ls-holiday              occurs 200 times
                                           pic 9(08).
           05  ls-holiday-count            binary-long unsigned
                                           value zero.
           05  ls-holiday-idx              binary-long unsigned.
           05  ls-sched-date               pic 9(08) value zero.
           05  filler redefines ls-sched-date.
               10  ls-sched-yyyy           pic 9(04).
               10  ls-sched-mm             pic 9(02).
               10  ls-sched-dd             pic 9(02).
           05  ls-sched-dow                binary-long unsigned.
           05  ls-first-bus-date           pic 9(08) value zero.
           05  ls-last-bus-date            pic 9(08) value zero.
           05  ls-probe-date               pic 9(08).
           05  filler redefines ls-probe-date.
               10  ls-probe-yyyy           pic 9(04).
               10  ls-probe-mm             pic 9(02).
               10  ls-probe-dd             pic 9(02).
           05  ls-probe-dow                binary-long unsigned.
           05  ls-now-date                 pic 9(08).
           05  ls-now-time                 pic 9(08).
           05  filler redefines ls-now-time.
               10  ls-now-hhmm             pic 9(04).
               10  filler                  pic 9(04).
           05  ls-cal-year                 binary-long.
           05  ls-cal-month                binary-long.
           05  ls-cal-month-days           binary-long.
           05  ls-cal-quotient             binary-long.
           05  ls-cal-remainder            binary-long.
           05  ls-day-year                 binary-long.
           05  ls-day-month                binary-long.
           05  ls-day-day                  binary-long.
           05  ls-day-leap4                binary-long.
           05  ls-day-leap100              binary-long.
           05  ls-day-leap400              binary-long.
           05  ls-day-month-part           binary-long.
           05  ls-day-number               binary-long.
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
           05  ls-hf-job-fields.
               10  ls-hf-job-tag           pic x(20).
               10  ls-hf-date-tag          pic x(20).
           05  ls-log-fields.
               10  ls-lf-date              pic x(08).
               10  ls-lf-time              pic x(08).
               10  ls-lf-sched             pic x(08).
               10  ls-lf-job               pic x(12).
               10  ls-lf-decision          pic x(08).
               10  ls-lf-reason            pic x(80).
           05  ls-command                  pic x(256).
           05  ls-command-ptr              binary-long unsigned.
           05  ls-launch-rc                binary-long unsigned.
           05  ls-rc-disp                  pic 9(02).
           05  ls-maxcc-disp               pic 9(02).
           05  ls-at-disp                  pic 9(04).
           05  ls-tally-launched           binary-long unsigned
                                           value zero.
           05  ls-tally-held               binary-long unsigned
                                           value zero.
           05  ls-tally-waiting            binary-long unsigned
                                           value zero.
           05  ls-tally-disp               pic z(03)9(01).
           05  ls-hist-start-date          pic x(08).
           05  ls-hist-start-time          pic x(08).
           05  ls-launch-start-date        pic x(08).
           05  ls-launch-start-time        pic x(08).
           05  ls-launch-save-date         pic x(08).
           05  ls-launch-save-time         pic x(08).
           05  ls-hist-end-date            pic x(08).
           05  ls-hist-end-time            pic x(08).
           05  ls-hist-rc-disp             pic 9(02).
           05  ls-hist-counts              pic x(80).
           05  ls-hist-counts-ptr          binary-long unsigned.
           05  ls-hist-files               pic x(256).
           05  ls-hist-args                pic x(256).
           05  ls-hist-save-args           pic x(256).
           05  ls-hist-account             pic x(08) value spaces.
           05  ls-hist-account-src         pic x(07) value spaces.
      *    The seal this run leaves on each shared file it changes
      *    (primeseal), so primetamp can prove nothing else did.
           05  ls-seal-area.
               10  ls-seal-function        pic x(08).
               10  ls-seal-logical         pic x(12).
               10  ls-seal-path            pic x(256).
               10  ls-seal-program         pic x(10) value 'primesked'.
               10  ls-seal-operator        pic x(16) value spaces.
               10  ls-seal-result          pic x(01).
               10  ls-seal-reason          pic x(120).
               10  ls-seal-save-rc         binary-long.
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
               10  ls-job-status           pic 9(01)x(01).
                   88  job-status-ok       value '00'.
               10  ls-holiday-status       pic 9(01)x(01).
                   88  holiday-status-ok   value '00'.
               10  ls-history-status       pic 9(01)x(01).
                   88  history-status-ok   value '00'.
                   88  history-file-absent value '35'.
               10  ls-schedlog-status      pic 9(01)x(01).
                   88  schedlog-status-ok  value '00'.
                   88  schedlog-absent     value '35'.

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

           accept ls-hist-start-date from date yyyymmdd
           accept ls-hist-start-time from time

           perform 1000-get-command-line

           if not fatal-error
               perform 1100-load-jobs
           end-if

           if not fatal-error
               perform 1200-order-jobs
           end-if

      *    standard-error is the only file open at this point; close it
      *    explicitly so libcob's implicit-close-on-GOBACK warning does
      *    not land on the same stream as the message just written to
      *    it.
           if fatal-error
               close standard-error
               perform 8090-set-return-code
               perform 9000-write-history
               goback
           end-if

           perform 1300-load-holidays
           perform 1400-resolve-calendar
           perform 1500-load-job-history
           perform 1600-load-schedule-log

           perform 2000-schedule-jobs

           close standard-error

           perform 8090-set-return-code
           perform 9000-write-history
           goback
           .
       1000-get-command-line.
           perform 7050-resolve-files
           if fatal-error
               exit paragraph
           end-if

           accept ls-arguments from command-line
           move ls-arguments to ls-hist-args

           move spaces to ls-token-area
           move zero to ls-token-count

           unstring ls-arguments delimited by all space
               into ls-token(1) ls-token(2) ls-token(3) ls-token(4)
                    ls-token(5) ls-token(6) ls-token(7) ls-token(8)
               tallying in ls-token-count

           perform varying ls-token-idx from 1 by 1
                   until (ls-token-idx > ls-token-count)
                           or fatal-error
               evaluate true
                   when ls-token(ls-token-idx) = spaces
                       continue
                   when ls-token(ls-token-idx)(1:8) = 'JOBFILE='
                       move ls-token(ls-token-idx)(9:248)
                               to ls-job-file
                   when ls-token(ls-token-idx)(1:9) = 'HOLIDAYS='
                       move ls-token(ls-token-idx)(10:247)
                               to ls-holiday-file
                   when ls-token(ls-token-idx)(1:9) = 'HISTFILE='
                       move ls-token(ls-token-idx)(10:247)
                               to ls-history-file
                   when ls-token(ls-token-idx)(1:9) = 'SCHEDLOG='
                       move ls-token(ls-token-idx)(10:247)
                               to ls-schedlog-file
                   when ls-token(ls-token-idx)(1:6) = 'RERUN='
                       move ls-token(ls-token-idx)(7:12)
                               to ls-rerun-job
                   when ls-token(ls-token-idx)(1:5) = 'DATE='
                       move ls-token(ls-token-idx)(6:20)
                               to ls-generic-text
                       perform 4050-parse-numeric-field
                       if generic-value-valid
                               and ls-generic-value >= 19000101
                               and ls-generic-value <= 99991231
                           move ls-generic-value to ls-sched-date
                           set date-given to true
                       else
                           perform 1050-issue-usage
                       end-if
                   when other
                       perform 1050-issue-usage
               end-evaluate
           end-perform

           if fatal-error
               exit paragraph
           end-if

           accept ls-now-date from date yyyymmdd
           accept ls-now-time from time

           if not date-given
               move ls-now-date to ls-sched-date
           end-if

           if ls-sched-mm < 1 or ls-sched-mm > 12 or ls-sched-dd < 1
               perform 1050-issue-usage
               exit paragraph
           end-if

           move ls-sched-yyyy to ls-cal-year
           move ls-sched-mm to ls-cal-month
           perform 9160-days-in-month
           if ls-sched-dd > ls-cal-month-days
               perform 1050-issue-usage
           end-if
           .
       1050-issue-usage.
           move 'PRM0196E' to ls-msg-id
           move spaces to ls-msg-text
           string  'Usage is primesked [JOBFILE=] [HOLIDAYS=]'
                           delimited by size
                   ' [HISTFILE=] [SCHEDLOG=] [DATE=yyyymmdd]'
                           delimited by size
                   ' [RERUN=job].'
                           delimited by size
                   into ls-msg-text
           perform 8000-issue-message
           set fatal-error to true
           .
       1100-load-jobs.
           open input job-file
           if not job-status-ok
               move 'PRM0709S' to ls-msg-id
               move ls-job-status to ls-msg-status
               move 'Cannot open job-definition file.' to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if

           perform until exit
               read job-file
                   at end
                       exit perform
               end-read

               add 1 to ls-card-number

               if job-card = spaces or job-card(1:1) = '*'
                   exit perform cycle
               end-if

               if ls-job-count >= 50
                   move 'PRM0198E' to ls-msg-id
                   move 'Job-definition file holds more than 50 jobs.'
                           to ls-msg-text
                   perform 8000-issue-message
                   set fatal-error to true
                   exit perform
               end-if

               add 1 to ls-job-count
               perform 1150-parse-job-card

               if fatal-error
                   exit perform
               end-if
           end-perform

           close job-file

           if fatal-error
               exit paragraph
           end-if

           if ls-job-count = zero
               move 'PRM0198E' to ls-msg-id
               move 'Job-definition file holds no jobs.' to ls-msg-text
               perform 8000-issue-message
               set fatal-error to true
               exit paragraph
           end-if

      *    Predecessors may be defined after the jobs that name them,
      *    so the names are resolved to table entries only once every
      *    card is in.
           perform varying ls-job-idx from 1 by 1
                   until (ls-job-idx > ls-job-count) or fatal-error
               perform varying ls-pred-idx from 1 by 1
                       until (ls-pred-idx >
                               ls-job-pred-count(ls-job-idx))
                           or fatal-error
                   move ls-job-pred(ls-job-idx ls-pred-idx)
                           to ls-find-name
                   perform 1190-find-job
                   if ls-find-idx = zero
                       move 'PRM0199E' to ls-msg-id
                       move spaces to ls-msg-text
                       string  'Job '          delimited by size
                               ls-job-name(ls-job-idx)
                                               delimited by space
                               ' names unknown predecessor '
                                               delimited by size
                               ls-find-name    delimited by space
                               '.'             delimited by size
                               into ls-msg-text
                       perform 8000-issue-message
                       set fatal-error to true
                   else
                       move ls-find-idx
                               to ls-job-pred-job(ls-job-idx
                                                  ls-pred-idx)
                   end-if
               end-perform
           end-perform

           if fatal-error
               exit paragraph
           end-if

           if ls-rerun-job not = spaces
               move ls-rerun-job to ls-find-name
               perform 1190-find-job
               if ls-find-idx = zero
                   move 'PRM0199E' to ls-msg-id
                   move spaces to ls-msg-text
                   string  'RERUN= names unknown job '
                                           delimited by size
                           ls-rerun-job    delimited by space
                           '.'             delimited by size
                           into ls-msg-text
                   perform 8000-issue-message
                   set fatal-error to true
               end-if
           end-if
           .
       1150-parse-job-card.
           move spaces to ls-job-entry(ls-job-count)
           move 'DAILY' to ls-job-cal(ls-job-count)
           move zero to ls-job-at(ls-job-count)
                        ls-job-maxcc(ls-job-count)
                        ls-job-pred-count(ls-job-count)
                        ls-job-rc(ls-job-count)
           move 'N' to ls-job-ran(ls-job-count)
                       ls-job-order-done(ls-job-count)
           move ls-card-number to ls-card-disp

           move spaces to ls-card-token-area
           move zero to ls-card-token-count
           unstring job-card delimited by all space
               into ls-card-token(1)  ls-card-token(2)
                    ls-card-token(3)  ls-card-token(4)
                    ls-card-token(5)  ls-card-token(6)
                    ls-card-token(7)  ls-card-token(8)
                    ls-card-token(9)  ls-card-token(10)
                    ls-card-token(11) ls-card-token(12)
               tallying in ls-card-token-count

           perform varying ls-card-token-idx from 1 by 1
                   until (ls-card-token-idx > ls-card-token-count)
                           or fatal-error
               evaluate true
                   when ls-card-token(ls-card-token-idx) = spaces
                       continue
                   when ls-card-token(ls-card-token-idx)(1:4) = 'JOB='
                       move ls-card-token(ls-card-token-idx)(5:12)
                               to ls-job-name(ls-job-count)
                   when ls-card-token(ls-card-token-idx)(1:5) = 'PLAN='
                       move ls-card-token(ls-card-token-idx)(6:59)
                               to ls-job-plan(ls-job-count)
                   when ls-card-token(ls-card-token-idx)(1:4) = 'CAL='
                       perform 1160-parse-calendar
                   when ls-card-token(ls-card-token-idx)(1:3) = 'AT='
                       move ls-card-token(ls-card-token-idx)(4:20)
                               to ls-generic-text
                       perform 4050-parse-numeric-field
                       if generic-value-valid
                               and ls-generic-value <= 2359
                           move ls-generic-value
                                   to ls-job-at(ls-job-count)
                       end-if
                       if not generic-value-valid
                               or ls-generic-value > 2359
                               or ls-job-at(ls-job-count)(3:2) > '59'
                           perform 1180-issue-card-error
                       end-if
                   when ls-card-token(ls-card-token-idx)(1:6) = 'AFTER='
                       perform 1170-parse-predecessors
                   when ls-card-token(ls-card-token-idx)(1:6) = 'MAXCC='
                       move ls-card-token(ls-card-token-idx)(7:20)
                               to ls-generic-text
                       perform 4050-parse-numeric-field
                       if generic-value-valid
                               and ls-generic-value <= 16
                           move ls-generic-value
                                   to ls-job-maxcc(ls-job-count)
                       else
                           perform 1180-issue-card-error
                       end-if
                   when ls-card-token(ls-card-token-idx)(1:8)
                                   = 'ACCOUNT='
                       if ls-card-token(ls-card-token-idx)(9:8)
                                   = spaces
                           or ls-card-token(ls-card-token-idx)(17:)
                                   not = spaces
                           perform 1180-issue-card-error
                       else
                           move ls-card-token(ls-card-token-idx)(9:8)
                                   to ls-job-account(ls-job-count)
                       end-if
                   when other
                       perform 1180-issue-card-error
               end-evaluate
           end-perform

           if fatal-error
               exit paragraph
           end-if

           if ls-job-name(ls-job-count) = spaces or
                   ls-job-plan(ls-job-count) = spaces
               move 'PRM0198E' to ls-msg-id
               move spaces to ls-msg-text
               string  'Job card '        delimited by size
                       ls-card-disp        delimited by size
                       ' needs both JOB= and PLAN=.'
                                           delimited by size
                       into ls-msg-text
               perform 8000-issue-message
               set fatal-error to true
               exit paragraph
           end-if

      *    A second card with the same name would make AFTER=
      *    ambiguous.
           move ls-job-name(ls-job-count) to ls-find-name
           perform 1190-find-job
           if ls-find-idx < ls-job-count
               move 'PRM0198E' to ls-msg-id
               move spaces to ls-msg-text
               string  'Job '             delimited by size
                       ls-find-name        delimited by space
                       ' is defined twice.'
                                           delimited by size
                       into ls-msg-text
               perform 8000-issue-message
               set fatal-error to true
           end-if
           .
       1160-parse-calendar.
           move ls-card-token(ls-card-token-idx)(5:60)
                   to ls-msg-build
           evaluate ls-msg-build
               when 'DAILY'
               when 'MONTHEND'
               when 'FIRSTBUS'
                   move ls-msg-build to ls-job-cal(ls-job-count)
                   exit paragraph
               when other
                   continue
           end-evaluate

      *    Otherwise a list of named weekdays, one flag per day from
      *    Monday.
           move 'WEEKDAYS' to ls-job-cal(ls-job-count)
           move 'NNNNNNN' to ls-job-days(ls-job-count)

           move spaces to ls-list-area
           move zero to ls-list-count
           unstring ls-msg-build delimited by ',' or space
               into ls-list-item(1) ls-list-item(2) ls-list-item(3)
                    ls-list-item(4) ls-list-item(5) ls-list-item(6)
                    ls-list-item(7)
               tallying in ls-list-count

           perform varying ls-list-idx from 1 by 1
                   until (ls-list-idx > ls-list-count) or fatal-error
               if ls-list-item(ls-list-idx) = spaces
                   exit perform cycle
               end-if

               perform varying ls-day-idx from 1 by 1
                       until (ls-day-idx > 7)
                           or ls-day-name(ls-day-idx) =
                                   ls-list-item(ls-list-idx)
                   continue
               end-perform

               if ls-day-idx > 7
                   perform 1180-issue-card-error
               else
                   move 'Y'
                       to ls-job-days(ls-job-count)(ls-day-idx:1)
               end-if
           end-perform

           if ls-job-days(ls-job-count) = 'NNNNNNN'
                   and not fatal-error
               perform 1180-issue-card-error
           end-if
           .
       1170-parse-predecessors.
           move spaces to ls-list-area
           move zero to ls-list-count
           unstring ls-card-token(ls-card-token-idx)(7:58)
                   delimited by ',' or space
               into ls-list-item(1) ls-list-item(2) ls-list-item(3)
                    ls-list-item(4) ls-list-item(5) ls-list-item(6)
                    ls-list-item(7)
               tallying in ls-list-count

           perform varying ls-list-idx from 1 by 1
                   until ls-list-idx > ls-list-count
               if ls-list-item(ls-list-idx) = spaces
                   exit perform cycle
               end-if

               if ls-job-pred-count(ls-job-count) >= 5
                   perform 1180-issue-card-error
                   exit paragraph
               end-if

               add 1 to ls-job-pred-count(ls-job-count)
               move ls-list-item(ls-list-idx)
                       to ls-job-pred(ls-job-count
                                      ls-job-pred-count(ls-job-count))
           end-perform
           .
       1180-issue-card-error.
           move 'PRM0197E' to ls-msg-id
           move spaces to ls-msg-text
           string  'Job card '                delimited by size
                   ls-card-disp                delimited by size
                   ' carries invalid keyword ' delimited by size
                   ls-card-token(ls-card-token-idx)
                                               delimited by space
                   into ls-msg-text
           perform 8000-issue-message
           set fatal-error to true
           .
       1190-find-job.
      *    ls-find-name in, table entry (zero when absent) out.
           perform varying ls-find-idx from 1 by 1
                   until (ls-find-idx > ls-job-count)
                           or ls-job-name(ls-find-idx) = ls-find-name
               continue
           end-perform

           if ls-find-idx > ls-job-count
               move zero to ls-find-idx
           end-if
           .
       1200-order-jobs.
      *    Dependency order: each pass places, in file order, every
      *    job whose predecessors are all placed already. A pass that
      *    places nothing while jobs remain has found a cycle.
           perform until ls-order-count = ls-job-count
               move ls-order-count to ls-order-before

               perform varying ls-job-idx from 1 by 1
                       until ls-job-idx > ls-job-count
                   if ls-job-order-done(ls-job-idx) = 'Y'
                       exit perform cycle
                   end-if

                   set job-placed to true
                   perform varying ls-pred-idx from 1 by 1
                           until ls-pred-idx >
                                   ls-job-pred-count(ls-job-idx)
                       move ls-job-pred-job(ls-job-idx ls-pred-idx)
                               to ls-pred-job
                       if ls-job-order-done(ls-pred-job) not = 'Y'
                           set job-placed to false
                       end-if
                   end-perform

                   if job-placed
                       add 1 to ls-order-count
                       move ls-job-idx to ls-order-job(ls-order-count)
                       move 'Y' to ls-job-order-done(ls-job-idx)
                   end-if
               end-perform

               if ls-order-count = ls-order-before
                   move 'PRM0403E' to ls-msg-id
                   move spaces to ls-msg-text
                   string  'AFTER= predecessors form a cycle;'
                                           delimited by size
                           ' no job can be ordered first.'
                                           delimited by size
                           into ls-msg-text
                   perform 8000-issue-message
                   set fatal-error to true
                   exit perform
               end-if
           end-perform
           .
       1300-load-holidays.
      *    One yyyymmdd per line; no holiday file means every Monday
      *    to Friday is a business day.
           open input holiday-file
           if not holiday-status-ok
               exit paragraph
           end-if

           perform until exit
               read holiday-file
                   at end
                       exit perform
               end-read

               if holiday-line = spaces or holiday-line(1:1) = '*'
                   exit perform cycle
               end-if

               move holiday-line(1:20) to ls-generic-text
               perform 4050-parse-numeric-field
               if not generic-value-valid
                   exit perform cycle
               end-if

               if ls-holiday-count >= 200
                   exit perform
               end-if

               add 1 to ls-holiday-count
               move ls-generic-value to ls-holiday(ls-holiday-count)
           end-perform

           close holiday-file
           .
       1400-resolve-calendar.
      *    Weekday of the schedule date, and the first and last
      *    business days of its month, for the calendar rules.
           move ls-sched-date to ls-probe-date
           perform 1450-test-business-day
           move ls-probe-dow to ls-sched-dow

           move ls-sched-date to ls-probe-date
           move 1 to ls-probe-dd
           perform 1450-test-business-day
           perform until business-day
               add 1 to ls-probe-dd
               perform 1450-test-business-day
           end-perform
           move ls-probe-date to ls-first-bus-date

           move ls-sched-yyyy to ls-cal-year
           move ls-sched-mm to ls-cal-month
           perform 9160-days-in-month

           move ls-sched-date to ls-probe-date
           move ls-cal-month-days to ls-probe-dd
           perform 1450-test-business-day
           perform until business-day
               subtract 1 from ls-probe-dd
               perform 1450-test-business-day
           end-perform
           move ls-probe-date to ls-last-bus-date
           .
       1450-test-business-day.
      *    ls-probe-date in; weekday (1 Monday .. 7 Sunday) and the
      *    business-day switch out. Day number zero fell on a
      *    Tuesday, hence the offset of five.
           move ls-probe-yyyy to ls-day-year
           move ls-probe-mm to ls-day-month
           move ls-probe-dd to ls-day-day
           perform 9150-compute-day-number

           add 5 to ls-day-number
           divide ls-day-number by 7 giving ls-cal-quotient
                   remainder ls-cal-remainder
           compute ls-probe-dow = ls-cal-remainder + 1

           if ls-probe-dow > 5
               set business-day to false
               exit paragraph
           end-if

           set business-day to true
           perform varying ls-holiday-idx from 1 by 1
                   until ls-holiday-idx > ls-holiday-count
               if ls-holiday(ls-holiday-idx) = ls-probe-date
                   set business-day to false
               end-if
           end-perform
           .
       1500-load-job-history.
      *    The scheduler's own run-history records for the schedule
      *    date say which jobs have already ended and how; the last
      *    one for a job wins, so a RERUN supersedes the failure.
           open input history-file
           if not history-status-ok
               exit paragraph
           end-if

           perform until exit
               read history-file
                   at end
                       exit perform
               end-read

               move spaces to ls-hist-fields
               unstring history-line delimited by '|'
                   into ls-hf-pgm        ls-hf-start-date
                        ls-hf-start-time ls-hf-end-date
                        ls-hf-end-time   ls-hf-rc
                        ls-hf-counts     ls-hf-files
                        ls-hf-args

               if ls-hf-pgm not = 'primesked'
                       or ls-hf-counts(1:4) not = 'job='
                   exit perform cycle
               end-if

               move spaces to ls-hf-job-fields
               unstring ls-hf-counts delimited by all space
                   into ls-hf-job-tag ls-hf-date-tag

               if ls-hf-date-tag(1:5) not = 'date='
                       or ls-hf-date-tag(6:8) not = ls-sched-date
                   exit perform cycle
               end-if

               move ls-hf-job-tag(5:12) to ls-find-name
               perform 1190-find-job
               if ls-find-idx = zero
                   exit perform cycle
               end-if

               move ls-hf-rc to ls-generic-text
               perform 4050-parse-numeric-field
               if not generic-value-valid
                   exit perform cycle
               end-if

               move 'Y' to ls-job-ran(ls-find-idx)
               move ls-generic-value to ls-job-rc(ls-find-idx)
           end-perform

           close history-file
           .
       1600-load-schedule-log.
      *    The last decision logged for each job on the schedule date:
      *    a decision is logged again only when it changes, and a job
      *    last logged LAUNCHED with no run-history record yet is
      *    still running under an earlier invocation.
           open input schedlog-file
           if not schedlog-status-ok
               exit paragraph
           end-if

           perform until exit
               read schedlog-file
                   at end
                       exit perform
               end-read

               move spaces to ls-log-fields
               unstring schedlog-line delimited by '|'
                   into ls-lf-date ls-lf-time ls-lf-sched
                        ls-lf-job  ls-lf-decision ls-lf-reason

               if ls-lf-sched not = ls-sched-date
                   exit perform cycle
               end-if

               move ls-lf-job to ls-find-name
               perform 1190-find-job
               if ls-find-idx = zero
                   exit perform cycle
               end-if

               move ls-lf-decision to ls-job-logged(ls-find-idx)
               move ls-lf-reason to ls-job-logged-why(ls-find-idx)
           end-perform

           close schedlog-file
           .
       2000-schedule-jobs.
           perform varying ls-order-idx from 1 by 1
                   until ls-order-idx > ls-order-count
               move ls-order-job(ls-order-idx) to ls-job-idx
               perform 2100-decide-job

               if ls-job-state(ls-job-idx) = spaces
                   perform 2400-launch-job
               else
                   perform 2900-log-decision
               end-if
           end-perform
           .
       2100-decide-job.
           move spaces to ls-job-state(ls-job-idx)
                          ls-job-reason(ls-job-idx)
           move ls-job-rc(ls-job-idx) to ls-rc-disp
           move ls-job-maxcc(ls-job-idx) to ls-maxcc-disp

      *    RERUN= sets aside what the job already did today; its
      *    predecessors still have to be in order.
           if ls-job-name(ls-job-idx) not = ls-rerun-job
               evaluate true
                   when ls-job-ran(ls-job-idx) = 'Y'
                           and ls-job-rc(ls-job-idx) <=
                                   ls-job-maxcc(ls-job-idx)
                       move 'COMPLETE' to ls-job-state(ls-job-idx)
                       string  'ended rc='    delimited by size
                               ls-rc-disp      delimited by size
                               into ls-job-reason(ls-job-idx)
                       exit paragraph
                   when ls-job-ran(ls-job-idx) = 'Y'
                       move 'FAILED' to ls-job-state(ls-job-idx)
                       string  'ended rc='    delimited by size
                               ls-rc-disp      delimited by size
                               ' over MAXCC=' delimited by size
                               ls-maxcc-disp   delimited by size
                               '; relaunch with RERUN='
                                               delimited by size
                               into ls-job-reason(ls-job-idx)
                       exit paragraph
                   when ls-job-logged(ls-job-idx) = 'LAUNCHED'
                           or ls-job-logged(ls-job-idx) = 'RUNNING'
                       move 'RUNNING' to ls-job-state(ls-job-idx)
                       move 'launched earlier; not yet ended'
                               to ls-job-reason(ls-job-idx)
                       exit paragraph
                   when other
                       continue
               end-evaluate

               perform 2200-test-due
               if not job-is-due
                   move 'NOTDUE' to ls-job-state(ls-job-idx)
                   string  'calendar '    delimited by size
                           ls-job-cal(ls-job-idx)
                                           delimited by space
                           ' does not fall on '
                                           delimited by size
                           ls-sched-date   delimited by size
                           into ls-job-reason(ls-job-idx)
                   exit paragraph
               end-if
           end-if

           perform 2300-check-predecessors
           if ls-job-state(ls-job-idx) not = spaces
               exit paragraph
           end-if

      *    A catch-up run for a past date does not wait for the clock.
           if not date-given
                   and ls-now-hhmm < ls-job-at(ls-job-idx)
                   and ls-job-name(ls-job-idx) not = ls-rerun-job
               move ls-job-at(ls-job-idx) to ls-at-disp
               move 'WAITING' to ls-job-state(ls-job-idx)
               string  'earliest start ' delimited by size
                       ls-at-disp         delimited by size
                       into ls-job-reason(ls-job-idx)
           end-if
           .
       2200-test-due.
           set job-is-due to false

           evaluate ls-job-cal(ls-job-idx)
               when 'DAILY'
                   set job-is-due to true
               when 'MONTHEND'
                   if ls-sched-date = ls-last-bus-date
                       set job-is-due to true
                   end-if
               when 'FIRSTBUS'
                   if ls-sched-date = ls-first-bus-date
                       set job-is-due to true
                   end-if
               when other
                   if ls-job-days(ls-job-idx)(ls-sched-dow:1) = 'Y'
                       set job-is-due to true
                   end-if
           end-evaluate
           .
       2300-check-predecessors.
      *    Predecessors were decided earlier in this pass (dependency
      *    order), so their state is current. A failed or held one
      *    holds the job outright; one not yet ended makes it wait.
           perform varying ls-pred-idx from 1 by 1
                   until ls-pred-idx > ls-job-pred-count(ls-job-idx)
               move ls-job-pred-job(ls-job-idx ls-pred-idx)
                       to ls-pred-job

               evaluate ls-job-state(ls-pred-job)
                   when 'NOTDUE'
                   when 'COMPLETE'
                       continue
                   when 'FAILED'
                   when 'HELD'
                       move 'HELD' to ls-job-state(ls-job-idx)
                       move spaces to ls-job-reason(ls-job-idx)
                       string  'predecessor '  delimited by size
                               ls-job-name(ls-pred-job)
                                               delimited by space
                               ' '             delimited by size
                               ls-job-state(ls-pred-job)
                                               delimited by space
                               into ls-job-reason(ls-job-idx)
                       exit paragraph
                   when other
                       if ls-job-state(ls-job-idx) = spaces
                           move 'WAITING' to ls-job-state(ls-job-idx)
                           string  'predecessor '
                                           delimited by size
                                   ls-job-name(ls-pred-job)
                                           delimited by space
                                   ' not yet ended'
                                           delimited by size
                                   into ls-job-reason(ls-job-idx)
                       end-if
               end-evaluate
           end-perform
           .
       2400-launch-job.
      *    LAUNCHED goes to the log before the flow starts, so an
      *    invocation that overlaps a long flow sees it running and
      *    does not start it a second time.
           move 'LAUNCHED' to ls-job-state(ls-job-idx)
           move spaces to ls-command
           move 1 to ls-command-ptr
           string  'primeflow '              delimited by size
                   ls-job-plan(ls-job-idx)    delimited by space
                   into ls-command
                   with pointer ls-command-ptr
           if ls-job-account(ls-job-idx) not = spaces
               string  ' ACCOUNT='           delimited by size
                       ls-job-account(ls-job-idx)
                                             delimited by space
                       into ls-command
                       with pointer ls-command-ptr
           end-if
           if ls-job-name(ls-job-idx) = ls-rerun-job
               string  ' RESTART'            delimited by size
                       into ls-command
                       with pointer ls-command-ptr
           end-if
           move ls-command to ls-job-reason(ls-job-idx)
           perform 2900-log-decision
           add 1 to ls-tally-launched

           display 'Job ' ls-job-name(ls-job-idx) ' launched: '
                   ls-command(1:ls-command-ptr - 1)

           accept ls-launch-start-date from date yyyymmdd
           accept ls-launch-start-time from time

           call 'SYSTEM' using ls-command

      *    SYSTEM hands back the raw wait status; the flow's actual
      *    condition code rides in the high-order byte.
           compute ls-launch-rc = return-code / 256
           move zero to return-code

           move ls-launch-rc to ls-job-rc(ls-job-idx)
           move 'Y' to ls-job-ran(ls-job-idx)
           move ls-launch-rc to ls-rc-disp
           move ls-job-maxcc(ls-job-idx) to ls-maxcc-disp

           display 'Job ' ls-job-name(ls-job-idx)
                   ' ended with condition code ' ls-rc-disp

           perform 9050-write-job-history

           move spaces to ls-job-reason(ls-job-idx)
           if ls-launch-rc <= ls-job-maxcc(ls-job-idx)
               move 'COMPLETE' to ls-job-state(ls-job-idx)
               string  'ended rc='        delimited by size
                       ls-rc-disp          delimited by size
                       into ls-job-reason(ls-job-idx)
           else
               move 'FAILED' to ls-job-state(ls-job-idx)
               string  'ended rc='        delimited by size
                       ls-rc-disp          delimited by size
                       ' over MAXCC='     delimited by size
                       ls-maxcc-disp       delimited by size
                       '; relaunch with RERUN='
                                           delimited by size
                       into ls-job-reason(ls-job-idx)

               move 'PRM0518W' to ls-msg-id
               move spaces to ls-msg-text
               string  'Job '             delimited by size
                       ls-job-name(ls-job-idx)
                                           delimited by space
                       ' ended rc='       delimited by size
                       ls-rc-disp          delimited by size
                       ', over its MAXCC; its successors are held.'
                                           delimited by size
                       into ls-msg-text
               perform 8000-issue-message
           end-if

           perform 2900-log-decision
           .
       2900-log-decision.
           evaluate ls-job-state(ls-job-idx)
               when 'HELD'
                   add 1 to ls-tally-held
               when 'WAITING'
               when 'RUNNING'
                   add 1 to ls-tally-waiting
               when other
                   continue
           end-evaluate

      *    Unchanged decisions are not logged again, so a scheduler
      *    invoked every few minutes does not bury the log.
           if ls-job-state(ls-job-idx) = ls-job-logged(ls-job-idx)
                   and ls-job-reason(ls-job-idx) =
                           ls-job-logged-why(ls-job-idx)
               exit paragraph
           end-if

           move ls-job-state(ls-job-idx) to ls-job-logged(ls-job-idx)
           move ls-job-reason(ls-job-idx)
                   to ls-job-logged-why(ls-job-idx)

           if ls-job-state(ls-job-idx) = 'HELD'
               move 'PRM0517W' to ls-msg-id
               move spaces to ls-msg-text
               string  'Job '             delimited by size
                       ls-job-name(ls-job-idx)
                                           delimited by space
                       ' held: '          delimited by size
                       ls-job-reason(ls-job-idx)
                                           delimited by '  '
                       '.'                delimited by size
                       into ls-msg-text
               perform 8000-issue-message
           end-if

      *    Best-effort like the run history: a lost log line costs
      *    the digest a line, never the schedule.
           open extend schedlog-file
           if schedlog-absent
               open output schedlog-file
           end-if
           if not schedlog-status-ok
               exit paragraph
           end-if

           accept ls-now-date from date yyyymmdd
           accept ls-now-time from time

           move spaces to schedlog-line
           string  ls-now-date                delimited by size
                   '|'                        delimited by size
                   ls-now-time                delimited by size
                   '|'                        delimited by size
                   ls-sched-date              delimited by size
                   '|'                        delimited by size
                   ls-job-name(ls-job-idx)    delimited by space
                   '|'                        delimited by size
                   ls-job-state(ls-job-idx)   delimited by space
                   '|'                        delimited by size
                   ls-job-reason(ls-job-idx)  delimited by '  '
                   into schedlog-line
           write schedlog-line

           close schedlog-file
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
           move 'JOBS' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-job-file

           move 'HOLIDAYS' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-holiday-file

           move 'HISTORY' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-history-file

           move 'SKEDLOG' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-schedlog-file
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
       9000-write-history.
      *    The invocation's own audit record: how many jobs it
      *    launched, held and left waiting. Like every run-history
      *    write it is best-effort and never fails the run.
           move spaces to ls-hist-counts
           move 1 to ls-hist-counts-ptr
           move ls-tally-launched to ls-tally-disp
           string  'launched='        delimited by size
                   ls-tally-disp       delimited by size
                   into ls-hist-counts
                   with pointer ls-hist-counts-ptr
           move ls-tally-held to ls-tally-disp
           string  ' held='           delimited by size
                   ls-tally-disp       delimited by size
                   into ls-hist-counts
                   with pointer ls-hist-counts-ptr
           move ls-tally-waiting to ls-tally-disp
           string  ' waiting='        delimited by size
                   ls-tally-disp       delimited by size
                   into ls-hist-counts
                   with pointer ls-hist-counts-ptr

           move ls-job-file to ls-hist-files
           move return-code to ls-hist-rc-disp

      *    An invocation that launched flows spent its elapsed time in
      *    their steps, which charge it on records of their own.
           move 'UNALLOC' to ls-hist-account
           if ls-tally-launched > zero
               move 'STEPS' to ls-hist-account-src
           else
               move 'DEFAULT' to ls-hist-account-src
           end-if
           perform 9100-write-history-line
           .
       9050-write-job-history.
      *    One record per job the scheduler ran, keyed by job name and
      *    schedule date in the counts field; 1500-load-job-history
      *    reads these back so a job runs once per schedule date and
      *    its successors can see how it ended.
           move spaces to ls-hist-counts
           string  'job='             delimited by size
                   ls-job-name(ls-job-idx)
                                       delimited by space
                   ' date='           delimited by size
                   ls-sched-date       delimited by size
                   into ls-hist-counts

           move ls-job-plan(ls-job-idx) to ls-hist-files
           move ls-launch-rc to ls-hist-rc-disp
           move ls-hist-start-date to ls-launch-save-date
           move ls-hist-start-time to ls-launch-save-time
           move ls-launch-start-date to ls-hist-start-date
           move ls-launch-start-time to ls-hist-start-time
           move ls-hist-args to ls-hist-save-args
           move ls-command to ls-hist-args

      *    The job's cost center is on the record for the lineage,
      *    but its steps each charge their own runs: STEPS keeps the
      *    chargeback from counting the flow's elapsed time twice.
           move ls-job-account(ls-job-idx) to ls-hist-account
           if ls-hist-account = spaces
               move 'UNALLOC' to ls-hist-account
           end-if
           move 'STEPS' to ls-hist-account-src
           perform 9100-write-history-line
           move ls-hist-save-args to ls-hist-args
           move ls-launch-save-date to ls-hist-start-date
           move ls-launch-save-time to ls-hist-start-time
           .
       9100-write-history-line.
           accept ls-hist-end-date from date yyyymmdd
           accept ls-hist-end-time from time

      *    A run its environment refused has no history file.
           if ls-history-file = spaces
               exit paragraph
           end-if

           open extend history-file
           if history-file-absent
               open output history-file
           end-if
           if not history-status-ok
               exit paragraph
           end-if

           move spaces to history-line
           string  'primesked'          delimited by size
                   '|'                  delimited by size
                   ls-hist-start-date   delimited by size
                   '|'                  delimited by size
                   ls-hist-start-time   delimited by size
                   '|'                  delimited by size
                   ls-hist-end-date     delimited by size
                   '|'                  delimited by size
                   ls-hist-end-time     delimited by size
                   '|'                  delimited by size
                   ls-hist-rc-disp      delimited by size
                   '|'                  delimited by size
                   ls-hist-counts       delimited by size
                   '|'                  delimited by size
                   ls-hist-files        delimited by space
                   '|'                  delimited by size
                   ls-hist-args         delimited by '  '
                   '|'                  delimited by size
                   ls-hist-account      delimited by space
                   '|'                  delimited by size
                   ls-hist-account-src  delimited by space
                   '|'                  delimited by size
                   ls-env-name          delimited by space
                   into history-line
           write history-line

           close history-file

           move 'APPEND' to ls-seal-function
           move 'HISTORY' to ls-seal-logical
           move ls-history-file to ls-seal-path
           perform 9400-seal-file
           .
       9150-compute-day-number.
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
       9160-days-in-month.
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
                           if ls-cal-remainder not = zero
                               move 28 to ls-cal-month-days
                           else
                               move 29 to ls-cal-month-days
                           end-if
                       end-if
                   end-if
           end-evaluate
           .
       9400-seal-file.
      *    Seals ls-seal-path through primeseal. Best-effort like the
      *    trail it guards: a seal that cannot be written, or a change
      *    found that no program accounts for, is warned of and never
      *    fails the run -- primetamp is where such findings are
      *    judged. The called routines report through RETURN-CODE,
      *    which must not leak into the run's own condition code.
           if ls-seal-path = spaces
               exit paragraph
           end-if

           move return-code to ls-seal-save-rc
           call 'primeseal' using ls-seal-function ls-seal-logical
                   ls-seal-path ls-seal-program ls-seal-operator
                   ls-seal-result ls-seal-reason

           evaluate ls-seal-result
               when 'Y'
               when 'F'
                   continue
               when 'N'
                   move 'PRM0557W' to ls-msg-id
                   move spaces to ls-msg-text
                   string  'Seal not updated: '
                                           delimited by size
                           ls-seal-reason  delimited by size
                           into ls-msg-text
                   perform 8000-issue-message
               when other
                   move 'PRM0559W' to ls-msg-id
                   move ls-seal-reason to ls-msg-text
                   perform 8000-issue-message
           end-evaluate

           move ls-seal-save-rc to return-code
           .
