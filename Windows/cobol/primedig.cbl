      * severity E or worse), then the runs attempted, the message     *
      * tallies by severity, the new catalog registrations, and the    *
      * coverage gained.                                               *
      *                                                                *
      * Right after the exceptions it lists every job the primesked    *
      * scheduler held or saw fail in the window, with the logged      *
      * reason and the job's latest decision since (SCHEDLOG=).        *
      ******************************************************************
       identification division.
       program-id. primedig.
                   access mode is sequential
                   file status is ls-ledger-status
                   .
           select  schedlog-file assign ls-schedlog-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-schedlog-status
                   .
           select  report-file assign ls-report-file
                   organization is line sequential
                   access mode is sequential
       fd  ledger-file.
       01  ledger-line                     pic x(132).

       fd  schedlog-file.
       01  schedlog-line                   pic x(160).

       fd  report-file.
       01  report-line                     pic x(132).

           05  ls-token-area.
               10  ls-token                occurs 8 times
                                           pic x(256).
               10  ls-token-count          binary-long unsigned.
           05  ls-token-idx                binary-long unsigned.
           05  ls-history-file             pic x(256) value spaces.
           05  ls-errlog-file              pic x(256) value spaces.
           05  ls-catalog-file             pic x(256) value spaces.
           05  ls-ledger-file              pic x(256) value spaces.
           05  ls-schedlog-file            pic x(256) value spaces.
           05  ls-report-file              pic x(256) value spaces.
           05  switches.
               10  filler                  pic x(01) value 'N'.
               10  ls-generic-temp         pic 9(20) value zero.
               10  filler redefines ls-generic-temp.
                   15  ls-generic-tc       pic 9(01) occurs 20 times.
               10  ls-generic-idx          binary-long unsigned.
               10  ls-generic-value        binary-double unsigned.
               10  filler                  pic x(01) value 'N'.
                   88  generic-value-valid value 'Y' false 'N'.
                   15  ls-run-time         pic x(08).
                   15  ls-run-rc           pic x(02).
                   15  ls-run-counts       pic x(40).
           05  ls-run-count                binary-long unsigned
                                           value zero.
           05  ls-run-idx                  binary-long unsigned.
           05  ls-run-bad-count            binary-long unsigned
                                           value zero.
           05  ls-log-fields.
               10  ls-lg-id                pic x(08).
               10  ls-msgid-entry          occurs 50 times.
                   15  ls-msgid-id         pic x(08).
                   15  ls-msgid-count      binary-long unsigned.
           05  ls-msgid-count-used         binary-long unsigned
                                           value zero.
           05  ls-msgid-idx                binary-long unsigned.
           05  ls-msgid-found              pic x(01).
           05  ls-cat-fields.
               10  ls-cf-date              pic x(08).
                   15  ls-cat-type         pic x(08).
                   15  ls-cat-low          pic x(20).
                   15  ls-cat-high         pic x(20).
           05  ls-cat-count                binary-long unsigned
                                           value zero.
           05  ls-cat-idx                  binary-long unsigned.
           05  ls-led-fields.
               10  ls-lf-date              pic x(08).
               10  ls-lf-time              pic x(08).
               10  ls-led-entry            occurs 100 times.
                   15  ls-led-low          binary-double unsigned.
                   15  ls-led-high         binary-double unsigned.
           05  ls-led-count                binary-long unsigned
                                           value zero.
           05  ls-led-idx                  binary-long unsigned.
           05  ls-led-span-total           binary-double unsigned
                                           value zero.
           05  ls-sched-fields.
               10  ls-sf-date              pic x(08).
               10  ls-sf-time              pic x(08).
               10  ls-sf-sched             pic x(08).
               10  ls-sf-job               pic x(12).
               10  ls-sf-decision          pic x(08).
               10  ls-sf-reason            pic x(80).
           05  ls-hold-table.
               10  ls-hold-entry           occurs 50 times.
                   15  ls-hold-job         pic x(12).
                   15  ls-hold-sched       pic x(08).
                   15  ls-hold-decision    pic x(08).
                   15  ls-hold-reason      pic x(80).
                   15  ls-hold-latest      pic x(08).
           05  ls-hold-count               binary-long unsigned
                                           value zero.
           05  ls-hold-idx                 binary-long unsigned.
           05  ls-report-ptr               binary-long unsigned.
           05  ls-work-low                 binary-double unsigned.
           05  ls-count-disp               pic z(19)9(01).
           05  ls-count-disp2              pic z(19)9(01).
           05  ls-low-disp                 pic z(19)9(01).
           05  ls-high-disp                pic z(19)9(01).
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
                   88  catalog-status-ok   value '00'.
               10  ls-ledger-status        pic 9(01)x(01).
                   88  ledger-status-ok    value '00'.
               10  ls-schedlog-status      pic 9(01)x(01).
                   88  schedlog-status-ok  value '00'.
               10  ls-report-status        pic 9(01)x(01).
                   88  report-status-ok    value '00'.

           05  ls-msg-status               pic x(02).
           05  ls-msg-text                 pic x(120).
           05  ls-msg-build                pic x(120).
           05  ls-msg-severity             binary-long unsigned
                                           value zero.

       procedure division.
           perform 1200-gather-messages
           perform 1300-gather-registrations
           perform 1400-gather-coverage
           perform 1500-gather-schedule

           perform 2000-write-digest

           goback
           .
       1000-get-command-line.
           perform 7050-resolve-files
           if fatal-error
               exit paragraph
           end-if

           accept ls-arguments from command-line

           move spaces to ls-token-area
                   when ls-token(ls-token-idx)(1:7) = 'LEDGER='
                       move ls-token(ls-token-idx)(8:249)
                               to ls-ledger-file
                   when ls-token(ls-token-idx)(1:9) = 'SCHEDLOG='
                       move ls-token(ls-token-idx)(10:247)
                               to ls-schedlog-file
                   when ls-token(ls-token-idx)(1:7) = 'REPORT='
                       move ls-token(ls-token-idx)(8:249)
                               to ls-report-file
                                           delimited by size
                                   ' [to-yyyymmdd] [HISTFILE=]'
                                           delimited by size
                                   ' [ERRLOG=] [CATALOG=] [LEDGER=]'
                                           delimited by size
                                   ' [SCHEDLOG=].'
                                           delimited by size
                                   into ls-msg-text
                           perform 8000-issue-message

           close ledger-file
           .
       1500-gather-schedule.
      *    Every job primesked held or saw fail inside the window, with
      *    the reason it logged and the job's latest decision since,
      *    so the digest says what was held, why, and whether it was
      *    later released.
           open input schedlog-file
           if not schedlog-status-ok
               exit paragraph
           end-if

           perform until exit
               read schedlog-file
                   at end
                       exit perform
               end-read

               move spaces to ls-sched-fields
               unstring schedlog-line delimited by '|'
                   into ls-sf-date ls-sf-time ls-sf-sched
                        ls-sf-job  ls-sf-decision ls-sf-reason

               move spaces to ls-generic-text
               move ls-sf-date to ls-generic-text
               perform 4050-parse-numeric-field
               if not generic-value-valid
                   exit perform cycle
               end-if
               move ls-generic-value to ls-rec-date

               if ls-rec-date < ls-from-date or
                       ls-rec-date > ls-to-date
                   exit perform cycle
               end-if

               perform varying ls-hold-idx from 1 by 1
                       until (ls-hold-idx > ls-hold-count)
                           or (ls-hold-job(ls-hold-idx) = ls-sf-job
                           and ls-hold-sched(ls-hold-idx) = ls-sf-sched)
                   continue
               end-perform

               evaluate true
                   when ls-sf-decision = 'HELD'
                           or ls-sf-decision = 'FAILED'
                       if ls-hold-idx > ls-hold-count
                           if ls-hold-count >= 50
                               exit perform cycle
                           end-if
                           add 1 to ls-hold-count
                       end-if
                       move ls-sf-job to ls-hold-job(ls-hold-idx)
                       move ls-sf-sched to ls-hold-sched(ls-hold-idx)
                       move ls-sf-decision
                               to ls-hold-decision(ls-hold-idx)
                       move ls-sf-reason to ls-hold-reason(ls-hold-idx)
                       move ls-sf-decision
                               to ls-hold-latest(ls-hold-idx)
                   when ls-hold-idx <= ls-hold-count
                       move ls-sf-decision
                               to ls-hold-latest(ls-hold-idx)
                   when other
                       continue
               end-evaluate
           end-perform

           close schedlog-file
           .
       2000-write-digest.
           move spaces to report-line
           string  'PRIMEDIG - BATCH WINDOW DIGEST '
           write report-line

           perform 2100-write-exceptions
           perform 2150-write-schedule-holds
           perform 2200-write-runs
           perform 2300-write-message-tallies
           perform 2400-write-registrations
               move 4 to return-code
           end-if
           .
       2150-write-schedule-holds.
           move ls-hold-count to ls-count-disp
           move spaces to report-line
           string  'SCHEDULER HOLDS AND FAILURES ('
                                       delimited by size
                   ls-count-disp        delimited by size
                   ' )'                delimited by size
                   into report-line
           write report-line

           perform varying ls-hold-idx from 1 by 1
                   until ls-hold-idx > ls-hold-count
               move spaces to report-line
               move 1 to ls-report-ptr
               string  '  job '       delimited by size
                       ls-hold-job(ls-hold-idx)
                                       delimited by space
                       ' '            delimited by size
                       ls-hold-sched(ls-hold-idx)
                                       delimited by size
                       ' '            delimited by size
                       ls-hold-decision(ls-hold-idx)
                                       delimited by space
                       ': '           delimited by size
                       ls-hold-reason(ls-hold-idx)
                                       delimited by '  '
                       into report-line
                       with pointer ls-report-ptr
               if ls-hold-latest(ls-hold-idx) not =
                       ls-hold-decision(ls-hold-idx)
                   string  ' (now '   delimited by size
                           ls-hold-latest(ls-hold-idx)
                                       delimited by space
                           ')'        delimited by size
                           into report-line
                           with pointer ls-report-ptr
               end-if
               write report-line
           end-perform

      *    A held or failed job is window news as much as a bad run.
           if ls-hold-count not = zero and return-code < 4
               move 4 to return-code
           end-if
           .
       2200-write-runs.
           move ls-run-count to ls-count-disp
           move spaces to report-line
               move ls-generic-temp to ls-generic-value
           end-if
           .
       7050-resolve-files.
      *    Every shared file comes from the run's environment
      *    configuration (primeenv); a keyword that names a file
      *    still overrides it for the run.
           move 'HISTORY' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-history-file

           move 'ERRLOG' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-errlog-file

           move 'CATALOG' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-catalog-file

           move 'LEDGER' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-ledger-file

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
