      ******************************************************************
      * primeclose: Month-end close. Freezes, once per calendar month, *
      * the control totals the management summary is built from, so   *
      * a report run later cannot give different numbers:              *
      *                                                                *
      *   CLOSE [yyyymm]    gather the period's totals, record them    *
      *                     in the period control file and print the   *
      *                     period pack (by default the month before   *
      *                     this one; a month not yet over is refused) *
      *   REOPEN yyyymm     open a closed period again so it can be    *
      *                     closed afresh; needs OPERATOR= and the     *
      *                     REOPEN permission primeauth checks         *
      *   PACK [yyyymm]     reprint a closed period's pack from its    *
      *                     frozen totals (by default the latest)      *
      *                                                                *
      * The totals frozen are as at the period's end -- anything       *
      * stamped later is left out, so a late close freezes the same    *
      * figures: master record count and value sum (the master read    *
      * whole under a shared claim, across its partitions; a record    *
      * with no origin stamp counts); range-ledger coverage (merged    *
      * spans, values covered, highest value covered, gaps); catalog   *
      * registrations by type, made in the period and made by its end; *
      * runs started in the period by return code (runhist.txt); and   *
      * messages logged in the period by severity (primeerr.log).      *
      * A missing ledger, catalog, history or error log counts as      *
      * empty, with a warning; any other failure closes nothing.       *
      *                                                                *
      * The period control file (primeclose.ctl; CONTROL= names        *
      * another) is only ever appended to, one line per event:         *
      *                                                                *
      *   yyyymm|CLOSED|date|time|operator                             *
      *   yyyymm|FIGURE|name|value          one per total              *
      *   yyyymm|END|figures                                           *
      *   yyyymm|REOPENED|date|time|operator                           *
      *                                                                *
      * A period is closed by a CLOSED line whose END line follows it  *
      * (a close that died part-way closes nothing) and stays closed   *
      * until a later REOPENED line. The pack sets each total beside   *
      * the same total of the previous closed period, with the change. *
      * CLOSE and REOPEN hold the '.lck' claim on the control file.    *
      ******************************************************************
       identification division.
       program-id. primeclose.

       environment division.

       input-output section.

       file-control.
           select  standard-error assign '/dev/stderr'
                   organization is line sequential
                   access mode is sequential
                   file status is ls-stderr-status
                   .
           select  control-file assign ls-control-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-control-status
                   .
           select  master-file assign ls-part-file
                   organization is indexed
                   access mode is dynamic
                   record key is mst-value
                   file status is ls-master-status
                   .
           select  part-dir-file assign ls-part-dir-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-part-dir-status
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
           select  history-file assign ls-history-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-history-status
                   .
           select  error-log-file assign ls-error-log-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-error-log-status
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

      *    period|CLOSED|date|time|operator, period|FIGURE|name|value,
      *    period|END|figures, period|REOPENED|date|time|operator.
       fd  control-file.
       01  control-line                    pic x(132).

      *    Same record layout primemast maintains.
       fd  master-file.
       01  master-record.
           05  mst-value                   pic 9(20).
           05  mst-seq                     pic 9(20).
           05  mst-square                  pic 9(20).
           05  mst-origin.
               10  mst-source              pic x(01).
                   88  mst-from-generator  value 'G'.
                   88  mst-from-partner    value 'P'.
                   88  mst-from-restore    value 'R'.
                   88  mst-from-unknown    value 'U' ' '.
               10  mst-run-date            pic x(08).
               10  mst-run-time            pic x(08).
               10  mst-run-pgm             pic x(10).
               10  mst-added-cycle         pic 9(06).
               10  mst-replaced-cycle      pic 9(06).

      *    The value-band partition directory (see primepart).
       fd  part-dir-file.
       01  part-dir-line                   pic x(512).

      *    date|time|program|low|high|count|environment, one line per
      *    RANGE run.
       fd  ledger-file.
       01  ledger-line                     pic x(132).

      *    date|time|program|name|type|low|high|count|sum|environment.
       fd  catalog-file.
       01  catalog-line                    pic x(512).

       fd  history-file.
       01  history-line                    pic x(512).

      *    msgid date time text, as primemsg logs.
       fd  error-log-file.
       01  error-log-line                  pic x(160).

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
       78  c-max-intervals                 value 500.
       78  c-max-periods                   value 300.
       78  c-max-figures                   value 80.
       78  c-max-types                     value 20.

       01  filler.
           05  ls-arguments                pic x(256) value spaces.
           05  ls-token-area.
               10  ls-token                occurs 12 times
                                           pic x(256).
               10  ls-token-count          binary-long unsigned.
           05  ls-token-idx                binary-long unsigned.
           05  ls-verb                     pic x(08) value spaces.
           05  ls-control-file             pic x(256) value spaces.
           05  ls-master-file              pic x(256) value spaces.
           05  ls-ledger-file              pic x(256) value spaces.
           05  ls-catalog-file             pic x(256) value spaces.
           05  ls-history-file             pic x(256) value spaces.
           05  ls-error-log-file           pic x(256) value spaces.
           05  ls-report-file              pic x(256) value spaces.
           05  ls-operator                 pic x(16) value spaces.
           05  ls-auth-action              pic x(08).
           05  ls-auth-allowed             pic x(01) value 'N'.
           05  switches.
               10  filler                  pic x(01) value 'N'.
                   88  fatal-error         value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  master-partitioned  value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  master-exhausted    value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  master-opened       value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  report-opened       value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  close-pending       value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  collecting-set      value 'Y' false 'N'.
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
           05  ls-run-date                 pic x(08).
           05  ls-run-time                 pic x(08).
           05  ls-today                    pic x(08).
           05  filler redefines ls-today.
               10  ls-today-yyyy           pic 9(04).
               10  ls-today-mm             pic 9(02).
               10  ls-today-dd             pic 9(02).
           05  ls-period                   pic x(06) value spaces.
           05  filler redefines ls-period.
               10  ls-period-yyyy          pic 9(04).
               10  ls-period-mm            pic 9(02).
           05  ls-previous-period          pic x(06) value spaces.
      *    Every period the control file names, as its events leave
      *    it: C closed (with the stamp of the close that stands) or
      *    O reopened.
           05  ls-period-count             binary-long unsigned
                                           value zero.
           05  ls-period-idx               binary-long unsigned.
           05  ls-this-idx                 binary-long unsigned.
           05  ls-prev-idx                 binary-long unsigned.
           05  ls-period-entry             occurs 300 times.
               10  ls-pd-period            pic x(06).
               10  ls-pd-state             pic x(01).
                   88  pd-closed           value 'C'.
                   88  pd-reopened         value 'O'.
               10  ls-pd-date              pic x(08).
               10  ls-pd-time              pic x(08).
               10  ls-pd-operator          pic x(16).
           05  ls-find-period              pic x(06).
           05  ls-pending.
               10  ls-pn-period            pic x(06).
               10  ls-pn-date              pic x(08).
               10  ls-pn-time              pic x(08).
               10  ls-pn-operator          pic x(16).
           05  ls-ctl-fields.
               10  ls-cl-period            pic x(06).
               10  ls-cl-kind              pic x(08).
               10  ls-cl-field-3           pic x(40).
               10  ls-cl-field-4           pic x(40).
               10  ls-cl-field-5           pic x(16).
           05  ls-control-line-number      binary-long unsigned
                                           value zero.
           05  ls-line-disp                pic z(05)9(01).
      *    The totals of two periods: set 1 the period closed or
      *    packed, set 2 the previous closed period.
           05  ls-figure-set               occurs 2 times.
               10  ls-fs-count             binary-long unsigned.
               10  ls-fs-figure            occurs 80 times.
                   15  ls-fg-name          pic x(20).
                   15  ls-fg-value         pic 9(30).
                   15  ls-fg-matched       pic x(01).
           05  ls-set-idx                  binary-long unsigned.
           05  ls-fig-idx                  binary-long unsigned.
           05  ls-fig-jdx                  binary-long unsigned.
           05  ls-want-date                pic x(08).
           05  ls-want-time                pic x(08).
           05  ls-figure-name              pic x(20).
           05  ls-figure-value             pic 9(30).
           05  ls-figure-text              pic x(30).
           05  filler redefines ls-figure-text.
               10  ls-figure-9             pic 9(30).
           05  ls-figure-change            pic s9(30).
           05  ls-figure-count             pic 9(09).
      *    Master totals.
           05  ls-master-records           pic 9(20) value zero.
           05  ls-master-sum               pic 9(30) value zero.
      *    The range ledger, sorted and merged into covered spans.
           05  ls-led-fields.
               10  ls-lf-date              pic x(08).
               10  ls-lf-time              pic x(08).
               10  ls-lf-pgm               pic x(20).
               10  ls-lf-low               pic x(20).
               10  ls-lf-high              pic x(20).
               10  ls-lf-count             pic x(09).
           05  ls-interval-count           binary-long unsigned
                                           value zero.
           05  ls-int-idx                  binary-long unsigned.
           05  ls-int-jdx                  binary-long unsigned.
           05  ls-interval                 occurs 500 times.
               10  ls-int-low              binary-double unsigned.
               10  ls-int-high             binary-double unsigned.
           05  ls-span-count               binary-long unsigned
                                           value zero.
           05  ls-sort-low                 binary-double unsigned.
           05  ls-sort-high                binary-double unsigned.
           05  ls-work-low                 binary-double unsigned.
           05  ls-covered-values           pic 9(30) value zero.
           05  ls-highest-covered          pic 9(20) value zero.
      *    Catalog registrations by type.
           05  ls-cat-fields.
               10  ls-cf-date              pic x(08).
               10  ls-cf-time              pic x(08).
               10  ls-cf-pgm               pic x(20).
               10  ls-cf-name              pic x(256).
               10  ls-cf-type              pic x(08).
           05  ls-type-count               binary-long unsigned
                                           value zero.
           05  ls-type-idx                 binary-long unsigned.
      *    One slot past c-max-types is kept for 'other'.
           05  ls-type-entry               occurs 21 times.
               10  ls-ty-name              pic x(08).
               10  ls-ty-new               pic 9(09).
               10  ls-ty-all               pic 9(09).
           05  ls-cat-new                  pic 9(09) value zero.
           05  ls-cat-all                  pic 9(09) value zero.
      *    Runs by return code, messages by severity.
           05  ls-hist-fields.
               10  ls-hf-pgm               pic x(20).
               10  ls-hf-start-date        pic x(08).
               10  ls-hf-start-time        pic x(08).
               10  ls-hf-end-date          pic x(08).
               10  ls-hf-end-time          pic x(08).
               10  ls-hf-rc                pic x(02).
           05  ls-rc-names                 pic x(12)
                                           value '000408121699'.
           05  filler redefines ls-rc-names.
               10  ls-rc-name              pic x(02) occurs 6 times.
           05  ls-rc-idx                   binary-long unsigned.
           05  ls-rc-runs                  pic 9(09) occurs 6 times.
           05  ls-runs-all                 pic 9(09) value zero.
           05  ls-sev-names                pic x(06) value 'IWESTX'.
           05  filler redefines ls-sev-names.
               10  ls-sev-name             pic x(01) occurs 6 times.
           05  ls-sev-idx                  binary-long unsigned.
           05  ls-sev-messages             pic 9(09) occurs 6 times.
           05  ls-messages-all             pic 9(09) value zero.
           05  ls-count-disp               pic z(08)9(01).
           05  ls-value-disp               pic z(29)9(01).
           05  ls-value-disp2              pic z(29)9(01).
           05  ls-change-disp              pic -(30)9(01).
           05  ls-change-text              pic x(31).
           05  ls-input-name               pic x(256).
           05  ls-share-area.
               10  ls-shr-function         pic x(08).
               10  ls-shr-name             pic x(256).
               10  ls-shr-owner            pic x(80).
               10  ls-shr-stamp            pic x(80).
               10  ls-shr-result           pic x(01).
               10  ls-shr-holders          binary-long unsigned.
               10  filler                  pic x(01) value 'N'.
                   88  share-held          value 'Y' false 'N'.
      *    The partition directory, held in band order; a master
      *    with no directory loads as one entry naming the single
      *    file and spanning every value.
           05  ls-part-area.
               10  ls-part-dir-file        pic x(256).
               10  ls-part-file            pic x(256).
               10  ls-part-count           binary-long unsigned
                                           value zero.
               10  ls-part-idx             binary-long unsigned.
               10  ls-part-open-idx        binary-long unsigned
                                           value zero.
               10  ls-part-entry           occurs 20 times.
                   15  ls-part-band        pic 9(02).
                   15  ls-part-low         pic 9(20).
                   15  ls-part-high        pic 9(20).
                   15  ls-part-name        pic x(256).
                   15  ls-part-changed     pic x(16).
                   15  ls-part-audited     pic x(16).
                   15  ls-part-saved       pic x(16).
                   15  ls-part-records     binary-double unsigned.
               10  ls-part-fields.
                   15  ls-pf-band          pic x(02).
                   15  ls-pf-low           pic x(20).
                   15  ls-pf-high          pic x(20).
                   15  ls-pf-name          pic x(256).
                   15  ls-pf-changed       pic x(16).
                   15  ls-pf-audited       pic x(16).
                   15  ls-pf-saved         pic x(16).
               10  ls-part-seek            pic 9(20).
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
               10  ls-control-status       pic 9(01)x(01).
                   88  control-status-ok   value '00'.
                   88  control-absent      value '35'.
               10  ls-master-status        pic 9(01)x(01).
                   88  master-status-ok    value '00'.
               10  ls-part-dir-status      pic 9(01)x(01).
                   88  part-dir-status-ok  value '00'.
                   88  part-dir-absent     value '35'.
               10  ls-ledger-status        pic 9(01)x(01).
                   88  ledger-status-ok    value '00'.
                   88  ledger-absent       value '35'.
               10  ls-catalog-status       pic 9(01)x(01).
                   88  catalog-status-ok   value '00'.
                   88  catalog-absent      value '35'.
               10  ls-history-status       pic 9(01)x(01).
                   88  history-status-ok   value '00'.
                   88  history-absent      value '35'.
               10  ls-error-log-status     pic 9(01)x(01).
                   88  error-log-status-ok value '00'.
                   88  error-log-absent    value '35'.
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

           accept ls-run-date from date yyyymmdd
           accept ls-run-time from time

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

           evaluate ls-verb
               when 'CLOSE'
                   perform 3000-close-period
               when 'REOPEN'
                   perform 4000-reopen-period
               when 'PACK'
                   perform 5000-reprint-pack
           end-evaluate

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
                    ls-token(9) ls-token(10) ls-token(11) ls-token(12)
               tallying in ls-token-count

           move ls-token(1) to ls-verb
           evaluate ls-verb
               when 'CLOSE'
               when 'PACK'
               when 'REOPEN'
                   continue
               when other
                   perform 1050-issue-usage
                   exit paragraph
           end-evaluate

      *    The period is the one bare operand; REOPEN must name it.
           move 2 to ls-token-idx
           if ls-token(2) not = spaces
                   and ls-token(2)(7:250) = spaces
               move ls-token(2)(1:6) to ls-period
               if ls-period not numeric
                       or ls-period-mm < 1
                       or ls-period-mm > 12
                   perform 1050-issue-usage
                   exit paragraph
               end-if
               move 3 to ls-token-idx
           end-if
           if ls-verb = 'REOPEN' and ls-period = spaces
               perform 1050-issue-usage
               exit paragraph
           end-if

           perform varying ls-token-idx from ls-token-idx by 1
                   until (ls-token-idx > ls-token-count)
                           or fatal-error
               evaluate true
                   when ls-token(ls-token-idx) = spaces
                       continue
                   when ls-token(ls-token-idx)(1:9) = 'OPERATOR='
                       move ls-token(ls-token-idx)(10:16)
                               to ls-operator
                   when ls-token(ls-token-idx)(1:8) = 'CONTROL='
                       move ls-token(ls-token-idx)(9:248)
                               to ls-control-file
                   when ls-token(ls-token-idx)(1:7) = 'MASTER='
                       move ls-token(ls-token-idx)(8:249)
                               to ls-master-file
                   when ls-token(ls-token-idx)(1:7) = 'LEDGER='
                       move ls-token(ls-token-idx)(8:249)
                               to ls-ledger-file
                   when ls-token(ls-token-idx)(1:8) = 'CATALOG='
                       move ls-token(ls-token-idx)(9:248)
                               to ls-catalog-file
                   when ls-token(ls-token-idx)(1:9) = 'HISTFILE='
                       move ls-token(ls-token-idx)(10:247)
                               to ls-history-file
                   when ls-token(ls-token-idx)(1:7) = 'ERRLOG='
                       move ls-token(ls-token-idx)(8:249)
                               to ls-error-log-file
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

      *    A month is closed once it is over, so by default CLOSE
      *    takes the month before the current one, and refuses the
      *    current month or a later one.
           accept ls-today from date yyyymmdd
           if ls-verb = 'CLOSE'
               if ls-period = spaces
                   if ls-today-mm = 1
                       compute ls-period-yyyy = ls-today-yyyy - 1
                       move 12 to ls-period-mm
                   else
                       move ls-today-yyyy to ls-period-yyyy
                       compute ls-period-mm = ls-today-mm - 1
                   end-if
               end-if
               if ls-period >= ls-today(1:6)
                   move 'PRM0424E' to ls-msg-id
                   move spaces to ls-msg-text
                   string  'Period '       delimited by size
                           ls-period        delimited by size
                           ' is not over yet and cannot be closed.'
                                           delimited by size
                           into ls-msg-text
                   perform 8000-issue-message
                   set fatal-error to true
                   exit paragraph
               end-if
               if ls-operator = spaces
                   move 'primeclose' to ls-operator
               end-if
           end-if

      *    Reopening undoes a freeze the summary may already quote,
      *    so the operator must hold the REOPEN permission; primeauth
      *    logs a denial, the 8 on RETURN-CODE is this program
      *    refusing to act on it.
           if ls-verb = 'REOPEN'
               move 'REOPEN' to ls-auth-action
               move 'N' to ls-auth-allowed
               call 'primeauth' using ls-operator ls-auth-action
                       ls-auth-allowed
               if ls-auth-allowed not = 'Y'
                   move 8 to return-code
                   set fatal-error to true
                   exit paragraph
               end-if
           end-if

           if ls-report-file = spaces
               move c-stdout to ls-report-file
           end-if
           open output report-file
           if not report-status-ok
               move 'PRM0753S' to ls-msg-id
               move ls-report-status to ls-msg-status
               move 'Cannot open period pack report file.'
                       to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if
           set report-opened to true
           .
       1050-issue-usage.
           move 'PRM0423E' to ls-msg-id
           move spaces to ls-msg-text
           string  'Usage is primeclose CLOSE|REOPEN|PACK [yyyymm]'
                           delimited by size
                   ' [OPERATOR=] [CONTROL= MASTER= LEDGER= CATALOG='
                           delimited by size
                   ' HISTFILE= ERRLOG= REPORT=]'
                           delimited by size
                   into ls-msg-text
           perform 8000-issue-message
           set fatal-error to true
           .
       1200-load-control.
      *    Replays the control file into the period table. No file
      *    yet is simply no period closed yet.
           move zero to ls-period-count ls-control-line-number
           set close-pending to false

           open input control-file
           if control-absent
               exit paragraph
           end-if
           if not control-status-ok
               move 'PRM0747S' to ls-msg-id
               move ls-control-status to ls-msg-status
               move 'Cannot read period control file.' to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if

           perform until exit
               read control-file
                   at end
                       exit perform
               end-read

               add 1 to ls-control-line-number
               if control-line = spaces
                   exit perform cycle
               end-if

               move spaces to ls-ctl-fields
               unstring control-line delimited by '|'
                   into ls-cl-period ls-cl-kind ls-cl-field-3
                        ls-cl-field-4 ls-cl-field-5

               evaluate ls-cl-kind
                   when 'CLOSED'
      *                A CLOSED with no END after it was a close that
      *                died part-way; the next CLOSED supersedes it.
                       set close-pending to true
                       move ls-cl-period to ls-pn-period
                       move ls-cl-field-3 to ls-pn-date
                       move ls-cl-field-4 to ls-pn-time
                       move ls-cl-field-5 to ls-pn-operator
                   when 'FIGURE'
                       continue
                   when 'END'
                       if close-pending
                               and ls-cl-period = ls-pn-period
                           move ls-pn-period to ls-find-period
                           perform 1250-find-period
                           if ls-period-idx not = zero
                               move 'C' to ls-pd-state(ls-period-idx)
                               move ls-pn-date
                                       to ls-pd-date(ls-period-idx)
                               move ls-pn-time
                                       to ls-pd-time(ls-period-idx)
                               move ls-pn-operator
                                       to ls-pd-operator(ls-period-idx)
                           end-if
                       end-if
                       set close-pending to false
                   when 'REOPENED'
                       move ls-cl-period to ls-find-period
                       perform 1250-find-period
                       if ls-period-idx not = zero
                           move 'O' to ls-pd-state(ls-period-idx)
                       end-if
                   when other
                       move ls-control-line-number to ls-line-disp
                       move 'PRM0545W' to ls-msg-id
                       move spaces to ls-msg-text
                       string  'Period control file line'
                                               delimited by size
                               ls-line-disp    delimited by size
                               ' not understood; ignored.'
                                               delimited by size
                               into ls-msg-text
                       perform 8000-issue-message
               end-evaluate
           end-perform

           close control-file
           .
       1250-find-period.
      *    ls-period-idx comes back at the entry for ls-find-period,
      *    added if need be; zero only when the table is full.
           perform varying ls-period-idx from 1 by 1
                   until ls-period-idx > ls-period-count
               if ls-pd-period(ls-period-idx) = ls-find-period
                   exit paragraph
               end-if
           end-perform

           if ls-period-count >= c-max-periods
               move 'PRM0547W' to ls-msg-id
               move spaces to ls-msg-text
               string  'Period control file names more than 300 '
                                                  delimited by size
                       'periods; later ones are ignored.'
                                                  delimited by size
                       into ls-msg-text
               perform 8000-issue-message
               move zero to ls-period-idx
               exit paragraph
           end-if

           add 1 to ls-period-count
           move ls-period-count to ls-period-idx
           move ls-find-period to ls-pd-period(ls-period-idx)
           move space to ls-pd-state(ls-period-idx)
           move spaces to ls-pd-date(ls-period-idx)
                          ls-pd-time(ls-period-idx)
                          ls-pd-operator(ls-period-idx)
           .
       1300-load-figures.
      *    Fills figure set ls-set-idx with the totals the standing
      *    close of ls-find-period froze: the FIGURE lines between
      *    the CLOSED line bearing its stamp and the END after it.
           move zero to ls-fs-count(ls-set-idx)
           set collecting-set to false

           open input control-file
           if not control-status-ok
               move 'PRM0747S' to ls-msg-id
               move ls-control-status to ls-msg-status
               move 'Cannot read period control file.' to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if

           perform until exit
               read control-file
                   at end
                       exit perform
               end-read

               move spaces to ls-ctl-fields
               unstring control-line delimited by '|'
                   into ls-cl-period ls-cl-kind ls-cl-field-3
                        ls-cl-field-4 ls-cl-field-5

               if ls-cl-period not = ls-find-period
                   exit perform cycle
               end-if

               evaluate ls-cl-kind
                   when 'CLOSED'
                       if ls-cl-field-3 = ls-want-date
                               and ls-cl-field-4 = ls-want-time
                           set collecting-set to true
                           move zero to ls-fs-count(ls-set-idx)
                       else
                           set collecting-set to false
                       end-if
                   when 'FIGURE'
                       if collecting-set
                           move ls-cl-field-3 to ls-figure-name
                           move ls-cl-field-4(1:30) to ls-figure-text
                           if ls-figure-text is numeric
                               move ls-figure-9 to ls-figure-value
                               perform 2900-add-figure
                           end-if
                       end-if
                   when 'END'
                       set collecting-set to false
               end-evaluate
           end-perform

           close control-file
           .
       1700-load-partitions.
      *    No directory means the master has never been split: it is
      *    the one file it always was, covering every value.
           move spaces to ls-part-dir-file
           string  ls-master-file  delimited by space
                   '.dir'          delimited by size
                   into ls-part-dir-file

           move zero to ls-part-count ls-part-open-idx
           set master-partitioned to false

           open input part-dir-file
           if part-dir-absent
               move 1 to ls-part-count
               move zero to ls-part-band(1) ls-part-low(1)
                            ls-part-records(1)
               move 99999999999999999999 to ls-part-high(1)
               move ls-master-file to ls-part-name(1)
               move all '0' to ls-part-changed(1) ls-part-audited(1)
                               ls-part-saved(1)
               exit paragraph
           end-if

           if not part-dir-status-ok
               move 'PRM0750S' to ls-msg-id
               move ls-part-dir-status to ls-msg-status
               move 'Cannot read master partition directory.'
                       to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if

           set master-partitioned to true

           perform until exit
               read part-dir-file
                   at end
                       exit perform
               end-read

               perform 1710-parse-partition-line
           end-perform

           close part-dir-file
           .
       1710-parse-partition-line.
           if part-dir-line = spaces or part-dir-line(1:1) = '*'
                   or ls-part-count >= 20
               exit paragraph
           end-if

           move spaces to ls-part-fields
           unstring part-dir-line delimited by '|'
               into ls-pf-band ls-pf-low ls-pf-high ls-pf-name
                    ls-pf-changed ls-pf-audited ls-pf-saved

           if ls-pf-band is not numeric or ls-pf-low is not numeric
                   or ls-pf-high is not numeric or ls-pf-name = spaces
               exit paragraph
           end-if

           add 1 to ls-part-count
           move ls-pf-band to ls-part-band(ls-part-count)
           move ls-pf-low to ls-part-low(ls-part-count)
           move ls-pf-high to ls-part-high(ls-part-count)
           move ls-pf-name to ls-part-name(ls-part-count)
           move zero to ls-part-records(ls-part-count)
           move all '0' to ls-part-changed(ls-part-count)
                           ls-part-audited(ls-part-count)
                           ls-part-saved(ls-part-count)
           if ls-pf-changed is numeric
               move ls-pf-changed to ls-part-changed(ls-part-count)
           end-if
           if ls-pf-audited is numeric
               move ls-pf-audited to ls-part-audited(ls-part-count)
           end-if
           if ls-pf-saved is numeric
               move ls-pf-saved to ls-part-saved(ls-part-count)
           end-if
           .
       2000-gather-figures.
      *    Every total is gathered before anything is recorded, so a
      *    failure part-way leaves the period open, not half closed.
           move 1 to ls-set-idx
           move zero to ls-fs-count(1)

           perform 2100-total-master
           if fatal-error
               exit paragraph
           end-if
           perform 2200-measure-ledger
           if fatal-error
               exit paragraph
           end-if
           perform 2300-count-catalog
           if fatal-error
               exit paragraph
           end-if
           perform 2400-count-runs
           if fatal-error
               exit paragraph
           end-if
           perform 2500-count-messages
           .
       2010-position-master.
      *    Positions the master at the first record at or past
      *    ls-part-seek, whichever partition holds it: the search
      *    starts in the first partition whose band reaches the seek
      *    value and passes over any holding nothing that far up.
           set master-exhausted to false
           move 1 to ls-part-idx
           perform until ls-part-idx > ls-part-count
                   or ls-part-high(ls-part-idx) >= ls-part-seek
               add 1 to ls-part-idx
           end-perform

           perform until exit
               if ls-part-idx > ls-part-count
                   set master-exhausted to true
                   exit paragraph
               end-if

               perform 2020-switch-partition
               if fatal-error
                   set master-exhausted to true
                   exit paragraph
               end-if

               if ls-part-seek > ls-part-low(ls-part-idx)
                   move ls-part-seek to mst-value
               else
                   move ls-part-low(ls-part-idx) to mst-value
               end-if
               start master-file key not < mst-value
                   invalid key
                       add 1 to ls-part-idx
                   not invalid key
                       exit paragraph
               end-start
           end-perform
           .
       2020-switch-partition.
      *    Closes the partition in hand, if it is not the one wanted,
      *    and opens ls-part-idx's. An unpartitioned master is its
      *    own single partition and is only ever opened once.
           if ls-part-open-idx = ls-part-idx
               exit paragraph
           end-if

           if ls-part-open-idx not = zero
               close master-file
               move zero to ls-part-open-idx
           end-if

           move ls-part-name(ls-part-idx) to ls-part-file
           open input master-file
           if not master-status-ok
               move 'PRM0751S' to ls-msg-id
               move ls-master-status to ls-msg-status
               move 'Cannot open prime master file.' to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if

           move ls-part-idx to ls-part-open-idx
           .
       2030-read-next-master.
      *    Reads the master in value order as if it were one file:
      *    the end of one partition carries on at the start of the
      *    next, and only the end of the last is the end of the
      *    master.
           perform until exit
               read master-file next
                   at end
                       continue
                   not at end
                       exit paragraph
               end-read

               if ls-part-open-idx >= ls-part-count
                   set master-exhausted to true
                   exit paragraph
               end-if

               compute ls-part-idx = ls-part-open-idx + 1
               move ls-part-low(ls-part-idx) to ls-part-seek
               perform 2010-position-master
               if master-exhausted
                   exit paragraph
               end-if
           end-perform
           .
       2100-total-master.
           perform 7020-share-master
           if fatal-error
               exit paragraph
           end-if

           perform 1700-load-partitions
           if not fatal-error
               move zero to ls-part-seek
               perform 2010-position-master
               perform until master-exhausted
                   perform 2030-read-next-master
      *            A record added after the period is not part of
      *            it; one with no origin stamp is taken as older.
                   if not master-exhausted
                           and (mst-run-date = spaces
                               or mst-run-date(1:6) <= ls-period)
                       add 1 to ls-master-records
                       add mst-value to ls-master-sum
                   end-if
               end-perform
           end-if

           if ls-part-open-idx not = zero
               close master-file
               move zero to ls-part-open-idx
           end-if
           perform 7920-release-share

           if fatal-error
               exit paragraph
           end-if

           move 'MASTER-RECORDS' to ls-figure-name
           move ls-master-records to ls-figure-value
           perform 2900-add-figure
           move 'MASTER-VALUE-SUM' to ls-figure-name
           move ls-master-sum to ls-figure-value
           perform 2900-add-figure
           .
       2200-measure-ledger.
           open input ledger-file
           if ledger-absent
               move ls-ledger-file to ls-input-name
               perform 2950-issue-input-absent
           else
               if not ledger-status-ok
                   move ls-ledger-status to ls-msg-status
                   move ls-ledger-file to ls-input-name
                   perform 2960-issue-input-error
                   exit paragraph
               end-if

               perform until exit
                   read ledger-file
                       at end
                           exit perform
                   end-read

                   if ls-interval-count >= c-max-intervals
                       move 'PRM0428E' to ls-msg-id
                       move spaces to ls-msg-text
                       string  'Range ledger exceeds the 500'
                                       delimited by size
                               ' interval limit; period not closed.'
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
      *            Spans generated after the period wait for the next.
                   if ls-lf-date(1:6) > ls-period
                       exit perform cycle
                   end-if

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
               if fatal-error
                   exit paragraph
               end-if

               perform 2210-sort-intervals
               perform 2220-merge-intervals
           end-if

           perform varying ls-int-idx from 1 by 1
                   until ls-int-idx > ls-span-count
               compute ls-covered-values = ls-covered-values
                       + ls-int-high(ls-int-idx)
                       - ls-int-low(ls-int-idx) + 1
               move ls-int-high(ls-int-idx) to ls-highest-covered
           end-perform

           move 'LEDGER-SPANS' to ls-figure-name
           move ls-span-count to ls-figure-value
           perform 2900-add-figure
           move 'LEDGER-GAPS' to ls-figure-name
           if ls-span-count > zero
               compute ls-figure-value = ls-span-count - 1
           else
               move zero to ls-figure-value
           end-if
           perform 2900-add-figure
           move 'LEDGER-COVERED' to ls-figure-name
           move ls-covered-values to ls-figure-value
           perform 2900-add-figure
           move 'LEDGER-HIGHEST' to ls-figure-name
           move ls-highest-covered to ls-figure-value
           perform 2900-add-figure
           .
       2210-sort-intervals.
      *    Straight insertion sort on the low bound, as in primecov.
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
           .
       2220-merge-intervals.
      *    Folds the sorted intervals, in place, into the covered
      *    spans: an interval overlapping or adjoining the span in
      *    hand extends it, anything further up starts the next.
           move zero to ls-span-count
           perform varying ls-int-idx from 1 by 1
                   until ls-int-idx > ls-interval-count
               if ls-span-count > zero and
                       ls-int-low(ls-int-idx) <=
                           ls-int-high(ls-span-count) + 1
                   if ls-int-high(ls-int-idx) >
                           ls-int-high(ls-span-count)
                       move ls-int-high(ls-int-idx)
                               to ls-int-high(ls-span-count)
                   end-if
               else
                   add 1 to ls-span-count
                   move ls-int-low(ls-int-idx)
                           to ls-int-low(ls-span-count)
                   move ls-int-high(ls-int-idx)
                           to ls-int-high(ls-span-count)
               end-if
           end-perform
           .
       2300-count-catalog.
      *    Registrations made in the period, and all those made by
      *    its end, in total and per file type; later ones are left
      *    out so a late close freezes the same figures.
           open input catalog-file
           if catalog-absent
               move ls-catalog-file to ls-input-name
               perform 2950-issue-input-absent
           else
               if not catalog-status-ok
                   move ls-catalog-status to ls-msg-status
                   move ls-catalog-file to ls-input-name
                   perform 2960-issue-input-error
                   exit paragraph
               end-if

               perform until exit
                   read catalog-file
                       at end
                           exit perform
                   end-read

                   if catalog-line = spaces
                       exit perform cycle
                   end-if

                   move spaces to ls-cat-fields
                   unstring catalog-line delimited by '|'
                       into ls-cf-date ls-cf-time ls-cf-pgm
                            ls-cf-name ls-cf-type
                   if ls-cf-type = spaces
                       move 'unknown' to ls-cf-type
                   end-if

                   perform varying ls-type-idx from 1 by 1
                           until ls-type-idx > ls-type-count
                       if ls-ty-name(ls-type-idx) = ls-cf-type
                           exit perform
                       end-if
                   end-perform
      *            Types past the table's limit share one 'other'
      *            entry, held in the slot kept back for it.
                   if ls-type-idx > ls-type-count and
                           ls-type-count >= c-max-types
                       move 'other' to ls-cf-type
                       perform varying ls-type-idx from 1 by 1
                               until ls-type-idx > ls-type-count
                           if ls-ty-name(ls-type-idx) = ls-cf-type
                               exit perform
                           end-if
                       end-perform
                   end-if
                   if ls-type-idx > ls-type-count
                       add 1 to ls-type-count
                       move ls-type-count to ls-type-idx
                       move ls-cf-type to ls-ty-name(ls-type-idx)
                       move zero to ls-ty-new(ls-type-idx)
                                    ls-ty-all(ls-type-idx)
                   end-if

                   if ls-cf-date(1:6) <= ls-period
                       add 1 to ls-cat-all ls-ty-all(ls-type-idx)
                   end-if
                   if ls-cf-date(1:6) = ls-period
                       add 1 to ls-cat-new ls-ty-new(ls-type-idx)
                   end-if
               end-perform

               close catalog-file
           end-if

           move 'CATALOG-NEW' to ls-figure-name
           move ls-cat-new to ls-figure-value
           perform 2900-add-figure
           move 'CATALOG-ALL' to ls-figure-name
           move ls-cat-all to ls-figure-value
           perform 2900-add-figure

           perform varying ls-type-idx from 1 by 1
                   until ls-type-idx > ls-type-count
               move spaces to ls-figure-name
               string  'CAT-NEW-'              delimited by size
                       ls-ty-name(ls-type-idx)  delimited by space
                       into ls-figure-name
               move ls-ty-new(ls-type-idx) to ls-figure-value
               perform 2900-add-figure
               move spaces to ls-figure-name
               string  'CAT-ALL-'              delimited by size
                       ls-ty-name(ls-type-idx)  delimited by space
                       into ls-figure-name
               move ls-ty-all(ls-type-idx) to ls-figure-value
               perform 2900-add-figure
           end-perform
           .
       2400-count-runs.
      *    A run belongs to the month it started in, as in primechg;
      *    return codes off the documented ladder count as OTHER.
           move zero to ls-rc-runs(1) ls-rc-runs(2) ls-rc-runs(3)
                        ls-rc-runs(4) ls-rc-runs(5) ls-rc-runs(6)

           open input history-file
           if history-absent
               move ls-history-file to ls-input-name
               perform 2950-issue-input-absent
           else
               if not history-status-ok
                   move ls-history-status to ls-msg-status
                   move ls-history-file to ls-input-name
                   perform 2960-issue-input-error
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

                   if ls-hf-start-date(1:6) not = ls-period
                       exit perform cycle
                   end-if

                   perform varying ls-rc-idx from 1 by 1
                           until ls-rc-idx >= 6
                       if ls-rc-name(ls-rc-idx) = ls-hf-rc
                           exit perform
                       end-if
                   end-perform
                   add 1 to ls-runs-all ls-rc-runs(ls-rc-idx)
               end-perform

               close history-file
           end-if

           move 'RUNS-ALL' to ls-figure-name
           move ls-runs-all to ls-figure-value
           perform 2900-add-figure
           perform varying ls-rc-idx from 1 by 1
                   until ls-rc-idx > 6
               move spaces to ls-figure-name
               if ls-rc-idx < 6
                   string  'RUNS-RC'              delimited by size
                           ls-rc-name(ls-rc-idx)   delimited by size
                           into ls-figure-name
               else
                   move 'RUNS-RC-OTHER' to ls-figure-name
               end-if
               move ls-rc-runs(ls-rc-idx) to ls-figure-value
               perform 2900-add-figure
           end-perform
           .
       2500-count-messages.
      *    Messages primemsg logged in the period, by the severity
      *    letter that ends the message id.
           move zero to ls-sev-messages(1) ls-sev-messages(2)
                        ls-sev-messages(3) ls-sev-messages(4)
                        ls-sev-messages(5) ls-sev-messages(6)

           open input error-log-file
           if error-log-absent
               move ls-error-log-file to ls-input-name
               perform 2950-issue-input-absent
           else
               if not error-log-status-ok
                   move ls-error-log-status to ls-msg-status
                   move ls-error-log-file to ls-input-name
                   perform 2960-issue-input-error
                   exit paragraph
               end-if

               perform until exit
                   read error-log-file
                       at end
                           exit perform
                   end-read

                   if error-log-line(10:6) not = ls-period
                       exit perform cycle
                   end-if

                   perform varying ls-sev-idx from 1 by 1
                           until ls-sev-idx >= 6
                       if ls-sev-name(ls-sev-idx) =
                               error-log-line(8:1)
                           exit perform
                       end-if
                   end-perform
                   add 1 to ls-messages-all
                            ls-sev-messages(ls-sev-idx)
               end-perform

               close error-log-file
           end-if

           move 'MESSAGES-ALL' to ls-figure-name
           move ls-messages-all to ls-figure-value
           perform 2900-add-figure
           perform varying ls-sev-idx from 1 by 1
                   until ls-sev-idx > 6
               move spaces to ls-figure-name
               if ls-sev-idx < 6
                   string  'MESSAGES-'            delimited by size
                           ls-sev-name(ls-sev-idx) delimited by size
                           into ls-figure-name
               else
                   move 'MESSAGES-OTHER' to ls-figure-name
               end-if
               move ls-sev-messages(ls-sev-idx) to ls-figure-value
               perform 2900-add-figure
           end-perform
           .
       2900-add-figure.
           if ls-fs-count(ls-set-idx) >= c-max-figures
               move 'PRM0547W' to ls-msg-id
               move spaces to ls-msg-text
               string  'More than 80 period totals; '
                                       delimited by size
                       ls-figure-name  delimited by space
                       ' is not kept.' delimited by size
                       into ls-msg-text
               perform 8000-issue-message
               exit paragraph
           end-if

           add 1 to ls-fs-count(ls-set-idx)
           move ls-fs-count(ls-set-idx) to ls-fig-idx
           move ls-figure-name to ls-fg-name(ls-set-idx ls-fig-idx)
           move ls-figure-value to ls-fg-value(ls-set-idx ls-fig-idx)
           move 'N' to ls-fg-matched(ls-set-idx ls-fig-idx)
           .
       2950-issue-input-absent.
           move 'PRM0546W' to ls-msg-id
           move spaces to ls-msg-text
           string  ls-input-name   delimited by space
                   ' not found; its totals are recorded as zero.'
                                   delimited by size
                   into ls-msg-text
           perform 8000-issue-message
           .
       2960-issue-input-error.
      *    ls-msg-status set by the caller.
           move 'PRM0752S' to ls-msg-id
           move spaces to ls-msg-text
           string  'Cannot read '  delimited by size
                   ls-input-name   delimited by space
                   '; period not closed.'
                                   delimited by size
                   into ls-msg-text
           perform 8010-issue-open-error
           set fatal-error to true
           .
       3000-close-period.
           move ls-control-file to ls-lock-name
           perform 7010-claim-one-file
           if fatal-error
               exit paragraph
           end-if

           perform 1200-load-control
           if fatal-error
               perform 7900-release-claim
               exit paragraph
           end-if

           move ls-period to ls-find-period
           perform 1250-find-period
           if ls-period-idx not = zero
               if pd-closed(ls-period-idx)
                   move 'PRM0425E' to ls-msg-id
                   move spaces to ls-msg-text
                   string  'Period '       delimited by size
                           ls-period        delimited by size
                           ' is already closed (on '
                                           delimited by size
                           ls-pd-date(ls-period-idx)
                                           delimited by size
                           '); REOPEN it to close it again.'
                                           delimited by size
                           into ls-msg-text
                   perform 8000-issue-message
                   set fatal-error to true
                   perform 7900-release-claim
                   exit paragraph
               end-if
           end-if

           perform 2000-gather-figures
           if fatal-error
               perform 7900-release-claim
               exit paragraph
           end-if

           perform 3100-record-close
           perform 7900-release-claim
           if fatal-error
               exit paragraph
           end-if

           if ls-period-idx not = zero
               move 'C' to ls-pd-state(ls-period-idx)
               move ls-run-date to ls-pd-date(ls-period-idx)
               move ls-run-time to ls-pd-time(ls-period-idx)
               move ls-operator to ls-pd-operator(ls-period-idx)
           end-if
           move ls-period-idx to ls-this-idx
           perform 5100-load-previous
           if not fatal-error
               perform 6000-print-pack
           end-if
           .
       3100-record-close.
      *    CLOSED, one FIGURE per total, then END: only the END makes
      *    the period closed for the next reader.
           open extend control-file
           if control-absent
               open output control-file
           end-if
           if not control-status-ok
               move 'PRM0748S' to ls-msg-id
               move ls-control-status to ls-msg-status
               move spaces to ls-msg-text
               string  'Cannot write period control file; period not '
                                                  delimited by size
                       'closed.'                  delimited by size
                       into ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if

           move spaces to control-line
           string  ls-period       delimited by size
                   '|CLOSED|'     delimited by size
                   ls-run-date     delimited by size
                   '|'            delimited by size
                   ls-run-time     delimited by size
                   '|'            delimited by size
                   ls-operator     delimited by space
                   into control-line
           write control-line

           perform varying ls-fig-idx from 1 by 1
                   until ls-fig-idx > ls-fs-count(1)
               move spaces to control-line
               string  ls-period       delimited by size
                       '|FIGURE|'     delimited by size
                       ls-fg-name(1 ls-fig-idx)
                                       delimited by space
                       '|'            delimited by size
                       ls-fg-value(1 ls-fig-idx)
                                       delimited by size
                       into control-line
               write control-line
           end-perform

           move ls-fs-count(1) to ls-figure-count
           move spaces to control-line
           string  ls-period       delimited by size
                   '|END|'        delimited by size
                   ls-figure-count delimited by size
                   into control-line
           write control-line

           close control-file
           .
       4000-reopen-period.
           move ls-control-file to ls-lock-name
           perform 7010-claim-one-file
           if fatal-error
               exit paragraph
           end-if

           perform 1200-load-control
           if fatal-error
               perform 7900-release-claim
               exit paragraph
           end-if

           move ls-period to ls-find-period
           perform 1250-find-period
           if ls-period-idx = zero
               perform 4900-issue-not-closed
               perform 7900-release-claim
               exit paragraph
           end-if
           if not pd-closed(ls-period-idx)
               perform 4900-issue-not-closed
               perform 7900-release-claim
               exit paragraph
           end-if

           open extend control-file
           if not control-status-ok
               move 'PRM0748S' to ls-msg-id
               move ls-control-status to ls-msg-status
               move spaces to ls-msg-text
               string  'Cannot write period control file; period not '
                                                  delimited by size
                       'reopened.'                delimited by size
                       into ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               perform 7900-release-claim
               exit paragraph
           end-if

           move spaces to control-line
           string  ls-period       delimited by size
                   '|REOPENED|'   delimited by size
                   ls-run-date     delimited by size
                   '|'            delimited by size
                   ls-run-time     delimited by size
                   '|'            delimited by size
                   ls-operator     delimited by space
                   into control-line
           write control-line
           close control-file

           perform 7900-release-claim

           move spaces to report-line
           string  'Period '       delimited by size
                   ls-period        delimited by size
                   ', closed '     delimited by size
                   ls-pd-date(ls-period-idx)
                                   delimited by size
                   ' by '         delimited by size
                   ls-pd-operator(ls-period-idx)
                                   delimited by space
                   ', reopened by '
                                   delimited by size
                   ls-operator     delimited by space
                   '; its totals stand until it is closed again.'
                                   delimited by size
                   into report-line
           write report-line
           .
       4900-issue-not-closed.
           move 'PRM0426E' to ls-msg-id
           move spaces to ls-msg-text
           string  'Period '       delimited by size
                   ls-period        delimited by size
                   ' is not closed.'
                                   delimited by size
                   into ls-msg-text
           perform 8000-issue-message
           set fatal-error to true
           .
       5000-reprint-pack.
      *    Reading only: the freeze is the point, so the pack comes
      *    from the recorded totals, never from the files today.
           perform 1200-load-control
           if fatal-error
               exit paragraph
           end-if

           if ls-period = spaces
               move zero to ls-this-idx
               perform varying ls-period-idx from 1 by 1
                       until ls-period-idx > ls-period-count
                   if pd-closed(ls-period-idx)
                       if ls-this-idx = zero
                           move ls-period-idx to ls-this-idx
                       else
                           if ls-pd-period(ls-period-idx) >
                                   ls-pd-period(ls-this-idx)
                               move ls-period-idx to ls-this-idx
                           end-if
                       end-if
                   end-if
               end-perform
               if ls-this-idx = zero
                   move 'PRM0427E' to ls-msg-id
                   move 'No period has been closed yet.'
                           to ls-msg-text
                   perform 8000-issue-message
                   set fatal-error to true
                   exit paragraph
               end-if
               move ls-pd-period(ls-this-idx) to ls-period
           else
               move ls-period to ls-find-period
               perform 1250-find-period
               if ls-period-idx = zero
                   perform 4900-issue-not-closed
                   exit paragraph
               end-if
               if not pd-closed(ls-period-idx)
                   perform 4900-issue-not-closed
                   exit paragraph
               end-if
               move ls-period-idx to ls-this-idx
           end-if

           move 1 to ls-set-idx
           move ls-period to ls-find-period
           move ls-pd-date(ls-this-idx) to ls-want-date
           move ls-pd-time(ls-this-idx) to ls-want-time
           perform 1300-load-figures
           if fatal-error
               exit paragraph
           end-if

           perform 5100-load-previous
           if not fatal-error
               perform 6000-print-pack
           end-if
           .
       5100-load-previous.
      *    The previous closed period: the latest one before this.
           move zero to ls-prev-idx ls-fs-count(2)
           move spaces to ls-previous-period
           perform varying ls-period-idx from 1 by 1
                   until ls-period-idx > ls-period-count
               if pd-closed(ls-period-idx)
                       and ls-pd-period(ls-period-idx) < ls-period
                   if ls-prev-idx = zero
                       move ls-period-idx to ls-prev-idx
                   else
                       if ls-pd-period(ls-period-idx) >
                               ls-pd-period(ls-prev-idx)
                           move ls-period-idx to ls-prev-idx
                       end-if
                   end-if
               end-if
           end-perform

           if ls-prev-idx = zero
               exit paragraph
           end-if

           move ls-pd-period(ls-prev-idx) to ls-previous-period
           move 2 to ls-set-idx
           move ls-previous-period to ls-find-period
           move ls-pd-date(ls-prev-idx) to ls-want-date
           move ls-pd-time(ls-prev-idx) to ls-want-time
           perform 1300-load-figures
           .
       6000-print-pack.
           move spaces to report-line
           if ls-this-idx = zero
               string  'Period pack for '  delimited by size
                       ls-period            delimited by size
                       ', closed '         delimited by size
                       ls-run-date          delimited by size
                       ' '                 delimited by size
                       ls-run-time          delimited by size
                       ' by '              delimited by size
                       ls-operator          delimited by space
                       into report-line
           else
               string  'Period pack for '  delimited by size
                       ls-period            delimited by size
                       ', closed '         delimited by size
                       ls-pd-date(ls-this-idx)
                                           delimited by size
                       ' '                 delimited by size
                       ls-pd-time(ls-this-idx)
                                           delimited by size
                       ' by '              delimited by size
                       ls-pd-operator(ls-this-idx)
                                           delimited by space
                       into report-line
           end-if
           write report-line

           move spaces to report-line
           if ls-prev-idx = zero
               move 'No earlier closed period to compare with.'
                       to report-line
           else
               string  'Compared with '    delimited by size
                       ls-previous-period   delimited by size
                       ', closed '         delimited by size
                       ls-pd-date(ls-prev-idx)
                                           delimited by size
                       ' '                 delimited by size
                       ls-pd-time(ls-prev-idx)
                                           delimited by size
                       ' by '              delimited by size
                       ls-pd-operator(ls-prev-idx)
                                           delimited by space
                       into report-line
           end-if
           write report-line

           move spaces to report-line
           write report-line
           move spaces to report-line
           string  'Total                '
                           delimited by size
                   '                   This period'
                           delimited by size
                   '                Previous period'
                           delimited by size
                   '                         Change'
                           delimited by size
                   into report-line
           write report-line

           perform varying ls-fig-idx from 1 by 1
                   until ls-fig-idx > ls-fs-count(1)
               move ls-fg-name(1 ls-fig-idx) to ls-figure-name
               move ls-fg-value(1 ls-fig-idx) to ls-value-disp

               perform varying ls-fig-jdx from 1 by 1
                       until ls-fig-jdx > ls-fs-count(2)
                   if ls-fg-name(2 ls-fig-jdx) = ls-figure-name
                       exit perform
                   end-if
               end-perform

               if ls-fig-jdx > ls-fs-count(2)
                   perform 6100-write-figure-alone
               else
                   move 'Y' to ls-fg-matched(2 ls-fig-jdx)
                   move ls-fg-value(2 ls-fig-jdx) to ls-value-disp2
                   compute ls-figure-change =
                           ls-fg-value(1 ls-fig-idx)
                           - ls-fg-value(2 ls-fig-jdx)
                   move ls-figure-change to ls-change-disp
                   move ls-change-disp to ls-change-text
                   move spaces to report-line
                   string  ls-figure-name  delimited by size
                           ' '            delimited by size
                           ls-value-disp   delimited by size
                           ' '            delimited by size
                           ls-value-disp2  delimited by size
                           ' '            delimited by size
                           ls-change-text  delimited by size
                           into report-line
                   write report-line
               end-if
           end-perform

      *    Totals only the previous period had (a catalog type no
      *    longer registered, say) are shown so nothing drops out.
           perform varying ls-fig-jdx from 1 by 1
                   until ls-fig-jdx > ls-fs-count(2)
               if ls-fg-matched(2 ls-fig-jdx) not = 'Y'
                   move ls-fg-value(2 ls-fig-jdx) to ls-value-disp2
                   move spaces to report-line
                   string  ls-fg-name(2 ls-fig-jdx)
                                           delimited by size
                           ' '            delimited by size
                           '                   (none)'
                                           delimited by size
                           '    '         delimited by size
                           ' '            delimited by size
                           ls-value-disp2  delimited by size
                           into report-line
                   write report-line
               end-if
           end-perform
           .
       6100-write-figure-alone.
      *    A total this period has and the previous one had not --
      *    or every total, when there is no previous period.
           move spaces to report-line
           if ls-prev-idx = zero
               string  ls-figure-name  delimited by size
                       ' '            delimited by size
                       ls-value-disp   delimited by size
                       into report-line
           else
               string  ls-figure-name  delimited by size
                       ' '            delimited by size
                       ls-value-disp   delimited by size
                       '                         (none)'
                                       delimited by size
                       into report-line
           end-if
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

               move 'PRM0749S' to ls-msg-id
               move spaces to ls-msg-text
               string  'Period control file '
                                          delimited by size
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
           string  'primeclose '      delimited by size
                   ls-run-date         delimited by size
                   ' '                delimited by size
                   ls-run-time         delimited by size
                   into lock-record
           write lock-record
           close lock-file

           set claim-held to true
           .
       7050-resolve-files.
      *    Every shared file comes from the run's environment
      *    configuration (primeenv); a keyword that names a file
      *    still overrides it for the run.
           move 'CLOSECTL' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-control-file

           move 'MASTER' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-master-file

           move 'LEDGER' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-ledger-file

           move 'CATALOG' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-catalog-file

           move 'HISTORY' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-history-file

           move 'ERRLOG' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-error-log-file
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
       7020-share-master.
      *    The master is only read here, so the claim taken on it is
      *    the shared kind primeshr keeps: other readers may hold it
      *    at the same time, but a run holding the exclusive
      *    '<master>.lck' keeps this one out, and this one keeps a
      *    merge or restore out until it lets go.
           move spaces to ls-shr-stamp
           string  'primeclose '        delimited by size
                   ls-run-date   delimited by size
                   ' '                  delimited by size
                   ls-run-time   delimited by size
                   into ls-shr-stamp
           move ls-shr-stamp to ls-shr-owner
           move 'SHARE' to ls-shr-function
           move ls-master-file to ls-shr-name
           call 'primeshr' using ls-shr-function ls-shr-name
                   ls-shr-owner ls-shr-result ls-shr-holders

           evaluate ls-shr-result
               when 'Y'
                   set share-held to true
               when 'X'
                   move 'PRM0706S' to ls-msg-id
                   move spaces to ls-msg-text
                   string  'Shared read refused: '
                                           delimited by size
                           ls-master-file  delimited by space
                           ' is claimed by '
                                           delimited by size
                           ls-shr-owner    delimited by size
                           into ls-msg-text
                   perform 8000-issue-message
                   set fatal-error to true
               when other
                   move 'PRM0707S' to ls-msg-id
                   move 'Cannot record shared claim on the master.'
                           to ls-msg-text
                   perform 8000-issue-message
                   set fatal-error to true
           end-evaluate
           .
       7920-release-share.
      *    Removes exactly this run's stamp from the holder list.
           if not share-held
               exit paragraph
           end-if

           move ls-shr-stamp to ls-shr-owner
           move 'UNSHARE' to ls-shr-function
           move ls-master-file to ls-shr-name
           call 'primeshr' using ls-shr-function ls-shr-name
                   ls-shr-owner ls-shr-result ls-shr-holders

           set share-held to false
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
