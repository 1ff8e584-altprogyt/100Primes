      ******************************************************************
      * primetamp: Tamper-evidence verification. Every program that    *
      * changes the prime master, the run history, the catalog or the  *
      * range ledger seals the file afterwards through primeseal, one  *
      * chained record in the seal log (SEALS) per change. This run    *
      * proves the chain: each file the seal log knows of, and the     *
      * four the environment maps whether sealed yet or not, is read   *
      * again and its content compared with its last seal --           *
      *                                                                *
      *   INTACT        content matches the last seal                  *
      *   TAMPERED      content changed since the last seal; the       *
      *                 seal's writer is named as the last legitimate  *
      *                 one                                            *
      *   CHAIN BROKEN  a seal record for the file was altered or      *
      *                 removed from the seal log                      *
      *   NEVER SEALED  no program has sealed the file yet             *
      *   UNREADABLE    the file cannot be read                        *
      *                                                                *
      * Seals a writer made over a change it could not explain are     *
      * counted against each file too, so earlier tampering stays in   *
      * the report after the file has been sealed again. Tampering and *
      * broken chains fail the run at severity E, and a file never     *
      * sealed warns. MASTER= names another master; REPORT= sends the  *
      * report to a file instead of standard output. The master is     *
      * read under a shared claim (primeshr). primeaud runs this       *
      * verification as a step of its own.                             *
      ******************************************************************
       identification division.
       program-id. primetamp.

       environment division.

       input-output section.

       file-control.
           select  standard-error assign '/dev/stderr'
                   organization is line sequential
                   access mode is sequential
                   file status is ls-stderr-status
                   .
      *    date|time|program|operator|logical|path|records|prior|
      *    digest|previous-seal|seal, as primeseal writes it.
           select  seal-file assign ls-seal-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-seal-status
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

       fd  seal-file.
       01  seal-line                       pic x(512).

       fd  report-file.
       01  report-line                     pic x(200).

       local-storage section.

       78  c-stdout                        value '/dev/stdout'.
       78  c-max-sealed-files              value 200.

       01  filler.
           05  ls-arguments                pic x(256) value spaces.
           05  ls-token-area.
               10  ls-token                occurs 4 times
                                           pic x(256).
               10  ls-token-count          binary-long unsigned.
           05  ls-token-idx                binary-long unsigned.
           05  ls-master-file              pic x(256) value spaces.
           05  ls-history-file             pic x(256) value spaces.
           05  ls-catalog-file             pic x(256) value spaces.
           05  ls-ledger-file              pic x(256) value spaces.
           05  ls-seal-file                pic x(256) value spaces.
           05  ls-report-file              pic x(256) value spaces.
           05  ls-run-date                 pic x(08).
           05  ls-run-time                 pic x(08).
           05  switches.
               10  filler                  pic x(01) value 'N'.
                   88  fatal-error         value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  report-opened       value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  table-overflowed    value 'Y' false 'N'.
      *    One seal record as parsed from the log.
           05  ls-seal-fields.
               10  ls-sf-date              pic x(08).
               10  ls-sf-time              pic x(08).
               10  ls-sf-program           pic x(10).
               10  ls-sf-operator          pic x(16).
               10  ls-sf-logical           pic x(12).
               10  ls-sf-path              pic x(256).
               10  ls-sf-records           pic x(12).
               10  ls-sf-prior             pic x(01).
      *    Every file sealed in this environment, with its last seal
      *    and the seals made over a change nobody explained. The
      *    environment's own four files are entered first.
           05  ls-sealed-area.
               10  ls-sealed-count         binary-long unsigned
                                           value zero.
               10  ls-sealed-idx           binary-long unsigned.
               10  ls-sealed-entry         occurs 200 times.
                   15  ls-se-path          pic x(256).
                   15  ls-se-logical       pic x(12).
                   15  ls-se-date          pic x(08).
                   15  ls-se-time          pic x(08).
                   15  ls-se-program       pic x(10).
                   15  ls-se-operator      pic x(16).
                   15  ls-se-seals         binary-long unsigned.
                   15  ls-se-unexplained   binary-long unsigned.
           05  ls-new-path                 pic x(256).
           05  ls-new-logical              pic x(12).
           05  ls-seal-area.
               10  ls-seal-function        pic x(08).
               10  ls-seal-logical         pic x(12).
               10  ls-seal-path            pic x(256).
               10  ls-seal-program         pic x(10) value 'primetamp'.
               10  ls-seal-operator        pic x(16) value spaces.
               10  ls-seal-result          pic x(01).
               10  ls-seal-reason          pic x(120).
           05  ls-verdict                  pic x(12).
           05  ls-intact-count             binary-long unsigned
                                           value zero.
           05  ls-tampered-count           binary-long unsigned
                                           value zero.
           05  ls-broken-count             binary-long unsigned
                                           value zero.
           05  ls-unsealed-count           binary-long unsigned
                                           value zero.
           05  ls-unreadable-count         binary-long unsigned
                                           value zero.
           05  ls-count-disp               pic z(08)9(01).
           05  ls-seals-disp               pic z(08)9(01).
           05  ls-seals-trimmed            pic x(09).
           05  ls-trim-skip                pic x(01).
           05  ls-share-area.
               10  ls-shr-function         pic x(08).
               10  ls-shr-name             pic x(256).
               10  ls-shr-owner            pic x(80).
               10  ls-shr-stamp            pic x(80).
               10  ls-shr-result           pic x(01).
               10  ls-shr-holders          binary-long unsigned.
               10  filler                  pic x(01) value 'N'.
                   88  share-held          value 'Y' false 'N'.
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
               10  ls-seal-status          pic 9(01)x(01).
                   88  seal-status-ok      value '00'.
                   88  seal-absent         value '35'.
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

           accept ls-run-date from date yyyymmdd
           accept ls-run-time from time

           perform 1000-get-command-line

           if not fatal-error
               perform 2000-load-seal-log
           end-if

           if not fatal-error
               perform 7020-share-master
           end-if

           if not fatal-error
               perform 3000-verify-files
           end-if

           perform 7920-release-share

           if not fatal-error
               perform 3900-write-summary
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
               tallying in ls-token-count

           perform varying ls-token-idx from 1 by 1
                   until (ls-token-idx > ls-token-count)
                           or fatal-error
               evaluate true
                   when ls-token(ls-token-idx) = spaces
                       continue
                   when ls-token(ls-token-idx)(1:7) = 'MASTER='
                       move ls-token(ls-token-idx)(8:249)
                               to ls-master-file
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

           if ls-report-file = spaces
               move c-stdout to ls-report-file
           end-if
           open output report-file
           if not report-status-ok
               move 'PRM0771S' to ls-msg-id
               move ls-report-status to ls-msg-status
               move 'Cannot open seal verification report file.'
                       to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if
           set report-opened to true
           .
       1050-issue-usage.
           move 'PRM0450E' to ls-msg-id
           move 'Usage is primetamp [MASTER=file] [REPORT=file].'
                   to ls-msg-text
           perform 8000-issue-message
           set fatal-error to true
           .
       2000-load-seal-log.
      *    The environment's four files are checked whether or not
      *    any program has sealed them yet; the log adds every other
      *    file sealed here (a restored member, a master named by
      *    keyword) and each file's last seal.
           move ls-master-file to ls-new-path
           move 'MASTER' to ls-new-logical
           perform 2100-find-sealed-file
           move ls-history-file to ls-new-path
           move 'HISTORY' to ls-new-logical
           perform 2100-find-sealed-file
           move ls-catalog-file to ls-new-path
           move 'CATALOG' to ls-new-logical
           perform 2100-find-sealed-file
           move ls-ledger-file to ls-new-path
           move 'LEDGER' to ls-new-logical
           perform 2100-find-sealed-file

           open input seal-file
           if seal-absent
               exit paragraph
           end-if
           if not seal-status-ok
               move 'PRM0770S' to ls-msg-id
               move ls-seal-status to ls-msg-status
               move 'Cannot open seal log.' to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if

           perform until exit
               read seal-file
                   at end
                       exit perform
               end-read

               if seal-line = spaces
                   exit perform cycle
               end-if

               move spaces to ls-seal-fields
               unstring seal-line delimited by '|'
                   into ls-sf-date ls-sf-time ls-sf-program
                        ls-sf-operator ls-sf-logical ls-sf-path
                        ls-sf-records ls-sf-prior

               move ls-sf-path to ls-new-path
               move ls-sf-logical to ls-new-logical
               perform 2100-find-sealed-file
               if ls-sealed-idx = zero
                   exit perform cycle
               end-if

               move ls-sf-date to ls-se-date(ls-sealed-idx)
               move ls-sf-time to ls-se-time(ls-sealed-idx)
               move ls-sf-program to ls-se-program(ls-sealed-idx)
               move ls-sf-operator to ls-se-operator(ls-sealed-idx)
               add 1 to ls-se-seals(ls-sealed-idx)
               if ls-sf-prior = 'X' or ls-sf-prior = 'B'
                   add 1 to ls-se-unexplained(ls-sealed-idx)
               end-if
           end-perform

           close seal-file
           .
       2100-find-sealed-file.
      *    Leaves ls-sealed-idx on the entry for ls-new-path, adding
      *    it when it is new; zero when the table is full.
           perform varying ls-sealed-idx from 1 by 1
                   until ls-sealed-idx > ls-sealed-count
               if ls-se-path(ls-sealed-idx) = ls-new-path
                   exit paragraph
               end-if
           end-perform

           if ls-sealed-count >= c-max-sealed-files
               set table-overflowed to true
               move zero to ls-sealed-idx
               exit paragraph
           end-if

           add 1 to ls-sealed-count
           move ls-sealed-count to ls-sealed-idx
           move spaces to ls-sealed-entry(ls-sealed-idx)
           move ls-new-path to ls-se-path(ls-sealed-idx)
           move ls-new-logical to ls-se-logical(ls-sealed-idx)
           move zero to ls-se-seals(ls-sealed-idx)
                        ls-se-unexplained(ls-sealed-idx)
           .
       3000-verify-files.
           move spaces to report-line
           string  'Seal verification run '
                                   delimited by size
                   ls-run-date     delimited by size
                   ' '             delimited by size
                   ls-run-time     delimited by size
                   ', environment '
                                   delimited by size
                   ls-env-name     delimited by space
                   ', seal log '   delimited by size
                   ls-seal-file    delimited by space
                   into report-line
           write report-line
           move spaces to report-line
           write report-line

           perform varying ls-sealed-idx from 1 by 1
                   until ls-sealed-idx > ls-sealed-count
               perform 3100-verify-one-file
               perform 3200-report-file
           end-perform
           .
       3100-verify-one-file.
           move 'CHECK' to ls-seal-function
           move ls-se-logical(ls-sealed-idx) to ls-seal-logical
           move ls-se-path(ls-sealed-idx) to ls-seal-path
           call 'primeseal' using ls-seal-function ls-seal-logical
                   ls-seal-path ls-seal-program ls-seal-operator
                   ls-seal-result ls-seal-reason

           evaluate ls-seal-result
               when 'Y'
                   move 'INTACT' to ls-verdict
                   add 1 to ls-intact-count
               when 'X'
                   move 'TAMPERED' to ls-verdict
                   add 1 to ls-tampered-count
                   move 'PRM0448E' to ls-msg-id
                   move ls-seal-reason to ls-msg-text
                   perform 8000-issue-message
               when 'B'
                   move 'CHAIN BROKEN' to ls-verdict
                   add 1 to ls-broken-count
                   move 'PRM0449E' to ls-msg-id
                   move ls-seal-reason to ls-msg-text
                   perform 8000-issue-message
               when 'F'
                   move 'NEVER SEALED' to ls-verdict
                   add 1 to ls-unsealed-count
                   move 'PRM0558W' to ls-msg-id
                   move ls-seal-reason to ls-msg-text
                   perform 8000-issue-message
               when other
                   move 'UNREADABLE' to ls-verdict
                   add 1 to ls-unreadable-count
                   move 'PRM0452E' to ls-msg-id
                   move ls-seal-reason to ls-msg-text
                   perform 8000-issue-message
           end-evaluate
           .
       3200-report-file.
           move spaces to report-line
           string  ls-verdict      delimited by size
                   ' '             delimited by size
                   ls-se-logical(ls-sealed-idx)
                                   delimited by size
                   ' '             delimited by size
                   ls-se-path(ls-sealed-idx)
                                   delimited by space
                   into report-line
           write report-line

           if ls-se-seals(ls-sealed-idx) not = zero
               move ls-se-seals(ls-sealed-idx) to ls-seals-disp
               perform 3210-trim-seals
               move spaces to report-line
               string  '             last sealed '
                                       delimited by size
                       ls-se-date(ls-sealed-idx)
                                       delimited by size
                       ' '             delimited by size
                       ls-se-time(ls-sealed-idx)
                                       delimited by size
                       ' by '          delimited by size
                       ls-se-program(ls-sealed-idx)
                                       delimited by space
                       ' (operator '   delimited by size
                       ls-se-operator(ls-sealed-idx)
                                       delimited by space
                       '), '           delimited by size
                       ls-seals-trimmed
                                       delimited by space
                       ' seal(s)'      delimited by size
                       into report-line
               write report-line
           end-if

           if ls-se-unexplained(ls-sealed-idx) not = zero
               move ls-se-unexplained(ls-sealed-idx) to ls-seals-disp
               perform 3210-trim-seals
               move spaces to report-line
               string  '             '  delimited by size
                       ls-seals-trimmed delimited by space
                       ' seal(s) made over a change no program'
                                        delimited by size
                       ' accounted for'
                                        delimited by size
                       into report-line
               write report-line
           end-if

           if ls-seal-result not = 'Y' and ls-seal-result not = 'F'
               move spaces to report-line
               string  '             '  delimited by size
                       ls-seal-reason   delimited by size
                       into report-line
               write report-line
           end-if
           .
       3210-trim-seals.
           move spaces to ls-seals-trimmed
           unstring ls-seals-disp delimited by all space
               into ls-trim-skip ls-seals-trimmed
           .
       3900-write-summary.
           move spaces to report-line
           write report-line

           move ls-sealed-count to ls-count-disp
           move spaces to report-line
           string  ls-count-disp   delimited by size
                   ' file(s) verified.'
                                   delimited by size
                   into report-line
           write report-line

           move ls-intact-count to ls-count-disp
           move spaces to report-line
           string  ls-count-disp   delimited by size
                   ' intact.'      delimited by size
                   into report-line
           write report-line

           move ls-tampered-count to ls-count-disp
           move spaces to report-line
           string  ls-count-disp   delimited by size
                   ' changed since their last seal.'
                                   delimited by size
                   into report-line
           write report-line

           move ls-broken-count to ls-count-disp
           move spaces to report-line
           string  ls-count-disp   delimited by size
                   ' with a broken seal chain.'
                                   delimited by size
                   into report-line
           write report-line

           move ls-unsealed-count to ls-count-disp
           move spaces to report-line
           string  ls-count-disp   delimited by size
                   ' never sealed.'
                                   delimited by size
                   into report-line
           write report-line

           move ls-unreadable-count to ls-count-disp
           move spaces to report-line
           string  ls-count-disp   delimited by size
                   ' unreadable.'  delimited by size
                   into report-line
           write report-line

           if table-overflowed
               move ls-sealed-count to ls-seals-disp
               perform 3210-trim-seals
               move 'PRM0560W' to ls-msg-id
               move spaces to ls-msg-text
               string  'Seal log names more than '
                                       delimited by size
                       ls-seals-trimmed
                                       delimited by space
                       ' files; the rest were not verified.'
                                       delimited by size
                       into ls-msg-text
               perform 8000-issue-message
           end-if
           .
       7020-share-master.
      *    The master is only read here, so the claim taken on it is
      *    the shared kind primeshr keeps: other readers may hold it
      *    at the same time, but a run holding the exclusive
      *    '<master>.lck' keeps this one out, and this one keeps a
      *    merge or restore out until it lets go.
           move spaces to ls-shr-stamp
           string  'primetamp '  delimited by size
                   ls-run-date    delimited by size
                   ' '           delimited by size
                   ls-run-time    delimited by size
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
       7050-resolve-files.
      *    Every shared file comes from the run's environment
      *    configuration (primeenv); a keyword that names a file
      *    still overrides it for the run.
           move 'MASTER' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-master-file

           move 'HISTORY' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-history-file

           move 'CATALOG' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-catalog-file

           move 'LEDGER' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-ledger-file

           move 'SEALS' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-seal-file
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
