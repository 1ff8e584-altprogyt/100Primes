           05  ls-token-area.
               10  ls-token                occurs 3 times
                                           pic x(256).
               10  ls-token-count          binary-long unsigned.
           05  ls-file-a                   pic x(256) value spaces.
           05  ls-file-b                   pic x(256) value spaces.
           05  ls-report-file              pic x(256) value spaces.
               10  ls-generic-temp         pic 9(20) value zero.
               10  filler redefines ls-generic-temp.
                   15  ls-generic-tc       pic 9(01) occurs 20 times.
               10  ls-generic-idx          binary-long unsigned.
               10  ls-generic-value        binary-double unsigned.
               10  filler                  pic x(01) value 'N'.
                   88  generic-value-valid value 'Y' false 'N'.
           05  ls-detail-line              pic x(132).
           05  ls-detail-tokens.
               10  ls-detail-token         occurs 4 times pic x(30).
               10  ls-detail-token-count   binary-long unsigned.
           05  ls-detail-seq-token         pic x(30).
           05  ls-detail-value-token       pic x(30).
           05  ls-detail-scan-idx          binary-long unsigned.
           05  ls-detail-found-count       binary-long unsigned.
           05  ls-detail-colon-count       binary-long unsigned.
           05  ls-detail-colon-pos         binary-long unsigned.
           05  ls-detail-seq               binary-double unsigned.
           05  ls-detail-value             binary-double unsigned.
           05  ls-detail-valid             pic x(01) value 'N'.
           05  ls-value-a                  binary-double unsigned.
           05  ls-seq-b                    binary-double unsigned.
           05  ls-value-b                  binary-double unsigned.
           05  ls-compared-count           binary-long unsigned
                                           value zero.
           05  ls-mismatch-count           binary-long unsigned
                                           value zero.
           05  ls-seq-disp                 pic z(19)9(01).
           05  ls-value-disp-a             pic z(19)9(01).
           05  ls-value-disp-b             pic z(19)9(01).
           05  ls-compared-disp            pic z(19)9(01).
           05  ls-mismatch-disp            pic z(19)9(01).
           05  ls-history-file             pic x(256) value spaces.
           05  ls-hist-start-date          pic x(08).
           05  ls-hist-start-time          pic x(08).
           05  ls-hist-end-date            pic x(08).
           05  ls-hist-rc-disp             pic 9(02).
           05  ls-hist-counts              pic x(80).
           05  ls-hist-files               pic x(256).
      *    A reconciliation names no cost center, so it is always
      *    charged to UNALLOC and flagged DEFAULT, as the generators
      *    do for a run given no ACCOUNT=.
           05  ls-hist-account             pic x(08) value 'UNALLOC'.
           05  ls-hist-account-src         pic x(07) value 'DEFAULT'.
      *    Catalogued-message work area; ls-msg-severity accumulates
      *    the highest severity primemsg has seen this run, which
      *    becomes the final return-code.
           05  ls-msg-status               pic x(02).
           05  ls-msg-text                 pic x(120).
           05  ls-msg-build                pic x(120).
           05  ls-msg-severity             binary-long unsigned
                                           value zero.
      *    The seal this run leaves on each shared file it changes
      *    (primeseal), so primetamp can prove nothing else did.
           05  ls-seal-area.
               10  ls-seal-function        pic x(08).
               10  ls-seal-logical         pic x(12).
               10  ls-seal-path            pic x(256).
               10  ls-seal-program         pic x(10) value 'primerecon'.
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
           goback
           .
       1000-get-command-line.
           perform 7050-resolve-files
           if fatal-error
               exit paragraph
           end-if

           accept ls-arguments from command-line

           move spaces to ls-token-area
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
           accept ls-hist-end-date from date yyyymmdd
           accept ls-hist-end-time from time

      *    A run its environment refused has no history file.
           if ls-history-file = spaces
               exit paragraph
           end-if

           open extend history-file
           if history-file-absent
               open output history-file
                   '|'                  delimited by size
                   ls-hist-counts       delimited by size
                   '|'                  delimited by size
                   ls-hist-files        delimited by space
                   '|'                  delimited by size
                   ls-arguments         delimited by '  '
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
