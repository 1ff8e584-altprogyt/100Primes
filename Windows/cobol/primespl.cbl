           05  ls-token-area.
               10  ls-token                occurs 4 times
                                           pic x(256).
               10  ls-token-count          binary-long unsigned.
           05  ls-token-idx                binary-long unsigned.
           05  ls-control-file             pic x(256) value spaces.
           05  ls-dist-log-file            pic x(256) value spaces.
           05  ls-input-report-name        pic x(256).
           05  ls-spool-name               pic x(256).
           05  ls-report-file              pic x(256) value spaces.
               10  ls-generic-temp         pic 9(20) value zero.
               10  filler redefines ls-generic-temp.
                   15  ls-generic-tc       pic 9(01) occurs 20 times.
               10  ls-generic-idx          binary-long unsigned.
               10  ls-generic-value        binary-double unsigned.
               10  filler                  pic x(01) value 'N'.
                   88  generic-value-valid value 'Y' false 'N'.
           05  ls-route-table.
               10  ls-route                occurs 200 times.
                   15  ls-rt-recipient     pic x(32).
                   15  ls-rt-sequence      binary-long unsigned.
                   15  ls-rt-report        pic x(256).
           05  ls-route-count              binary-long unsigned
                                           value zero.
           05  ls-route-idx                binary-long unsigned.
           05  ls-route-jdx                binary-long unsigned.
           05  ls-sort-recipient           pic x(32).
           05  ls-sort-sequence            binary-long unsigned.
           05  ls-sort-report              pic x(256).
           05  ls-current-recipient        pic x(32) value spaces.
           05  ls-run-date                 pic x(08).
           05  ls-banner-body              pic x(60).
           05  ls-report-lines             binary-long unsigned.
           05  ls-lines-disp               pic 9(09).
           05  ls-recipient-count          binary-long unsigned
                                           value zero.
           05  ls-bundled-count            binary-long unsigned
                                           value zero.
           05  ls-missing-count            binary-long unsigned
                                           value zero.
           05  ls-count-disp               pic z(19)9(01).
           05  ls-count-disp2              pic z(19)9(01).
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
           05  ls-msg-status               pic x(02).
           05  ls-msg-text                 pic x(120).
           05  ls-msg-build                pic x(120).
           05  ls-msg-severity             binary-long unsigned
                                           value zero.

       procedure division.
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
           move 'DISTCTL' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-control-file

           move 'DISTLOG' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-dist-log-file
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
