           05  ls-split-text               pic x(20).
           05  ls-maxtime-text             pic x(20).
           05  ls-progress-text            pic x(20).
           05  ls-monitor-file             pic x(256) value spaces.
           05  ls-arguments                pic x(256).
           05  ls-command                  pic x(264).
           05  ls-arg-ptr                  binary-long unsigned.
           05  switches.
               10  filler                  pic x(01) value 'N'.
                   88  entry-valid         value 'Y' false 'N'.
               10  ls-generic-temp         pic 9(20) value zero.
               10  filler redefines ls-generic-temp.
                   15  ls-generic-tc       pic 9(01) occurs 20 times.
               10  ls-generic-idx          binary-long unsigned.
               10  ls-generic-value        binary-double unsigned.
               10  filler                  pic x(01) value 'N'.
                   88  generic-value-valid value 'Y' false 'N'.
           05  ls-run-rc                   binary-long.
           05  ls-rc-disp                  pic z(02)9(01).
           05  ls-monitor-status           pic 9(01)x(01).
               88  monitor-status-ok       value '00'.
      *    The monitor file is the one prime5a writes in the run's
      *    environment, resolved through primeenv.
           05  ls-env-area.
               10  ls-env-logical          pic x(12).
               10  ls-env-path             pic x(256).
               10  ls-env-name             pic x(08) value spaces.
               10  ls-env-result           pic x(01).
               10  ls-env-reason           pic x(120).

       procedure division.

           display 'PRIMEMENU - prime5a run composer'
           display ' '

      *    A run the environment would refuse is not composed at all.
           perform 7050-resolve-files
           if ls-env-result not = 'Y'
               display 'PRM0769S ' ls-env-reason
               display 'Run not submitted.'
               move 12 to return-code
               goback
           end-if

           perform 1000-prompt-mode
           perform 1100-prompt-operands
           perform 1200-prompt-switches
               move ls-generic-temp to ls-generic-value
           end-if
           .
       7050-resolve-files.
           move 'MONITOR' to ls-env-logical
           call 'primeenv' using ls-env-logical ls-env-path
                   ls-env-name ls-env-result ls-env-reason
           move ls-env-path to ls-monitor-file
           .
