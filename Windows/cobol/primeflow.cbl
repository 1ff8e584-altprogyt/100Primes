      * first step that did not complete, instead of from the top.     *
      * PARM= must be the last keyword on a card; everything after it  *
      * (spaces included) is the step's parameter string.              *
      *                                                                *
      * Before any step runs, each generation step (prime4a or         *
      * prime5a) still to run is put to its coverage gate with         *
      * GATEONLY; a step the gate refuses stops the flow before it     *
      * starts. FORCE in a step's PARM overrides the gate.             *
      *                                                                *
      * ACCOUNT=code on the command line charges every step to that    *
      * cost center; ACCOUNT= on a plan card (before PARM=) charges    *
      * that step instead. The code is passed on to the programs that  *
      * record it on the run history, unless the PARM names its own.   *
      ******************************************************************
       identification division.
       program-id. primeflow.
           05  ls-token-area.
               10  ls-token                occurs 20 times
                                           pic x(64).
               10  ls-token-count          binary-long unsigned.
           05  ls-plan-file                pic x(256) value spaces.
           05  ls-state-file               pic x(256) value spaces.
           05  switches.
               10  filler                  pic x(01) value 'N'.
                   88  fatal-error         value 'Y' false 'N'.
                   15  ls-step-name        pic x(12).
                   15  ls-step-pgm         pic x(64).
                   15  ls-step-parm        pic x(160).
                   15  ls-step-account     pic x(08).
                   15  ls-step-maxcc       binary-long unsigned.
                   15  ls-step-onfail      pic x(08).
                   15  ls-step-prev-done   pic x(01).
                   15  ls-step-rc          binary-long.
                   15  ls-step-outcome     pic x(08).
           05  ls-step-count               binary-long unsigned
                                           value zero.
           05  ls-step-idx                 binary-long unsigned.
           05  ls-token-idx                binary-long unsigned.
           05  ls-parm-pos                 binary-long unsigned.
           05  ls-card-work                pic x(256).
           05  ls-command                  pic x(256).
           05  ls-command-ptr              binary-long unsigned.
           05  ls-gen-tally                binary-long unsigned.
           05  ls-flow-account             pic x(08) value spaces.
           05  ls-account-work             pic x(08).
           05  ls-generic-parse-area.
               10  ls-generic-text         pic x(20).
               10  filler redefines ls-generic-text.
               10  ls-generic-temp         pic 9(20) value zero.
               10  filler redefines ls-generic-temp.
                   15  ls-generic-tc       pic 9(01) occurs 20 times.
               10  ls-generic-idx          binary-long unsigned.
               10  ls-generic-value        binary-double unsigned.
               10  filler                  pic x(01) value 'N'.
                   88  generic-value-valid value 'Y' false 'N'.
           05  ls-state-fields.
               10  ls-state-name           pic x(12).
               10  ls-state-outcome        pic x(08).
           05  ls-highest-rc               binary-long value zero.
           05  ls-rc-disp                  pic z(02)9(01).
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
               perform 1200-load-prior-state
           end-if

           perform 1300-preflight-gates

           if fatal-error
               close standard-error
               perform 8090-set-return-code
               goback
           end-if

           perform 2000-run-steps
           perform 2900-write-state

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

           if ls-token(1) = spaces
               move spaces to ls-msg-text
               string  'Usage is primeflow plan-file'
                               delimited by size
                       ' [RESTART] [ACCOUNT=code].'
                               delimited by size
                       into ls-msg-text
               perform 8000-issue-message

           move ls-token(1) to ls-plan-file

           perform varying ls-token-idx from 2 by 1
                   until (ls-token-idx > ls-token-count)
                           or fatal-error
               evaluate true
                   when ls-token(ls-token-idx) = 'RESTART'
                       set restart-mode to true
                   when ls-token(ls-token-idx)(1:8) = 'ACCOUNT='
                       perform 1160-take-account
                       move ls-account-work to ls-flow-account
                   when other
                       continue
               end-evaluate
           end-perform
           .
       1100-load-plan.
           open input plan-file
                           perform 8000-issue-message
                           set fatal-error to true
                       end-if
                   when ls-token(ls-token-idx)(1:8) = 'ACCOUNT='
                       perform 1160-take-account
                       move ls-account-work
                               to ls-step-account(ls-step-count)
                   when ls-token(ls-token-idx) = 'ONFAIL=STOP'
                       move 'STOP'
                               to ls-step-onfail(ls-step-count)
               set fatal-error to true
           end-if
           .
       1160-take-account.
      *    ACCOUNT= names the cost center a step's run is charged to,
      *    from the plan card or, for every step naming none, from
      *    the command line.
           move spaces to ls-account-work
           if ls-token(ls-token-idx)(9:8) = spaces
                   or ls-token(ls-token-idx)(17:48) not = spaces
               move 'PRM0404E' to ls-msg-id
               move spaces to ls-msg-text
               string  'ACCOUNT= must carry a cost-center code of'
                               delimited by size
                       ' 1 to 8 characters.'
                               delimited by size
                       into ls-msg-text
               perform 8000-issue-message
               set fatal-error to true
           else
               move ls-token(ls-token-idx)(9:8) to ls-account-work
           end-if
           .
       1200-load-prior-state.
      *    A step the last run completed within its MAXCC is marked
      *    done and not run again; everything from the first failed

           close state-file
           .
       1300-preflight-gates.
      *    Every generation step still to run is put to its program's
      *    coverage gate (GATEONLY: weigh the request, claim and write
      *    nothing) before the first step starts, so an interval the
      *    ledger already covers stops the flow up front rather than
      *    partway through the batch window. A step whose PARM carries
      *    FORCE passes its gate by override.
           perform varying ls-step-idx from 1 by 1
                   until (ls-step-idx > ls-step-count) or fatal-error
               if ls-step-prev-done(ls-step-idx) = 'Y'
                   exit perform cycle
               end-if

               move zero to ls-gen-tally
               inspect ls-step-pgm(ls-step-idx)
                       tallying ls-gen-tally for all 'prime4a'
                                                 all 'prime5a'
               if ls-gen-tally = zero
                   exit perform cycle
               end-if

               perform 2050-build-step-command
               string  ' GATEONLY'                delimited by size
                       into ls-command
                       with pointer ls-command-ptr

               call 'SYSTEM' using ls-command

               compute ls-step-rc(ls-step-idx) = return-code / 256
               move zero to return-code

               if ls-step-rc(ls-step-idx) >= 8
                   move 'PRM0195E' to ls-msg-id
                   move spaces to ls-msg-text
                   string  'Step '                    delimited by size
                           ls-step-name(ls-step-idx)  delimited by space
                           ' refused by the coverage gate; flow not'
                                                      delimited by size
                           ' started.'                delimited by size
                           into ls-msg-text
                   perform 8000-issue-message
                   set fatal-error to true
               end-if

               move zero to ls-step-rc(ls-step-idx)
           end-perform
           .
       2000-run-steps.
           perform varying ls-step-idx from 1 by 1
                   until ls-step-idx > ls-step-count
               end-evaluate
           end-perform
           .
       2050-build-step-command.
      *    Program name and PARM string, with the step's cost center
      *    (its own ACCOUNT=, else the flow's) added for the programs
      *    that charge their runs on the run history -- unless the
      *    PARM already names one. The PARM string may carry embedded
      *    spaces, so anything added goes after its last non-blank
      *    position; ls-command-ptr is left there for the caller.
           perform varying ls-parm-pos from 160 by -1
                   until (ls-parm-pos = zero)
                       or ls-step-parm(ls-step-idx)(ls-parm-pos:1)
                               not = space
               continue
           end-perform

           move spaces to ls-command
           move 1 to ls-command-ptr
           string  ls-step-pgm(ls-step-idx)   delimited by space
                   into ls-command
                   with pointer ls-command-ptr
           if ls-parm-pos > zero
               string  ' '                        delimited by size
                       ls-step-parm(ls-step-idx)(1:ls-parm-pos)
                                                  delimited by size
                       into ls-command
                       with pointer ls-command-ptr
           end-if

           move ls-step-account(ls-step-idx) to ls-account-work
           if ls-account-work = spaces
               move ls-flow-account to ls-account-work
           end-if
           if ls-account-work = spaces
               exit paragraph
           end-if

           move zero to ls-gen-tally
           inspect ls-step-parm(ls-step-idx)
                   tallying ls-gen-tally for all 'ACCOUNT='
           if ls-gen-tally > zero
               exit paragraph
           end-if

           inspect ls-step-pgm(ls-step-idx)
                   tallying ls-gen-tally for all 'prime4a'
                                             all 'prime5a'
                                             all 'primextr'
                                             all 'primexch'
                                             all 'primepack'
                                             all 'primeunpk'
           if ls-gen-tally = zero
               exit paragraph
           end-if

           string  ' ACCOUNT='                delimited by size
                   ls-account-work            delimited by space
                   into ls-command
                   with pointer ls-command-ptr
           .
       2100-run-one-step.
           display 'Step ' ls-step-name(ls-step-idx) ' running: '
                   ls-step-pgm(ls-step-idx)

           perform 2050-build-step-command

           call 'SYSTEM' using ls-command

               move ls-generic-temp to ls-generic-value
           end-if
           .
       7050-resolve-files.
      *    Every shared file comes from the run's environment
      *    configuration (primeenv); a keyword that names a file
      *    still overrides it for the run.
           move 'FLOWSTATE' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-state-file
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
