      * operation, so a run requires OPERATOR= and a PURGE (or ALL)    *
      * permission in the authorization file primeauth checks;         *
      * denials are logged through primemsg and nothing is touched.    *
      *                                                                *
      * The run history, catalog and ledger are checked against their  *
      * tamper-evidence seals (primeseal) before the purge and sealed  *
      * again after it.                                                *
      ******************************************************************
       identification division.
       program-id. primekeep.
           05  ls-token-area.
               10  ls-token                occurs 8 times
                                           pic x(256).
               10  ls-token-count          binary-long unsigned.
           05  ls-token-idx                binary-long unsigned.
           05  ls-live-file                pic x(256).
           05  ls-work-file                pic x(256).
           05  ls-archive-file             pic x(256).
               10  ls-generic-temp         pic 9(20) value zero.
               10  filler redefines ls-generic-temp.
                   15  ls-generic-tc       pic 9(01) occurs 20 times.
               10  ls-generic-idx          binary-long unsigned.
               10  ls-generic-value        binary-double unsigned.
               10  filler                  pic x(01) value 'N'.
                   88  generic-value-valid value 'Y' false 'N'.
           05  ls-retain-days              binary-long unsigned
                                           value zero.
           05  ls-retain-gens              binary-long unsigned
                                           value zero.
           05  ls-operator                 pic x(16) value spaces.
           05  ls-auth-action              pic x(08).
                   15  ls-sub-name         pic x(256).
                   15  ls-sub-style        pic x(01).
                   15  ls-sub-probe        pic x(01).
           05  ls-sub-idx                  binary-long unsigned.
           05  ls-today                    pic x(08).
           05  ls-cutoff-date              pic 9(08) value zero.
           05  ls-rec-date                 pic 9(08).
               10  ls-sf-3                 pic x(20).
               10  ls-sf-4                 pic x(256).
               10  ls-sf-5                 pic x(08).
           05  ls-total-records            binary-long unsigned.
           05  ls-keep-from                binary-long unsigned.
           05  ls-rec-ordinal              binary-long unsigned.
           05  ls-read-count               binary-long unsigned.
           05  ls-retained-count           binary-long unsigned.
           05  ls-archived-count           binary-long unsigned.
           05  ls-dropped-count            binary-long unsigned.
           05  ls-all-archived             binary-long unsigned
                                           value zero.
           05  ls-all-dropped              binary-long unsigned
                                           value zero.
           05  ls-save-rc                  binary-long.
           05  ls-count-disp               pic z(19)9(01).
           05  ls-count-disp2              pic z(19)9(01).
           05  ls-count-disp3              pic z(19)9(01).
                   15  ls-today-yyyy       pic 9(04).
                   15  ls-today-mm         pic 9(02).
                   15  ls-today-dd         pic 9(02).
      *    The seal this run leaves on each shared file it changes
      *    (primeseal), so primetamp can prove nothing else did.
           05  ls-seal-area.
               10  ls-seal-function        pic x(08).
               10  ls-seal-logical         pic x(12).
               10  ls-seal-path            pic x(256).
               10  ls-seal-program         pic x(10) value 'primekeep'.
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
               tallying in ls-token-count

      *    The default subject set is the four shared files every
      *    program in the suite appends to, as the environment maps
      *    them (7050-resolve-files); each name can be overridden for
      *    a site that relocated one of them.
           move 'H' to ls-sub-style(1)
           move 'N' to ls-sub-probe(1)
           move 'P' to ls-sub-style(2)
           move 'Y' to ls-sub-probe(2)
           move 'P' to ls-sub-style(3)
           move 'N' to ls-sub-probe(3)
           move 'B' to ls-sub-style(4)
           move 'N' to ls-sub-probe(4)

                        ls-rec-ordinal
           move zero to ls-keep-from

      *    The history, catalog and ledger carry seals; each is
      *    checked against its seal before the purge rewrites it.
           perform 2040-name-sealed-subject
           if ls-seal-logical not = spaces
               move 'CHECK' to ls-seal-function
               perform 9400-seal-file
           end-if

      *    A generation rule needs the total first: the files are
      *    append-only, so record order is age order and the newest n
      *    records are simply the last n.

           perform 2500-copy-work-back

           if ls-seal-logical not = spaces
               move 'SEAL' to ls-seal-function
               perform 9400-seal-file
           end-if

           if fatal-error
               exit paragraph
           end-if

           perform 2700-report-one-file
           .
       2040-name-sealed-subject.
           move ls-live-file to ls-seal-path
           evaluate ls-sub-idx
               when 1
                   move 'HISTORY' to ls-seal-logical
               when 2
                   move 'CATALOG' to ls-seal-logical
               when 3
                   move 'LEDGER' to ls-seal-logical
               when other
                   move spaces to ls-seal-logical ls-seal-path
           end-evaluate
           .
       2050-count-records.
           move zero to ls-total-records

               move ls-generic-temp to ls-generic-value
           end-if
           .
       7050-resolve-files.
      *    Every shared file comes from the run's environment
      *    configuration (primeenv); a keyword that names a file
      *    still overrides it for the run.
           move 'HISTORY' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-sub-name(1)

           move 'CATALOG' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-sub-name(2)

           move 'LEDGER' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-sub-name(3)

           move 'ERRLOG' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-sub-name(4)
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
           move ls-operator to ls-seal-operator
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
