      * authorization file primeauth checks; denials are logged        *
      * through primemsg and the release does not run. LIST stays      *
      * open to everyone.                                              *
      *                                                                *
      * Shared read claims ('<name>.shr', kept by primeshr for the     *
      * programs that only read the prime master) are listed apart     *
      * from the exclusive claim, one 'shared by' line per reader, and *
      * RELEASE clears them along with it. The default set includes    *
      * the master; it and the checkpoint and monitor files are the    *
      * copies the run's environment maps (primeenv).                  *
      ******************************************************************
       identification division.
       program-id. primelock.
                   access mode is sequential
                   file status is ls-lock-status
                   .
           select  shared-file assign ls-shared-file-name
                   organization is line sequential
                   access mode is sequential
                   file status is ls-shared-status
                   .
           select  report-file assign ls-report-file
                   organization is line sequential
                   access mode is sequential
       fd  lock-file.
       01  lock-record                     pic x(80).

      *    Holder list of shared read claims, one stamp per record,
      *    the way primeshr keeps it.
       fd  shared-file.
       01  shared-record                   pic x(80).

       fd  report-file.
       01  report-line                     pic x(160).

           05  ls-token-area.
               10  ls-token                occurs 10 times
                                           pic x(256).
               10  ls-token-count          binary-long unsigned.
           05  ls-lock-file-name           pic x(256).
           05  ls-shared-file-name         pic x(256).
           05  ls-report-file              pic x(256) value spaces.
      *    The environment's copies of the shared files in the default
      *    set; the rest of the set is per-run output.
           05  ls-checkpoint-file          pic x(256) value spaces.
           05  ls-monitor-file             pic x(256) value spaces.
           05  ls-master-file              pic x(256) value spaces.
           05  switches.
               10  filler                  pic x(01) value 'N'.
                   88  fatal-error         value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  release-verb        value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  claim-found         value 'Y' false 'N'.
           05  ls-name-table.
               10  ls-name                 occurs 10 times
                                           pic x(256).
           05  ls-name-count               binary-long unsigned
                                           value zero.
           05  ls-name-idx                 binary-long unsigned.
           05  ls-token-idx                binary-long unsigned.
           05  ls-lock-owner               pic x(80).
           05  ls-save-rc                  binary-long.
           05  ls-operator                 pic x(16) value spaces.
           05  ls-auth-action              pic x(08).
           05  ls-auth-allowed             pic x(01) value 'N'.
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
               10  ls-lock-status          pic 9(01)x(01).
                   88  lock-status-ok      value '00'.
                   88  lock-absent         value '35'.
               10  ls-shared-status        pic 9(01)x(01).
                   88  shared-status-ok    value '00'.
               10  ls-report-status        pic 9(01)x(01).
                   88  report-status-ok    value '00'.

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
           end-if

      *    No names given: examine the default output set every
      *    switchless prime5a run writes, and the prime master.
           if ls-name-count = zero
               if release-verb
                   move 'PRM0141E' to ls-msg-id
                   exit paragraph
               end-if

               move 6 to ls-name-count
               move ls-checkpoint-file to ls-name(1)
               move 'primes.rel'     to ls-name(2)
               move 'primes.pak'     to ls-name(3)
               move ls-monitor-file    to ls-name(4)
               move 'twins.txt'      to ls-name(5)
               move ls-master-file     to ls-name(6)
           end-if

           move c-stdout to ls-report-file
           end-if
           .
       2000-list-one-claim.
      *    The exclusive claim is listed first, then every shared
      *    reader on its own line, so the two kinds never blur.
           set claim-found to false

           move spaces to ls-lock-file-name
           string  ls-name(ls-name-idx)  delimited by space
                   '.lck'                delimited by size
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

               set claim-found to true
               move spaces to report-line
               string  ls-name(ls-name-idx)  delimited by space
                       ' claimed by '        delimited by size
                       ls-lock-owner         delimited by size
                       into report-line
               write report-line
           end-if

           perform 2050-list-shared-holders

           if not claim-found
               move spaces to report-line
               string  ls-name(ls-name-idx)  delimited by space
                       ' is not claimed.'    delimited by size
                       into report-line
               write report-line
           end-if
           .
       2050-list-shared-holders.
           move spaces to ls-shared-file-name
           string  ls-name(ls-name-idx)  delimited by space
                   '.shr'                delimited by size
                   into ls-shared-file-name

           open input shared-file
           if not shared-status-ok
               exit paragraph
           end-if

           perform until exit
               read shared-file
                   at end
                       exit perform
               end-read

               if shared-record = spaces
                   exit perform cycle
               end-if

               set claim-found to true
               move spaces to report-line
               string  ls-name(ls-name-idx)  delimited by space
                       ' shared by '         delimited by size
                       shared-record         delimited by size
                       into report-line
               write report-line
           end-perform

           close shared-file
           .
       2100-release-one-claim.
      *    CBL_DELETE_FILE reports through RETURN-CODE; capture it
           end-if
           write report-line

      *    Shared readers' stamps go with the release as well; an
      *    operator releasing a name is clearing every claim on it.
           move spaces to ls-shared-file-name
           string  ls-name(ls-name-idx)  delimited by space
                   '.shr'                delimited by size
                   into ls-shared-file-name
           call 'CBL_DELETE_FILE' using ls-shared-file-name

           if return-code = zero
               move spaces to report-line
               string  ls-name(ls-name-idx)  delimited by space
                       ' shared claims released.'
                                             delimited by size
                       into report-line
               write report-line
           end-if

           move ls-save-rc to return-code
           .
       7050-resolve-files.
      *    Every shared file comes from the run's environment
      *    configuration (primeenv); a keyword that names a file
      *    still overrides it for the run.
           move 'CHECKPOINT' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-checkpoint-file

           move 'MONITOR' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-monitor-file

           move 'MASTER' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-master-file
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
