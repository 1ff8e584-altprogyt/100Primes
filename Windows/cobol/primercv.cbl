      * examined, the same set primelock lists. Debris found is        *
      * graded W so the scheduler can page someone without treating    *
      * the advisor itself as a failure.                               *
      *                                                                *
      * Shared read claims count as debris too: every stamp left on a  *
      * '<name>.shr' holder list (primeshr) is graded against the run  *
      * history the same way, and the name joins the RELEASE list --   *
      * but never the discard list, since a reader wrote nothing. The  *
      * default set includes the prime master (MASTER=, default        *
      * primes.mst), which is never offered for discard either.        *
      ******************************************************************
       identification division.
       program-id. primercv.
                   access mode is sequential
                   file status is ls-lock-status
                   .
           select  shared-file assign ls-shared-file-name
                   organization is line sequential
                   access mode is sequential
                   file status is ls-shared-status
                   .
           select  history-file assign ls-history-file
                   organization is line sequential
                   access mode is sequential
       fd  lock-file.
       01  lock-record                     pic x(80).

      *    Holder list of shared read claims, one stamp per record,
      *    the way primeshr keeps it.
       fd  shared-file.
       01  shared-record                   pic x(80).

       fd  history-file.
       01  history-line                    pic x(512).

           05  ls-token-area.
               10  ls-token                occurs 10 times
                                           pic x(256).
               10  ls-token-count          binary-long unsigned.
           05  ls-token-idx                binary-long unsigned.
           05  ls-lock-file-name           pic x(256).
           05  ls-shared-file-name         pic x(256).
           05  ls-history-file             pic x(256) value spaces.
           05  ls-catalog-file             pic x(256) value spaces.
           05  ls-checkpoint-file          pic x(256) value spaces.
           05  ls-monitor-file             pic x(256) value spaces.
           05  ls-master-file              pic x(256) value spaces.
           05  ls-probe-name               pic x(256).
           05  ls-report-file              pic x(256) value spaces.
           05  switches.
                   88  file-on-disk        value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  file-in-catalog     value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  exclusive-found     value 'Y' false 'N'.
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
           05  ls-name-table.
               10  ls-name                 occurs 10 times
                                           pic x(256).
           05  ls-name-count               binary-long unsigned
                                           value zero.
           05  ls-name-idx                 binary-long unsigned.
           05  ls-claim-table.
               10  ls-claim-entry          occurs 10 times.
                   15  ls-claim-name       pic x(256).
                   15  ls-claim-owner      pic x(80).
                   15  ls-claim-died       pic x(01).
      *                X exclusive '.lck', S shared '.shr' only
                   15  ls-claim-kind       pic x(01).
           05  ls-claim-count              binary-long unsigned
                                           value zero.
           05  ls-claim-idx                binary-long unsigned.
           05  ls-owner-fields.
               10  ls-ow-pgm               pic x(20).
               10  ls-ow-date              pic x(08).
                   15  ls-hist-pgm         pic x(20).
                   15  ls-hist-date        pic x(08).
                   15  ls-hist-time        pic x(08).
           05  ls-hist-count               binary-long unsigned
                                           value zero.
           05  ls-hist-idx                 binary-long unsigned.
           05  ls-hist-fields.
               10  ls-hf-pgm               pic x(20).
               10  ls-hf-start-date        pic x(08).
           05  ls-cat-name-table.
               10  ls-cat-name             occurs 500 times
                                           pic x(256).
           05  ls-cat-count                binary-long unsigned
                                           value zero.
           05  ls-cat-idx                  binary-long unsigned.
           05  ls-cat-fields.
               10  ls-cf-date              pic x(08).
               10  ls-cf-time              pic x(08).
               10  ls-cf-pgm               pic x(20).
               10  ls-cf-name              pic x(256).
           05  ls-ckpt-last-line           pic x(80).
           05  ls-ckpt-record-count        binary-long unsigned
                                           value zero.
           05  ls-ckpt-parse.
               10  ls-ck-skip              pic x(20).
               10  ls-ck-square            pic x(20).
           05  ls-ckpt-seq-trim            pic x(20).
           05  ls-ckpt-value-trim          pic x(20).
           05  ls-step-number              binary-long unsigned
                                           value zero.
           05  ls-step-disp                pic 9(01).
           05  ls-debris-count             binary-long unsigned
                                           value zero.
           05  ls-count-disp               pic z(19)9(01).
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
               10  ls-shared-status        pic 9(01)x(01).
                   88  shared-status-ok    value '00'.
               10  ls-history-status       pic 9(01)x(01).
                   88  history-status-ok   value '00'.
               10  ls-catalog-status       pic 9(01)x(01).
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
                   when ls-token(ls-token-idx)(1:8) = 'CATALOG='
                       move ls-token(ls-token-idx)(9:248)
                               to ls-catalog-file
                   when ls-token(ls-token-idx)(1:7) = 'MASTER='
                       move ls-token(ls-token-idx)(8:249)
                               to ls-master-file
                   when other
                       if ls-name-count < 10
                           add 1 to ls-name-count
           end-perform

      *    No names given: examine the default output set every
      *    switchless prime5a run writes and the prime master, the
      *    same set primelock examines.
           if ls-name-count = zero
               move 6 to ls-name-count
               move ls-checkpoint-file to ls-name(1)
               move 'primes.rel'     to ls-name(2)
               move 'primes.pak'     to ls-name(3)
               move ls-monitor-file    to ls-name(4)
               move 'twins.txt'      to ls-name(5)
               move ls-master-file   to ls-name(6)
           end-if

           move c-stdout to ls-report-file
           perform varying ls-name-idx from 1 by 1
                   until ls-name-idx > ls-name-count
               perform 2100-inspect-one-claim
               perform 2150-inspect-shared-claims
           end-perform
           .
       2100-inspect-one-claim.
           set exclusive-found to false

           move spaces to ls-lock-file-name
           string  ls-name(ls-name-idx)  delimited by space
                   '.lck'                delimited by size

           add 1 to ls-claim-count
           add 1 to ls-debris-count
           set exclusive-found to true
           move ls-name(ls-name-idx)
                   to ls-claim-name(ls-claim-count)
           move lock-record to ls-claim-owner(ls-claim-count)
           move 'X' to ls-claim-kind(ls-claim-count)

           perform 2200-search-history-for-owner
           if owner-in-history
           end-if
           write report-line
           .
       2150-inspect-shared-claims.
      *    A reader that died leaves its stamp on the '<name>.shr'
      *    holder list primeshr keeps, and every merge or restore
      *    then refuses to start over it. Each stamp is debris,
      *    graded against the run history like an exclusive claim;
      *    the name goes on the RELEASE list once, but never on the
      *    discard list -- a reader wrote nothing.
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

               add 1 to ls-debris-count
               move spaces to ls-owner-fields
               unstring shared-record delimited by all space
                   into ls-ow-pgm ls-ow-date ls-ow-time

               if not exclusive-found and ls-claim-count < 10
                   add 1 to ls-claim-count
                   move ls-name(ls-name-idx)
                           to ls-claim-name(ls-claim-count)
                   move shared-record
                           to ls-claim-owner(ls-claim-count)
                   move 'S' to ls-claim-kind(ls-claim-count)
                   set exclusive-found to true
               end-if

               perform 2200-search-history-for-owner

               move spaces to report-line
               string  ls-name(ls-name-idx)   delimited by space
                       ' shared by '          delimited by size
                       shared-record          delimited by size
                       into report-line
               write report-line
               move spaces to report-line
               if owner-in-history
                   string  '  -- that reader DID reach termination;'
                                              delimited by size
                           ' the shared claim is stale housekeeping.'
                                              delimited by size
                           into report-line
               else
                   string  '  -- no run-history record carries that'
                                              delimited by size
                           ' stamp: the reader died before'
                                              delimited by size
                           ' termination.'    delimited by size
                           into report-line
               end-if
               write report-line
           end-perform

           close shared-file
           .
       2200-search-history-for-owner.
           set owner-in-history to false

               exit paragraph
           end-if

      *    Shared claims belong to readers, which leave nothing
      *    partial behind; and the master is never discarded -- a
      *    merge that died mid-flight is backed out with primeroll
      *    from its journal, not thrown away.
           if ls-claim-kind(ls-claim-idx) = 'S' or
                   ls-claim-name(ls-claim-idx) = ls-master-file
               exit paragraph
           end-if

           move spaces to ls-probe-name
           move ls-claim-name(ls-claim-idx) to ls-probe-name

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

           move 'CATALOG' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-catalog-file

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
