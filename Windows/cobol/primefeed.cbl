      * bookmark in the shared bookmark file advances only past the    *
      * cycles actually delivered, so a missing delta file stops the   *
      * feed loudly instead of skipping a cycle silently.              *
      *                                                                *
      * A compensating cycle primeroll registers (sixth registry       *
      * field ROLLBACK, seventh the first cycle it backs out) is       *
      * delivered like any other, but announced on the report and     *
      * with a warning: its re-delivered records replace what the      *
      * subscriber holds, and a record with pkd-seq 9999999999 tells   *
      * the subscriber to withdraw that value.                         *
      ******************************************************************
       identification division.
       program-id. primefeed.
           05  ls-token-area.
               10  ls-token                occurs 5 times
                                           pic x(256).
               10  ls-token-count          binary-long unsigned.
           05  ls-token-idx                binary-long unsigned.
           05  ls-subscriber               pic x(64) value spaces.
           05  ls-registry-file            pic x(256) value spaces.
           05  ls-bookmark-file            pic x(256) value spaces.
           05  ls-delta-file               pic x(256).
           05  ls-pickup-file              pic x(256) value spaces.
           05  ls-report-file              pic x(256) value spaces.
               10  ls-generic-temp         pic 9(20) value zero.
               10  filler redefines ls-generic-temp.
                   15  ls-generic-tc       pic 9(01) occurs 20 times.
               10  ls-generic-idx          binary-long unsigned.
               10  ls-generic-value        binary-double unsigned.
               10  filler                  pic x(01) value 'N'.
                   88  generic-value-valid value 'Y' false 'N'.
               10  ls-rg-time              pic x(08).
               10  ls-rg-file              pic x(256).
               10  ls-rg-count             pic x(09).
               10  ls-rg-kind              pic x(08).
               10  ls-rg-from              pic x(06).
           05  ls-cycle-table.
               10  ls-cycle-entry          occurs 1000 times.
                   15  ls-cyc-number       binary-long unsigned.
                   15  ls-cyc-file         pic x(256).
                   15  ls-cyc-count        binary-long unsigned.
                   15  ls-cyc-kind         pic x(08).
                   15  ls-cyc-from         pic x(06).
           05  ls-cycle-total              binary-long unsigned
                                           value zero.
           05  ls-cyc-idx                  binary-long unsigned.
           05  ls-bookmark-table.
               10  ls-bmk-entry            occurs 100 times.
                   15  ls-bmk-name         pic x(64).
                   15  ls-bmk-cycle        binary-long unsigned.
           05  ls-bmk-total                binary-long unsigned
                                           value zero.
           05  ls-bmk-idx                  binary-long unsigned.
           05  ls-bmk-fields.
               10  ls-bk-name              pic x(64).
               10  ls-bk-cycle             pic x(20).
           05  ls-last-cycle               binary-long unsigned
                                           value zero.
           05  ls-delivered-cycles         binary-long unsigned
                                           value zero.
           05  ls-delivered-records        binary-long unsigned
                                           value zero.
           05  ls-rollback-cycles          binary-long unsigned
                                           value zero.
           05  ls-cycle-records            binary-long unsigned.
           05  ls-cycle-disp               pic 9(06).
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
               move spaces to ls-reg-fields
               unstring registry-line delimited by '|'
                   into ls-rg-cycle ls-rg-date ls-rg-time
                        ls-rg-file  ls-rg-count ls-rg-kind
                        ls-rg-from

               move ls-rg-cycle to ls-generic-text
               perform 4050-parse-numeric-field
               move ls-generic-value
                       to ls-cyc-number(ls-cycle-total)
               move ls-rg-file to ls-cyc-file(ls-cycle-total)
               move ls-rg-kind to ls-cyc-kind(ls-cycle-total)
               move ls-rg-from to ls-cyc-from(ls-cycle-total)

               move spaces to ls-generic-text
               move ls-rg-count to ls-generic-text
           write pickup-record
           end-write

           if ls-cyc-kind(ls-cyc-idx) = 'ROLLBACK'
               perform 2150-announce-rollback
           end-if

           add 1 to ls-delivered-cycles
           add ls-cycle-records to ls-delivered-records
           move ls-cyc-number(ls-cyc-idx) to ls-last-cycle
           .
       2150-announce-rollback.
           add 1 to ls-rollback-cycles
           move ls-cyc-number(ls-cyc-idx) to ls-cycle-disp
           move spaces to report-line
           string  'Cycle '                     delimited by size
                   ls-cycle-disp                 delimited by size
                   ' is a rollback backing out cycle '
                                                delimited by size
                   ls-cyc-from(ls-cyc-idx)       delimited by space
                   ' onward; pkd-seq 9999999999 marks a withdrawal.'
                                                delimited by size
                   into report-line
           write report-line
           .
       2500-rewrite-bookmarks.
      *    The whole bookmark file is rewritten each pickup: the
      *    subscriber's entry advances to the last cycle actually
           write report-line

           close standard-error report-file pickup-file

           if ls-rollback-cycles not = zero
               move ls-rollback-cycles to ls-count-disp
               move 'PRM0514W' to ls-msg-id
               move spaces to ls-msg-text
               string  'Pickup for '        delimited by size
                       ls-subscriber        delimited by space
                       ' carries'           delimited by size
                       ls-count-disp         delimited by size
                       ' rollback cycle(s); withdrawals must be'
                                            delimited by size
                       ' applied.'          delimited by size
                       into ls-msg-text
               perform 8000-issue-message
           end-if
           .
       4050-parse-numeric-field.
           move zero to ls-generic-temp
               move ls-generic-temp to ls-generic-value
           end-if
           .
       7050-resolve-files.
      *    Every shared file comes from the run's environment
      *    configuration (primeenv); a keyword that names a file
      *    still overrides it for the run.
           move 'DELTAREG' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-registry-file

           move 'SUBBOOKMARK' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-bookmark-file
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
