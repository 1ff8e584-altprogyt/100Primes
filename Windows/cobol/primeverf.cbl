      ******************************************************************
      * primeverf: Catalog content verification sweep. primecatq and   *
      * primekeep only prove that a registered file still exists; a    *
      * file truncated, re-run over or hand-edited since it was        *
      * registered passes both. This sweep re-opens every file the     *
      * dataset catalog (primecat.txt; CATALOG= names another) holds,  *
      * or those registered in the window FROM=yyyymmdd..TO=yyyymmdd,  *
      * reads it in its registered type and recounts its records and   *
      * value sum against the registration:                            *
      *                                                                *
      *   text       "seq: value" detail lines                         *
      *   csv        seq,value lines under the header                  *
      *   split      the text lines of members name001, name002, ...   *
      *   relative   rel-value of every rel-seq/rel-value record       *
      *   packed     pkd-value of every pkd-seq/pkd-value record       *
      *   archive    every start value and gap-derived value of the    *
      *              gap-encoded blocks primepack writes               *
      *   exchange   the D value(20) records of a partner interchange  *
      *                                                                *
      * Sums are compared on their low-order 20 digits, the width the  *
      * catalog records. Each registration is reported as MATCH,       *
      * DRIFT (count, sum or both differ) or UNREADABLE (cannot be     *
      * opened or read, or of a type the sweep does not know), and     *
      * the outcome is appended as a verification stamp --             *
      *                                                                *
      *   verdate|vertime|catdate|cattime|name|type|result|count|sum   *
      *                                                                *
      * -- to primecat.vfy (STAMPS= names another), which primecatq    *
      * reads to show when each registration was last proven. Any      *
      * drift or unreadable file fails the run at severity E.          *
      ******************************************************************
       identification division.
       program-id. primeverf.

       environment division.

       input-output section.

       file-control.
           select  standard-error assign '/dev/stderr'
                   organization is line sequential
                   access mode is sequential
                   file status is ls-stderr-status
                   .
           select  catalog-file assign ls-catalog-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-catalog-status
                   .
           select  stamp-file assign ls-stamp-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-stamp-status
                   .
           select  line-file assign ls-line-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-line-status
                   .
           select  relative-file assign ls-line-file
                   organization is relative
                   access mode is sequential
                   file status is ls-relative-status
                   .
           select  packed-file assign ls-line-file
                   organization is sequential
                   access mode is sequential
                   file status is ls-packed-status
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

      *    date|time|program|name|type|low|high|count|sum|environment.
       fd  catalog-file.
       01  catalog-line                    pic x(512).

      *    verdate|vertime|catdate|cattime|name|type|result|count|sum.
       fd  stamp-file.
       01  stamp-line                      pic x(400).

      *    Every line-organized type: text, csv, split members, the
      *    archive and the interchange.
       fd  line-file.
       01  line-record                     pic x(512).

      *    Same record layouts prime4a/prime5a write.
       fd  relative-file.
       01  relative-record.
           05  rel-seq                     binary-long unsigned.
           05  rel-value                   binary-double unsigned.
           05  rel-square                  binary-double unsigned.

       fd  packed-file.
       01  packed-record.
           05  pkd-seq                     pic 9(10) comp-3.
           05  pkd-value                   pic 9(20) comp-3.

       fd  report-file.
       01  report-line                     pic x(200).

       local-storage section.

       78  c-stdout                        value '/dev/stdout'.
      *    Largest value the 64-bit binary-double unsigned fields can
      *    carry; 4050-parse-numeric-field rejects anything larger so
      *    an oversized operand is an error, not a silent wraparound.
       78  c-value-ceiling                 value
                                           18446744073709551615.
       78  c-max-split-members             value 999.

       01  filler.
           05  ls-arguments                pic x(256) value spaces.
           05  ls-token-area.
               10  ls-token                occurs 6 times
                                           pic x(256).
               10  ls-token-count          binary-long unsigned.
           05  ls-token-idx                binary-long unsigned.
           05  ls-catalog-file             pic x(256) value spaces.
           05  ls-stamp-file               pic x(256) value spaces.
           05  ls-line-file                pic x(256).
           05  ls-report-file              pic x(256) value spaces.
           05  ls-from-date                pic x(08) value '00000000'.
           05  ls-to-date                  pic x(08) value '99999999'.
           05  switches.
               10  filler                  pic x(01) value 'N'.
                   88  fatal-error         value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  report-opened       value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  stamps-opened       value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  entry-unreadable    value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  in-block            value 'Y' false 'N'.
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
               88  detail-is-valid         value 'Y' false 'N'.
           05  ls-csv-seq-token            pic x(30).
           05  ls-csv-value-token          pic x(30).
           05  ls-header-fields.
               10  ls-hd-flag              pic x(01).
               10  ls-hd-seq               pic x(20).
               10  ls-hd-start             pic x(20).
               10  ls-hd-count             pic x(20).
               10  ls-hd-sum               pic x(20).
           05  ls-gap-tokens.
               10  ls-gap-token            occurs 16 times
                                           pic x(20).
           05  ls-gap-idx                  binary-long unsigned.
           05  ls-cur-value                binary-double unsigned.
           05  ls-exchange-area.
               10  ls-xd-flag              pic x(01).
               10  ls-xd-value             pic x(20).
               10  filler redefines ls-xd-value.
                   15  ls-xd-number        pic 9(20).
               10  filler                  pic x(491).
           05  ls-split-seq                binary-long unsigned.
           05  ls-split-seq-disp           pic 9(03).
           05  ls-split-base               pic x(256).
           05  ls-cat-fields.
               10  ls-cf-date              pic x(08).
               10  ls-cf-time              pic x(08).
               10  ls-cf-pgm               pic x(20).
               10  ls-cf-name              pic x(256).
               10  ls-cf-type              pic x(08).
               10  ls-cf-low               pic x(20).
               10  ls-cf-high              pic x(20).
               10  ls-cf-count             pic x(20).
               10  ls-cf-sum               pic x(20).
      *    The registration as the catalog has it, and as the file
      *    reads now. The found sum is carried wide and cut to its
      *    low-order 20 digits for the comparison, which is how the
      *    producers record it.
           05  ls-reg-count                binary-double unsigned.
           05  ls-reg-sum                  pic 9(20).
           05  ls-sum-length               binary-long unsigned.
           05  ls-found-count              binary-double unsigned.
           05  ls-found-sum                pic 9(30).
           05  ls-found-sum-low            pic 9(20).
           05  ls-result                   pic x(10).
           05  ls-failed-status            pic x(02).
           05  ls-run-date                 pic x(08).
           05  ls-run-time                 pic x(08).
           05  ls-checked-count            binary-long unsigned
                                           value zero.
           05  ls-match-count              binary-long unsigned
                                           value zero.
           05  ls-drift-count              binary-long unsigned
                                           value zero.
           05  ls-unreadable-count         binary-long unsigned
                                           value zero.
           05  ls-count-disp               pic z(08)9(01).
           05  ls-count-trimmed            pic x(20).
           05  ls-sum-trimmed              pic x(30).
           05  ls-reg-count-disp           pic 9(20).
           05  ls-found-count-disp         pic 9(20).
           05  ls-trim-skip                pic x(01).
           05  ls-disp-number              pic z(19)9(01).
           05  ls-disp-sum                 pic z(29)9(01).
           05  ls-found-part               pic x(80).
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
               10  ls-catalog-status       pic 9(01)x(01).
                   88  catalog-status-ok   value '00'.
               10  ls-stamp-status         pic 9(01)x(01).
                   88  stamp-status-ok     value '00'.
                   88  stamp-absent        value '35'.
               10  ls-line-status          pic 9(01)x(01).
                   88  line-status-ok      value '00'.
                   88  line-at-end         value '10'.
               10  ls-relative-status      pic 9(01)x(01).
                   88  relative-status-ok  value '00'.
                   88  relative-at-end     value '10'.
               10  ls-packed-status        pic 9(01)x(01).
                   88  packed-status-ok    value '00'.
                   88  packed-at-end       value '10'.
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

      *    standard-error is the only file open at this point; close it
      *    explicitly so libcob's implicit-close-on-GOBACK warning does
      *    not land on the same stream as the message just written to
      *    it.
           if fatal-error
               if report-opened
                   close report-file
               end-if
               if stamps-opened
                   close stamp-file
               end-if
               close standard-error
               perform 8090-set-return-code
               goback
           end-if

           perform 2000-sweep-catalog

           perform 2900-write-summary

           close standard-error catalog-file stamp-file report-file

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
                    ls-token(5) ls-token(6)
               tallying in ls-token-count

           perform varying ls-token-idx from 1 by 1
                   until (ls-token-idx > ls-token-count)
                           or fatal-error
               evaluate true
                   when ls-token(ls-token-idx) = spaces
                       continue
                   when ls-token(ls-token-idx)(1:5) = 'FROM='
                       move ls-token(ls-token-idx)(6:8)
                               to ls-from-date
                       if ls-from-date not numeric
                               or ls-token(ls-token-idx)(14:1)
                                       not = space
                           perform 1050-issue-usage
                       end-if
                   when ls-token(ls-token-idx)(1:3) = 'TO='
                       move ls-token(ls-token-idx)(4:8)
                               to ls-to-date
                       if ls-to-date not numeric
                               or ls-token(ls-token-idx)(12:1)
                                       not = space
                           perform 1050-issue-usage
                       end-if
                   when ls-token(ls-token-idx)(1:8) = 'CATALOG='
                       move ls-token(ls-token-idx)(9:248)
                               to ls-catalog-file
                   when ls-token(ls-token-idx)(1:7) = 'STAMPS='
                       move ls-token(ls-token-idx)(8:249)
                               to ls-stamp-file
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

           if ls-from-date > ls-to-date
               perform 1050-issue-usage
               exit paragraph
           end-if

           open input catalog-file
           if not catalog-status-ok
               move 'PRM0754S' to ls-msg-id
               move ls-catalog-status to ls-msg-status
               move 'Cannot open dataset catalog.' to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if

      *    Stamps accumulate run after run; primecatq takes the
      *    newest one for each registration.
           open extend stamp-file
           if stamp-absent
               open output stamp-file
           end-if
           if not stamp-status-ok
               close catalog-file
               move 'PRM0755S' to ls-msg-id
               move ls-stamp-status to ls-msg-status
               move 'Cannot open verification stamp file.'
                       to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if
           set stamps-opened to true

           if ls-report-file = spaces
               move c-stdout to ls-report-file
           end-if
           open output report-file
           if not report-status-ok
               close catalog-file
               move 'PRM0756S' to ls-msg-id
               move ls-report-status to ls-msg-status
               move 'Cannot open verification report file.'
                       to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if
           set report-opened to true
           .
       1050-issue-usage.
           move 'PRM0429E' to ls-msg-id
           move spaces to ls-msg-text
           string  'Usage is primeverf [FROM=yyyymmdd] [TO=yyyymmdd]'
                           delimited by size
                   ' [CATALOG=] [STAMPS=] [REPORT=]'
                           delimited by size
                   into ls-msg-text
           perform 8000-issue-message
           set fatal-error to true
           .
       2000-sweep-catalog.
           move spaces to report-line
           string  'Catalog verification sweep run '
                                   delimited by size
                   ls-run-date     delimited by size
                   ' '             delimited by size
                   ls-run-time     delimited by size
                   ', registrations dated '
                                   delimited by size
                   ls-from-date    delimited by size
                   ' - '           delimited by size
                   ls-to-date      delimited by size
                   into report-line
           write report-line
           move spaces to report-line
           write report-line

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
                   into ls-cf-date ls-cf-time ls-cf-pgm ls-cf-name
                        ls-cf-type ls-cf-low  ls-cf-high ls-cf-count
                        ls-cf-sum

               if ls-cf-date < ls-from-date or
                       ls-cf-date > ls-to-date
                   exit perform cycle
               end-if

               add 1 to ls-checked-count
               perform 2100-verify-entry
               perform 2700-report-entry
               perform 2800-write-stamp
           end-perform
           .
       2100-verify-entry.
           move zero to ls-found-count ls-found-sum
           move spaces to ls-failed-status
           set entry-unreadable to false

           move zero to ls-reg-count
           move ls-cf-count to ls-generic-text
           perform 4050-parse-numeric-field
           if generic-value-valid
               move ls-generic-value to ls-reg-count
           end-if

      *    The sum is a full 20-digit field and can exceed the
      *    64-bit work fields, so it is taken as digits in place.
           move zero to ls-reg-sum ls-sum-length
           inspect ls-cf-sum tallying ls-sum-length
                   for characters before initial space
           if ls-sum-length > zero
               if ls-cf-sum(1:ls-sum-length) is numeric
                   move ls-cf-sum(1:ls-sum-length) to ls-reg-sum
               end-if
           end-if

           move ls-cf-name to ls-line-file
           evaluate ls-cf-type
               when 'text'
               when 'csv'
               when 'archive'
               when 'exchange'
                   perform 2200-count-line-file
               when 'split'
                   perform 2300-count-split-set
               when 'relative'
                   perform 2400-count-relative-file
               when 'packed'
                   perform 2500-count-packed-file
               when other
                   set entry-unreadable to true
           end-evaluate

           move ls-found-sum to ls-found-sum-low

           evaluate true
               when entry-unreadable
                   move 'UNREADABLE' to ls-result
                   add 1 to ls-unreadable-count
               when ls-found-count = ls-reg-count and
                       ls-found-sum-low = ls-reg-sum
                   move 'MATCH' to ls-result
                   add 1 to ls-match-count
               when other
                   move 'DRIFT' to ls-result
                   add 1 to ls-drift-count
           end-evaluate
           .
       2200-count-line-file.
           set in-block to false

           open input line-file
           if not line-status-ok
               move ls-line-status to ls-failed-status
               set entry-unreadable to true
               exit paragraph
           end-if

           perform until exit
               read line-file
               if line-at-end
                   exit perform
               end-if
               if not line-status-ok
                   move ls-line-status to ls-failed-status
                   set entry-unreadable to true
                   exit perform
               end-if

               evaluate ls-cf-type
                   when 'text'
                   when 'split'
                       move line-record to ls-detail-line
                       perform 4060-parse-detail-line
                       if detail-is-valid
                           add 1 to ls-found-count
                           add ls-detail-value to ls-found-sum
                       end-if
                   when 'csv'
                       perform 2210-count-csv-line
                   when 'archive'
                       perform 2220-count-archive-line
                   when 'exchange'
                       move line-record to ls-exchange-area
                       if ls-xd-flag = 'D' and ls-xd-value is numeric
                           add 1 to ls-found-count
                           add ls-xd-number to ls-found-sum
                       end-if
               end-evaluate
           end-perform

           close line-file
           .
       2210-count-csv-line.
      *    The sequence,value header fails the numeric test and so
      *    drops out with anything else that is not a data line.
           move spaces to ls-csv-seq-token ls-csv-value-token
           unstring line-record delimited by ','
               into ls-csv-seq-token ls-csv-value-token

           move ls-csv-seq-token to ls-generic-text
           perform 4050-parse-numeric-field
           if not generic-value-valid
               exit paragraph
           end-if

           move ls-csv-value-token to ls-generic-text
           perform 4050-parse-numeric-field
           if not generic-value-valid
               exit paragraph
           end-if

           add 1 to ls-found-count
           add ls-generic-value to ls-found-sum
           .
       2220-count-archive-line.
      *    A block header's start value is the block's first prime;
      *    every gap after it adds the next. A header that will not
      *    parse leaves its block uncounted, which shows as drift.
           if line-record(1:2) = 'B|'
               set in-block to false
               move spaces to ls-header-fields
               unstring line-record delimited by '|'
                   into ls-hd-flag ls-hd-seq ls-hd-start
                        ls-hd-count ls-hd-sum

               move ls-hd-start to ls-generic-text
               perform 4050-parse-numeric-field
               if not generic-value-valid
                   exit paragraph
               end-if

               move ls-generic-value to ls-cur-value
               add 1 to ls-found-count
               add ls-cur-value to ls-found-sum
               set in-block to true
               exit paragraph
           end-if

           if not in-block or line-record = spaces
               exit paragraph
           end-if

           move spaces to ls-gap-tokens
           unstring line-record delimited by all space
               into ls-gap-token(1)  ls-gap-token(2)
                    ls-gap-token(3)  ls-gap-token(4)
                    ls-gap-token(5)  ls-gap-token(6)
                    ls-gap-token(7)  ls-gap-token(8)
                    ls-gap-token(9)  ls-gap-token(10)
                    ls-gap-token(11) ls-gap-token(12)
                    ls-gap-token(13) ls-gap-token(14)
                    ls-gap-token(15) ls-gap-token(16)

           perform varying ls-gap-idx from 1 by 1
                   until ls-gap-idx > 16
               if ls-gap-token(ls-gap-idx) not = spaces
                   move ls-gap-token(ls-gap-idx) to ls-generic-text
                   perform 4050-parse-numeric-field
                   if generic-value-valid and
                           ls-generic-value > zero
                       add ls-generic-value to ls-cur-value
                       add 1 to ls-found-count
                       add ls-cur-value to ls-found-sum
                   end-if
               end-if
           end-perform
           .
       2300-count-split-set.
      *    A split set is registered under its bare basename; the
      *    members are basename001, basename002, ... and the set
      *    ends at the first member that is not there. A set whose
      *    first member is missing is unreadable.
           move ls-cf-name to ls-split-base

           perform varying ls-split-seq from 1 by 1
                   until ls-split-seq > c-max-split-members
               move ls-split-seq to ls-split-seq-disp
               move spaces to ls-line-file
               string  ls-split-base      delimited by space
                       ls-split-seq-disp  delimited by size
                       into ls-line-file

               perform 2200-count-line-file
               if entry-unreadable
                   if ls-split-seq > 1 and ls-failed-status = '35'
                       set entry-unreadable to false
                       move spaces to ls-failed-status
                   end-if
                   exit perform
               end-if
           end-perform
           .
       2400-count-relative-file.
           open input relative-file
           if not relative-status-ok
               move ls-relative-status to ls-failed-status
               set entry-unreadable to true
               exit paragraph
           end-if

           perform until exit
               read relative-file next record
               if relative-at-end
                   exit perform
               end-if
               if not relative-status-ok
                   move ls-relative-status to ls-failed-status
                   set entry-unreadable to true
                   exit perform
               end-if

               add 1 to ls-found-count
               add rel-value to ls-found-sum
           end-perform

           close relative-file
           .
       2500-count-packed-file.
           open input packed-file
           if not packed-status-ok
               move ls-packed-status to ls-failed-status
               set entry-unreadable to true
               exit paragraph
           end-if

           perform until exit
               read packed-file
               if packed-at-end
                   exit perform
               end-if
               if not packed-status-ok
                   move ls-packed-status to ls-failed-status
                   set entry-unreadable to true
                   exit perform
               end-if

               add 1 to ls-found-count
               add pkd-value to ls-found-sum
           end-perform

           close packed-file
           .
       2700-report-entry.
           move ls-found-count to ls-disp-number
           move spaces to ls-count-trimmed
           unstring ls-disp-number delimited by all space
               into ls-trim-skip ls-count-trimmed
           move ls-found-sum-low to ls-disp-sum
           move spaces to ls-sum-trimmed
           unstring ls-disp-sum delimited by all space
               into ls-trim-skip ls-sum-trimmed

           move spaces to ls-found-part
           evaluate ls-result
               when 'UNREADABLE'
                   if ls-failed-status = spaces
                       move 'type not known to the sweep'
                               to ls-found-part
                   else
                       string  'cannot be read (status '
                                               delimited by size
                               ls-failed-status delimited by size
                               ')'             delimited by size
                               into ls-found-part
                   end-if
               when 'DRIFT'
                   string  'found count='      delimited by size
                           ls-count-trimmed    delimited by space
                           ' sum='             delimited by size
                           ls-sum-trimmed      delimited by space
                           into ls-found-part
           end-evaluate

           move spaces to report-line
           string  ls-result       delimited by size
                   ' '             delimited by size
                   ls-cf-name      delimited by space
                   ' ('            delimited by size
                   ls-cf-type      delimited by space
                   ', '            delimited by size
                   ls-cf-pgm       delimited by space
                   ' run '         delimited by size
                   ls-cf-date      delimited by size
                   ') registered count=' delimited by size
                   ls-cf-count     delimited by space
                   ' sum='         delimited by size
                   ls-cf-sum       delimited by space
                   into report-line
           write report-line

           if ls-found-part not = spaces
               move spaces to report-line
               string  '           '  delimited by size
                       ls-found-part   delimited by size
                       into report-line
               write report-line
           end-if
           .
       2800-write-stamp.
           move ls-found-count to ls-found-count-disp

           move spaces to stamp-line
           string  ls-run-date         delimited by size
                   '|'                 delimited by size
                   ls-run-time         delimited by size
                   '|'                 delimited by size
                   ls-cf-date          delimited by size
                   '|'                 delimited by size
                   ls-cf-time          delimited by size
                   '|'                 delimited by size
                   ls-cf-name          delimited by space
                   '|'                 delimited by size
                   ls-cf-type          delimited by space
                   '|'                 delimited by size
                   ls-result           delimited by space
                   '|'                 delimited by size
                   ls-found-count-disp delimited by size
                   '|'                 delimited by size
                   ls-found-sum-low    delimited by size
                   into stamp-line
           write stamp-line
           .
       2900-write-summary.
           move spaces to report-line
           write report-line

           move ls-checked-count to ls-count-disp
           move spaces to report-line
           string  ls-count-disp   delimited by size
                   ' registration(s) verified.'
                                   delimited by size
                   into report-line
           write report-line

           move ls-match-count to ls-count-disp
           move spaces to report-line
           string  ls-count-disp   delimited by size
                   ' match.'       delimited by size
                   into report-line
           write report-line

           move ls-drift-count to ls-count-disp
           move spaces to report-line
           string  ls-count-disp   delimited by size
                   ' drifted from their registration.'
                                   delimited by size
                   into report-line
           write report-line

           move ls-unreadable-count to ls-count-disp
           move spaces to report-line
           string  ls-count-disp   delimited by size
                   ' unreadable.'  delimited by size
                   into report-line
           write report-line

           if ls-checked-count = zero
               move 'PRM0548W' to ls-msg-id
               move spaces to ls-msg-text
               string  'No catalog registrations in the window;'
                                       delimited by size
                       ' nothing verified.'
                                       delimited by size
                       into ls-msg-text
               perform 8000-issue-message
           end-if

           if ls-drift-count not = zero
               move ls-drift-count to ls-disp-number
               move spaces to ls-count-trimmed
               unstring ls-disp-number delimited by all space
                   into ls-trim-skip ls-count-trimmed
               move 'PRM0430E' to ls-msg-id
               move spaces to ls-msg-text
               string  ls-count-trimmed delimited by space
                       ' registered file(s) no longer match their'
                                       delimited by size
                       ' catalog count or sum.'
                                       delimited by size
                       into ls-msg-text
               perform 8000-issue-message
           end-if

           if ls-unreadable-count not = zero
               move ls-unreadable-count to ls-disp-number
               move spaces to ls-count-trimmed
               unstring ls-disp-number delimited by all space
                   into ls-trim-skip ls-count-trimmed
               move 'PRM0431E' to ls-msg-id
               move spaces to ls-msg-text
               string  ls-count-trimmed delimited by space
                       ' registered file(s) could not be read.'
                                       delimited by size
                       into ls-msg-text
               perform 8000-issue-message
           end-if
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
       4060-parse-detail-line.
           set detail-is-valid to false
           move zero to ls-detail-seq ls-detail-value

           move spaces to ls-detail-tokens
           move zero to ls-detail-token-count

           unstring ls-detail-line delimited by all space
               into ls-detail-token(1) ls-detail-token(2)
                    ls-detail-token(3) ls-detail-token(4)
               tallying in ls-detail-token-count

           move spaces to ls-detail-seq-token ls-detail-value-token
           move zero to ls-detail-found-count

           perform varying ls-detail-scan-idx from 1 by 1
                   until ls-detail-scan-idx > 4
               if ls-detail-token(ls-detail-scan-idx) not = spaces
                   if ls-detail-found-count = zero
                       move ls-detail-token(ls-detail-scan-idx)
                               to ls-detail-seq-token
                       add 1 to ls-detail-found-count
                   else
                       if ls-detail-found-count = 1
                           move ls-detail-token(ls-detail-scan-idx)
                                   to ls-detail-value-token
                           add 1 to ls-detail-found-count
                       end-if
                   end-if
               end-if
           end-perform

           if ls-detail-found-count < 2
               exit paragraph
           end-if

           move zero to ls-detail-colon-count
           inspect ls-detail-seq-token tallying ls-detail-colon-count
                   for all ':'
           if ls-detail-colon-count not = 1
               exit paragraph
           end-if

           move zero to ls-detail-colon-pos
           inspect ls-detail-seq-token tallying ls-detail-colon-pos
                   for characters before initial ':'
           if ls-detail-colon-pos = zero
                   or ls-detail-colon-pos > 20
               exit paragraph
           end-if

           if ls-detail-seq-token(ls-detail-colon-pos + 2:)
                   not = spaces
               exit paragraph
           end-if

           move spaces to ls-generic-text
           move ls-detail-seq-token(1:ls-detail-colon-pos)
                   to ls-generic-text
           perform 4050-parse-numeric-field
           if not generic-value-valid
               exit paragraph
           end-if
           move ls-generic-value to ls-detail-seq

           move spaces to ls-generic-text
           move ls-detail-value-token to ls-generic-text
           perform 4050-parse-numeric-field
           if not generic-value-valid
               exit paragraph
           end-if
           move ls-generic-value to ls-detail-value

           set detail-is-valid to true
           .
       7050-resolve-files.
      *    Every shared file comes from the run's environment
      *    configuration (primeenv); a keyword that names a file
      *    still overrides it for the run.
           move 'CATALOG' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-catalog-file

           move 'CATVERIFY' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-stamp-file
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
