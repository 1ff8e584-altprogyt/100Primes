      * everything else lands in the rejects file, itemised on the     *
      * disposition report -- so a bad shipment fails loudly before    *
      * it touches the master.                                         *
      *                                                                *
      * An accepted shipment is registered in the dataset catalog as a *
      * relative run file under program primeinb, and every run        *
      * appends its audit record (count=accepted, rejected=, sender=,  *
      * cycle=) to the shop-wide run history -- so primemast stamps    *
      * the merged records as a partner load and primelin can trace    *
      * them back to the shipment. ACCOUNT=code names the cost center  *
      * the run is charged to, as on the other producers; a run given  *
      * none is charged to UNALLOC, flagged DEFAULT.                   *
      *                                                                *
      * Each shipment is answered with an acknowledgment file (ACK=;   *
      * the interchange name plus '.ack' by default) in the same H/D/T *
      * style: the header carries the shipment's sender and cycle,     *
      * ACCEPTED or REJECTED with the first control failure as the     *
      * reason, and a D record itemises each record refused --         *
      * RECTYPE, NONNUM, NOTPRIME or SEQUENCE -- by its place in the   *
      * shipment.                                                      *
      ******************************************************************
       identification division.
       program-id. primeinb.
                   access mode is sequential
                   file status is ls-report-status
                   .
           select  ack-file assign ls-ack-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-ack-status
                   .
           select  catalog-file assign ls-catalog-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-catalog-status
                   .
           select  history-file assign ls-history-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-history-status
                   .

       data division.

      *    merges from.
       fd  accepted-file.
       01  accepted-record.
           05  rel-seq                     binary-long unsigned.
           05  rel-value                   binary-double unsigned.
           05  rel-square                  binary-double unsigned.

       fd  report-file.
       01  report-line                     pic x(160).

      *    The acknowledgment returned to the sender, H/D/T again:
      *      H sender(16) ack-date(8) cycle(6) 'ACK' disposition(1)
      *        reason(8) shipped(9) accepted(9)
      *      D record-number(9) reason(8) record-image(40)
      *      T record-count(9) hash-total(20)
      *    The header echoes the shipment's sender and cycle, so the
      *    sender can match it to what went out. The trailer counts
      *    the D records and sums their record numbers.
       fd  ack-file.
       01  ack-line                        pic x(80).

       fd  catalog-file.
       01  catalog-line                    pic x(512).

       fd  history-file.
       01  history-line                    pic x(512).

       local-storage section.

       78  c-stdout                        value '/dev/stdout'.
       01  filler.
           05  ls-arguments                pic x(256) value spaces.
           05  ls-token-area.
               10  ls-token                occurs 6 times
                                           pic x(256).
               10  ls-token-count          binary-long unsigned.
           05  ls-interchange-file         pic x(256) value spaces.
           05  ls-accepted-file            pic x(256) value spaces.
           05  ls-accepted-key             binary-long unsigned.
           05  ls-rejects-file             pic x(256) value spaces.
           05  ls-report-file              pic x(256) value spaces.
           05  ls-ack-file                 pic x(256) value spaces.
           05  ls-catalog-file             pic x(256) value spaces.
           05  ls-history-file             pic x(256) value spaces.
           05  ls-token-idx                binary-long unsigned.
           05  switches.
               10  filler                  pic x(01) value 'N'.
                   88  fatal-error         value 'Y' false 'N'.
               10  ls-generic-temp         pic 9(20) value zero.
               10  filler redefines ls-generic-temp.
                   15  ls-generic-tc       pic 9(01) occurs 20 times.
               10  ls-generic-idx          binary-long unsigned.
               10  ls-generic-value        binary-double unsigned.
               10  filler                  pic x(01) value 'N'.
                   88  generic-value-valid value 'Y' false 'N'.
           05  ls-hdr-date                 pic x(08).
           05  ls-hdr-cycle                pic x(06).
           05  ls-detail-value             binary-double unsigned.
           05  ls-detail-count             binary-long unsigned
                                           value zero.
           05  ls-accepted-count           binary-long unsigned
                                           value zero.
           05  ls-rejected-count           binary-long unsigned
                                           value zero.
           05  ls-exception-count          binary-long unsigned
                                           value zero.
           05  ls-prev-value               binary-double unsigned
                                           value zero.
           05  ls-remainder                binary-double unsigned.
           05  ls-count-disp               pic z(19)9(01).
           05  ls-count-disp2              pic z(19)9(01).
      *    An accepted shipment is registered in the dataset catalog
      *    as a relative run file, the way the generators register
      *    theirs, so a merge of it can name its origin.
           05  ls-first-accepted           binary-double unsigned
                                           value zero.
      *    Truncates on overflow, like the hash total.
           05  ls-accepted-sum             pic 9(20) value zero.
           05  ls-cat-low                  pic 9(20).
           05  ls-cat-high                 pic 9(20).
           05  ls-cat-count                pic 9(09).
           05  ls-cat-sum                  pic 9(20).
           05  ls-hist-start-date          pic x(08).
           05  ls-hist-start-time          pic x(08).
           05  ls-hist-end-date            pic x(08).
           05  ls-hist-end-time            pic x(08).
           05  ls-hist-rc-disp             pic 9(02).
           05  ls-hist-counts              pic x(80).
           05  ls-hist-account             pic x(08) value spaces.
           05  ls-hist-account-src         pic x(07) value spaces.
      *    Every record refused, for the acknowledgment: its place in
      *    the shipment, why, and what it said.
           05  ls-record-number            binary-long unsigned
                                           value zero.
           05  ls-reject-reason            pic x(08).
           05  ls-ack-word                 pic x(08).
           05  ls-ack-count                binary-long unsigned
                                           value zero.
           05  ls-ack-idx                  binary-long unsigned.
           05  ls-ack-entry                occurs 2000 times.
               10  ls-ak-number            pic 9(09).
               10  ls-ak-reason            pic x(08).
               10  ls-ak-image             pic x(40).
           05  ls-ack-header.
               10  filler                  pic x(01) value 'H'.
               10  ack-sender              pic x(16).
               10  ack-date                pic x(08).
               10  ack-cycle               pic x(06).
               10  filler                  pic x(03) value 'ACK'.
               10  ack-disposition         pic x(01).
                   88  ack-accepted        value 'A'.
                   88  ack-rejected        value 'R'.
               10  ack-reason              pic x(08).
               10  ack-shipped             pic 9(09).
               10  ack-accepted-count      pic 9(09).
           05  ls-ack-detail.
               10  filler                  pic x(01) value 'D'.
               10  ackd-number             pic 9(09).
               10  ackd-reason             pic x(08).
               10  ackd-image              pic x(40).
           05  ls-ack-trailer.
               10  filler                  pic x(01) value 'T'.
               10  ackt-count              pic 9(09).
               10  ackt-hash               pic 9(20).
      *    The seal this run leaves on each shared file it changes
      *    (primeseal), so primetamp can prove nothing else did.
           05  ls-seal-area.
               10  ls-seal-function        pic x(08).
               10  ls-seal-logical         pic x(12).
               10  ls-seal-path            pic x(256).
               10  ls-seal-program         pic x(10) value 'primeinb'.
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
                   88  rejects-status-ok   value '00'.
               10  ls-report-status        pic 9(01)x(01).
                   88  report-status-ok    value '00'.
               10  ls-ack-status           pic 9(01)x(01).
                   88  ack-status-ok       value '00'.
               10  ls-catalog-status       pic 9(01)x(01).
                   88  catalog-status-ok   value '00'.
                   88  catalog-absent      value '35'.
               10  ls-history-status       pic 9(01)x(01).
                   88  history-status-ok   value '00'.
                   88  history-file-absent value '35'.

      *    Catalogued-message work area for the shop-wide primemsg
      *    routine; ls-msg-severity accumulates the highest severity
           05  ls-msg-status               pic x(02).
           05  ls-msg-text                 pic x(120).
           05  ls-msg-build                pic x(120).
           05  ls-msg-severity             binary-long unsigned
                                           value zero.

       procedure division.
               goback
           end-if

           accept ls-hist-start-date from date yyyymmdd
           accept ls-hist-start-time from time

           perform 1000-get-command-line

      *    standard-error is the only file open at this point; close it
           if fatal-error
               close standard-error
               perform 8090-set-return-code
               perform 9000-write-history
               goback
           end-if

           perform 2900-write-summary

           perform 8090-set-return-code
           perform 9000-write-history
           goback
           .
       1000-get-command-line.
           perform 7050-resolve-files
           if fatal-error
               exit paragraph
           end-if

           accept ls-arguments from command-line

           move spaces to ls-token-area

           unstring ls-arguments delimited by all space
               into ls-token(1) ls-token(2) ls-token(3) ls-token(4)
                    ls-token(5) ls-token(6)
               tallying in ls-token-count

           if ls-token(1) = spaces or ls-token(2) = spaces
               move spaces to ls-msg-text
               string  'Usage is primeinb interchange-file'
                               delimited by size
                       ' accepted-rel-file [rejects] [report]'
                               delimited by size
                       ' [ACCOUNT=] [ACK=].'
                               delimited by size
                       into ls-msg-text
               perform 8000-issue-message

           move ls-token(1) to ls-interchange-file
           move ls-token(2) to ls-accepted-file
           perform varying ls-token-idx from 3 by 1
                   until ls-token-idx > ls-token-count
               evaluate true
                   when ls-token(ls-token-idx) = spaces
                       continue
                   when ls-token(ls-token-idx)(1:8) = 'ACCOUNT='
                       perform 1960-take-account
                   when ls-token(ls-token-idx)(1:4) = 'ACK='
                       move ls-token(ls-token-idx)(5:252)
                               to ls-ack-file
                   when ls-rejects-file = spaces
                       move ls-token(ls-token-idx) to ls-rejects-file
                   when ls-report-file = spaces
                       move ls-token(ls-token-idx) to ls-report-file
                   when other
                       continue
               end-evaluate
           end-perform

           if fatal-error
               exit paragraph
           end-if

           if ls-rejects-file = spaces
               move spaces to ls-rejects-file
                       into ls-rejects-file
           end-if

           if ls-ack-file = spaces
               string  ls-interchange-file  delimited by space
                       '.ack'               delimited by size
                       into ls-ack-file
           end-if

           if ls-report-file = spaces
               move c-stdout to ls-report-file
           end-if
               set fatal-error to true
               exit paragraph
           end-if

           open output ack-file
           if not ack-status-ok
               move 'PRM0740S' to ls-msg-id
               move ls-ack-status to ls-msg-status
               move 'Cannot open acknowledgment file.' to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if
           .
       1960-take-account.
      *    ACCOUNT= names the cost center the run is charged to; it
      *    rides on the run-history record for the chargeback.
           if ls-token(ls-token-idx)(9:8) = spaces
                   or ls-token(ls-token-idx)(17:240) not = spaces
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
               move ls-token(ls-token-idx)(9:8) to ls-hist-account
           end-if
           .
       2000-validate-shipment.
           perform until exit
                       exit perform
               end-read

               add 1 to ls-record-number
               evaluate interchange-line(1:1)
                   when 'H'
                       perform 2100-take-header
                   when 'T'
                       perform 2300-take-trailer
                   when other
                       move 'RECTYPE' to ls-reject-reason
                       perform 2800-reject-record
               end-evaluate
           end-perform
           perform 4050-parse-numeric-field

           if not generic-value-valid
               move 'NONNUM' to ls-reject-reason
               perform 2800-reject-record
               exit paragraph
           end-if

           perform 2250-test-primality
           if not is-prime
               move 'NOTPRIME' to ls-reject-reason
               perform 2800-reject-record
               exit paragraph
           end-if
      *    it), so an out-of-order or duplicate value cannot be
      *    loaded.
           if ls-detail-value <= ls-prev-value
               move 'SEQUENCE' to ls-reject-reason
               perform 2800-reject-record
               exit paragraph
           end-if
               perform 8000-issue-message
           end-write

           if ls-first-accepted = zero
               move ls-detail-value to ls-first-accepted
           end-if
           add ls-detail-value to ls-accepted-sum

           move ls-detail-value to ls-prev-value
           .
       2250-test-primality.
           end-if
           .
       2800-reject-record.
      *    ls-reject-reason set by the caller: RECTYPE, NONNUM,
      *    NOTPRIME or SEQUENCE.
           add 1 to ls-rejected-count
           move interchange-line to rejects-line
           write rejects-line

           if ls-ack-count >= 2000
               if ls-ack-count = 2000
                   add 1 to ls-ack-count
                   move 'PRM0538W' to ls-msg-id
                   move spaces to ls-msg-text
                   string  'More than 2000 rejects; the acknowledgment '
                                                      delimited by size
                           'itemises the first 2000.' delimited by size
                           into ls-msg-text
                   perform 8000-issue-message
               end-if
               exit paragraph
           end-if

           add 1 to ls-ack-count
           move ls-record-number to ls-ak-number(ls-ack-count)
           move ls-reject-reason to ls-ak-reason(ls-ack-count)
           move interchange-line to ls-ak-image(ls-ack-count)
           .
       2900-write-summary.
           if not header-seen
           end-if
           write report-line

           perform 2950-write-acknowledgment

           close standard-error interchange-file accepted-file
                   rejects-file report-file ack-file

      *    Only a shipment accepted whole is registered: one that
      *    failed validation is not meant to be merged.
           if ls-exception-count = zero and ls-rejected-count = zero
               perform 9200-register-output
           end-if

           if ls-exception-count not = zero or
                   ls-rejected-count not = zero
               move 8 to return-code
           end-if
           .
       2950-write-acknowledgment.
      *    The file-level verdict goes in the header with the first
      *    control failure as its reason -- DETAIL when only detail
      *    records were refused -- followed by one D record per
      *    refused record.
           move ls-hdr-sender to ack-sender
           move ls-hist-start-date to ack-date
           move ls-hdr-cycle to ack-cycle
           move ls-detail-count to ack-shipped
           move ls-accepted-count to ack-accepted-count
           move spaces to ack-reason
           set ack-accepted to true

           evaluate true
               when not header-seen
                   move 'NOHEADER' to ack-reason
               when not trailer-seen
                   move 'NOTRAILR' to ack-reason
               when ls-trailer-count not = ls-detail-count
                   move 'COUNT' to ack-reason
               when ls-trailer-hash not = ls-hash-total
                   move 'HASH' to ack-reason
               when ls-rejected-count not = zero
                   move 'DETAIL' to ack-reason
           end-evaluate
           if ack-reason not = spaces
               set ack-rejected to true
           end-if

           move spaces to ack-line
           move ls-ack-header to ack-line
           write ack-line

           move zero to ackt-count ackt-hash
           perform varying ls-ack-idx from 1 by 1
                   until ls-ack-idx > ls-ack-count
                       or ls-ack-idx > 2000
               move ls-ak-number(ls-ack-idx) to ackd-number
               move ls-ak-reason(ls-ack-idx) to ackd-reason
               move ls-ak-image(ls-ack-idx) to ackd-image
               move spaces to ack-line
               move ls-ack-detail to ack-line
               write ack-line
               add 1 to ackt-count
               add ls-ak-number(ls-ack-idx) to ackt-hash
           end-perform

           move spaces to ack-line
           move ls-ack-trailer to ack-line
           write ack-line

           if ack-accepted
               move 'ACCEPTED' to ls-ack-word
           else
               move 'REJECTED' to ls-ack-word
           end-if
           move spaces to report-line
           string  'Acknowledgment '    delimited by size
                   ls-ack-file           delimited by space
                   ' returns the shipment '
                                        delimited by size
                   ls-ack-word           delimited by space
                   ' '                  delimited by size
                   ack-reason            delimited by size
                   into report-line
           write report-line
           .
       4050-parse-numeric-field.
           move zero to ls-generic-temp
           move zero to ls-generic-value
               move ls-generic-temp to ls-generic-value
           end-if
           .
       7050-resolve-files.
      *    Every shared file comes from the run's environment
      *    configuration (primeenv); a keyword that names a file
      *    still overrides it for the run.
           move 'CATALOG' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-catalog-file

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
               move 16 to return-code
           end-if
           .
       9000-write-history.
      *    Appends this execution's audit record the way the
      *    generators do, so a partner load can be traced back to its
      *    run like any other origin. A history write failure is
      *    logged nowhere and never fails the run itself: the audit
      *    trail must not be able to break the job it is auditing.
           accept ls-hist-end-date from date yyyymmdd
           accept ls-hist-end-time from time

      *    A run its environment refused has no history file.
           if ls-history-file = spaces
               exit paragraph
           end-if

           open extend history-file
           if history-file-absent
               open output history-file
           end-if
           if not history-status-ok
               exit paragraph
           end-if

           move return-code to ls-hist-rc-disp
           move ls-accepted-count to ls-count-disp
           move ls-rejected-count to ls-count-disp2

           move spaces to ls-hist-counts
           string  'count='               delimited by size
                   ls-count-disp           delimited by size
                   ' rejected='           delimited by size
                   ls-count-disp2          delimited by size
                   ' sender='             delimited by size
                   ls-hdr-sender           delimited by space
                   ' cycle='              delimited by size
                   ls-hdr-cycle            delimited by space
                   into ls-hist-counts

      *    A run that named no cost center is charged to UNALLOC and
      *    flagged DEFAULT so the chargeback can show it apart.
           if ls-hist-account = spaces
               move 'UNALLOC' to ls-hist-account
               move 'DEFAULT' to ls-hist-account-src
           end-if
           if ls-hist-account-src = spaces
               move 'GIVEN' to ls-hist-account-src
           end-if

           move spaces to history-line
           string  'primeinb'           delimited by size
                   '|'                  delimited by size
                   ls-hist-start-date   delimited by size
                   '|'                  delimited by size
                   ls-hist-start-time   delimited by size
                   '|'                  delimited by size
                   ls-hist-end-date     delimited by size
                   '|'                  delimited by size
                   ls-hist-end-time     delimited by size
                   '|'                  delimited by size
                   ls-hist-rc-disp      delimited by size
                   '|'                  delimited by size
                   ls-hist-counts       delimited by size
                   '|'                  delimited by size
                   ls-accepted-file     delimited by space
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
       9200-register-output.
      *    A catalog write failure costs only the registration, never
      *    the run, so it is best-effort like the audit trail. A
      *    shipment that accepted nothing registers nothing.
           if ls-accepted-count = zero
               exit paragraph
           end-if

           open extend catalog-file
           if catalog-absent
               open output catalog-file
           end-if
           if not catalog-status-ok
               exit paragraph
           end-if

           move ls-first-accepted to ls-cat-low
           move ls-prev-value to ls-cat-high
           move ls-accepted-count to ls-cat-count
           move ls-accepted-sum to ls-cat-sum

           move spaces to catalog-line
           string  ls-hist-start-date  delimited by size
                   '|'                 delimited by size
                   ls-hist-start-time  delimited by size
                   '|'                 delimited by size
                   'primeinb'          delimited by size
                   '|'                 delimited by size
                   ls-accepted-file    delimited by space
                   '|'                 delimited by size
                   'relative'          delimited by size
                   '|'                 delimited by size
                   ls-cat-low          delimited by size
                   '|'                 delimited by size
                   ls-cat-high         delimited by size
                   '|'                 delimited by size
                   ls-cat-count        delimited by size
                   '|'                 delimited by size
                   ls-cat-sum          delimited by size
                   '|'                 delimited by size
                   ls-env-name         delimited by space
                   into catalog-line
           write catalog-line

           close catalog-file

           move 'APPEND' to ls-seal-function
           move 'CATALOG' to ls-seal-logical
           move ls-catalog-file to ls-seal-path
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
