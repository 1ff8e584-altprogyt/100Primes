      * of the sum of its values); type T is a text member (checksum:  *
      * sum of each record's trimmed length). primerst verifies the    *
      * same manifest before and after putting the set back.           *
      *                                                                *
      * A master partitioned by value band (primepart) is saved as its *
      * directory '<master>.dir' (type T) and its partitions (type P,  *
      * copied and checksummed like M): PART=ALL (the default) takes   *
      * every partition, PART=CHANGED those changed since their last   *
      * backup and PART=nn the one band, so a night's backup can cover *
      * just the bands that changed. Each partition saved is stamped   *
      * in the directory, whose own claim is held for the whole run.   *
      ******************************************************************
       identification division.
       program-id. primebkp.
                   access mode is sequential
                   file status is ls-stderr-status
                   .
           select  master-file assign ls-part-file
                   organization is indexed
                   access mode is dynamic
                   record key is mst-value
                   access mode is sequential
                   file status is ls-report-status
                   .
           select  part-dir-file assign ls-part-dir-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-part-dir-status
                   .

       data division.

           05  mst-value                   pic 9(20).
           05  mst-seq                     pic 9(20).
           05  mst-square                  pic 9(20).
           05  mst-origin.
               10  mst-source              pic x(01).
                   88  mst-from-generator  value 'G'.
                   88  mst-from-partner    value 'P'.
                   88  mst-from-restore    value 'R'.
                   88  mst-from-unknown    value 'U' ' '.
               10  mst-run-date            pic x(08).
               10  mst-run-time            pic x(08).
               10  mst-run-pgm             pic x(10).
               10  mst-added-cycle         pic 9(06).
               10  mst-replaced-cycle      pic 9(06).

       fd  master-backup.
       01  master-backup-record.
           05  bmst-value                  pic 9(20).
           05  bmst-seq                    pic 9(20).
           05  bmst-square                 pic 9(20).
           05  bmst-origin.
               10  bmst-source             pic x(01).
                   88  bmst-from-generator value 'G'.
                   88  bmst-from-partner   value 'P'.
                   88  bmst-from-restore   value 'R'.
                   88  bmst-from-unknown   value 'U' ' '.
               10  bmst-run-date           pic x(08).
               10  bmst-run-time           pic x(08).
               10  bmst-run-pgm            pic x(10).
               10  bmst-added-cycle        pic 9(06).
               10  bmst-replaced-cycle     pic 9(06).

       fd  text-live.
       01  text-live-line                  pic x(512).
       fd  report-file.
       01  report-line                     pic x(160).

      *    The value-band partition directory (see primepart).
       fd  part-dir-file.
       01  part-dir-line                   pic x(512).

       local-storage section.

       78  c-stdout                        value '/dev/stdout'.
      *    Largest value the 64-bit binary-double unsigned fields can
      *    carry; 4050-parse-numeric-field rejects anything larger so
      *    an oversized operand is an error, not a silent wraparound.
       78  c-value-ceiling                 value
                                           18446744073709551615.

       01  filler.
           05  ls-arguments                pic x(256) value spaces.
           05  ls-token-area.
               10  ls-token                occurs 6 times
                                           pic x(256).
               10  ls-token-count          binary-long unsigned.
           05  ls-token-idx                binary-long unsigned.
           05  ls-master-file              pic x(256) value spaces.
           05  ls-manifest-file            pic x(256) value spaces.
           05  ls-report-file              pic x(256) value spaces.
           05  ls-text-live-name           pic x(256).
           05  ls-backup-name              pic x(256).
                   88  fatal-error         value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  member-absent       value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  master-partitioned  value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  part-dir-changed    value 'Y' false 'N'.
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
           05  ls-today                    pic x(08).
           05  ls-now-time                 pic x(08).
      *    The set: the master first (type M), then the three text
               10  ls-member               occurs 4 times.
                   15  ls-mem-name         pic x(256).
                   15  ls-mem-type         pic x(01).
           05  ls-mem-idx                  binary-long unsigned.
      *    The member being copied: a table entry, or the directory
      *    and each picked partition of a partitioned master.
           05  ls-cur-name                 pic x(256).
           05  ls-cur-type                 pic x(01).
      *    The partition directory, held in band order; a master
      *    with no directory loads as one entry naming the single
      *    file and spanning every value.
           05  ls-part-area.
               10  ls-part-dir-file        pic x(256).
               10  ls-part-file            pic x(256).
               10  ls-part-count           binary-long unsigned
                                           value zero.
               10  ls-part-idx             binary-long unsigned.
               10  ls-part-open-idx        binary-long unsigned
                                           value zero.
               10  ls-part-entry           occurs 20 times.
                   15  ls-part-band        pic 9(02).
                   15  ls-part-low         pic 9(20).
                   15  ls-part-high        pic 9(20).
                   15  ls-part-name        pic x(256).
                   15  ls-part-changed     pic x(16).
                   15  ls-part-audited     pic x(16).
                   15  ls-part-saved       pic x(16).
                   15  ls-part-records     binary-double unsigned.
                   15  ls-part-pick        pic x(01).
               10  ls-part-fields.
                   15  ls-pf-band          pic x(02).
                   15  ls-pf-low           pic x(20).
                   15  ls-pf-high          pic x(20).
                   15  ls-pf-name          pic x(256).
                   15  ls-pf-changed       pic x(16).
                   15  ls-pf-audited       pic x(16).
                   15  ls-pf-saved         pic x(16).
               10  ls-run-stamp            pic x(16).
           05  ls-part-select              pic x(08) value 'ALL'.
           05  ls-part-want-band           pic 9(02) value zero.
           05  ls-pick-count               binary-long unsigned
                                           value zero.
           05  ls-pick-idx                 binary-long unsigned.
           05  ls-mem-records              binary-long unsigned.
      *    Additions truncate on overflow by design: the checksum is
      *    the low-order 20 digits of the running sum.
           05  ls-mem-checksum             pic 9(20).
           05  ls-records-disp             pic 9(09).
           05  ls-trim-idx                 binary-long unsigned.
           05  ls-trim-length              binary-long unsigned.
           05  ls-copied-count             binary-long unsigned
                                           value zero.
           05  ls-lock-area.
               10  ls-lock-name            pic x(256).
               10  ls-lock-file-name       pic x(256).
               10  ls-lock-claims          occurs 8 times pic x(256).
               10  ls-lock-claim-count     binary-long unsigned
                                           value zero.
               10  ls-lock-idx             binary-long unsigned.
               10  ls-lock-owner           pic x(80).
               10  ls-lock-save-rc         binary-long.
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
                   88  manifest-status-ok  value '00'.
               10  ls-report-status        pic 9(01)x(01).
                   88  report-status-ok    value '00'.
               10  ls-part-dir-status      pic 9(01)x(01).
                   88  part-dir-status-ok  value '00'.
                   88  part-dir-absent     value '35'.

      *    Catalogued-message work area for the shop-wide primemsg
      *    routine; ls-msg-severity accumulates the highest severity
           05  ls-msg-status               pic x(02).
           05  ls-msg-text                 pic x(120).
           05  ls-msg-build                pic x(120).
           05  ls-msg-severity             binary-long unsigned
                                           value zero.

       procedure division.

           accept ls-today from date yyyymmdd
           accept ls-now-time from time
           move ls-today to ls-run-stamp(1:8)
           move ls-now-time to ls-run-stamp(9:8)

           perform 1000-get-command-line


           perform 7000-claim-backup-set

      *    The directory is read under the claims, so the partitions
      *    picked are the partitions that exist for the whole copy.
           if not fatal-error
               perform 1700-load-partitions
           end-if

           if not fatal-error
               perform 1720-select-partitions
           end-if

           if not fatal-error
               perform 2000-snapshot-set
           end-if

           if master-partitioned and part-dir-changed
                   and not fatal-error
               perform 3200-write-partition-directory
           end-if

           perform 7900-release-claims
           perform 2900-write-summary

           goback
           .
       1000-get-command-line.
           perform 7050-resolve-files
           if fatal-error
               exit paragraph
           end-if

           accept ls-arguments from command-line

           move spaces to ls-token-area

           move ls-master-file to ls-mem-name(1)
           move 'M' to ls-mem-type(1)
           move 'T' to ls-mem-type(2)
           move 'T' to ls-mem-type(3)
           move 'T' to ls-mem-type(4)

           perform varying ls-token-idx from 1 by 1
                   when ls-token(ls-token-idx)(1:9) = 'MANIFEST='
                       move ls-token(ls-token-idx)(10:247)
                               to ls-manifest-file
                   when ls-token(ls-token-idx)(1:5) = 'PART='
                       evaluate ls-token(ls-token-idx)(6:251)
                           when 'ALL'
                           when 'CHANGED'
                               move ls-token(ls-token-idx)(6:8)
                                       to ls-part-select
                           when other
                               move ls-token(ls-token-idx)(6:20)
                                       to ls-generic-text
                               perform 4050-parse-numeric-field
                               if generic-value-valid and
                                       ls-generic-value >= 1 and
                                       ls-generic-value <= 20
                                   move 'BAND' to ls-part-select
                                   move ls-generic-value
                                           to ls-part-want-band
                               else
                                   move 'PRM0411E' to ls-msg-id
                                   move spaces to ls-msg-text
                                   string  'PART= must be ALL, CHANGED'
                                                   delimited by size
                                           ' or a band from 1 to 20.'
                                                   delimited by size
                                           into ls-msg-text
                                   perform 8000-issue-message
                                   set fatal-error to true
                               end-if
                       end-evaluate
                   when other
                       continue
               end-evaluate
           end-perform

           if fatal-error
               exit paragraph
           end-if

           move c-stdout to ls-report-file
           open output report-file
           if not report-status-ok
               exit paragraph
           end-if
           .
       1700-load-partitions.
      *    No directory means the master has never been split: it is
      *    the one file it always was, covering every value.
           move spaces to ls-part-dir-file
           string  ls-master-file  delimited by space
                   '.dir'          delimited by size
                   into ls-part-dir-file

           move zero to ls-part-count ls-part-open-idx
           set master-partitioned to false

           open input part-dir-file
           if part-dir-absent
               move 1 to ls-part-count
               move zero to ls-part-band(1) ls-part-low(1)
                            ls-part-records(1)
               move 99999999999999999999 to ls-part-high(1)
               move ls-master-file to ls-part-name(1)
               move all '0' to ls-part-changed(1) ls-part-audited(1)
                               ls-part-saved(1)
               exit paragraph
           end-if

           if not part-dir-status-ok
               move 'PRM0723S' to ls-msg-id
               move ls-part-dir-status to ls-msg-status
               move 'Cannot read master partition directory.'
                       to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if

           set master-partitioned to true

           perform until exit
               read part-dir-file
                   at end
                       exit perform
               end-read

               perform 1710-parse-partition-line
           end-perform

           close part-dir-file
           .
       1710-parse-partition-line.
           if part-dir-line = spaces or part-dir-line(1:1) = '*'
                   or ls-part-count >= 20
               exit paragraph
           end-if

           move spaces to ls-part-fields
           unstring part-dir-line delimited by '|'
               into ls-pf-band ls-pf-low ls-pf-high ls-pf-name
                    ls-pf-changed ls-pf-audited ls-pf-saved

           if ls-pf-band is not numeric or ls-pf-low is not numeric
                   or ls-pf-high is not numeric or ls-pf-name = spaces
               exit paragraph
           end-if

           add 1 to ls-part-count
           move ls-pf-band to ls-part-band(ls-part-count)
           move ls-pf-low to ls-part-low(ls-part-count)
           move ls-pf-high to ls-part-high(ls-part-count)
           move ls-pf-name to ls-part-name(ls-part-count)
           move zero to ls-part-records(ls-part-count)
           move all '0' to ls-part-changed(ls-part-count)
                           ls-part-audited(ls-part-count)
                           ls-part-saved(ls-part-count)
           if ls-pf-changed is numeric
               move ls-pf-changed to ls-part-changed(ls-part-count)
           end-if
           if ls-pf-audited is numeric
               move ls-pf-audited to ls-part-audited(ls-part-count)
           end-if
           if ls-pf-saved is numeric
               move ls-pf-saved to ls-part-saved(ls-part-count)
           end-if
           .
       1720-select-partitions.
      *    PART=ALL (the default) picks every partition, PART=CHANGED
      *    those changed since their last backup, PART=nn the
      *    one band. A single-file master has no bands to choose
      *    between and is always taken whole.
           move zero to ls-pick-count
           if not master-partitioned
               if ls-part-select = 'BAND'
                   move 'PRM0411E' to ls-msg-id
                   move spaces to ls-msg-text
                   string  'PART=nn needs a partitioned master; '
                                           delimited by size
                           ls-master-file  delimited by space
                           ' has no directory.'
                                           delimited by size
                           into ls-msg-text
                   perform 8000-issue-message
                   set fatal-error to true
                   exit paragraph
               end-if
               move 'Y' to ls-part-pick(1)
               move 1 to ls-pick-count
               exit paragraph
           end-if

           perform varying ls-part-idx from 1 by 1
                   until ls-part-idx > ls-part-count
               move 'N' to ls-part-pick(ls-part-idx)
               evaluate ls-part-select
                   when 'ALL'
                       move 'Y' to ls-part-pick(ls-part-idx)
                   when 'CHANGED'
                       if ls-part-changed(ls-part-idx) >
                               ls-part-saved(ls-part-idx)
                           move 'Y' to ls-part-pick(ls-part-idx)
                       end-if
                   when other
                       if ls-part-band(ls-part-idx) = ls-part-want-band
                           move 'Y' to ls-part-pick(ls-part-idx)
                       end-if
               end-evaluate
               if ls-part-pick(ls-part-idx) = 'Y'
                   add 1 to ls-pick-count
               end-if
           end-perform

           if ls-part-select = 'BAND' and ls-pick-count = zero
               move 'PRM0411E' to ls-msg-id
               move spaces to ls-msg-text
               string  'No partition for band '
                                       delimited by size
                       ls-part-want-band
                                       delimited by size
                       ' in '         delimited by size
                       ls-part-dir-file
                                       delimited by space
                       '.'            delimited by size
                       into ls-msg-text
               perform 8000-issue-message
               set fatal-error to true
           end-if
           .
       2000-snapshot-set.
           perform varying ls-mem-idx from 1 by 1
                   until (ls-mem-idx > 4) or fatal-error
           end-perform
           .
       2100-snapshot-one-member.
      *    A partitioned master is backed up as its directory (a text
      *    member) and the partitions picked; any other member as
      *    itself.
           if ls-mem-type(ls-mem-idx) = 'M' and master-partitioned
               perform 2150-snapshot-partitions
               exit paragraph
           end-if

           move ls-mem-name(ls-mem-idx) to ls-cur-name
           move ls-mem-type(ls-mem-idx) to ls-cur-type
           perform 2110-snapshot-current
           .
       2110-snapshot-current.
      *    One dated backup generation per member; the manifest names
      *    it, so restore never guesses at suffixes.
           move spaces to ls-backup-name
           string  ls-cur-name              delimited by space
                   '.'                      delimited by size
                   ls-today                 delimited by size
                   '.bak'                   delimited by size
           move zero to ls-mem-checksum
           set member-absent to false

           if ls-cur-type = 'M' or ls-cur-type = 'P'
               perform 2200-copy-master-member
           else
               perform 2300-copy-text-member

           perform 2400-write-manifest-record
           .
       2150-snapshot-partitions.
      *    Each partition saved is stamped so the next CHANGED backup
      *    passes it over; the directory goes into the set before the
      *    stamps land, as the state the partitions were saved in.
           move ls-part-dir-file to ls-cur-name
           move 'T' to ls-cur-type
           perform 2110-snapshot-current

           perform varying ls-pick-idx from 1 by 1
                   until ls-pick-idx > ls-part-count or fatal-error
               if ls-part-pick(ls-pick-idx) = 'Y'
                   move ls-part-name(ls-pick-idx) to ls-cur-name
                   move 'P' to ls-cur-type
                   perform 2110-snapshot-current
                   if not fatal-error and not member-absent
                       move ls-run-stamp
                               to ls-part-saved(ls-pick-idx)
                       set part-dir-changed to true
                   end-if
               end-if
           end-perform

           if ls-pick-count = zero
               move spaces to report-line
               string  'No partition has changed since its last'
                               delimited by size
                       ' backup; directory saved alone.'
                               delimited by size
                       into report-line
               write report-line
           end-if
           .
       2200-copy-master-member.
           move ls-cur-name to ls-part-file
           open input master-file
           if master-absent
               set member-absent to true
                               exit perform
                       end-read

                       move master-record to master-backup-record
                       write master-backup-record
                           invalid key
                               continue
           add 1 to ls-copied-count
           .
       2300-copy-text-member.
           move ls-cur-name to ls-text-live-name

           open input text-live
           if text-live-absent
           move ls-mem-records to ls-records-disp

           move spaces to manifest-line
           string  ls-cur-name              delimited by space
                   '|'                      delimited by size
                   ls-backup-name           delimited by space
                   '|'                      delimited by size
                   ls-cur-type              delimited by size
                   '|'                      delimited by size
                   ls-records-disp          delimited by size
                   '|'                      delimited by size

           move ls-mem-records to ls-count-disp
           move spaces to report-line
           string  ls-cur-name              delimited by space
                   ' -> '                   delimited by size
                   ls-backup-name           delimited by space
                   ' ('                     delimited by size
           .
       2800-report-member-absent.
           move spaces to report-line
           string  ls-cur-name                  delimited by space
                   ' is not present; not in this backup set.'
                                               delimited by size
                   into report-line

           close standard-error manifest-file report-file
           .
       3200-write-partition-directory.
      *    The directory is rewritten whole, in band order, from the
      *    table this run holds.
           open output part-dir-file
           if not part-dir-status-ok
               move 'PRM0522W' to ls-msg-id
               move ls-part-dir-status to ls-msg-status
               move 'Backup stamps not recorded in the directory.'
                       to ls-msg-text
               perform 8010-issue-open-error
               exit paragraph
           end-if

           perform varying ls-part-idx from 1 by 1
                   until ls-part-idx > ls-part-count
               move spaces to part-dir-line
               string  ls-part-band(ls-part-idx)     delimited by size
                       '|'                          delimited by size
                       ls-part-low(ls-part-idx)      delimited by size
                       '|'                          delimited by size
                       ls-part-high(ls-part-idx)     delimited by size
                       '|'                          delimited by size
                       ls-part-name(ls-part-idx)     delimited by space
                       '|'                          delimited by size
                       ls-part-changed(ls-part-idx)  delimited by size
                       '|'                          delimited by size
                       ls-part-audited(ls-part-idx)  delimited by size
                       '|'                          delimited by size
                       ls-part-saved(ls-part-idx)    delimited by size
                       into part-dir-line
               write part-dir-line
           end-perform

           close part-dir-file
           .
       3100-trimmed-length.
      *    Length up to the last non-blank character -- the same
      *    number of characters a line-sequential write puts on
      *    disk, so live and backup checksums agree.
           perform varying ls-trim-idx from 512 by -1
                   until ls-trim-idx < 1 or
                           text-live-line(ls-trim-idx:1) not = space
               continue
           end-perform
           move ls-trim-idx to ls-trim-length
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
       7000-claim-backup-set.
      *    Every member is claimed before the first copy, the same
               move ls-mem-name(ls-mem-idx) to ls-lock-name
               perform 7010-claim-one-file
           end-perform

      *    The partition directory's own claim keeps primeaud from
      *    recording its stamps while this run is recording its own.
      *    The partitions themselves are covered by the master's
      *    claim, the only one writers take.
           if not fatal-error
               move spaces to ls-lock-name
               string  ls-master-file  delimited by space
                       '.dir'          delimited by size
                       into ls-lock-name
               perform 7010-claim-one-file
           end-if
           .
       7010-claim-one-file.
           if ls-lock-name = spaces or ls-lock-name = c-stdout
           add 1 to ls-lock-claim-count
           move ls-lock-name to ls-lock-claims(ls-lock-claim-count)
           .
       7050-resolve-files.
      *    Every shared file comes from the run's environment
      *    configuration (primeenv); a keyword that names a file
      *    still overrides it for the run.
           move 'MASTER' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-master-file

           move 'BACKUPMAN' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-manifest-file

           move 'CATALOG' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-mem-name(2)

           move 'LEDGER' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-mem-name(3)

           move 'HISTORY' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-mem-name(4)
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
       7900-release-claims.
      *    Deletes exactly the claims this run made, and nothing
      *    else. CBL_DELETE_FILE reports through RETURN-CODE, which
