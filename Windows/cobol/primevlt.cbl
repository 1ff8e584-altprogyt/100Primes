      ******************************************************************
      * primevlt: Offsite vault rotation for the backup generations    *
      * primebkp writes. A generation on the same disk as the live     *
      * master is no protection against losing that disk, and the      *
      * offsite copy used to be an untracked manual step. VAULT writes *
      * the generation a backup manifest names (primebkp.man;          *
      * MANIFEST= names another) to a labelled volume image            *
      * '<volser>.vol' --                                              *
      *                                                                *
      *   VOL1|volser|PRIMEVLT|date|time                               *
      *   HDR1|volser|manifest|date|expiry|members|records|checksum    *
      *   MEM|live-name|backup-name|type|records|checksum              *
      *   R|record ...                                                 *
      *   EOF1|volser|members|records|checksum|data-lines              *
      *                                                                *
      * -- one MEM label and its records per manifest member, the      *
      * header and trailer carrying the manifest totals (the checksum  *
      * total is the low-order 20 digits of the members' checksums).   *
      * Every member is recounted against the manifest as it is        *
      * copied; a generation that no longer matches is not vaulted.    *
      * VOLSER= names the volume (default: the next Vnnnnn), RETAIN=n  *
      * its retention in days (default 90).                            *
      *                                                                *
      * The vault inventory (primevlt.inv; INVENTORY= names another)   *
      * holds one line per volume --                                   *
      *                                                                *
      *   volser|image|manifest|created|expiry|state|state-date|       *
      *   members|records|checksum                                     *
      *                                                                *
      * -- whose state walks ONSITE, OUTBOUND (in transit to the       *
      * vault), OFFSITE, INBOUND (recalled, in transit back) and       *
      * RECALLED (back onsite, labels verified), or SCRATCH once a     *
      * volume past its retention is back. SEND, STORE, RECALL and     *
      * RECEIVE volser record each move; RECEIVE verifies a recalled   *
      * volume's labels and totals before primerst may restore from    *
      * it. ROTATE [WEEK=yyyymmdd] reports which volumes go out and    *
      * which come back in the week starting that day (default today); *
      * LIST prints the inventory.                                     *
      ******************************************************************
       identification division.
       program-id. primevlt.

       environment division.

       input-output section.

       file-control.
           select  standard-error assign '/dev/stderr'
                   organization is line sequential
                   access mode is sequential
                   file status is ls-stderr-status
                   .
           select  manifest-file assign ls-manifest-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-manifest-status
                   .
           select  master-backup assign ls-backup-name
                   organization is indexed
                   access mode is dynamic
                   record key is bmst-value
                   file status is ls-backup-status
                   .
           select  text-backup assign ls-backup-name
                   organization is line sequential
                   access mode is sequential
                   file status is ls-backup-status
                   .
           select  volume-file assign ls-volume-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-volume-status
                   .
           select  inventory-file assign ls-inventory-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-inventory-status
                   .
           select  lock-file assign ls-lock-file-name
                   organization is line sequential
                   access mode is sequential
                   file status is ls-lock-status
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

      *    live-name|backup-name|type|records|checksum, as primebkp
      *    writes it.
       fd  manifest-file.
       01  manifest-line                   pic x(600).

      *    Same record layout primemast maintains.
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

       fd  text-backup.
       01  text-backup-line                pic x(512).

      *    Labels and 'R|' data lines; a data line carries a master
      *    record or a text member's line from column 3.
       fd  volume-file.
       01  volume-line                     pic x(620).

       fd  inventory-file.
       01  inventory-line                  pic x(700).

       fd  lock-file.
       01  lock-record                     pic x(80).

       fd  report-file.
       01  report-line                     pic x(160).

       local-storage section.

       78  c-stdout                        value '/dev/stdout'.
      *    Largest value the 64-bit binary-double unsigned fields can
      *    carry; 4050-parse-numeric-field rejects anything larger so
      *    an oversized operand is an error, not a silent wraparound.
       78  c-value-ceiling                 value
                                           18446744073709551615.
       78  c-max-volumes                   value 500.
       78  c-max-members                   value 30.

       01  filler.
           05  ls-arguments                pic x(256) value spaces.
           05  ls-token-area.
               10  ls-token                occurs 8 times
                                           pic x(256).
               10  ls-token-count          binary-long unsigned.
           05  ls-token-idx                binary-long unsigned.
           05  ls-verb                     pic x(08) value spaces.
           05  ls-manifest-file            pic x(256) value spaces.
           05  ls-inventory-file           pic x(256) value spaces.
           05  ls-volume-file              pic x(256) value spaces.
           05  ls-backup-name              pic x(256).
           05  ls-report-file              pic x(256) value spaces.
           05  ls-volser                   pic x(06) value spaces.
           05  ls-retain-days              binary-long unsigned
                                           value 90.
           05  switches.
               10  filler                  pic x(01) value 'N'.
                   88  fatal-error         value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  report-opened       value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  labels-valid        value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  trailer-seen        value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  in-member           value 'Y' false 'N'.
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
           05  ls-week-start               pic x(08).
           05  ls-week-end                 pic x(08).
      *    The vault inventory, one entry per volume, rewritten whole
      *    after every change.
           05  ls-vol-count                binary-long unsigned
                                           value zero.
           05  ls-vol-idx                  binary-long unsigned.
           05  ls-this-vol                 binary-long unsigned.
           05  ls-vol-entry                occurs 500 times.
               10  ls-iv-volser            pic x(06).
               10  ls-iv-image             pic x(256).
               10  ls-iv-manifest          pic x(256).
               10  ls-iv-created           pic x(08).
               10  ls-iv-expiry            pic x(08).
               10  ls-iv-state             pic x(08).
               10  ls-iv-state-date        pic x(08).
               10  ls-iv-members           pic 9(04).
               10  ls-iv-records           pic 9(09).
               10  ls-iv-checksum          pic 9(20).
           05  ls-inv-fields.
               10  ls-if-volser            pic x(06).
               10  ls-if-image             pic x(256).
               10  ls-if-manifest          pic x(256).
               10  ls-if-created           pic x(08).
               10  ls-if-expiry            pic x(08).
               10  ls-if-state             pic x(08).
               10  ls-if-state-date        pic x(08).
               10  ls-if-members           pic x(04).
               10  ls-if-records           pic x(09).
               10  ls-if-checksum          pic x(20).
           05  ls-volser-number            pic 9(05).
           05  ls-highest-volser           pic 9(05) value zero.
      *    The manifest being vaulted.
           05  ls-man-fields.
               10  ls-mf-live              pic x(256).
               10  ls-mf-backup            pic x(256).
               10  ls-mf-type              pic x(01).
               10  ls-mf-records           pic x(09).
               10  ls-mf-checksum          pic x(20).
           05  ls-set-count                binary-long unsigned
                                           value zero.
           05  ls-set-idx                  binary-long unsigned.
           05  ls-set-entry                occurs 30 times.
               10  ls-set-live             pic x(256).
               10  ls-set-backup           pic x(256).
               10  ls-set-type             pic x(01).
               10  ls-set-records          pic 9(09).
               10  ls-set-checksum         pic 9(20).
      *    Additions truncate on overflow by design: every checksum
      *    is the low-order 20 digits of its running sum.
           05  ls-total-records            pic 9(09).
           05  ls-total-checksum           pic 9(20).
           05  ls-mem-records              pic 9(09).
           05  ls-mem-checksum             pic 9(20).
           05  ls-data-lines               pic 9(09).
           05  ls-trim-idx                 binary-long unsigned.
           05  ls-trim-length              binary-long unsigned.
      *    Label fields as read back off a volume.
           05  ls-label-fields.
               10  ls-lf-1                 pic x(08).
               10  ls-lf-2                 pic x(256).
               10  ls-lf-3                 pic x(256).
               10  ls-lf-4                 pic x(20).
               10  ls-lf-5                 pic x(20).
               10  ls-lf-6                 pic x(20).
               10  ls-lf-7                 pic x(20).
               10  ls-lf-8                 pic x(20).
           05  ls-hdr-members              pic 9(04).
           05  ls-hdr-records              pic 9(09).
           05  ls-hdr-checksum             pic 9(20).
           05  ls-lbl-members              pic 9(04).
           05  ls-lbl-records              pic 9(09).
           05  ls-lbl-checksum             pic 9(20).
           05  ls-lbl-lines                pic 9(09).
           05  ls-lbl-type                 pic x(01).
           05  ls-lbl-member               pic x(256).
           05  ls-read-members             pic 9(04).
           05  ls-label-reason             pic x(60).
           05  ls-calendar-area.
               10  ls-cal-year             binary-long unsigned.
               10  ls-cal-month            binary-long unsigned.
               10  ls-cal-day              binary-long unsigned.
               10  ls-cal-remaining        binary-long unsigned.
               10  ls-cal-month-days       binary-long unsigned.
               10  ls-cal-quotient         binary-long unsigned.
               10  ls-cal-remainder        binary-long unsigned.
               10  ls-cal-date             pic 9(08).
               10  filler redefines ls-cal-date.
                   15  ls-cal-yyyy         pic 9(04).
                   15  ls-cal-mm           pic 9(02).
                   15  ls-cal-dd           pic 9(02).
           05  ls-report-counts.
               10  ls-out-count            binary-long unsigned.
               10  ls-back-count           binary-long unsigned.
               10  ls-onsite-count         binary-long unsigned.
               10  ls-transit-count        binary-long unsigned.
               10  ls-offsite-count        binary-long unsigned.
               10  ls-scratch-count        binary-long unsigned.
           05  ls-report-note              pic x(60).
           05  ls-count-disp               pic z(08)9(01).
           05  ls-lock-area.
               10  ls-lock-name            pic x(256).
               10  ls-lock-file-name       pic x(256).
               10  ls-lock-claims          occurs 4 times pic x(256).
               10  ls-lock-claim-count     binary-long unsigned
                                           value zero.
               10  ls-lock-idx             binary-long unsigned.
               10  ls-lock-owner           pic x(80).
               10  ls-lock-save-rc         binary-long.
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
               10  ls-manifest-status      pic 9(01)x(01).
                   88  manifest-status-ok  value '00'.
               10  ls-backup-status        pic 9(01)x(01).
                   88  backup-status-ok    value '00'.
               10  ls-volume-status        pic 9(01)x(01).
                   88  volume-status-ok    value '00'.
               10  ls-inventory-status     pic 9(01)x(01).
                   88  inventory-status-ok value '00'.
                   88  inventory-absent    value '35'.
               10  ls-lock-status          pic 9(01)x(01).
                   88  lock-status-ok      value '00'.
                   88  lock-absent         value '35'.
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

           accept ls-today from date yyyymmdd
           accept ls-now-time from time

           perform 1000-get-command-line

      *    standard-error is the only file open at this point; close it
      *    explicitly so libcob's implicit-close-on-GOBACK warning does
      *    not land on the same stream as the message just written to
      *    it.
           if fatal-error
               if report-opened
                   close report-file
               end-if
               close standard-error
               perform 8090-set-return-code
               goback
           end-if

      *    The inventory is claimed for the whole run, so two moves
      *    recorded at once cannot overwrite each other.
           move ls-inventory-file to ls-lock-name
           perform 7010-claim-one-file

           if not fatal-error
               perform 1200-load-inventory
           end-if

           if not fatal-error
               evaluate ls-verb
                   when 'VAULT'
                       perform 2000-vault-generation
                   when 'ROTATE'
                       perform 4000-rotation-report
                   when 'LIST'
                       perform 4500-list-inventory
                   when other
                       perform 3000-record-movement
               end-evaluate
           end-if

           perform 7900-release-claims

           close standard-error report-file

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
                    ls-token(5) ls-token(6) ls-token(7) ls-token(8)
               tallying in ls-token-count

           move ls-token(1) to ls-verb
           move 2 to ls-token-idx
           evaluate ls-verb
               when 'VAULT'
               when 'ROTATE'
               when 'LIST'
                   continue
               when 'SEND'
               when 'STORE'
               when 'RECALL'
               when 'RECEIVE'
      *            The volume moved is the one bare operand.
                   if ls-token(2) = spaces or
                           ls-token(2)(7:250) not = spaces
                       perform 1050-issue-usage
                       exit paragraph
                   end-if
                   move ls-token(2) to ls-volser
                   move 3 to ls-token-idx
               when other
                   perform 1050-issue-usage
                   exit paragraph
           end-evaluate

           perform varying ls-token-idx from ls-token-idx by 1
                   until (ls-token-idx > ls-token-count)
                           or fatal-error
               evaluate true
                   when ls-token(ls-token-idx) = spaces
                       continue
                   when ls-token(ls-token-idx)(1:9) = 'MANIFEST='
                       move ls-token(ls-token-idx)(10:247)
                               to ls-manifest-file
                   when ls-token(ls-token-idx)(1:10) = 'INVENTORY='
                       move ls-token(ls-token-idx)(11:246)
                               to ls-inventory-file
                   when ls-token(ls-token-idx)(1:7) = 'VOLSER='
                       move ls-token(ls-token-idx)(8:6) to ls-volser
                       if ls-volser = spaces or
                               ls-token(ls-token-idx)(14:1) not = space
                           perform 1050-issue-usage
                       end-if
                   when ls-token(ls-token-idx)(1:7) = 'RETAIN='
                       move ls-token(ls-token-idx)(8:20)
                               to ls-generic-text
                       perform 4050-parse-numeric-field
                       if generic-value-valid and
                               ls-generic-value >= 1 and
                               ls-generic-value <= 36500
                           move ls-generic-value to ls-retain-days
                       else
                           perform 1050-issue-usage
                       end-if
                   when ls-token(ls-token-idx)(1:5) = 'WEEK='
                       move ls-token(ls-token-idx)(6:8) to ls-week-start
                       move ls-week-start to ls-cal-date
                       if ls-week-start not numeric
                               or ls-cal-mm < 1 or ls-cal-mm > 12
                               or ls-cal-dd < 1 or ls-cal-dd > 31
                           perform 1050-issue-usage
                       end-if
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

           if ls-week-start = spaces
               move ls-today to ls-week-start
           end-if

           if ls-report-file = spaces
               move c-stdout to ls-report-file
           end-if
           open output report-file
           if not report-status-ok
               move 'PRM0760S' to ls-msg-id
               move ls-report-status to ls-msg-status
               move 'Cannot open vault report file.' to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if
           set report-opened to true
           .
       1050-issue-usage.
           move 'PRM0432E' to ls-msg-id
           move spaces to ls-msg-text
           string  'Usage is primevlt VAULT|SEND|STORE|RECALL|RECEIVE'
                           delimited by size
                   '|ROTATE|LIST [MANIFEST= VOLSER= RETAIN='
                           delimited by size
                   ' WEEK= INVENTORY= REPORT=]'
                           delimited by size
                   into ls-msg-text
           perform 8000-issue-message
           set fatal-error to true
           .
       1200-load-inventory.
      *    No inventory yet is simply no volume written yet.
           move zero to ls-vol-count ls-highest-volser

           open input inventory-file
           if inventory-absent
               exit paragraph
           end-if
           if not inventory-status-ok
               move 'PRM0757S' to ls-msg-id
               move ls-inventory-status to ls-msg-status
               move 'Cannot read vault inventory.' to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if

           perform until exit
               read inventory-file
                   at end
                       exit perform
               end-read

               if inventory-line = spaces or
                       ls-vol-count >= c-max-volumes
                   exit perform cycle
               end-if

               move spaces to ls-inv-fields
               unstring inventory-line delimited by '|'
                   into ls-if-volser ls-if-image ls-if-manifest
                        ls-if-created ls-if-expiry ls-if-state
                        ls-if-state-date ls-if-members
                        ls-if-records ls-if-checksum
               if ls-if-volser = spaces
                   exit perform cycle
               end-if

               add 1 to ls-vol-count
               move ls-vol-count to ls-vol-idx
               move ls-if-volser to ls-iv-volser(ls-vol-idx)
               move ls-if-image to ls-iv-image(ls-vol-idx)
               move ls-if-manifest to ls-iv-manifest(ls-vol-idx)
               move ls-if-created to ls-iv-created(ls-vol-idx)
               move ls-if-expiry to ls-iv-expiry(ls-vol-idx)
               move ls-if-state to ls-iv-state(ls-vol-idx)
               move ls-if-state-date to ls-iv-state-date(ls-vol-idx)
               move zero to ls-iv-members(ls-vol-idx)
                            ls-iv-records(ls-vol-idx)
                            ls-iv-checksum(ls-vol-idx)
               if ls-if-members is numeric
                   move ls-if-members to ls-iv-members(ls-vol-idx)
               end-if
               if ls-if-records is numeric
                   move ls-if-records to ls-iv-records(ls-vol-idx)
               end-if
               if ls-if-checksum is numeric
                   move ls-if-checksum to ls-iv-checksum(ls-vol-idx)
               end-if

               if ls-if-volser(1:1) = 'V' and
                       ls-if-volser(2:5) is numeric
                   move ls-if-volser(2:5) to ls-volser-number
                   if ls-volser-number > ls-highest-volser
                       move ls-volser-number to ls-highest-volser
                   end-if
               end-if
           end-perform

           close inventory-file
           .
       1250-find-volume.
      *    ls-volser set by the caller; ls-this-vol comes back zero
      *    when the inventory does not know it.
           move zero to ls-this-vol
           perform varying ls-vol-idx from 1 by 1
                   until ls-vol-idx > ls-vol-count
               if ls-iv-volser(ls-vol-idx) = ls-volser
                   move ls-vol-idx to ls-this-vol
                   exit perform
               end-if
           end-perform
           .
       2000-vault-generation.
           if ls-volser = spaces
               if ls-highest-volser >= 99999
                   move 'PRM0437E' to ls-msg-id
                   move 'No volume serial left; give VOLSER=.'
                           to ls-msg-text
                   perform 8000-issue-message
                   set fatal-error to true
                   exit paragraph
               end-if
               compute ls-volser-number = ls-highest-volser + 1
               move 'V' to ls-volser(1:1)
               move ls-volser-number to ls-volser(2:5)
           end-if

           perform 1250-find-volume
           if ls-this-vol not = zero
               move 'PRM0437E' to ls-msg-id
               move spaces to ls-msg-text
               string  'Volume '       delimited by size
                       ls-volser        delimited by space
                       ' is already in the vault inventory.'
                                       delimited by size
                       into ls-msg-text
               perform 8000-issue-message
               set fatal-error to true
               exit paragraph
           end-if

           if ls-vol-count >= c-max-volumes
               move 'PRM0437E' to ls-msg-id
               move 'Vault inventory is full; scratch volumes first.'
                       to ls-msg-text
               perform 8000-issue-message
               set fatal-error to true
               exit paragraph
           end-if

           perform 2100-load-manifest
           if fatal-error
               exit paragraph
           end-if

           move spaces to ls-volume-file
           string  ls-volser   delimited by space
                   '.vol'      delimited by size
                   into ls-volume-file

           open output volume-file
           if not volume-status-ok
               move 'PRM0758S' to ls-msg-id
               move ls-volume-status to ls-msg-status
               move 'Cannot create volume image.' to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if

      *    Expiry: today plus the retention days.
           move ls-today to ls-cal-date
           move ls-retain-days to ls-cal-remaining
           perform 9120-add-days

           move spaces to volume-line
           string  'VOL1|'         delimited by size
                   ls-volser        delimited by space
                   '|PRIMEVLT|'    delimited by size
                   ls-today         delimited by size
                   '|'             delimited by size
                   ls-now-time      delimited by size
                   into volume-line
           write volume-line

           move ls-set-count to ls-hdr-members
           move spaces to volume-line
           string  'HDR1|'         delimited by size
                   ls-volser        delimited by space
                   '|'             delimited by size
                   ls-manifest-file delimited by space
                   '|'             delimited by size
                   ls-today         delimited by size
                   '|'             delimited by size
                   ls-cal-date      delimited by size
                   '|'             delimited by size
                   ls-hdr-members   delimited by size
                   '|'             delimited by size
                   ls-total-records delimited by size
                   '|'             delimited by size
                   ls-total-checksum
                                   delimited by size
                   into volume-line
           write volume-line

           move zero to ls-data-lines
           perform varying ls-set-idx from 1 by 1
                   until ls-set-idx > ls-set-count or fatal-error
               perform 2200-copy-member
           end-perform

      *    A generation that failed its recount leaves no volume
      *    behind to be mistaken for a good one.
           if fatal-error
               close volume-file
               call 'CBL_DELETE_FILE' using ls-volume-file
               exit paragraph
           end-if

           move spaces to volume-line
           string  'EOF1|'         delimited by size
                   ls-volser        delimited by space
                   '|'             delimited by size
                   ls-hdr-members   delimited by size
                   '|'             delimited by size
                   ls-total-records delimited by size
                   '|'             delimited by size
                   ls-total-checksum
                                   delimited by size
                   '|'             delimited by size
                   ls-data-lines    delimited by size
                   into volume-line
           write volume-line

           close volume-file

           add 1 to ls-vol-count
           move ls-vol-count to ls-this-vol
           move ls-volser to ls-iv-volser(ls-this-vol)
           move ls-volume-file to ls-iv-image(ls-this-vol)
           move ls-manifest-file to ls-iv-manifest(ls-this-vol)
           move ls-today to ls-iv-created(ls-this-vol)
           move ls-cal-date to ls-iv-expiry(ls-this-vol)
           move 'ONSITE' to ls-iv-state(ls-this-vol)
           move ls-today to ls-iv-state-date(ls-this-vol)
           move ls-set-count to ls-iv-members(ls-this-vol)
           move ls-total-records to ls-iv-records(ls-this-vol)
           move ls-total-checksum to ls-iv-checksum(ls-this-vol)

           perform 3900-write-inventory

           move ls-total-records to ls-count-disp
           move spaces to report-line
           string  'Volume '          delimited by size
                   ls-volser           delimited by space
                   ' written to '     delimited by size
                   ls-volume-file      delimited by space
                   ' from '           delimited by size
                   ls-manifest-file    delimited by space
                   ':'                delimited by size
                   ls-count-disp       delimited by size
                   ' record(s), expires '
                                      delimited by size
                   ls-cal-date         delimited by size
                   '.'                delimited by size
                   into report-line
           write report-line
           .
       2100-load-manifest.
           move zero to ls-set-count ls-total-records
                        ls-total-checksum

           open input manifest-file
           if not manifest-status-ok
               move 'PRM0759S' to ls-msg-id
               move ls-manifest-status to ls-msg-status
               move 'Cannot open backup manifest.' to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if

           perform until exit
               read manifest-file
                   at end
                       exit perform
               end-read

               if ls-set-count >= c-max-members
                   exit perform
               end-if

               move spaces to ls-man-fields
               unstring manifest-line delimited by '|'
                   into ls-mf-live ls-mf-backup ls-mf-type
                        ls-mf-records ls-mf-checksum

               if ls-mf-live = spaces or ls-mf-backup = spaces
                   exit perform cycle
               end-if

               add 1 to ls-set-count
               move ls-mf-live to ls-set-live(ls-set-count)
               move ls-mf-backup to ls-set-backup(ls-set-count)
               move ls-mf-type to ls-set-type(ls-set-count)
               move zero to ls-set-records(ls-set-count)
                            ls-set-checksum(ls-set-count)
               if ls-mf-records is numeric
                   move ls-mf-records to ls-set-records(ls-set-count)
               end-if
               if ls-mf-checksum is numeric
                   move ls-mf-checksum
                           to ls-set-checksum(ls-set-count)
               end-if

               add ls-set-records(ls-set-count) to ls-total-records
               add ls-set-checksum(ls-set-count) to ls-total-checksum
           end-perform

           close manifest-file

           if ls-set-count = zero
               move 'PRM0436E' to ls-msg-id
               move 'Backup manifest holds no usable entries.'
                       to ls-msg-text
               perform 8000-issue-message
               set fatal-error to true
           end-if
           .
       2200-copy-member.
      *    The member is recounted by primebkp's own rules as it is
      *    copied, and must still match its manifest line.
           move zero to ls-mem-records ls-mem-checksum
           move ls-set-backup(ls-set-idx) to ls-backup-name

           move ls-set-records(ls-set-idx) to ls-lbl-records
           move spaces to volume-line
           string  'MEM|'                  delimited by size
                   ls-set-live(ls-set-idx)  delimited by space
                   '|'                     delimited by size
                   ls-set-backup(ls-set-idx)
                                           delimited by space
                   '|'                     delimited by size
                   ls-set-type(ls-set-idx)  delimited by size
                   '|'                     delimited by size
                   ls-lbl-records           delimited by size
                   '|'                     delimited by size
                   ls-set-checksum(ls-set-idx)
                                           delimited by size
                   into volume-line
           write volume-line

           if ls-set-type(ls-set-idx) = 'M' or
                   ls-set-type(ls-set-idx) = 'P'
               open input master-backup
               if not backup-status-ok
                   perform 2290-issue-member-error
                   exit paragraph
               end-if

               move zeroes to bmst-value
               start master-backup key not < bmst-value
                   invalid key
                       continue
                   not invalid key
                       perform until exit
                           read master-backup next
                               at end
                                   exit perform
                           end-read

                           move spaces to volume-line
                           move 'R|' to volume-line(1:2)
                           move master-backup-record
                                   to volume-line(3:99)
                           write volume-line
                           add 1 to ls-data-lines ls-mem-records
                           add bmst-value to ls-mem-checksum
                       end-perform
               end-start

               close master-backup
           else
               open input text-backup
               if not backup-status-ok
                   perform 2290-issue-member-error
                   exit paragraph
               end-if

               perform until exit
                   read text-backup
                       at end
                           exit perform
                   end-read

                   move spaces to volume-line
                   move 'R|' to volume-line(1:2)
                   move text-backup-line to volume-line(3:512)
                   write volume-line
                   add 1 to ls-data-lines ls-mem-records
                   perform 3100-trimmed-length
                   add ls-trim-length to ls-mem-checksum
               end-perform

               close text-backup
           end-if

           if ls-mem-records not = ls-set-records(ls-set-idx) or
                   ls-mem-checksum not = ls-set-checksum(ls-set-idx)
               move 'PRM0435E' to ls-msg-id
               move spaces to ls-msg-text
               string  'Backup '              delimited by size
                       ls-backup-name          delimited by space
                       ' does not match the manifest; not vaulted.'
                                              delimited by size
                       into ls-msg-text
               perform 8000-issue-message
               set fatal-error to true
           end-if
           .
       2290-issue-member-error.
           move 'PRM0761S' to ls-msg-id
           move ls-backup-status to ls-msg-status
           move spaces to ls-msg-text
           string  'Cannot open backup generation '
                                   delimited by size
                   ls-backup-name  delimited by space
                   '.'             delimited by size
                   into ls-msg-text
           perform 8010-issue-open-error
           set fatal-error to true
           .
       3000-record-movement.
      *    Each move is legal from one state only:
      *      SEND     ONSITE or RECALLED  -> OUTBOUND
      *      STORE    OUTBOUND            -> OFFSITE
      *      RECALL   OFFSITE             -> INBOUND
      *      RECEIVE  INBOUND             -> RECALLED, once the labels
      *               verify; SCRATCH when the retention has run out.
           perform 1250-find-volume
           if ls-this-vol = zero
               move 'PRM0433E' to ls-msg-id
               move spaces to ls-msg-text
               string  'Volume '       delimited by size
                       ls-volser        delimited by space
                       ' is not in the vault inventory.'
                                       delimited by size
                       into ls-msg-text
               perform 8000-issue-message
               set fatal-error to true
               exit paragraph
           end-if

           evaluate true
               when ls-verb = 'SEND' and
                       (ls-iv-state(ls-this-vol) = 'ONSITE' or
                        ls-iv-state(ls-this-vol) = 'RECALLED')
                   move 'OUTBOUND' to ls-iv-state(ls-this-vol)
               when ls-verb = 'STORE' and
                       ls-iv-state(ls-this-vol) = 'OUTBOUND'
                   move 'OFFSITE' to ls-iv-state(ls-this-vol)
               when ls-verb = 'RECALL' and
                       ls-iv-state(ls-this-vol) = 'OFFSITE'
                   move 'INBOUND' to ls-iv-state(ls-this-vol)
               when ls-verb = 'RECEIVE' and
                       ls-iv-state(ls-this-vol) = 'INBOUND'
                   if ls-iv-expiry(ls-this-vol) <= ls-today
                       move 'SCRATCH' to ls-iv-state(ls-this-vol)
                   else
                       perform 5000-verify-labels
                       if not labels-valid
                           move 'PRM0435E' to ls-msg-id
                           move spaces to ls-msg-text
                           string  'Volume '       delimited by size
                                   ls-volser        delimited by space
                                   ' failed verification: '
                                                   delimited by size
                                   ls-label-reason  delimited by size
                                   into ls-msg-text
                           perform 8000-issue-message
                           set fatal-error to true
                           exit paragraph
                       end-if
                       move 'RECALLED' to ls-iv-state(ls-this-vol)
                   end-if
               when other
                   move 'PRM0434E' to ls-msg-id
                   move spaces to ls-msg-text
                   string  'Volume '       delimited by size
                           ls-volser        delimited by space
                           ' is '          delimited by size
                           ls-iv-state(ls-this-vol)
                                           delimited by space
                           '; '            delimited by size
                           ls-verb          delimited by space
                           ' does not apply.'
                                           delimited by size
                           into ls-msg-text
                   perform 8000-issue-message
                   set fatal-error to true
                   exit paragraph
           end-evaluate

           move ls-today to ls-iv-state-date(ls-this-vol)
           perform 3900-write-inventory

           move spaces to report-line
           string  'Volume '              delimited by size
                   ls-volser               delimited by space
                   ' is now '             delimited by size
                   ls-iv-state(ls-this-vol)
                                          delimited by space
                   '.'                    delimited by size
                   into report-line
           write report-line
           .
       3100-trimmed-length.
      *    Length up to the last non-blank character -- the same
      *    number of characters a line-sequential write puts on
      *    disk, so live and backup checksums agree.
           perform varying ls-trim-idx from 512 by -1
                   until ls-trim-idx < 1 or
                           text-backup-line(ls-trim-idx:1) not = space
               continue
           end-perform
           move ls-trim-idx to ls-trim-length
           .
       3900-write-inventory.
      *    The inventory is rewritten whole, in the order it was
      *    read, from the table this run holds.
           open output inventory-file
           if not inventory-status-ok
               move 'PRM0757S' to ls-msg-id
               move ls-inventory-status to ls-msg-status
               move 'Cannot rewrite vault inventory.' to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if

           perform varying ls-vol-idx from 1 by 1
                   until ls-vol-idx > ls-vol-count
               move spaces to inventory-line
               string  ls-iv-volser(ls-vol-idx)     delimited by space
                       '|'                         delimited by size
                       ls-iv-image(ls-vol-idx)      delimited by space
                       '|'                         delimited by size
                       ls-iv-manifest(ls-vol-idx)   delimited by space
                       '|'                         delimited by size
                       ls-iv-created(ls-vol-idx)    delimited by size
                       '|'                         delimited by size
                       ls-iv-expiry(ls-vol-idx)     delimited by size
                       '|'                         delimited by size
                       ls-iv-state(ls-vol-idx)      delimited by space
                       '|'                         delimited by size
                       ls-iv-state-date(ls-vol-idx) delimited by size
                       '|'                         delimited by size
                       ls-iv-members(ls-vol-idx)    delimited by size
                       '|'                         delimited by size
                       ls-iv-records(ls-vol-idx)    delimited by size
                       '|'                         delimited by size
                       ls-iv-checksum(ls-vol-idx)   delimited by size
                       into inventory-line
               write inventory-line
           end-perform

           close inventory-file
           .
       4000-rotation-report.
      *    Going out: volumes onsite and still inside retention.
      *    Coming back: vaulted volumes whose retention runs out by
      *    the end of the week, and those already recalled.
           move ls-week-start to ls-cal-date
           move 6 to ls-cal-remaining
           perform 9120-add-days
           move ls-cal-date to ls-week-end

           move zero to ls-out-count ls-back-count ls-onsite-count
                        ls-transit-count ls-offsite-count
                        ls-scratch-count

           move spaces to report-line
           string  'Vault rotation for the week '
                                   delimited by size
                   ls-week-start   delimited by size
                   ' - '           delimited by size
                   ls-week-end     delimited by size
                   into report-line
           write report-line
           move spaces to report-line
           write report-line
           move 'Going out to the vault:' to report-line
           write report-line

           perform varying ls-vol-idx from 1 by 1
                   until ls-vol-idx > ls-vol-count
               if (ls-iv-state(ls-vol-idx) = 'ONSITE' or
                       ls-iv-state(ls-vol-idx) = 'RECALLED') and
                       ls-iv-expiry(ls-vol-idx) > ls-week-end
                   add 1 to ls-out-count
                   move spaces to ls-report-note
                   string  'expires '     delimited by size
                           ls-iv-expiry(ls-vol-idx)
                                          delimited by size
                           into ls-report-note
                   perform 4100-write-volume-line
               end-if
           end-perform
           if ls-out-count = zero
               move '  (none)' to report-line
               write report-line
           end-if

           move spaces to report-line
           write report-line
           move 'Coming back from the vault:' to report-line
           write report-line

           perform varying ls-vol-idx from 1 by 1
                   until ls-vol-idx > ls-vol-count
               move spaces to ls-report-note
               evaluate true
                   when ls-iv-state(ls-vol-idx) = 'OFFSITE' and
                           ls-iv-expiry(ls-vol-idx) <= ls-week-end
                       string  'retention ends '
                                              delimited by size
                               ls-iv-expiry(ls-vol-idx)
                                              delimited by size
                               into ls-report-note
                   when ls-iv-state(ls-vol-idx) = 'INBOUND'
                       string  'recalled '    delimited by size
                               ls-iv-state-date(ls-vol-idx)
                                              delimited by size
                               into ls-report-note
               end-evaluate
               if ls-report-note not = spaces
                   add 1 to ls-back-count
                   perform 4100-write-volume-line
               end-if
           end-perform
           if ls-back-count = zero
               move '  (none)' to report-line
               write report-line
           end-if

           perform varying ls-vol-idx from 1 by 1
                   until ls-vol-idx > ls-vol-count
               evaluate ls-iv-state(ls-vol-idx)
                   when 'ONSITE'
                   when 'RECALLED'
                       add 1 to ls-onsite-count
                   when 'OUTBOUND'
                   when 'INBOUND'
                       add 1 to ls-transit-count
                   when 'OFFSITE'
                       add 1 to ls-offsite-count
                   when other
                       add 1 to ls-scratch-count
               end-evaluate
           end-perform

           move spaces to report-line
           write report-line
           move ls-onsite-count to ls-count-disp
           move spaces to report-line
           string  ls-count-disp   delimited by size
                   ' volume(s) onsite.'
                                   delimited by size
                   into report-line
           write report-line
           move ls-transit-count to ls-count-disp
           move spaces to report-line
           string  ls-count-disp   delimited by size
                   ' volume(s) in transit.'
                                   delimited by size
                   into report-line
           write report-line
           move ls-offsite-count to ls-count-disp
           move spaces to report-line
           string  ls-count-disp   delimited by size
                   ' volume(s) in the offsite vault.'
                                   delimited by size
                   into report-line
           write report-line
           move ls-scratch-count to ls-count-disp
           move spaces to report-line
           string  ls-count-disp   delimited by size
                   ' volume(s) scratched.'
                                   delimited by size
                   into report-line
           write report-line
           .
       4100-write-volume-line.
           move spaces to report-line
           string  '  '                       delimited by size
                   ls-iv-volser(ls-vol-idx)    delimited by size
                   '  '                       delimited by size
                   ls-iv-state(ls-vol-idx)     delimited by size
                   '  '                       delimited by size
                   ls-iv-manifest(ls-vol-idx)  delimited by space
                   ' ('                       delimited by size
                   ls-report-note              delimited by '  '
                   ')'                        delimited by size
                   into report-line
           write report-line
           .
       4500-list-inventory.
           move spaces to report-line
           string  'Volser  State     Since     Created   Expires'
                           delimited by size
                   '    Members    Records  Manifest'
                           delimited by size
                   into report-line
           write report-line

           perform varying ls-vol-idx from 1 by 1
                   until ls-vol-idx > ls-vol-count
               move ls-iv-records(ls-vol-idx) to ls-count-disp
               move spaces to report-line
               string  ls-iv-volser(ls-vol-idx)      delimited by size
                       '  '                         delimited by size
                       ls-iv-state(ls-vol-idx)       delimited by size
                       '  '                         delimited by size
                       ls-iv-state-date(ls-vol-idx)  delimited by size
                       '  '                         delimited by size
                       ls-iv-created(ls-vol-idx)     delimited by size
                       '  '                         delimited by size
                       ls-iv-expiry(ls-vol-idx)      delimited by size
                       '       '                    delimited by size
                       ls-iv-members(ls-vol-idx)     delimited by size
                       '  '                         delimited by size
                       ls-count-disp                 delimited by size
                       '  '                         delimited by size
                       ls-iv-manifest(ls-vol-idx)    delimited by space
                       into report-line
               write report-line
           end-perform

           move ls-vol-count to ls-count-disp
           move spaces to report-line
           string  ls-count-disp   delimited by size
                   ' volume(s) in the inventory.'
                                   delimited by size
                   into report-line
           write report-line
           .
       5000-verify-labels.
      *    Re-reads the image of volume ls-this-vol: VOL1 must name
      *    it, every member must recount to its MEM label, and the
      *    EOF1 totals must agree with HDR1, with the recount and
      *    with the inventory. ls-label-reason says what failed.
           set labels-valid to false
           set trailer-seen to false
           set in-member to false
           move spaces to ls-label-reason
           move zero to ls-read-members ls-total-records
                        ls-total-checksum ls-data-lines

           move ls-iv-image(ls-this-vol) to ls-volume-file
           open input volume-file
           if not volume-status-ok
               string  'image cannot be opened (status '
                                           delimited by size
                       ls-volume-status     delimited by size
                       ')'                 delimited by size
                       into ls-label-reason
               exit paragraph
           end-if

           read volume-file
               at end
                   move spaces to volume-line
           end-read
           move spaces to ls-label-fields
           unstring volume-line delimited by '|'
               into ls-lf-1 ls-lf-2
           if ls-lf-1 not = 'VOL1' or ls-lf-2 not = ls-volser
               move 'VOL1 label missing or names another volume'
                       to ls-label-reason
               close volume-file
               exit paragraph
           end-if

           read volume-file
               at end
                   move spaces to volume-line
           end-read
           move spaces to ls-label-fields
           unstring volume-line delimited by '|'
               into ls-lf-1 ls-lf-2 ls-lf-3 ls-lf-4 ls-lf-5
                    ls-lf-6 ls-lf-7 ls-lf-8
           if ls-lf-1 not = 'HDR1' or ls-lf-6(1:4) is not numeric
                   or ls-lf-7(1:9) is not numeric
                   or ls-lf-8 is not numeric
               move 'HDR1 label missing or malformed'
                       to ls-label-reason
               close volume-file
               exit paragraph
           end-if
           move ls-lf-6(1:4) to ls-hdr-members
           move ls-lf-7(1:9) to ls-hdr-records
           move ls-lf-8 to ls-hdr-checksum

           perform until exit
               read volume-file
                   at end
                       exit perform
               end-read

               evaluate true
                   when volume-line(1:2) = 'R|'
                       if not in-member
                           move 'data found outside a member'
                                   to ls-label-reason
                           exit perform
                       end-if
                       add 1 to ls-data-lines ls-mem-records
                       if ls-lbl-type = 'T'
                           move volume-line(3:512)
                                   to text-backup-line
                           perform 3100-trimmed-length
                           add ls-trim-length to ls-mem-checksum
                       else
                           move volume-line(3:99)
                                   to master-backup-record
                           add bmst-value to ls-mem-checksum
                       end-if
                   when volume-line(1:4) = 'MEM|'
                       perform 5100-close-member
                       if ls-label-reason not = spaces
                           exit perform
                       end-if
                       perform 5200-open-member
                       if ls-label-reason not = spaces
                           exit perform
                       end-if
                   when volume-line(1:5) = 'EOF1|'
                       perform 5100-close-member
                       if ls-label-reason not = spaces
                           exit perform
                       end-if
                       perform 5300-check-trailer
                       exit perform
                   when other
                       move 'unrecognised line on the volume'
                               to ls-label-reason
                       exit perform
               end-evaluate
           end-perform

           close volume-file

           if ls-label-reason = spaces and not trailer-seen
               move 'EOF1 label missing; volume is truncated'
                       to ls-label-reason
           end-if

           if ls-label-reason = spaces
               set labels-valid to true
           end-if
           .
       5100-close-member.
           if not in-member
               exit paragraph
           end-if
           set in-member to false

           if ls-mem-records not = ls-lbl-records or
                   ls-mem-checksum not = ls-lbl-checksum
               move spaces to ls-label-reason
               string  'member '       delimited by size
                       ls-lbl-member    delimited by space
                       ' fails its MEM recount'
                                       delimited by size
                       into ls-label-reason
               exit paragraph
           end-if

           add ls-mem-records to ls-total-records
           add ls-mem-checksum to ls-total-checksum
           .
       5200-open-member.
           move spaces to ls-label-fields
           unstring volume-line delimited by '|'
               into ls-lf-1 ls-lf-2 ls-lf-3 ls-lf-4 ls-lf-5 ls-lf-6
           if ls-lf-5(1:9) is not numeric or ls-lf-6 is not numeric
                   or (ls-lf-4 not = 'M' and ls-lf-4 not = 'P'
                       and ls-lf-4 not = 'T')
               move 'MEM label malformed' to ls-label-reason
               exit paragraph
           end-if

           move ls-lf-4(1:1) to ls-lbl-type
           move ls-lf-3 to ls-lbl-member
           move ls-lf-5(1:9) to ls-lbl-records
           move ls-lf-6 to ls-lbl-checksum
           move zero to ls-mem-records ls-mem-checksum
           add 1 to ls-read-members
           set in-member to true
           .
       5300-check-trailer.
           set trailer-seen to true
           move spaces to ls-label-fields
           unstring volume-line delimited by '|'
               into ls-lf-1 ls-lf-2 ls-lf-3 ls-lf-4 ls-lf-5 ls-lf-6
           if ls-lf-3(1:4) is not numeric or
                   ls-lf-4(1:9) is not numeric or
                   ls-lf-5 is not numeric or
                   ls-lf-6(1:9) is not numeric
               move 'EOF1 label malformed' to ls-label-reason
               exit paragraph
           end-if
           move ls-lf-3(1:4) to ls-lbl-members
           move ls-lf-4(1:9) to ls-lbl-records
           move ls-lf-5 to ls-lbl-checksum
           move ls-lf-6(1:9) to ls-lbl-lines

           evaluate true
               when ls-lbl-members not = ls-hdr-members or
                       ls-lbl-records not = ls-hdr-records or
                       ls-lbl-checksum not = ls-hdr-checksum
                   move 'EOF1 totals disagree with HDR1'
                           to ls-label-reason
               when ls-read-members not = ls-lbl-members or
                       ls-total-records not = ls-lbl-records or
                       ls-total-checksum not = ls-lbl-checksum or
                       ls-data-lines not = ls-lbl-lines
                   move 'volume contents disagree with EOF1 totals'
                           to ls-label-reason
               when ls-lbl-records not = ls-iv-records(ls-this-vol)
                       or ls-lbl-checksum not =
                               ls-iv-checksum(ls-this-vol)
                   move 'volume totals disagree with the inventory'
                           to ls-label-reason
           end-evaluate
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
       7010-claim-one-file.
           if ls-lock-name = spaces or ls-lock-name = c-stdout
               exit paragraph
           end-if

           move spaces to ls-lock-file-name
           string  ls-lock-name  delimited by space
                   '.lck'        delimited by size
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

               move 'PRM0217S' to ls-msg-id
               move spaces to ls-msg-text
               string  'Output file '     delimited by size
                       ls-lock-name        delimited by space
                       ' is claimed by another run ('
                                          delimited by size
                       ls-lock-owner       delimited by space
                       ').'               delimited by size
                       into ls-msg-text
               perform 8000-issue-message
               set fatal-error to true
               exit paragraph
           end-if

           open output lock-file
           if not lock-status-ok
               move 'PRM0218S' to ls-msg-id
               move ls-lock-status to ls-msg-status
               move 'Cannot create output-file claim.' to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if

           move spaces to lock-record
           string  'primevlt '   delimited by size
                   ls-today       delimited by size
                   ' '           delimited by size
                   ls-now-time    delimited by size
                   into lock-record
           write lock-record
           close lock-file

           add 1 to ls-lock-claim-count
           move ls-lock-name to ls-lock-claims(ls-lock-claim-count)
           .
       7050-resolve-files.
      *    Every shared file comes from the run's environment
      *    configuration (primeenv); a keyword that names a file
      *    still overrides it for the run.
           move 'BACKUPMAN' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-manifest-file

           move 'VAULTINV' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-inventory-file
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
      *    must not leak into the run's own condition code.
           move return-code to ls-lock-save-rc

           perform varying ls-lock-idx from 1 by 1
                   until ls-lock-idx > ls-lock-claim-count
               move spaces to ls-lock-file-name
               string  ls-lock-claims(ls-lock-idx)
                                     delimited by space
                       '.lck'        delimited by size
                       into ls-lock-file-name
               call 'CBL_DELETE_FILE' using ls-lock-file-name
           end-perform

           move zero to ls-lock-claim-count
           move ls-lock-save-rc to return-code
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
       9110-days-in-month.
           evaluate ls-cal-month
               when 1
               when 3
               when 5
               when 7
               when 8
               when 10
               when 12
                   move 31 to ls-cal-month-days
               when 4
               when 6
               when 9
               when 11
                   move 30 to ls-cal-month-days
               when other
                   divide ls-cal-year by 4
                           giving ls-cal-quotient
                           remainder ls-cal-remainder
                   if ls-cal-remainder not = zero
                       move 28 to ls-cal-month-days
                   else
                       divide ls-cal-year by 100
                               giving ls-cal-quotient
                               remainder ls-cal-remainder
                       if ls-cal-remainder not = zero
                           move 29 to ls-cal-month-days
                       else
                           divide ls-cal-year by 400
                                   giving ls-cal-quotient
                                   remainder ls-cal-remainder
                           if ls-cal-remainder = zero
                               move 29 to ls-cal-month-days
                           else
                               move 28 to ls-cal-month-days
                           end-if
                       end-if
                   end-if
           end-evaluate
           .
       9120-add-days.
      *    ls-cal-date plus ls-cal-remaining days, by plain calendar
      *    walking -- the forward twin of primekeep's cutoff walk --
      *    minding the month lengths and the leap rule.
           move ls-cal-yyyy to ls-cal-year
           move ls-cal-mm to ls-cal-month
           move ls-cal-dd to ls-cal-day

           perform until ls-cal-remaining = zero
               perform 9110-days-in-month
               if ls-cal-day + ls-cal-remaining <= ls-cal-month-days
                   add ls-cal-remaining to ls-cal-day
                   move zero to ls-cal-remaining
               else
                   compute ls-cal-remaining = ls-cal-remaining
                           - (ls-cal-month-days - ls-cal-day + 1)
                   move 1 to ls-cal-day
                   if ls-cal-month = 12
                       move 1 to ls-cal-month
                       add 1 to ls-cal-year
                   else
                       add 1 to ls-cal-month
                   end-if
               end-if
           end-perform

           compute ls-cal-date =
                   (ls-cal-year * 10000) + (ls-cal-month * 100)
                           + ls-cal-day
           .
