      * re-opened first: a registered file that has been renamed or   *
      * deleted breaks the lookup loudly here, instead of breaking a  *
      * downstream job silently.                                       *
      *                                                                *
      * Each registration also shows the newest stamp the content      *
      * verification sweep (primeverf) left for it in primecat.vfy --  *
      * the date its count and sum were last recounted and the         *
      * result -- or that it has never been verified. A stamp file     *
      * other than primecat.vfy follows the catalog operand.           *
      ******************************************************************
       identification division.
       program-id. primecatq.
                   access mode is sequential
                   file status is ls-catalog-status
                   .
           select  stamp-file assign ls-stamp-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-stamp-status
                   .
           select  probe-file assign ls-probe-name
                   organization is sequential
                   access mode is sequential
       fd  catalog-file.
       01  catalog-line                    pic x(512).

      *    verdate|vertime|catdate|cattime|name|type|result|count|sum,
      *    appended by primeverf.
       fd  stamp-file.
       01  stamp-line                      pic x(400).

      *    Opened purely as an existence probe for whatever file a
      *    catalog record names -- record-level organization does not
      *    matter for that, so plain sequential serves every type.
       01  probe-record                    pic x(01).

       fd  report-file.
       01  report-line                     pic x(200).

       local-storage section.

       01  filler.
           05  ls-arguments                pic x(256) value spaces.
           05  ls-token-area.
               10  ls-token                occurs 5 times
                                           pic x(256).
               10  ls-token-count          binary-long unsigned.
           05  ls-catalog-file             pic x(256) value spaces.
           05  ls-stamp-file               pic x(256) value spaces.
           05  ls-probe-name               pic x(256).
           05  ls-report-file              pic x(256) value spaces.
           05  switches.
               10  ls-generic-temp         pic 9(20) value zero.
               10  filler redefines ls-generic-temp.
                   15  ls-generic-tc       pic 9(01) occurs 20 times.
               10  ls-generic-idx          binary-long unsigned.
               10  ls-generic-value        binary-double unsigned.
               10  filler                  pic x(01) value 'N'.
                   88  generic-value-valid value 'Y' false 'N'.
               10  ls-cf-high              pic x(20).
               10  ls-cf-count             pic x(09).
               10  ls-cf-sum               pic x(20).
           05  ls-stamp-fields.
               10  ls-sf-ver-date          pic x(08).
               10  ls-sf-ver-time          pic x(08).
               10  ls-sf-cat-date          pic x(08).
               10  ls-sf-cat-time          pic x(08).
               10  ls-sf-name              pic x(256).
               10  ls-sf-type              pic x(08).
               10  ls-sf-result            pic x(10).
           05  ls-verified-date            pic x(08).
           05  ls-verified-time            pic x(08).
           05  ls-verified-result          pic x(10).
           05  ls-verified-part            pic x(40).
           05  ls-rec-low                  binary-double unsigned.
           05  ls-rec-high                 binary-double unsigned.
           05  ls-last-date                pic x(08) value spaces.
           05  ls-last-time                pic x(08) value spaces.
           05  ls-matched-count            binary-long unsigned
                                           value zero.
           05  ls-broken-count             binary-long unsigned
                                           value zero.
           05  ls-pass                     binary-long unsigned.
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
               10  ls-catalog-status       pic 9(01)x(01).
                   88  catalog-status-ok   value '00'.
               10  ls-stamp-status         pic 9(01)x(01).
                   88  stamp-status-ok     value '00'.
               10  ls-probe-status         pic 9(01)x(01).
                   88  probe-status-ok     value '00'.
               10  ls-report-status        pic 9(01)x(01).
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

           unstring ls-arguments delimited by all space
               into ls-token(1) ls-token(2) ls-token(3) ls-token(4)
                    ls-token(5)
               tallying in ls-token-count

           evaluate ls-token(1)
                   if ls-token(4) not = spaces
                       move ls-token(4) to ls-catalog-file
                   end-if
                   if ls-token(5) not = spaces
                       move ls-token(5) to ls-stamp-file
                   end-if

               when 'LAST'
                   if ls-token(2) not = spaces
                       move ls-token(2) to ls-catalog-file
                   end-if
                   if ls-token(3) not = spaces
                       move ls-token(3) to ls-stamp-file
                   end-if

               when other
                   move 'PRM0128E' to ls-msg-id
                   move spaces to ls-msg-text
                   string  'Usage is primecatq FIND low high'
                                   delimited by size
                           ' [catalog [stamps]] or primecatq LAST'
                                   delimited by size
                           ' [catalog [stamps]].'
                                   delimited by size
                           into ls-msg-text
                   perform 8000-issue-message

           if probe-status-ok
               close probe-file
               perform 2250-find-stamp
               move spaces to report-line
               string  ls-cf-name    delimited by space
                       ' ('          delimited by size
                       ls-cf-count   delimited by space
                       ' sum='       delimited by size
                       ls-cf-sum     delimited by space
                       ls-verified-part
                                     delimited by size
                       into report-line
               write report-line
           else
               write report-line
           end-if
           .
       2250-find-stamp.
      *    The newest stamp primeverf left for this registration --
      *    same registration stamp, name and type. No stamp file, or
      *    no stamp in it, is a registration never verified.
           move spaces to ls-verified-date ls-verified-time
                          ls-verified-result

           open input stamp-file
           if stamp-status-ok
               perform until exit
                   read stamp-file
                       at end
                           exit perform
                   end-read

                   move spaces to ls-stamp-fields
                   unstring stamp-line delimited by '|'
                       into ls-sf-ver-date ls-sf-ver-time
                            ls-sf-cat-date ls-sf-cat-time
                            ls-sf-name ls-sf-type ls-sf-result

                   if ls-sf-cat-date = ls-cf-date and
                           ls-sf-cat-time = ls-cf-time and
                           ls-sf-name = ls-cf-name and
                           ls-sf-type = ls-cf-type
                       if ls-sf-ver-date > ls-verified-date or
                               (ls-sf-ver-date = ls-verified-date and
                                ls-sf-ver-time >= ls-verified-time)
                           move ls-sf-ver-date to ls-verified-date
                           move ls-sf-ver-time to ls-verified-time
                           move ls-sf-result to ls-verified-result
                       end-if
                   end-if
               end-perform
               close stamp-file
           end-if

           move spaces to ls-verified-part
           if ls-verified-date = spaces
               move ' never verified' to ls-verified-part
           else
               string  ' verified '        delimited by size
                       ls-verified-date     delimited by size
                       ' '                 delimited by size
                       ls-verified-result   delimited by space
                       into ls-verified-part
           end-if
           .
       2900-write-summary.
           move ls-matched-count to ls-count-disp
           move spaces to report-line
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
