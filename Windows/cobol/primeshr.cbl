      ******************************************************************
      * primeshr: Common shared-read claim routine for the prime       *
      * master. The '<name>.lck' claim is exclusive -- one holder,     *
      * taken by the programs that change the file. Programs that      *
      * only read it take a shared claim instead: each holder's stamp  *
      * ('program date time', the same stamp a .lck carries) is one    *
      * record of the holder list '<name>.shr', so several readers     *
      * may hold the file at once, but none while a writer holds the   *
      * exclusive claim, and a writer holding it waits for (or         *
      * refuses to start over) the readers still listed.               *
      *                                                                *
      * Functions, named in the first parameter:                       *
      *   SHARE   add the caller's stamp to the holder list; refused   *
      *           (result X, the exclusive holder's stamp handed back  *
      *           in the owner parameter) while '<name>.lck' exists    *
      *   UNSHARE remove the caller's stamp; the holder list is        *
      *           deleted once the last holder has gone                *
      *   COUNT   number of holders, the first holder's stamp handed   *
      *           back in the owner parameter                          *
      * Result Y means done, X refused by an exclusive claim, E the    *
      * holder list could not be written. Callers issue their own      *
      * messages; this routine only decides and records.               *
      *                                                                *
      * SHARE and UNSHARE both change the holder list, so each holds   *
      * '<name>.shr.lck' for just as long as its change takes; a run   *
      * finding it held retries once a second for up to ten seconds    *
      * before giving up with result E.                                *
      ******************************************************************
       identification division.
       program-id. primeshr.

       environment division.

       input-output section.

       file-control.
           select  holder-file assign wk-holder-file-name
                   organization is line sequential
                   access mode is sequential
                   file status is wk-holder-status
                   .
           select  lock-file assign wk-lock-file-name
                   organization is line sequential
                   access mode is sequential
                   file status is wk-lock-status
                   .
           select  list-lock-file assign wk-list-lock-file-name
                   organization is line sequential
                   access mode is sequential
                   file status is wk-list-lock-status
                   .

       data division.

       file section.

       fd  holder-file.
       01  holder-record                   pic x(80).

       fd  lock-file.
       01  lock-record                     pic x(80).

       fd  list-lock-file.
       01  list-lock-record                pic x(80).

       working-storage section.

       01  wk-holder-file-name             pic x(256).
       01  wk-lock-file-name               pic x(256).
       01  wk-list-lock-file-name          pic x(256).
       01  wk-holder-table.
           05  wk-holder                   occurs 100 times
                                           pic x(80).
       01  wk-holder-count                 binary-long unsigned.
       01  wk-holder-idx                   binary-long unsigned.
       01  wk-shift-idx                    binary-long unsigned.
       01  wk-exclusive-owner              pic x(80).
       01  wk-removed                      pic x(01).
           88  stamp-removed               value 'Y' false 'N'.
       01  wk-list-claim                   pic x(01).
           88  list-claim-held             value 'Y' false 'N'.
       01  wk-claim-wait-seconds           binary-long unsigned
                                           value 10.
       01  wk-claim-waited-seconds         binary-long unsigned.
       01  wk-sleep-seconds                binary-long unsigned
                                           value 1.
       01  wk-save-rc                      binary-long.
       01  wk-holder-status                pic 9(01)x(01).
           88  holder-status-ok            value '00'.
           88  holder-absent               value '35'.
       01  wk-lock-status                  pic 9(01)x(01).
           88  lock-status-ok              value '00'.
       01  wk-list-lock-status             pic 9(01)x(01).
           88  list-lock-status-ok         value '00'.

       linkage section.
       01  lk-function                     pic x(08).
       01  lk-name                         pic x(256).
       01  lk-owner                        pic x(80).
       01  lk-result                       pic x(01).
       01  lk-holders                      binary-long unsigned.

       procedure division using lk-function lk-name lk-owner
               lk-result lk-holders.

       0000-main.
           move 'Y' to lk-result

           move spaces to wk-holder-file-name wk-lock-file-name
                   wk-list-lock-file-name
           string  lk-name  delimited by space
                   '.shr'   delimited by size
                   into wk-holder-file-name
           string  lk-name  delimited by space
                   '.shr.lck' delimited by size
                   into wk-list-lock-file-name
           string  lk-name  delimited by space
                   '.lck'   delimited by size
                   into wk-lock-file-name

           evaluate lk-function
               when 'SHARE'
                   perform 1000-share
               when 'UNSHARE'
                   perform 2000-unshare
               when other
                   perform 3000-count
           end-evaluate

           goback
           .
       1000-share.
      *    The exclusive claim is checked both before and after the
      *    stamp is added: a writer that claimed in between sees this
      *    reader when it counts, and this reader sees the writer
      *    here, so one of the two always backs off.
           perform 1100-check-exclusive
           if lk-result = 'X'
               move wk-exclusive-owner to lk-owner
               exit paragraph
           end-if

           perform 4000-claim-list
           if not list-claim-held
               move 'E' to lk-result
               exit paragraph
           end-if

           open extend holder-file
           if holder-absent
               open output holder-file
           end-if
           if not holder-status-ok
               perform 4100-release-list
               move 'E' to lk-result
               exit paragraph
           end-if

           move lk-owner to holder-record
           write holder-record
           close holder-file
           perform 4100-release-list

           perform 1100-check-exclusive
           if lk-result = 'X'
               perform 2000-unshare
               move 'X' to lk-result
               move wk-exclusive-owner to lk-owner
           end-if
           .
       1100-check-exclusive.
           open input lock-file
           if not lock-status-ok
               exit paragraph
           end-if

           move 'X' to lk-result
           move spaces to wk-exclusive-owner
           read lock-file
               at end
                   continue
               not at end
                   move lock-record to wk-exclusive-owner
           end-read
           close lock-file
           .
       2000-unshare.
           perform 4000-claim-list
           if not list-claim-held
               move 'E' to lk-result
               exit paragraph
           end-if

           perform 2100-remove-stamp
           perform 4100-release-list
           .
       2100-remove-stamp.
           perform 3100-load-holders

           set stamp-removed to false
           perform varying wk-holder-idx from 1 by 1
                   until (wk-holder-idx > wk-holder-count)
                           or stamp-removed
               if wk-holder(wk-holder-idx) = lk-owner
                   set stamp-removed to true
                   perform varying wk-shift-idx from wk-holder-idx
                           by 1 until wk-shift-idx >= wk-holder-count
                       move wk-holder(wk-shift-idx + 1)
                               to wk-holder(wk-shift-idx)
                   end-perform
                   subtract 1 from wk-holder-count
               end-if
           end-perform

           if not stamp-removed
               exit paragraph
           end-if

      *    The last holder out deletes the list, so a file with no
      *    readers carries no '.shr' at all. CBL_DELETE_FILE reports
      *    through RETURN-CODE, which must not leak into the
      *    caller's condition code.
           if wk-holder-count = zero
               move return-code to wk-save-rc
               call 'CBL_DELETE_FILE' using wk-holder-file-name
               move wk-save-rc to return-code
               exit paragraph
           end-if

           open output holder-file
           if not holder-status-ok
               move 'E' to lk-result
               exit paragraph
           end-if

           perform varying wk-holder-idx from 1 by 1
                   until wk-holder-idx > wk-holder-count
               move wk-holder(wk-holder-idx) to holder-record
               write holder-record
           end-perform

           close holder-file
           .
       3000-count.
           perform 3100-load-holders

           move wk-holder-count to lk-holders
           if wk-holder-count = zero
               move spaces to lk-owner
           else
               move wk-holder(1) to lk-owner
           end-if
           .
       3100-load-holders.
           move zero to wk-holder-count

           open input holder-file
           if not holder-status-ok
               exit paragraph
           end-if

           perform until exit
               read holder-file
                   at end
                       exit perform
               end-read

               if holder-record = spaces
                   exit perform cycle
               end-if

               if wk-holder-count >= 100
                   exit perform
               end-if

               add 1 to wk-holder-count
               move holder-record to wk-holder(wk-holder-count)
           end-perform

           close holder-file
           .
       4000-claim-list.
      *    The holder list is read, changed and written back (or
      *    extended) under its own short claim, so two holders
      *    coming or going together cannot lose or revive a stamp.
      *    A claim found held is retried once a second.
           set list-claim-held to false
           move zero to wk-claim-waited-seconds
           move return-code to wk-save-rc

           perform until exit
               open input list-lock-file
               if not list-lock-status-ok
                   exit perform
               end-if
               close list-lock-file
               if wk-claim-waited-seconds >= wk-claim-wait-seconds
                   move wk-save-rc to return-code
                   exit paragraph
               end-if
               call 'C$SLEEP' using wk-sleep-seconds
               add wk-sleep-seconds to wk-claim-waited-seconds
           end-perform
           move wk-save-rc to return-code

           open output list-lock-file
           if not list-lock-status-ok
               exit paragraph
           end-if

           move lk-owner to list-lock-record
           write list-lock-record
           close list-lock-file

           set list-claim-held to true
           .
       4100-release-list.
           if not list-claim-held
               exit paragraph
           end-if

           move return-code to wk-save-rc
           call 'CBL_DELETE_FILE' using wk-list-lock-file-name
           move wk-save-rc to return-code

           set list-claim-held to false
           .
