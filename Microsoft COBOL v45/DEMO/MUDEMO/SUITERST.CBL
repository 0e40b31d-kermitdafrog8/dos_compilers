      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     SUITERST.CBL                         *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Restore of a whole-suite backup set taken by SUITEBAK.  *
      *  Given the set name (SUITEBK.<yyyymmdd>.<hhmmsshh>) it   *
      *  loads the manifest (see BAKMAN.CPY) and refuses the set *
      *  outright when the "VERIFIED" trailer is missing - the   *
      *  backup never finished cleanly - or when any copy, read  *
      *  back now through BAKCOPY, no longer agrees with its     *
      *  bytes, records and checksum.  Only a set that passes    *
      *  is restored, and then all of it together after the      *
      *  operator confirms: every file in the set is copied back *
      *  over the live one, and a file the manifest shows absent *
      *  at backup time is deleted, so nothing created since is  *
      *  left out of step with the rest.  A suite file the set   *
      *  does not know (added to SUITEFIL.CPY later) is left as  *
      *  it is and listed.  The restored files are measured once *
      *  more against the manifest; the run is logged on         *
      *  SUITERST.LST and registers a failed end with BATCHREG   *
      *  when anything did not come back exactly.                *
      *                                                          *
      ************************************************************

       identification division.
       program-id. SUITERST.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select manifest-file assign ws-manifest-name
                organization line sequential
                status man-status.

           select run-log assign "SUITERST.LST"
                organization line sequential
                status log-status.
      /
       data division.

       file section.
       fd  manifest-file.
           copy bakman.cpy.

       fd  run-log.
       01  run-log-line                 pic x(100).
      /
       working-storage section.

       01  man-status                   pic xx.
       01  log-status                   pic xx.

       01  trailer-switch               pic x     value "N".
           88  set-verified                       value "Y".

       01  yesno                        pic x.

       01  ws-set-name                  pic x(25) value spaces.
       01  ws-manifest-name             pic x(30) value spaces.
       01  ws-live-name                 pic x(40).
       01  ws-problem                   pic x(30).
       01  ws-action                    pic x(10).

       01  file-details.
           03  fd-size                  pic x(08) comp-x.
           03  fd-date-time             pic x(08).

       01  sf-subscript                 pic 9(03) comp.
       01  mf-subscript                 pic 9(03) comp.

       01  set-failures                 pic 9(04) value 0.
       01  files-restored               pic 9(04) value 0.
       01  files-deleted                pic 9(04) value 0.
       01  restore-failures             pic 9(04) value 0.
       01  files-not-in-set             pic 9(04) value 0.

      ***********************************************************
      * Manifest of the Set, Held for the Three Passes          *
      ***********************************************************

       01  manifest-table.
           03  mt-entry                 occurs 300 times.
               05  mt-file-name         pic x(12).
               05  mt-organization      pic x.
               05  mt-present-flag      pic x.
                   88  mt-present               value "Y".
               05  mt-byte-count        pic 9(12).
               05  mt-record-count      pic 9(09).
               05  mt-checksum          pic 9(18).

       01  manifest-count               pic 9(03) comp value 0.

           copy suitefil.cpy.

           copy bakreq.cpy.

       01  log-detail.
           03  ld-file-name             pic x(12).
           03  filler                   pic x(02).
           03  ld-action                pic x(10).
           03  filler                   pic x(02).
           03  ld-problem               pic x(30).

      ***********************************************************
      * Batch Run Registration                                   *
      ***********************************************************

       01  batch-job-name               pic x(08) value "SUITERST".
       01  batch-function               pic x.
       01  batch-result                 pic x.
       01  batch-registered-switch      pic x     value "N".
           88  batch-start-accepted               value "Y".
       01  batch-end-function           pic x     value "E".

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           perform register-batch-start
                   thru register-batch-start-exit.
           if not batch-start-accepted
               go to endit.
           display "SUITERST - restore a whole-suite backup set".
           display "Backup set name (SUITEBK.yyyymmdd.hhmmsshh) : ".
           accept ws-set-name.
           if ws-set-name = spaces
               go to endit.
           move spaces to ws-manifest-name.
           string ws-set-name delimited by space
                   ".MAN" delimited by size into ws-manifest-name.

           perform load-manifest thru load-manifest-exit.
           if manifest-count = 0
               display "Set " ws-set-name " has no usable manifest - "
                       "refused"
               move "F" to batch-end-function
               go to endit.
           if not set-verified
               display "Set " ws-set-name " was never verified - "
                       "refused"
               move "F" to batch-end-function
               go to endit.

           open output run-log.
           if log-status not = "00"
               display "Unable to open SUITERST.LST - status "
                       log-status
               move "F" to batch-end-function
               go to endit.
           move spaces to run-log-line.
           string "Restore of backup set " ws-set-name
                   delimited by size into run-log-line.
           write run-log-line.
           move spaces to run-log-line.
           write run-log-line.

           display "Checking every copy in the set against the "
                   "manifest".
           move 1 to mf-subscript.
           perform check-set thru check-set-exit.
           if set-failures > 0
               display set-failures " copies in the set do not "
                       "agree with the manifest - refused"
               move spaces to run-log-line
               string "*** " set-failures " copies do not verify - "
                       "set refused, nothing restored"
                       delimited by size into run-log-line
               write run-log-line
               move "F" to batch-end-function
               go to wrap-up.

           display "This overwrites every data file in the suite "
                   "with " ws-set-name.
           display "Are you sure (Y/N) ? ".
           accept yesno.
           if yesno not = "Y" and yesno not = "y"
               display "Restore cancelled"
               move "Restore cancelled by the operator"
                       to run-log-line
               write run-log-line
               go to wrap-up.

           move 1 to mf-subscript.
           perform restore-set thru restore-set-exit.
           move 1 to sf-subscript.
           perform list-not-in-set thru list-not-in-set-exit.
           if restore-failures > 0
               move "F" to batch-end-function.

       wrap-up.
           move spaces to run-log-line.
           write run-log-line.
           move spaces to run-log-line.
           string "Restored " files-restored "   deleted "
                   files-deleted "   failed " restore-failures
                   "   not in set " files-not-in-set
                   delimited by size into run-log-line.
           write run-log-line.
           close run-log.
           display "Files restored  : " files-restored.
           display "Files deleted   : " files-deleted.
           display "Files failed    : " restore-failures.
           display "Not in the set  : " files-not-in-set.
           if restore-failures > 0
               display "Restore INCOMPLETE - see SUITERST.LST".

       endit.
           perform register-batch-end
                   thru register-batch-end-exit.
           goback.

      ***********************************************************
      * Load the Manifest and Look for the Verified Trailer     *
      ***********************************************************

       load-manifest.
           move 0 to manifest-count.
           move "N" to trailer-switch.
           open input manifest-file.
           if man-status not = "00"
               display "Unable to open " ws-manifest-name
                       " - status " man-status
               go to load-manifest-exit.

       load-manifest-read.
           read manifest-file
               at end
                   go to load-manifest-close.
           if bm-trailer
               if bt-result = "VERIFIED"
                   move "Y" to trailer-switch
               end-if
               go to load-manifest-read
           end-if.
           if not bm-file-line
               go to load-manifest-read.
           if manifest-count >= 300
               display "Manifest has more than 300 files - refused"
               move 0 to manifest-count
               go to load-manifest-close.
           add 1 to manifest-count.
           move bm-file-name to mt-file-name(manifest-count).
           move bm-organization to mt-organization(manifest-count).
           move bm-present-flag to mt-present-flag(manifest-count).
           move bm-byte-count to mt-byte-count(manifest-count).
           move bm-record-count to mt-record-count(manifest-count).
           move bm-checksum to mt-checksum(manifest-count).
           go to load-manifest-read.

       load-manifest-close.
           close manifest-file.

       load-manifest-exit.
           exit.

      ***********************************************************
      * Every Copy in the Set Must Still Agree Before Restoring *
      ***********************************************************

       check-set.
           if mf-subscript > manifest-count
               go to check-set-exit.
           if not mt-present(mf-subscript)
               go to check-set-next.
           move "M" to bq-function.
           perform set-copy-name.
           perform measure-request.
           call "BAKCOPY" using backup-copy-request.
           perform compare-to-manifest.
           if ws-problem not = spaces
               add 1 to set-failures
               move "checked" to ws-action
               perform log-file-line thru log-file-line-exit.

       check-set-next.
           add 1 to mf-subscript.
           go to check-set.

       check-set-exit.
           exit.

      ***********************************************************
      * Bring Back the Whole Set Together                       *
      ***********************************************************

       restore-set.
           if mf-subscript > manifest-count
               go to restore-set-exit.
           move spaces to ws-problem.
           move mt-file-name(mf-subscript) to ws-live-name.
           if not mt-present(mf-subscript)
               perform remove-live-file thru remove-live-file-exit
               go to restore-set-next.

           move "C" to bq-function.
           perform set-copy-name.
           move ws-live-name to bq-target-name.
           perform measure-request.
           call "BAKCOPY" using backup-copy-request.
           perform compare-to-manifest.
           if ws-problem not = spaces
               go to restore-set-failed.

      *    Read the live file back - it must be the copy exactly.
           move "M" to bq-function.
           move ws-live-name to bq-source-name.
           call "BAKCOPY" using backup-copy-request.
           perform compare-to-manifest.
           if ws-problem not = spaces
               go to restore-set-failed.
           add 1 to files-restored.
           move "restored" to ws-action.
           perform log-file-line thru log-file-line-exit.
           go to restore-set-next.

       restore-set-failed.
           add 1 to restore-failures.
           move "FAILED" to ws-action.
           perform log-file-line thru log-file-line-exit.

       restore-set-next.
           add 1 to mf-subscript.
           go to restore-set.

       restore-set-exit.
           exit.

      *    Absent when the set was taken - anything there now was
      *    created since and would be out of step with the rest.
       remove-live-file.
           call "CBL_CHECK_FILE_EXIST" using ws-live-name
                   file-details.
           if return-code not = 0
               go to remove-live-file-exit.
           call "CBL_DELETE_FILE" using ws-live-name.
           if return-code = 0
               add 1 to files-deleted
               move "deleted" to ws-action
           else
               add 1 to restore-failures
               move "FAILED" to ws-action
               move "could not be deleted" to ws-problem.
           perform log-file-line thru log-file-line-exit.

       remove-live-file-exit.
           exit.

       set-copy-name.
           move spaces to bq-source-name.
           string ws-set-name delimited by space
                   "." delimited by size
                   mt-file-name(mf-subscript) delimited by space
                   into bq-source-name.

       measure-request.
           move mt-organization(mf-subscript) to bq-organization.
           move 0 to bq-record-length.
           move 1 to sf-subscript.
           perform find-suite-file thru find-suite-file-exit.
           if sf-subscript not > suite-file-count
               move sf-record-length(sf-subscript)
                       to bq-record-length.

       compare-to-manifest.
           move spaces to ws-problem.
           if bq-absent
               move "copy is missing" to ws-problem
           else
               if not bq-done
                   move "in use or could not be written"
                           to ws-problem
               else
                   if bq-byte-count not = mt-byte-count(mf-subscript)
                       or bq-record-count
                               not = mt-record-count(mf-subscript)
                       or bq-checksum not = mt-checksum(mf-subscript)
                       move "does not match the manifest"
                               to ws-problem
                   end-if
               end-if
           end-if.

       find-suite-file.
           if sf-subscript > suite-file-count
               go to find-suite-file-exit.
           if sf-file-name(sf-subscript) = mt-file-name(mf-subscript)
               go to find-suite-file-exit.
           add 1 to sf-subscript.
           go to find-suite-file.

       find-suite-file-exit.
           exit.

      ***********************************************************
      * Suite Files the Set Does Not Know - Left As They Are    *
      ***********************************************************

       list-not-in-set.
           if sf-subscript > suite-file-count
               go to list-not-in-set-exit.
           move 1 to mf-subscript.

       list-not-in-set-scan.
           if mf-subscript > manifest-count
               add 1 to files-not-in-set
               move spaces to log-detail
               move sf-file-name(sf-subscript) to ld-file-name
               move "left" to ld-action
               move "not in the set" to ld-problem
               move log-detail to run-log-line
               write run-log-line
               go to list-not-in-set-next.
           if mt-file-name(mf-subscript) = sf-file-name(sf-subscript)
               go to list-not-in-set-next.
           add 1 to mf-subscript.
           go to list-not-in-set-scan.

       list-not-in-set-next.
           add 1 to sf-subscript.
           go to list-not-in-set.

       list-not-in-set-exit.
           exit.

       log-file-line.
           move spaces to log-detail.
           move mt-file-name(mf-subscript) to ld-file-name.
           move ws-action to ld-action.
           move ws-problem to ld-problem.
           move log-detail to run-log-line.
           write run-log-line.

       log-file-line-exit.
           exit.

      ***********************************************************
      * Batch Run Registration                                   *
      ***********************************************************

       register-batch-start.
           move "S" to batch-function.
           move "N" to batch-result.
           call "BATCHREG" using batch-job-name batch-function
                   batch-result.
           if batch-result = "Y"
               move "Y" to batch-registered-switch
           else
               display "Batch start refused - check BATCHINQ".

       register-batch-start-exit.
           exit.

      *    A refused set or a restore that did not come back
      *    exactly registers a failed end for BATCHINQ.
       register-batch-end.
           if not batch-start-accepted
               go to register-batch-end-exit.
           move batch-end-function to batch-function.
           move "N" to batch-result.
           call "BATCHREG" using batch-job-name batch-function
                   batch-result.
           cancel "BATCHREG".
           cancel "BAKCOPY".

       register-batch-end-exit.
           exit.
