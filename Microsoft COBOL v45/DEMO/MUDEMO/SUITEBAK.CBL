      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     SUITEBAK.CBL                         *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Whole-suite backup set.  STOCKBAK only ever covered     *
      *  MUSTOCK.DAT, but a night's processing changes dozens    *
      *  of files together - POs, sales orders, AR, AP, lots,    *
      *  serials, the movement ledger, the GL history - and a    *
      *  restore of one of them leaves the rest out of step.     *
      *  This copies every data file on SUITEFIL.CPY, byte for   *
      *  byte through BAKCOPY, into one set named the way        *
      *  STOCKBAK dates its backups:                             *
      *                                                          *
      *      SUITEBK.<yyyymmdd>.<hhmmsshh>.<file name>           *
      *      SUITEBK.<yyyymmdd>.<hhmmsshh>.MAN   - manifest      *
      *                                                          *
      *  The manifest (see BAKMAN.CPY) carries every file's      *
      *  name, bytes, record count and checksum, or that it did  *
      *  not exist at the time.  Once all files are copied each  *
      *  copy is read back and measured again; only when every   *
      *  one agrees with its manifest line is the "VERIFIED"     *
      *  trailer written and a clean end registered with         *
      *  BATCHREG - otherwise the run registers a failed end     *
      *  and the set must not be used.  Every file is logged on  *
      *  SUITEBAK.LST.  A file some user still has open for      *
      *  update fails the run rather than being copied half      *
      *  written, so run it with the floor signed off.  SUITERST *
      *  restores a set.                                         *
      *                                                          *
      ************************************************************

       identification division.
       program-id. SUITEBAK.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select manifest-file assign ws-manifest-name
                organization line sequential
                status man-status.

           select run-log assign "SUITEBAK.LST"
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

       01  end-of-file-switch           pic x     value "N".
           88 end-of-file                         value "Y".

       01  today-8                      pic 9(08).
       01  now-8                        pic 9(08).

       01  ws-set-name                  pic x(25) value spaces.
       01  ws-manifest-name             pic x(30) value spaces.

       01  sf-subscript                 pic 9(03) comp.

       01  files-copied                 pic 9(04) value 0.
       01  files-absent                 pic 9(04) value 0.
       01  files-failed                 pic 9(04) value 0.
       01  files-verified               pic 9(04) value 0.
       01  verify-failures              pic 9(04) value 0.

       01  ws-problem                   pic x(30).

           copy suitefil.cpy.

           copy bakreq.cpy.

       01  log-detail.
           03  ld-file-name             pic x(12).
           03  filler                   pic x(02).
           03  ld-present               pic x(06).
           03  filler                   pic x(01).
           03  ld-byte-count            pic z(11)9.
           03  filler                   pic x(01).
           03  ld-record-count          pic z(08)9.
           03  filler                   pic x(01).
           03  ld-checksum              pic 9(18).
           03  filler                   pic x(02).
           03  ld-problem               pic x(30).

      ***********************************************************
      * Batch Run Registration                                   *
      ***********************************************************

       01  batch-job-name               pic x(08) value "SUITEBAK".
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
           display "SUITEBAK - whole-suite backup set".
           move "F" to batch-end-function.

           open output run-log.
           if log-status not = "00"
               display "Unable to open SUITEBAK.LST - status "
                       log-status
               go to endit.

           perform build-set-name.
           open output manifest-file.
           if man-status not = "00"
               display "Unable to open " ws-manifest-name
                       " - status " man-status
               close run-log
               go to endit.
           display "Backup set : " ws-set-name.
           move spaces to run-log-line.
           string "Backup set " ws-set-name
                   delimited by size into run-log-line.
           write run-log-line.
           move spaces to run-log-line.
           write run-log-line.

           move 1 to sf-subscript.

       copy-loop.
           if sf-subscript > suite-file-count
               go to copy-done.
           perform copy-one-file thru copy-one-file-exit.
           add 1 to sf-subscript.
           go to copy-loop.

       copy-done.
           close manifest-file.
           if files-failed > 0
               move spaces to run-log-line
               string "*** " files-failed " files could not be "
                       "copied - the set is incomplete"
                       delimited by size into run-log-line
               write run-log-line
               go to wrap-up.

           perform verify-set thru verify-set-exit.
           if verify-failures > 0
               move spaces to run-log-line
               string "*** " verify-failures " copies do not agree "
                       "with the manifest - the set is not usable"
                       delimited by size into run-log-line
               write run-log-line
               go to wrap-up.

           open extend manifest-file.
           if man-status not = "00"
               display "Unable to extend " ws-manifest-name
                       " - status " man-status
               go to wrap-up.
           move spaces to manifest-trailer.
           move "T" to bm-record-type.
           move ws-set-name to bt-set-name.
           move today-8 to bt-date.
           move now-8 to bt-time.
           move suite-file-count to bt-file-count.
           move files-copied to bt-present-count.
           move "VERIFIED" to bt-result.
           write manifest-trailer.
           close manifest-file.
           if man-status = "00"
               move "E" to batch-end-function.

       wrap-up.
           move spaces to run-log-line.
           write run-log-line.
           move spaces to run-log-line.
           string "Copied " files-copied "   absent " files-absent
                   "   failed " files-failed "   verified "
                   files-verified
                   delimited by size into run-log-line.
           write run-log-line.
           close run-log.
           display "Files copied    : " files-copied.
           display "Files absent    : " files-absent.
           display "Files failed    : " files-failed.
           display "Copies verified : " files-verified.
           if batch-end-function = "E"
               display "Backup set " ws-set-name " verified - "
                       "restore it with SUITERST"
           else
               display "Backup set NOT verified - see SUITEBAK.LST".

       endit.
           perform register-batch-end
                   thru register-batch-end-exit.
           goback.

       build-set-name.
           accept today-8 from date yyyymmdd.
           accept now-8 from time.
           move spaces to ws-set-name.
           string "SUITEBK." today-8 "." now-8
                   delimited by size into ws-set-name.
           move spaces to ws-manifest-name.
           string ws-set-name ".MAN"
                   delimited by size into ws-manifest-name.

      ***********************************************************
      * Copy One Suite File into the Set                        *
      ***********************************************************

       copy-one-file.
           move "C" to bq-function.
           move sf-file-name(sf-subscript) to bq-source-name.
           move spaces to bq-target-name.
           string ws-set-name "." sf-file-name(sf-subscript)
                   delimited by space into bq-target-name.
           move sf-organization(sf-subscript) to bq-organization.
           move sf-record-length(sf-subscript) to bq-record-length.
           call "BAKCOPY" using backup-copy-request.

           move spaces to ws-problem.
           move "F" to bm-record-type.
           move sf-file-name(sf-subscript) to bm-file-name.
           move sf-organization(sf-subscript) to bm-organization.
           evaluate true
               when bq-done
                   move "Y" to bm-present-flag
                   add 1 to files-copied
               when bq-absent
                   move "N" to bm-present-flag
                   add 1 to files-absent
               when bq-in-use
                   move "in use or unreadable" to ws-problem
                   add 1 to files-failed
               when other
                   move "copy could not be written" to ws-problem
                   add 1 to files-failed
           end-evaluate.
           move bq-byte-count to bm-byte-count.
           move bq-record-count to bm-record-count.
           move bq-checksum to bm-checksum.
           if ws-problem = spaces
               write manifest-record.
           perform log-file-line thru log-file-line-exit.

       copy-one-file-exit.
           exit.

      ***********************************************************
      * Read Every Copy Back and Hold It to Its Manifest Line   *
      ***********************************************************

       verify-set.
           open input manifest-file.
           if man-status not = "00"
               display "Unable to reopen " ws-manifest-name
                       " - status " man-status
               add 1 to verify-failures
               go to verify-set-exit.
           move "N" to end-of-file-switch.

       verify-set-read.
           read manifest-file
               at end
                   go to verify-set-close.
           if not bm-file-line or not bm-present
               go to verify-set-read.
           move "M" to bq-function.
           move spaces to bq-source-name.
           string ws-set-name "." bm-file-name
                   delimited by space into bq-source-name.
           move bm-organization to bq-organization.
           move 0 to bq-record-length.
           move 1 to sf-subscript.
           perform find-suite-file thru find-suite-file-exit.
           if sf-subscript not > suite-file-count
               move sf-record-length(sf-subscript)
                       to bq-record-length.
           call "BAKCOPY" using backup-copy-request.
           if bq-done
                   and bq-byte-count = bm-byte-count
                   and bq-record-count = bm-record-count
                   and bq-checksum = bm-checksum
               add 1 to files-verified
               go to verify-set-read.
           add 1 to verify-failures.
           move "copy does not verify" to ws-problem.
           perform log-file-line thru log-file-line-exit.
           go to verify-set-read.

       verify-set-close.
           close manifest-file.

       verify-set-exit.
           exit.

       find-suite-file.
           if sf-subscript > suite-file-count
               go to find-suite-file-exit.
           if sf-file-name(sf-subscript) = bm-file-name
               go to find-suite-file-exit.
           add 1 to sf-subscript.
           go to find-suite-file.

       find-suite-file-exit.
           exit.

       log-file-line.
           move spaces to log-detail.
           move bm-file-name to ld-file-name.
           if bq-absent
               move "absent" to ld-present
           else
               move bq-byte-count to ld-byte-count
               move bq-record-count to ld-record-count
               move bq-checksum to ld-checksum.
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

      *    A set that did not verify registers a failed end, so
      *    BATCHINQ never shows it as a good backup.
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
