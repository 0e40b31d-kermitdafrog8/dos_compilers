      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     GLHCCNV.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  One-time conversion of the GL posting history, in the   *
      *  style of GLHCNV.  Each MUGLHIST.DAT line now carries    *
      *  the cost center GLPOSTCC charged it to.  Reads          *
      *  MUGLHIST.OLD in the company-stamped layout and writes   *
      *  every line forward with no cost center - nothing was    *
      *  charged to one before non-stock purchasing.  Confirms   *
      *  with the operator before the new file is recreated.     *
      *                                                          *
      ************************************************************

       identification division.
       program-id. GLHCCNV.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select old-history-file assign "MUGLHIST.OLD"
                organization indexed
                access sequential
                record key o-gh-key
                status old-status.

           select history-file assign "MUGLHIST.DAT"
                organization indexed
                access dynamic
                record key gh-key
                status hst-status.
      /
       data division.

       file section.
       fd  old-history-file.
       01  o-gl-history-record.
           03  o-gh-key.
               05  o-gh-account             pic x(06).
               05  o-gh-period              pic 9(06).
               05  o-gh-seq                 pic 9(05).
           03  o-gh-data.
               05  o-gh-date                pic 9(08).
               05  o-gh-dr-cr               pic x(02).
               05  o-gh-amount              pic 9(12)v99.
               05  o-gh-source              pic x(10).
               05  o-gh-company             pic x(02).

       fd  history-file.
           copy glhist.cpy.
      /
       working-storage section.

       01  old-status                   pic xx.
       01  hst-status                   pic xx.

       01  end-of-file-switch           pic x     value "N".
           88 end-of-file                         value "Y".

       01  yesno                        pic x.

       01  lines-migrated               pic 9(07) value 0.
       01  lines-rejected               pic 9(07) value 0.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "GLHCCNV - convert the GL posting history forward".
           display "This overwrites MUGLHIST.DAT from MUGLHIST.OLD".
           display "Are you sure (Y/N) ? ".
           accept yesno.
           if yesno not = "Y" and yesno not = "y"
               display "Conversion cancelled"
               go to endit.

           open input old-history-file.
           if old-status not = "00"
               display "Unable to open MUGLHIST.OLD - status "
                       old-status
               go to endit.
           open output history-file.
           if hst-status not = "00"
               display "Unable to open MUGLHIST.DAT - status "
                       hst-status
               close old-history-file
               go to endit.

       read-loop.
           if end-of-file
               go to wrap-up.
           read old-history-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to read-loop
           end-read.
           move o-gh-key to gh-key.
           move o-gh-data to gh-data.
           move spaces to gh-cost-center.
           write gl-history-record.
           if hst-status = "00"
               add 1 to lines-migrated
           else
               display "Unable to migrate line for account "
                       o-gh-account " period " o-gh-period
                       " - status " hst-status
               add 1 to lines-rejected.
           go to read-loop.

       wrap-up.
           close old-history-file.
           close history-file.
           display "Lines migrated : " lines-migrated.
           display "Lines rejected : " lines-rejected.

       endit.
           goback.
