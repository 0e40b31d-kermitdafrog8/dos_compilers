      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                      TAXRPT.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Monthly sales tax collected by jurisdiction - the       *
      *  figures the tax returns are filed from.  Walks the      *
      *  receivables ledger MUARITEM.DAT for documents dated in  *
      *  the keyed month that carry a tax code, and totals per   *
      *  jurisdiction the taxable goods, the exempt goods (sold  *
      *  to customers holding an exemption certificate), the     *
      *  tax invoiced by BILLRUN and the tax credited back by    *
      *  CREDMEMO, netting to the tax due.  Jurisdiction names   *
      *  come from MUTAXJUR.DAT (see TAXJUR.CPY).  Output is     *
      *  TAXRPT.LST, routable to paper through the STOCKPRT      *
      *  spool.                                                  *
      *                                                          *
      ************************************************************

       identification division.
       program-id. TAXRPT.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select ar-file assign "MUARITEM.DAT"
                organization indexed
                access dynamic
                record key ar-key
                status file-status.

           select tax-file assign "MUTAXJUR.DAT"
                organization indexed
                access dynamic
                record key tj-code
                status tax-status.

           select tax-rpt assign "TAXRPT.LST"
                organization line sequential
                status rpt-status.

           select param-file assign "MURPTPRM.DAT"
                organization line sequential
                status prm-status.
      /
       data division.

       file section.
       fd  ar-file.
           copy aritem.cpy.

       fd  tax-file.
           copy taxjur.cpy.

       fd  tax-rpt.
       01  tax-line                     pic x(80).

       fd  param-file.
           copy rptparm.cpy.
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  tax-status                   pic xx.
       01  tax-open-switch              pic x     value "N".
           88  tax-file-open                      value "Y".
       01  rpt-status                   pic xx.
       01  prm-status                   pic xx.

       01  end-of-file-switch           pic x     value "N".
           88 end-of-file                         value "Y".

       01  yesno                        pic x.
       01  report-month                 pic 9(06).
       01  ws-item-date                 pic 9(08).
       01  ws-item-date-split redefines ws-item-date.
           03  ws-item-month            pic 9(06).
           03  filler                   pic 9(02).

       01  items-read                   pic 9(06) value 0.
       01  items-counted                pic 9(06) value 0.

      ***********************************************************
      * Jurisdiction Rollups                                    *
      ***********************************************************

       01  jurisdiction-table.
           03  jt-entry                 occurs 50 times.
               05  jt-code              pic x(04).
               05  jt-taxable           pic s9(12)v99.
               05  jt-exempt            pic s9(12)v99.
               05  jt-tax-invoiced      pic 9(12)v99.
               05  jt-tax-credited      pic 9(12)v99.

       01  jurisdiction-count           pic 9(02) comp value 0.
       01  jurisdiction-subscript       pic 9(02) comp value 0.

       01  tot-taxable                  pic s9(13)v99 value 0.
       01  tot-exempt                   pic s9(13)v99 value 0.
       01  tot-tax-invoiced             pic 9(13)v99 value 0.
       01  tot-tax-credited             pic 9(13)v99 value 0.
       01  ws-net-tax                   pic s9(13)v99.

       01  report-heading-1             pic x(80)
           value "STOCK CONTROL SYSTEM - SALES TAX COLLECTED".

       01  report-heading-2.
           03  filler                   pic x(16) value "Month ".
           03  rh-month                 pic 9(06).

       01  report-heading-3.
           03  filler                   pic x(19)
                   value "Code Jurisdiction".
           03  filler                   pic x(12)
                   value "     Taxable".
           03  filler                   pic x(12)
                   value "      Exempt".
           03  filler                   pic x(12)
                   value "   Tax Invd.".
           03  filler                   pic x(12)
                   value "   Tax Cred.".
           03  filler                   pic x(12)
                   value "     Net Tax".

       01  detail-line.
           03  dl-code                  pic x(04).
           03  filler                   pic x(01).
           03  dl-name                  pic x(14).
           03  filler                   pic x(01).
           03  dl-taxable               pic -(07)9.99.
           03  filler                   pic x(01).
           03  dl-exempt                pic -(07)9.99.
           03  filler                   pic x(01).
           03  dl-tax-invoiced          pic z(07)9.99.
           03  filler                   pic x(01).
           03  dl-tax-credited          pic z(07)9.99.
           03  filler                   pic x(01).
           03  dl-net-tax               pic -(07)9.99.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "TAXRPT - sales tax collected by jurisdiction".
           display "Tax month (YYYYMM) : ".
           accept report-month.

           open input ar-file.
           if status-1 not = "0"
               display "Unable to open MUARITEM.DAT - status "
                       status-1 status-2
               go to endit.
           open output tax-rpt.
           if rpt-status not = "00"
               display "Unable to open TAXRPT.LST - status "
                       rpt-status
               close ar-file
               go to endit.
           open input tax-file.
           if tax-status = "00"
               move "Y" to tax-open-switch.

           move report-heading-1 to tax-line.
           write tax-line.
           move report-month to rh-month.
           move report-heading-2 to tax-line.
           write tax-line.
           move report-heading-3 to tax-line.
           write tax-line.
           move spaces to tax-line.
           write tax-line.

           move low-values to ar-key.
           start ar-file key not less than ar-key.
           if status-1 not = "0"
               go to print-totals.

       read-loop.
           if end-of-file
               go to print-totals.
           read ar-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to read-loop
           end-read.
           add 1 to items-read.
           if ar-tax-code = spaces
               go to read-loop.
           move ar-date to ws-item-date.
           if ws-item-month not = report-month
               go to read-loop.
           perform post-jurisdiction thru post-jurisdiction-exit.
           go to read-loop.

      ***********************************************************
      * Roll One Document into Its Jurisdiction                 *
      *    Goods taxed at zero - an exempt customer - count as   *
      *    exempt sales; a credit memo reverses what it credits. *
      ***********************************************************

       post-jurisdiction.
           move 0 to jurisdiction-subscript.

       post-jurisdiction-scan.
           if jurisdiction-subscript >= jurisdiction-count
               go to post-jurisdiction-add.
           add 1 to jurisdiction-subscript.
           if jt-code(jurisdiction-subscript) = ar-tax-code
               go to post-jurisdiction-post.
           go to post-jurisdiction-scan.

       post-jurisdiction-add.
           if jurisdiction-count >= 50
               display "More than 50 jurisdictions - "
                       ar-tax-code " not reported"
               go to post-jurisdiction-exit.
           add 1 to jurisdiction-count.
           move jurisdiction-count to jurisdiction-subscript.
           move ar-tax-code to jt-code(jurisdiction-subscript).
           move 0 to jt-taxable(jurisdiction-subscript).
           move 0 to jt-exempt(jurisdiction-subscript).
           move 0 to jt-tax-invoiced(jurisdiction-subscript).
           move 0 to jt-tax-credited(jurisdiction-subscript).

       post-jurisdiction-post.
           add 1 to items-counted.
           if ar-type-credit-memo
               go to post-jurisdiction-credit.
           if ar-tax-amount = 0
               add ar-taxable-amount
                       to jt-exempt(jurisdiction-subscript)
           else
               add ar-taxable-amount
                       to jt-taxable(jurisdiction-subscript).
           add ar-tax-amount
                   to jt-tax-invoiced(jurisdiction-subscript).
           go to post-jurisdiction-exit.

       post-jurisdiction-credit.
           if ar-tax-amount = 0
               subtract ar-taxable-amount
                       from jt-exempt(jurisdiction-subscript)
           else
               subtract ar-taxable-amount
                       from jt-taxable(jurisdiction-subscript).
           add ar-tax-amount
                   to jt-tax-credited(jurisdiction-subscript).

       post-jurisdiction-exit.
           exit.

      ***********************************************************
      * One Line per Jurisdiction and the Total                 *
      ***********************************************************

       print-totals.
           move 1 to jurisdiction-subscript.

       print-totals-loop.
           if jurisdiction-subscript > jurisdiction-count
               go to print-grand.
           move jt-code(jurisdiction-subscript) to dl-code.
           move "** not on file **" to dl-name.
           if tax-file-open
               move jt-code(jurisdiction-subscript) to tj-code
               read tax-file
                   not invalid key
                       move tj-name to dl-name
               end-read
           end-if.
           move jt-taxable(jurisdiction-subscript) to dl-taxable.
           move jt-exempt(jurisdiction-subscript) to dl-exempt.
           move jt-tax-invoiced(jurisdiction-subscript)
                   to dl-tax-invoiced.
           move jt-tax-credited(jurisdiction-subscript)
                   to dl-tax-credited.
           compute ws-net-tax =
               jt-tax-invoiced(jurisdiction-subscript)
             - jt-tax-credited(jurisdiction-subscript).
           move ws-net-tax to dl-net-tax.
           move detail-line to tax-line.
           write tax-line.
           add jt-taxable(jurisdiction-subscript) to tot-taxable.
           add jt-exempt(jurisdiction-subscript) to tot-exempt.
           add jt-tax-invoiced(jurisdiction-subscript)
                   to tot-tax-invoiced.
           add jt-tax-credited(jurisdiction-subscript)
                   to tot-tax-credited.
           add 1 to jurisdiction-subscript.
           go to print-totals-loop.

       print-grand.
           move spaces to tax-line.
           write tax-line.
           move spaces to dl-code.
           move "TOTAL" to dl-name.
           move tot-taxable to dl-taxable.
           move tot-exempt to dl-exempt.
           move tot-tax-invoiced to dl-tax-invoiced.
           move tot-tax-credited to dl-tax-credited.
           compute ws-net-tax = tot-tax-invoiced - tot-tax-credited.
           move ws-net-tax to dl-net-tax.
           move detail-line to tax-line.
           write tax-line.

       wrap-up.
           close ar-file.
           close tax-rpt.
           if tax-file-open
               close tax-file.
           display "AR items read        : " items-read.
           display "Taxed items reported : " items-counted.
           display "Spool the report to the printer (Y/N) ? ".
           accept yesno.
           if yesno = "Y" or yesno = "y"
               perform spool-report thru spool-report-exit.

       endit.
           goback.

      ***********************************************************
      *    The report goes to paper the same way RPTRUN routes   *
      *    a listing - through the STOCKPRT spool.               *
      ***********************************************************

       spool-report.
           open output param-file.
           if prm-status not = "00"
               display "Unable to hand off to STOCKPRT - status "
                       prm-status
               go to spool-report-exit.
           move "STOCKPRT" to parm-program.
           move 0 to parm-date-1.
           move 0 to parm-date-2.
           move "TAXRPT.LST" to parm-text.
           write report-parm-record.
           close param-file.
           call "STOCKPRT".
           cancel "STOCKPRT".

       spool-report-exit.
           exit.
