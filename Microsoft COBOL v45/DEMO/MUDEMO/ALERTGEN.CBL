      *      summary alert),                                     *
      *    - the MUSTOCK.DAT valuation drifting from the         *
      *      MUGLCTRL.DAT inventory balances (supervisor         *
      *      alert - what GLRECON would catch weeks later),      *
      *    - vendor compliance documents on MUVNDDOC.DAT expired *
      *      or expiring within 30 days (one alert each),        *
      *    - vendor non-conformance reports on MUNCR.DAT still   *
      *      open past their corrective-action due date (one     *
      *      alert each).                                        *
      *  Findings land on MUALERTS.DAT (see ALERTREC.CPY) for    *
      *  the ALERTBOX mailbox at sign-on.  Add this step to      *
      *  MUSTREAM.DAT to run it with the nightly stream.         *
                access dynamic
                record key cl-key
                status lyr-status.

           select vendor-doc-file assign "MUVNDDOC.DAT"
                organization indexed
                access dynamic
                record key vd-key
                status vdc-status.

           select ncr-file assign "MUNCR.DAT"
                organization indexed
                access dynamic
                record key ncr-number
                alternate record key ncr-source-key
                status ncr-status.
      /
       data division.


       fd  layer-file.
           copy cstlyr.cpy.

       fd  vendor-doc-file.
           copy vnddoc.cpy.

       fd  ncr-file.
           copy ncrrec.cpy.
      /
       working-storage section.

       01  stock-status                 pic xx.
       01  gl-status                    pic xx.
       01  ccn-status                   pic xx.
       01  vdc-status                   pic xx.
       01  ncr-status                   pic xx.
       01  ws-days-to-expiry            pic s9(07).

       01  end-of-file-switch           pic x.
           88 end-of-file                         value "Y".
           perform scan-qc-holds thru scan-qc-holds-exit.
           perform scan-overdue-pos thru scan-overdue-pos-exit.
           perform check-gl-drift thru check-gl-drift-exit.
           perform scan-vendor-documents
                   thru scan-vendor-documents-exit.
           perform scan-overdue-ncrs thru scan-overdue-ncrs-exit.

           close alert-file.
           display "Alerts written : " alerts-written.
       value-from-layers-exit.
           exit.

      ***********************************************************
      * Vendor Compliance Documents Expiring                    *
      *    Every document lapsing within 30 days - or already    *
      *    lapsed - raises an alert each night until VNDDOCM     *
      *    records the renewal.                                  *
      ***********************************************************

       scan-vendor-documents.
           open input vendor-doc-file.
           if vdc-status not = "00"
               go to scan-vendor-documents-exit.
           move low-values to vd-key.
           start vendor-doc-file key not less than vd-key.
           if vdc-status not = "00"
               go to scan-vendor-documents-close.

       scan-vendor-documents-read.
           read vendor-doc-file next record
               at end
                   go to scan-vendor-documents-close
           end-read.
           move vd-expiry-date to conv-date.
           perform convert-date-to-serial.
           compute ws-days-to-expiry =
               conv-serial - today-serial.
           if ws-days-to-expiry > 30
               go to scan-vendor-documents-read.
           move space to ws-role.
           move spaces to ws-text.
           if ws-days-to-expiry < 0
               string "Vendor " vd-vendor-code " " vd-doc-type
                       " " vd-reference " expired " vd-expiry-date
                       delimited by size into ws-text
           else
               string "Vendor " vd-vendor-code " " vd-doc-type
                       " " vd-reference " expires " vd-expiry-date
                       delimited by size into ws-text.
           perform write-alert thru write-alert-exit.
           go to scan-vendor-documents-read.

       scan-vendor-documents-close.
           close vendor-doc-file.

       scan-vendor-documents-exit.
           exit.

      ***********************************************************
      * Vendor Corrective Actions Overdue                       *
      *    An open non-conformance report past its due date      *
      *    raises an alert each night until NCRENT records the   *
      *    response and a supervisor closes it.                  *
      ***********************************************************

       scan-overdue-ncrs.
           open input ncr-file.
           if ncr-status not = "00"
               go to scan-overdue-ncrs-exit.
           move low-values to ncr-number.
           start ncr-file key not less than ncr-number.
           if ncr-status not = "00"
               go to scan-overdue-ncrs-close.

       scan-overdue-ncrs-read.
           read ncr-file next record
               at end
                   go to scan-overdue-ncrs-close
           end-read.
           if not ncr-open
               go to scan-overdue-ncrs-read.
           if ncr-action-due-date not < today-8
               go to scan-overdue-ncrs-read.
           move space to ws-role.
           move spaces to ws-text.
           if ncr-response-date = 0
               string "NCR " ncr-number " vendor " ncr-vendor-code
                       " (" ncr-stock-key ") action due "
                       ncr-action-due-date " - no response"
                       delimited by size into ws-text
           else
               string "NCR " ncr-number " vendor " ncr-vendor-code
                       " (" ncr-stock-key ") action due "
                       ncr-action-due-date " - not closed"
                       delimited by size into ws-text.
           perform write-alert thru write-alert-exit.
           go to scan-overdue-ncrs-read.

       scan-overdue-ncrs-close.
           close ncr-file.

       scan-overdue-ncrs-exit.
           exit.

      ***********************************************************
      * Alert Writing and Numbering                             *
      ***********************************************************
           add 1 to next-alert-number.
           move next-alert-number to al-number.
           move ws-role to al-role.
           move spaces to al-user-id.
           move today-8 to al-date.
           accept al-time from time.
           move ws-text to al-text.
