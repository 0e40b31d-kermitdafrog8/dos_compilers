      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     BANKCNV.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  One-time conversion for bank reconciliation, in the     *
      *  style of TAXCNV.  The owed-to-vendor ledger and the     *
      *  cash application history each took a cleared date on    *
      *  the end of the record.  Reads MUAPOWED.OLD and          *
      *  MUCASHHS.OLD in their old layouts and writes every      *
      *  record forward with the cleared date zero - every paid  *
      *  check and every receipt starts out uncleared until      *
      *  BANKREC matches it to the bank.  A receipt carried      *
      *  forward was banked for what it paid off, so its         *
      *  received amount is its amount.  Confirms with the       *
      *  operator before the new files are recreated.            *
      *                                                          *
      ************************************************************

       identification division.
       program-id. BANKCNV.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select old-ap-file assign "MUAPOWED.OLD"
                organization indexed
                access sequential
                record key o-ap-key
                status old-status.

           select ap-file assign "MUAPOWED.DAT"
                organization indexed
                access dynamic
                record key ap-key
                status ap-status.

           select old-cash-history assign "MUCASHHS.OLD"
                organization indexed
                access sequential
                record key o-ch-key
                status old-status.

           select cash-history assign "MUCASHHS.DAT"
                organization indexed
                access dynamic
                record key ch-key
                status hst-status.
      /
       data division.

       file section.
       fd  old-ap-file.
       01  o-ap-owed-record.
           03  o-ap-key.
               05  o-ap-vendor-code         pic 9(04).
               05  o-ap-invoice-number      pic x(10).
               05  o-ap-po-number           pic x(06).
               05  o-ap-po-line             pic 9(03).
           03  o-ap-data.
               05  o-ap-stock-key           pic x(10).
               05  o-ap-qty                 pic 9(06).
               05  o-ap-price               pic 9(08)v99.
               05  o-ap-value               pic 9(12)v99.
               05  o-ap-date                pic 9(08).
               05  o-ap-type                pic x.
               05  o-ap-paid-flag           pic x.
               05  o-ap-paid-date           pic 9(08).
               05  o-ap-check-number        pic x(08).

       fd  ap-file.
           copy apowed.cpy.

       fd  old-cash-history.
       01  o-cash-history-record.
           03  o-ch-key.
               05  o-ch-customer-code       pic 9(04).
               05  o-ch-date                pic 9(08).
               05  o-ch-seq                 pic 9(04).
           03  o-ch-data.
               05  o-ch-document-number     pic x(06).
               05  o-ch-check-reference     pic x(10).
               05  o-ch-amount              pic 9(10)v99.
               05  o-ch-operator            pic x(08).
               05  o-ch-shortpay-reason     pic 9(02).

       fd  cash-history.
           copy cashhist.cpy.
      /
       working-storage section.

       01  old-status                   pic xx.
       01  ap-status                    pic xx.
       01  hst-status                   pic xx.

       01  end-of-file-switch           pic x.
           88 end-of-file                         value "Y".

       01  yesno                        pic x.

       01  ap-items-migrated            pic 9(06) value 0.
       01  cash-items-migrated          pic 9(06) value 0.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "BANKCNV - convert the bank reconciliation "
                   "layouts forward".
           display "This overwrites MUAPOWED.DAT and MUCASHHS.DAT "
                   "from the .OLD copies".
           display "Are you sure (Y/N) ? ".
           accept yesno.
           if yesno not = "Y" and yesno not = "y"
               display "Conversion cancelled"
               go to endit.

           perform convert-ap-items thru convert-ap-items-exit.
           perform convert-cash-items thru convert-cash-items-exit.

           display "AP items migrated       : " ap-items-migrated.
           display "Cash items migrated     : " cash-items-migrated.

       endit.
           goback.

      ***********************************************************
      * The Payables Ledger - No Check Cleared Yet              *
      ***********************************************************

       convert-ap-items.
           open input old-ap-file.
           if old-status not = "00"
               display "MUAPOWED.OLD not available - payables "
                       "not converted - status " old-status
               go to convert-ap-items-exit.
           open output ap-file.
           if ap-status not = "00"
               display "Unable to open MUAPOWED.DAT - status "
                       ap-status
               close old-ap-file
               go to convert-ap-items-exit.
           move "N" to end-of-file-switch.

       convert-ap-items-read.
           if end-of-file
               go to convert-ap-items-close.
           read old-ap-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to convert-ap-items-read
           end-read.
           move o-ap-key to ap-key.
           move o-ap-data to ap-data.
           move 0 to ap-cleared-date.
           write ap-owed-record.
           if ap-status = "00"
               add 1 to ap-items-migrated
           else
               display "Unable to migrate item for vendor "
                       o-ap-vendor-code " invoice "
                       o-ap-invoice-number " - status " ap-status.
           go to convert-ap-items-read.

       convert-ap-items-close.
           close old-ap-file.
           close ap-file.

       convert-ap-items-exit.
           exit.

      ***********************************************************
      * The Cash History - Every Receipt Still in Transit       *
      ***********************************************************

       convert-cash-items.
           open input old-cash-history.
           if old-status not = "00"
               display "MUCASHHS.OLD not available - cash history "
                       "not converted - status " old-status
               go to convert-cash-items-exit.
           open output cash-history.
           if hst-status not = "00"
               display "Unable to open MUCASHHS.DAT - status "
                       hst-status
               close old-cash-history
               go to convert-cash-items-exit.
           move "N" to end-of-file-switch.

       convert-cash-items-read.
           if end-of-file
               go to convert-cash-items-close.
           read old-cash-history next record
               at end
                   move "Y" to end-of-file-switch
                   go to convert-cash-items-read
           end-read.
           move o-ch-key to ch-key.
           move o-ch-data to ch-data.
           move 0 to ch-cleared-date.
           move ch-amount to ch-received-amount.
           write cash-history-record.
           if hst-status = "00"
               add 1 to cash-items-migrated
           else
               display "Unable to migrate cash item for customer "
                       o-ch-customer-code " - status " hst-status.
           go to convert-cash-items-read.

       convert-cash-items-close.
           close old-cash-history.
           close cash-history.

       convert-cash-items-exit.
           exit.
