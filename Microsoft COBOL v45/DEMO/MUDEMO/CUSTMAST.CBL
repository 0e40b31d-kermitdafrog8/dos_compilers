      *  rewrite / delete against the customer-code key.  The    *
      *  customers keyed in here are what ORDENT's sales orders  *
      *  commit stock to.                                        *
      *  A keyed tax code must be an active jurisdiction on      *
      *  MUTAXJUR.DAT (see TAXJUR.CPY) when that file exists; an *
      *  exemption certificate number stops BILLRUN taxing the   *
      *  customer.  A keyed sales rep must be active on          *
      *  MUSLSREP.DAT (see SALESREP.CPY) when that file exists.  *
      *  Option 3 opens the ship-to panel for the customer on    *
      *  the screen: read, next, add/change and delete its       *
      *  delivery sites on MUSHIPTO.DAT (see SHIPTO.CPY), each   *
      *  with its own tax code and default carrier.  The         *
      *  customer and each ship-to carry a freight zone for the  *
      *  carrier rate file MUCARRAT.DAT (see CARRATE.CPY).       *
      *  Country is the customer's (and Ctry each site's)        *
      *  two-letter country, blank at home, and Incoterms the    *
      *  delivery terms for BILLRUN's commercial invoice when    *
      *  goods go abroad.                                        *
      *  EDI "Y" sends the customer's invoices electronically    *
      *  through EINVXMIT.  No FC "Y" exempts the customer from  *
      *  FINCHG's month-end finance charges.  Pri is the         *
      *  customer's allocation priority, 1 served first to 9     *
      *  last when ALLOCRUN shares out short stock - left blank  *
      *  or zero it is filed as 5.                               *
      *  Curr is the currency the customer is billed and pays    *
      *  in - blank is filed as USD - and must be on the rate    *
      *  file MUCURR.DAT (see CURRATE.CPY) when that file        *
      *  exists.                                                 *
      *                                                          *
      ************************************************************

                lock mode manual
                with lock on multiple records
                status file-status.

           select tax-file assign "MUTAXJUR.DAT"
                organization indexed
                access dynamic
                record key tj-code
                status tax-status.

           select salesrep-file assign "MUSLSREP.DAT"
                organization indexed
                access dynamic
                record key sr-code
                status rep-status.

           select shipto-file assign "MUSHIPTO.DAT"
                organization indexed
                access dynamic
                record key st-key
                status file-status.

           select currency-file assign "MUCURR.DAT"
                organization line sequential
                status cur-status.
      /
       data division.

       file section.
       fd  customer-file.
           copy customer.cpy.

       fd  tax-file.
           copy taxjur.cpy.

       fd  salesrep-file.
           copy salesrep.cpy.

       fd  shipto-file.
           copy shipto.cpy.

       fd  currency-file.
           copy currate.cpy.
      /
       working-storage section.
       01     cust-00   .
           03    cust-00-0480 pic x(0001) value "|".
           03    cust-00-0501   pic x(0025) value "|  Customer Code [
      -    "  ]".
           03 filler           pic x(0004).
           03    cust-00-0530 pic x(0012) value "Country [  ]".
           03 filler           pic x(0001).
           03    cust-00-0543 pic x(0015)
                 value "Incoterms [   ]".
           03 filler           pic x(0001).
           03    cust-00-0559 pic x(0010) value "Curr [   ]".
           03 filler           pic x(0011).
           03    cust-00-0580 pic x(0001) value "|".
           03    cust-00-0601 pic x(0001) value "|".
           03 filler           pic x(0020).
           03 filler           pic x(0004).
           03    cust-00-1030 pic x(0023)
                 value "Credit Limit [        ]".
           03 filler           pic x(0001).
           03    cust-00-1054 pic x(0016)
                 value "Sales Rep [    ]".
           03 filler           pic x(0001).
           03    cust-00-1071 pic x(0009) value "No FC [ ]".
           03 filler           pic x(0001).
           03    cust-00-1080 pic x(0001) value "|".
           03    cust-00-1101 pic x(0001) value "|".
           03    cust-00-1102 pic x(0025)
                 value "  Tax Code         [    ]".
           03 filler           pic x(0004).
           03    cust-00-1130 pic x(0022)
                 value "Cert [               ]".
           03 filler           pic x(0001).
           03    cust-00-1154 pic x(0007) value "Pri [ ]".
           03 filler           pic x(0001).
           03    cust-00-1162 pic x(0009) value "Zone [  ]".
           03 filler           pic x(0001).
           03    cust-00-1172 pic x(0007) value "EDI [ ]".
           03 filler           pic x(0001).
           03    cust-00-1180 pic x(0001) value "|".
           03    cust-00-2101   pic x(0080) value "--------------------
      -    "----------------------------------------------------------".
           03    cust-00-2201 pic x(0040)
                 value "-----Open Mode----Lock Mode--Last Operat".
           03    cust-00-2241 pic x(0040)
                 value "ion-----------Outcome------File Status--".
           03 filler           pic x(1037).

       01     cust-01    redefines    cust-00   .
           03 filler           pic x(0338).
           03   cust-01-code             pic 9(0004).
           03 filler           pic x(0016).
           03   cust-01-country          pic x(0002).
           03 filler           pic x(0013).
           03   cust-01-incoterms        pic x(0003).
           03 filler           pic x(0008).
           03   cust-01-currency         pic x(0003).
           03 filler           pic x(0035).
           03   cust-01-name             pic x(0030).
           03 filler           pic x(0050).
           03   cust-01-address-1        pic x(0030).
           03   cust-01-terms            pic 9(0003).
           03 filler           pic x(0020).
           03   cust-01-credit           pic 9(0008).
           03 filler           pic x(0012).
           03   cust-01-salesrep         pic x(0004).
           03 filler           pic x(0010).
           03   cust-01-fc-exempt        pic x(0001).
           03 filler           pic x(0023).
           03   cust-01-tax-code         pic x(0004).
           03 filler           pic x(0011).
           03   cust-01-exempt-cert      pic x(0015).
           03 filler           pic x(0007).
           03   cust-01-priority         pic 9(0001).
           03 filler           pic x(0008).
           03   cust-01-zone             pic x(0002).
           03 filler           pic x(0007).
           03   cust-01-einvoice         pic x(0001).
           03 filler           pic x(1198).
           03   choice                   pic 9.

      ***********************************************************
      * Ship-To Panel                                           *
      ***********************************************************

       01     ship-00   .
           03    ship-00-1501 pic x(0014)
                 value "  Ship-To No [".
           03 filler           pic x(0003).
           03    ship-00-1518 pic x(0010)
                 value "]   Name [".
           03 filler           pic x(0030).
           03    ship-00-1558 pic x(0001)
                 value "]".
           03 filler           pic x(0022).
           03    ship-00-1601 pic x(0014)
                 value "  Address 1  [".
           03 filler           pic x(0030).
           03    ship-00-1645 pic x(0001)
                 value "]".
           03 filler           pic x(0035).
           03    ship-00-1701 pic x(0014)
                 value "  Address 2  [".
           03 filler           pic x(0030).
           03    ship-00-1745 pic x(0001)
                 value "]".
           03 filler           pic x(0035).
           03    ship-00-1801 pic x(0014)
                 value "  Tax Code   [".
           03 filler           pic x(0004).
           03    ship-00-1819 pic x(0013)
                 value "]   Carrier [".
           03 filler           pic x(0004).
           03    ship-00-1836 pic x(0012)
                 value "]   Active [".
           03 filler           pic x(0001).
           03    ship-00-1849 pic x(0010)
                 value "]   Zone [".
           03 filler           pic x(0002).
           03    ship-00-1861 pic x(0010)
                 value "]   Ctry [".
           03 filler           pic x(0002).
           03    ship-00-1873 pic x(0001)
                 value "]".
           03 filler           pic x(0007).
           03    ship-00-1901 pic x(0032)
                 value "  R-Read  N-Next  A-Add/Change  ".
           03    ship-00-1933 pic x(0027)
                 value "D-Delete  Q-Quit   Action [".
           03 filler           pic x(0001).
           03    ship-00-1961 pic x(0001)
                 value "]".
           03 filler           pic x(0019).

       01     ship-01    redefines    ship-00   .
           03 filler           pic x(0014).
           03   ship-01-number           pic 9(0003).
           03 filler           pic x(0010).
           03   ship-01-name             pic x(0030).
           03 filler           pic x(0037).
           03   ship-01-address-1        pic x(0030).
           03 filler           pic x(0050).
           03   ship-01-address-2        pic x(0030).
           03 filler           pic x(0050).
           03   ship-01-tax-code         pic x(0004).
           03 filler           pic x(0013).
           03   ship-01-carrier          pic x(0004).
           03 filler           pic x(0012).
           03   ship-01-active           pic x(0001).
           03 filler           pic x(0010).
           03   ship-01-zone             pic x(0002).
           03 filler           pic x(0010).
           03   ship-01-country          pic x(0002).
           03 filler           pic x(0067).
           03   ship-01-action           pic x(0001).
           03 filler           pic x(0020).

       01  ship-blank                   pic x(400) value spaces.

      ***********************************************************
      * File Status Variables                                   *
      ***********************************************************

       01  binary-status redefines file-status pic 9(04) comp.

       01  tax-status                   pic xx.
       01  tax-open-switch              pic x     value "N".
           88  tax-file-open                      value "Y".
       01  tax-ok-switch                pic x.
           88  tax-code-valid                     value "Y".
       01  tax-check-code               pic x(04).

       01  rep-status                   pic xx.
       01  rep-open-switch              pic x     value "N".
           88  rep-file-open                      value "Y".
       01  rep-ok-switch                pic x.
           88  salesrep-valid                     value "Y".

       01  cur-status                   pic xx.
       01  currency-ok-switch           pic x.
           88  currency-valid                     value "Y".

       01  sto-open-switch              pic x     value "N".
           88  shipto-file-open                   value "Y".
       01  sto-found-switch             pic x.
           88  shipto-on-file                     value "Y".

      ***********************************************************
      * Information Line                                        *
      ***********************************************************

       01    inpopt.
           03   inpopt-00      pic x(0040)
                 value "1.Read on Key  2.Read next  3.Ship-to   ".
           03   inpopt-01      pic x(0040)
                 value "5.Start not <  6.Write  7.Rewrite  8.Del".
           03   inpopt-02      pic x(0040)
                 value "ete  0.Exit                            ".

      **********************************************************
      * Program for maintaining the customer master file       *
           display cust-00.
           display inpopt at 1201.
           display "Input Choice [ ]" at 1233 upon crt-under.
      *    With a jurisdiction file on disk, a keyed tax code
      *    must be on it and active; with none, codes are
      *    accepted as keyed.
           open input tax-file.
           if tax-status = "00"
               move "Y" to tax-open-switch.
           open input salesrep-file.
           if rep-status = "00"
               move "Y" to rep-open-switch.
           open i-o shipto-file.
           if status-1 not = "0"
               open output shipto-file
               close shipto-file
               open i-o shipto-file.
           if status-1 = "0"
               move "Y" to sto-open-switch.
           open i-o customer-file.
           move "---Open I-O---" to open-mode.
           move "-Open I-O--" to last-operation.
           evaluate choice
                when 0     go to wrap-up
                when 1     perform read-on-key
                when 3     perform shipto-panel thru shipto-panel-done
                when 5     perform start-not-less-than
                when 6     perform write-record thru write-record-done
                when 7     perform rewrite-record
                                   thru rewrite-record-done
                when 8     perform delete-record
                when other go to ent-ry
           end-evaluate.
           go to ent-ry.

       wrap-up.
           if tax-file-open
               close tax-file.
           if rep-file-open
               close salesrep-file.
           if shipto-file-open
               close shipto-file.
           close customer-file.
           move "----Closed----" to open-mode.
           move "------Closed" to last-operation.
       write-record.
           move "---Write---" to last-operation.
           perform move-from-screen-to-rec.
           move customer-tax-code to tax-check-code.
           perform check-tax-code thru check-tax-code-exit.
           if not tax-code-valid
               move "--Tax code not valid" to was-it-successful
               go to write-record-done.
           perform check-salesrep thru check-salesrep-exit.
           if not salesrep-valid
               move "-Sales rep not valid" to was-it-successful
               go to write-record-done.
           perform check-currency thru check-currency-exit.
           if not currency-valid
               move "--Currency not valid" to was-it-successful
               go to write-record-done.
           write customer-record.
           perform status-check.
       write-record-done.
           exit.

       rewrite-record.
           move "--Rewrite--" to last-operation.
           perform move-from-screen-to-rec.
           move customer-tax-code to tax-check-code.
           perform check-tax-code thru check-tax-code-exit.
           if not tax-code-valid
               move "--Tax code not valid" to was-it-successful
               go to rewrite-record-done.
           perform check-salesrep thru check-salesrep-exit.
           if not salesrep-valid
               move "-Sales rep not valid" to was-it-successful
               go to rewrite-record-done.
           perform check-currency thru check-currency-exit.
           if not currency-valid
               move "--Currency not valid" to was-it-successful
               go to rewrite-record-done.
           rewrite customer-record.
           perform status-check.
       rewrite-record-done.
           exit.

       delete-record.
           move "--Delete---" to last-operation.
           delete customer-file.
           perform status-check.

      ***********************************************************
      * Tax Code Validation Against MUTAXJUR.DAT (TAXJUR.CPY)    *
      ***********************************************************

       check-tax-code.
           move "Y" to tax-ok-switch.
           if not tax-file-open
               go to check-tax-code-exit.
           if tax-check-code = spaces
               go to check-tax-code-exit.
           move tax-check-code to tj-code.
           read tax-file.
           if tax-status not = "00"
               move "N" to tax-ok-switch
               go to check-tax-code-exit.
           if not tj-active
               move "N" to tax-ok-switch.

       check-tax-code-exit.
           exit.

      ***********************************************************
      * Sales Rep Validation Against MUSLSREP.DAT (SALESREP.CPY) *
      ***********************************************************

       check-salesrep.
           move "Y" to rep-ok-switch.
           if not rep-file-open
               go to check-salesrep-exit.
           if customer-salesrep = spaces
               go to check-salesrep-exit.
           move customer-salesrep to sr-code.
           read salesrep-file.
           if rep-status not = "00"
               move "N" to rep-ok-switch
               go to check-salesrep-exit.
           if not sr-active
               move "N" to rep-ok-switch.

       check-salesrep-exit.
           exit.

      ***********************************************************
      * Currency Validation Against MUCURR.DAT (CURRATE.CPY)     *
      ***********************************************************

       check-currency.
           move "Y" to currency-ok-switch.
           if customer-currency = "USD"
               go to check-currency-exit.
           open input currency-file.
           if cur-status not = "00"
               go to check-currency-exit.
           move "N" to currency-ok-switch.

       check-currency-read.
           read currency-file
               at end
                   go to check-currency-close
           end-read.
           if cur-code = customer-currency
               move "Y" to currency-ok-switch
               go to check-currency-close.
           go to check-currency-read.

       check-currency-close.
           close currency-file.

       check-currency-exit.
           exit.

      ***********************************************************
      * Ship-To Addresses for the Customer on the Screen         *
      ***********************************************************

       shipto-panel.
           move "--Ship-To--" to last-operation.
           if not shipto-file-open
               move "-Ship-to file closed" to was-it-successful
               go to shipto-panel-done.
           move cust-01-code to customer-code.
           read customer-file.
           perform status-check.
           if status-1 not = "0"
               go to shipto-panel-done.
           perform move-from-rec-to-screen.
           display cust-01.
           initialize ship-01.
           display ship-00 at 1501.

       shipto-panel-entry.
           display hyphen-line at 2101 upon crt-under.
           display status-line at 2101 upon crt-under.
           accept ship-01 at 1501.
           evaluate ship-01-action
                when "R"   perform shipto-read
                when "r"   perform shipto-read
                when "N"   perform shipto-next thru shipto-next-done
                when "n"   perform shipto-next thru shipto-next-done
                when "A"   perform shipto-store thru shipto-store-done
                when "a"   perform shipto-store thru shipto-store-done
                when "D"   perform shipto-delete
                when "d"   perform shipto-delete
                when "Q"   go to shipto-panel-clear
                when "q"   go to shipto-panel-clear
                when other continue
           end-evaluate.
           move space to ship-01-action.
           display ship-01 at 1501.
           go to shipto-panel-entry.

       shipto-panel-clear.
           display ship-blank at 1501.
       shipto-panel-done.
           exit.

       shipto-read.
           move "ShipTo Read" to last-operation.
           move customer-code to st-customer-code.
           move ship-01-number to st-number.
           read shipto-file.
           perform status-check.
           if status-1 = "0"
               perform move-from-shipto-to-screen
           else
               initialize ship-01
               move st-number to ship-01-number.

      *    The next site along for the same customer.

       shipto-next.
           move "ShipTo Next" to last-operation.
           move customer-code to st-customer-code.
           move ship-01-number to st-number.
           start shipto-file key greater than st-key.
           if status-1 = "0"
               read shipto-file next record.
           perform status-check.
           if status-1 not = "0"
               go to shipto-next-done.
           if st-customer-code not = customer-code
               move "---------End of file" to was-it-successful
               go to shipto-next-done.
           perform move-from-shipto-to-screen.
       shipto-next-done.
           exit.

       shipto-store.
           move "ShipTo Save" to last-operation.
           if ship-01-number = 0
               move "-Ship-to no required" to was-it-successful
               go to shipto-store-done.
           if ship-01-name = spaces
               move "-------Name required" to was-it-successful
               go to shipto-store-done.
           move ship-01-tax-code to tax-check-code.
           perform check-tax-code thru check-tax-code-exit.
           if not tax-code-valid
               move "--Tax code not valid" to was-it-successful
               go to shipto-store-done.
           move customer-code to st-customer-code.
           move ship-01-number to st-number.
           move "N" to sto-found-switch.
           read shipto-file.
           if status-1 = "0"
               move "Y" to sto-found-switch.
           perform move-from-screen-to-shipto.
           if shipto-on-file
               rewrite shipto-record
           else
               write shipto-record.
           perform status-check.
       shipto-store-done.
           exit.

       shipto-delete.
           move "ShipTo Del " to last-operation.
           move customer-code to st-customer-code.
           move ship-01-number to st-number.
           delete shipto-file.
           perform status-check.

      ***********************************************************
      *    File Status Checking Routines.                       *
      ***********************************************************
          move cust-01-phone to customer-phone.
          move cust-01-terms to customer-terms-days.
          move cust-01-credit to customer-credit-limit.
          move cust-01-tax-code to customer-tax-code.
          move cust-01-exempt-cert to customer-exempt-cert.
          move cust-01-salesrep to customer-salesrep.
          move cust-01-zone to customer-freight-zone.
          move cust-01-country to customer-country.
          move cust-01-incoterms to customer-incoterms.
          move cust-01-currency to customer-currency.
          if customer-currency = spaces
              move "USD" to customer-currency.
          if cust-01-einvoice = "Y" or cust-01-einvoice = "y"
              move "Y" to customer-einvoice-flag
          else
              move "N" to customer-einvoice-flag.
          if cust-01-fc-exempt = "Y" or cust-01-fc-exempt = "y"
              move "Y" to customer-fincharge-flag
          else
              move "N" to customer-fincharge-flag.
          move cust-01-priority to customer-alloc-priority.
          if not customer-priority-valid
              move 5 to customer-alloc-priority.

       move-from-rec-to-screen.
          move customer-code to cust-01-code.
          move customer-phone to cust-01-phone.
          move customer-terms-days to cust-01-terms.
          move customer-credit-limit to cust-01-credit.
          move customer-tax-code to cust-01-tax-code.
          move customer-exempt-cert to cust-01-exempt-cert.
          move customer-salesrep to cust-01-salesrep.
          move customer-freight-zone to cust-01-zone.
          move customer-country to cust-01-country.
          move customer-incoterms to cust-01-incoterms.
          move customer-currency to cust-01-currency.
          move customer-einvoice-flag to cust-01-einvoice.
          move customer-fincharge-flag to cust-01-fc-exempt.
          move customer-alloc-priority to cust-01-priority.

       move-from-screen-to-shipto.
           move customer-code to st-customer-code.
           move ship-01-number to st-number.
           move ship-01-name to st-name.
           move ship-01-address-1 to st-address-1.
           move ship-01-address-2 to st-address-2.
           move ship-01-tax-code to st-tax-code.
           move ship-01-carrier to st-carrier-code.
           move ship-01-zone to st-freight-zone.
           move ship-01-country to st-country.
           if ship-01-active = "N" or ship-01-active = "n"
               move "N" to st-active-flag
           else
               move "Y" to st-active-flag.

       move-from-shipto-to-screen.
           move st-number to ship-01-number.
           move st-name to ship-01-name.
           move st-address-1 to ship-01-address-1.
           move st-address-2 to ship-01-address-2.
           move st-tax-code to ship-01-tax-code.
           move st-carrier-code to ship-01-carrier.
           move st-active-flag to ship-01-active.
           move st-freight-zone to ship-01-zone.
           move st-country to ship-01-country.
