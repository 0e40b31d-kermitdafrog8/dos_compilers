      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     VNDDOCM.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Maintenance program for the vendor compliance document  *
      *  file MUVNDDOC.DAT (see VNDDOC.CPY), in the KBMAINT      *
      *  mould.  Prompts for a vendor code, validates it         *
      *  against MUVENDOR.DAT, and adds, changes, deletes or     *
      *  lists the vendor's certificates and policies - the      *
      *  document type (INS insurance, QUAL quality system       *
      *  certification, or any other code the buyers agree),     *
      *  its reference, what it is, and the dates it runs from   *
      *  and to.  The list shows the vendor's approved-vendor    *
      *  status from VENDMAST and marks each document expired,   *
      *  or due within 30 days, against today.                   *
      *                                                          *
      ************************************************************

       identification division.
       program-id. VNDDOCM.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select vendor-doc-file assign "MUVNDDOC.DAT"
                organization indexed
                access dynamic
                record key vd-key
                status file-status.

           select vendor-file assign "MUVENDOR.DAT"
                organization indexed
                access dynamic
                record key vendor-code
                status vnd-status.
      /
       data division.

       file section.
       fd  vendor-doc-file.
           copy vnddoc.cpy.

       fd  vendor-file.
           copy vendor.cpy.
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  vnd-status                   pic xx.

       01  choice                       pic x.
       01  ws-vendor-code               pic 9(04).
       01  ws-doc-type                  pic x(04).
       01  ws-reference                 pic x(15).
       01  ws-expiry-note               pic x(12).
       01  entries-shown                pic 9(03).
       01  today-8                      pic 9(08).
       01  today-serial                 pic 9(07).
       01  ws-days-left                 pic s9(07).
       01  key-switch                   pic x.
           88  keys-valid                         value "Y".
       01  details-switch               pic x.
           88  details-valid                      value "Y".

      ***********************************************************
      * Date-to-Serial-Day Conversion (see EXPEDITE)             *
      ***********************************************************

       01  conv-date                    pic 9(08).
       01  conv-date-split redefines conv-date.
           03  conv-year                pic 9(04).
           03  conv-month               pic 9(02).
           03  conv-day                 pic 9(02).
       01  conv-serial                  pic 9(07).
       01  conv-work                    pic 9(07).
       01  conv-prior-year              pic 9(04).
       01  conv-remainder               pic 9(04).
       01  leap-switch                  pic x.
           88  leap-year                      value "Y".

       01  month-offset-values.
           03  filler                   pic x(36) value
               "000031059090120151181212243273304334".
       01  month-offset-table redefines month-offset-values.
           03  month-offset             pic 9(03) occurs 12 times.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "VNDDOCM - vendor compliance document maintenance".
           open i-o vendor-doc-file.
           if status-1 not = "0"
               open output vendor-doc-file
               close vendor-doc-file
               open i-o vendor-doc-file.
           if status-1 not = "0"
               display "Unable to open MUVNDDOC.DAT - status "
                       status-1 status-2
               go to endit.

           open input vendor-file.
           if vnd-status not = "00"
               display "Unable to open MUVENDOR.DAT - status "
                       vnd-status
               close vendor-doc-file
               go to endit.

           accept today-8 from date yyyymmdd.
           move today-8 to conv-date.
           perform convert-date-to-serial.
           move conv-serial to today-serial.

       ent-ry.
           display "A-Add  C-Change  D-Delete  L-List vendor  "
                   "Q-Quit : ".
           accept choice.
           evaluate choice
               when "A" when "a"
                   perform add-entry thru add-entry-exit
               when "C" when "c"
                   perform change-entry thru change-entry-exit
               when "D" when "d"
                   perform delete-entry thru delete-entry-exit
               when "L" when "l"
                   perform list-vendor thru list-vendor-exit
               when "Q" when "q"
                   go to wrap-up
               when other
                   continue
           end-evaluate.
           go to ent-ry.

      ***********************************************************
      * Keying and Validation                                   *
      ***********************************************************

       get-vendor.
           move "N" to key-switch.
           display "Vendor code : ".
           move 0 to ws-vendor-code.
           accept ws-vendor-code.
           if ws-vendor-code = 0
               go to get-vendor-exit.
           move ws-vendor-code to vendor-code.
           read vendor-file.
           if vnd-status not = "00"
               display "Vendor not on file - status " vnd-status
               go to get-vendor-exit.
           display vendor-name "  " vendor-approval-flag.
           move "Y" to key-switch.

       get-vendor-exit.
           exit.

       get-keys.
           perform get-vendor thru get-vendor-exit.
           if not keys-valid
               go to get-keys-exit.
           move "N" to key-switch.
           display "Document type (INS, QUAL, ...) : ".
           move spaces to ws-doc-type.
           accept ws-doc-type.
           if ws-doc-type = spaces
               display "A document type is required"
               go to get-keys-exit.
           display "Certificate / policy reference : ".
           move spaces to ws-reference.
           accept ws-reference.
           if ws-reference = spaces
               display "A reference is required"
               go to get-keys-exit.
           move "Y" to key-switch.

       get-keys-exit.
           exit.

       get-details.
           move "N" to details-switch.
           display "Description : ".
           accept vd-description.
           display "Issued (YYYYMMDD, 0 if not known) : ".
           move 0 to vd-issue-date.
           accept vd-issue-date.
           display "Expires (YYYYMMDD) : ".
           move 0 to vd-expiry-date.
           accept vd-expiry-date.
           if vd-expiry-date = 0
               display "An expiry date is required"
               go to get-details-exit.
           if vd-expiry-date < vd-issue-date
               display "Expiry cannot be before issue"
               go to get-details-exit.
           move today-8 to vd-entered-date.
           move "Y" to details-switch.

       get-details-exit.
           exit.

       move-keys.
           move ws-vendor-code to vd-vendor-code.
           move ws-doc-type to vd-doc-type.
           move ws-reference to vd-reference.

      ***********************************************************
      * Add / Change / Delete / List                            *
      ***********************************************************

       add-entry.
           perform get-keys thru get-keys-exit.
           if not keys-valid
               go to add-entry-exit.
           perform move-keys.
           read vendor-doc-file.
           if status-1 = "0"
               display "Document already on file - use C to change"
               go to add-entry-exit.
           perform move-keys.
           perform get-details thru get-details-exit.
           if not details-valid
               go to add-entry-exit.
           write vendor-doc-record.
           if status-1 = "0"
               display "Document added"
           else
               display "Unable to add document - status "
                       status-1 status-2.

       add-entry-exit.
           exit.

       change-entry.
           perform get-keys thru get-keys-exit.
           if not keys-valid
               go to change-entry-exit.
           perform move-keys.
           read vendor-doc-file
               invalid key
                   display "Document not on file - use A to add"
                   go to change-entry-exit
           end-read.
           perform show-document.
           perform get-details thru get-details-exit.
           if not details-valid
               go to change-entry-exit.
           rewrite vendor-doc-record.
           if status-1 = "0"
               display "Document changed"
           else
               display "Unable to change document - status "
                       status-1 status-2.

       change-entry-exit.
           exit.

       delete-entry.
           perform get-keys thru get-keys-exit.
           if not keys-valid
               go to delete-entry-exit.
           perform move-keys.
           read vendor-doc-file
               invalid key
                   display "Document not on file"
                   go to delete-entry-exit
           end-read.
           delete vendor-doc-file.
           if status-1 = "0"
               display "Document deleted"
           else
               display "Unable to delete document - status "
                       status-1 status-2.

       delete-entry-exit.
           exit.

       list-vendor.
           perform get-vendor thru get-vendor-exit.
           if not keys-valid
               go to list-vendor-exit.
           evaluate true
               when vendor-blocked
                   display "  Status BLOCKED"
               when vendor-on-probation
                   display "  Status ON PROBATION"
               when other
                   display "  Status APPROVED"
           end-evaluate.
           if vendor-payment-held
               display "  Payments ON HOLD".
           move 0 to entries-shown.
           move ws-vendor-code to vd-vendor-code.
           move low-values to vd-doc-type.
           move low-values to vd-reference.
           start vendor-doc-file key not less than vd-key.
           if status-1 not = "0"
               go to list-vendor-done.

       list-vendor-read.
           read vendor-doc-file next record
               at end
                   go to list-vendor-done
           end-read.
           if vd-vendor-code not = ws-vendor-code
               go to list-vendor-done.
           add 1 to entries-shown.
           perform show-document.
           go to list-vendor-read.

       list-vendor-done.
           display "Documents listed : " entries-shown.

       list-vendor-exit.
           exit.

       show-document.
           move vd-expiry-date to conv-date.
           perform convert-date-to-serial.
           compute ws-days-left = conv-serial - today-serial.
           move spaces to ws-expiry-note.
           if ws-days-left < 0
               move "EXPIRED" to ws-expiry-note
           else
               if ws-days-left <= 30
                   move "DUE 30 DAYS" to ws-expiry-note.
           display "  " vd-doc-type " " vd-reference " "
                   vd-description.
           display "       issued " vd-issue-date
                   "  expires " vd-expiry-date "  " ws-expiry-note.

       wrap-up.
           close vendor-doc-file.
           close vendor-file.

       endit.
           goback.

      ***********************************************************
      * Date-to-Serial-Day Conversion (see EXPEDITE)             *
      ***********************************************************

       convert-date-to-serial.
           move "N" to leap-switch.
           divide conv-year by 4 giving conv-work
                   remainder conv-remainder.
           if conv-remainder = 0
               move "Y" to leap-switch.
           divide conv-year by 100 giving conv-work
                   remainder conv-remainder.
           if conv-remainder = 0
               move "N" to leap-switch.
           divide conv-year by 400 giving conv-work
                   remainder conv-remainder.
           if conv-remainder = 0
               move "Y" to leap-switch.
           compute conv-prior-year = conv-year - 1.
           compute conv-serial = conv-year * 365.
           divide conv-prior-year by 4 giving conv-work.
           add conv-work to conv-serial.
           divide conv-prior-year by 100 giving conv-work.
           subtract conv-work from conv-serial.
           divide conv-prior-year by 400 giving conv-work.
           add conv-work to conv-serial.
           add month-offset(conv-month) to conv-serial.
           add conv-day to conv-serial.
           if leap-year and conv-month > 2
               add 1 to conv-serial.
