      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                       WOCNV.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  One-time conversion for work order labour costing, in   *
      *  the style of ALOCNV.  The work order took its labour    *
      *  and overhead cost, the quantity built and the close     *
      *  date on the end of the record.  Reads MUWORDER.OLD in   *
      *  its old layout and writes every order forward with no   *
      *  labour or overhead; an order already closed is taken    *
      *  to have built the quantity ordered, on an unknown day.  *
      *  Confirms with the operator before the new file is       *
      *  recreated.                                              *
      *                                                          *
      ************************************************************

       identification division.
       program-id. WOCNV.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select old-wo-file assign "MUWORDER.OLD"
                organization indexed
                access sequential
                record key o-wo-number
                status old-status.

           select wo-file assign "MUWORDER.DAT"
                organization indexed
                access dynamic
                record key wo-number
                status wo-status.
      /
       data division.

      ********************************************************** *
      * FILE DEFINITIONS - the old layout is the new one less    *
      * the fields on the end, so the old data moves across as   *
      * a block and the new fields are then defaulted.           *
      ********************************************************** *

       file section.
       fd  old-wo-file.
       01  old-wo-record.
           03  o-wo-number                  pic x(06).
           03  o-wo-data                    pic x(39).

       fd  wo-file.
           copy worec.cpy.
      /
       working-storage section.

       01  old-status                   pic xx.
       01  wo-status                    pic xx.

       01  end-of-file-switch           pic x.
           88 end-of-file                         value "Y".

       01  yesno                        pic x.

       01  orders-migrated              pic 9(06) value 0.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "WOCNV - convert the work order layout forward".
           display "This overwrites MUWORDER.DAT from the .OLD copy".
           display "Are you sure (Y/N) ? ".
           accept yesno.
           if yesno not = "Y" and yesno not = "y"
               display "Conversion cancelled"
               go to endit.

           perform convert-orders thru convert-orders-exit.

           display "Work orders migrated    : " orders-migrated.

       endit.
           goback.

      ***********************************************************
      * Work Orders - No Labour or Overhead                     *
      ***********************************************************

       convert-orders.
           open input old-wo-file.
           if old-status not = "00"
               display "MUWORDER.OLD not available - work orders "
                       "not converted - status " old-status
               go to convert-orders-exit.
           open output wo-file.
           if wo-status not = "00"
               display "Unable to open MUWORDER.DAT - status "
                       wo-status
               close old-wo-file
               go to convert-orders-exit.
           move "N" to end-of-file-switch.

       convert-orders-read.
           if end-of-file
               go to convert-orders-close.
           read old-wo-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to convert-orders-read
           end-read.
           move old-wo-record to work-order-record.
           move 0 to wo-labour-cost.
           move 0 to wo-overhead-cost.
           move 0 to wo-built-qty.
           move 0 to wo-close-date.
           if wo-closed
               move wo-qty to wo-built-qty.
           write work-order-record.
           if wo-status = "00"
               add 1 to orders-migrated
           else
               display "Unable to migrate work order "
                       o-wo-number " - status " wo-status.
           go to convert-orders-read.

       convert-orders-close.
           close old-wo-file.
           close wo-file.

       convert-orders-exit.
           exit.
