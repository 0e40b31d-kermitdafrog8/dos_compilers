      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                      MRGCNV.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  One-time conversion for minimum margins, in the style   *
      *  of HAZCNV.  The category record took a minimum margin   *
      *  percent on its end.  Reads MUCATEGY.OLD in the old      *
      *  layout and writes every category forward with a zero    *
      *  minimum - only a line sold below cost needs approval -  *
      *  until CATMAST sets the margin each category should      *
      *  hold.  Confirms with the operator before the new file   *
      *  is recreated.                                           *
      *                                                          *
      ************************************************************

       identification division.
       program-id. MRGCNV.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select old-category-file assign "MUCATEGY.OLD"
                organization indexed
                access sequential
                record key o-category-code
                status old-status.

           select category-file assign "MUCATEGY.DAT"
                organization indexed
                access dynamic
                record key category-code
                status cat-status.
      /
       data division.

       file section.
       fd  old-category-file.
       01  old-category-record.
           03  o-category-code              pic x(04).
           03  o-category-data              pic x(37).

       fd  category-file.
           copy category.cpy.
      /
       working-storage section.

       01  old-status                   pic xx.
       01  cat-status                   pic xx.

       01  end-of-file-switch           pic x     value "N".
           88 end-of-file                         value "Y".

       01  yesno                        pic x.

       01  categories-migrated          pic 9(05) value 0.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "MRGCNV - convert the category layout forward".
           display "This overwrites MUCATEGY.DAT from MUCATEGY.OLD".
           display "Are you sure (Y/N) ? ".
           accept yesno.
           if yesno not = "Y" and yesno not = "y"
               display "Conversion cancelled"
               go to endit.

           open input old-category-file.
           if old-status not = "00"
               display "Unable to open MUCATEGY.OLD - status "
                       old-status
               go to endit.
           open output category-file.
           if cat-status not = "00"
               display "Unable to open MUCATEGY.DAT - status "
                       cat-status
               close old-category-file
               go to endit.

       read-loop.
           if end-of-file
               go to wrap-up.
           read old-category-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to read-loop
           end-read.
           move old-category-record to category-record.
           move 0 to category-min-margin.
           write category-record.
           if cat-status = "00"
               add 1 to categories-migrated
           else
               display "Unable to migrate category " o-category-code
                       " - status " cat-status.
           go to read-loop.

       wrap-up.
           close old-category-file.
           close category-file.
           display "Categories migrated : " categories-migrated.

       endit.
           goback.
