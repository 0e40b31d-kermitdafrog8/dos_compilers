      *  vendor's MUAPOWED.DAT balance so the next APPAY run     *
      *  nets it off, and tracks the shipped-back quantity on    *
      *  the source record so nothing ships twice.               *
      *  The paperwork for a hazardous item (stock-hazmat-class) *
      *  carries its UN number, class and the class's hazard     *
      *  wording off MUHAZCLS.DAT (see HAZCLASS.CPY).            *
      *                                                          *
      ************************************************************

                    with duplicates
                status mov-log-status.

           select hazmat-class-file assign "MUHAZCLS.DAT"
                organization indexed
                access dynamic
                record key hz-class-code
                status hzc-status.

           select return-doc assign "VENDRTN.LST"
                organization line sequential
                status doc-status.
       fd  movement-log.
           copy moverec.cpy.

       fd  hazmat-class-file.
           copy hazclass.cpy.

       fd  return-doc.
       01  return-doc-line              pic x(80).


       01  vit-open-switch              pic x     value "N".
           88  cross-reference-open               value "Y".
       01  hzc-status                   pic xx.
       01  hzc-open-switch              pic x     value "N".
           88  hazmat-classes-open                value "Y".

       01  choice                       pic x.
       01  today-8                      pic 9(08).
           open input vendor-item-file.
           if vit-status = "00"
               move "Y" to vit-open-switch.
           open input hazmat-class-file.
           if hzc-status = "00"
               move "Y" to hzc-open-switch.

           perform read-next-number thru read-next-number-exit.
           accept today-8 from date yyyymmdd.
           move 0 to mv-unit-cost.
           move spaces to mv-cost-center.
           move spaces to mv-reference.
           move spaces to mv-batch-number.

       log-movement-write.
           write movement-record.
           move "N" to ap-paid-flag.
           move 0 to ap-paid-date.
           move spaces to ap-check-number.
           move 0 to ap-cleared-date.
           write ap-owed-record.
           if ap-status not = "00"
               display "Unable to raise debit memo - status "
                   "  debit value " ws-value-edited
                   delimited by size into return-doc-line.
           write return-doc-line.
           perform print-return-hazard thru print-return-hazard-exit.

      *    Hazardous goods going back carry their UN number, class
      *    and wording for the carrier.

       print-return-hazard.
           move ws-stock-key to stock-key.
           read stock-file
               invalid key
                   go to print-return-hazard-exit
           end-read.
           if stock-not-hazmat
               go to print-return-hazard-exit.
           move stock-hazmat-class to hz-class-code.
           move spaces to hz-data.
           if hazmat-classes-open
               read hazmat-class-file
                   invalid key
                       move spaces to hz-data
               end-read.
           move spaces to return-doc-line.
           string "HAZARDOUS  " stock-un-number
                   "  class " stock-hazmat-class
                   "  " hz-description
                   delimited by size into return-doc-line.
           write return-doc-line.
           if hz-hazard-wording not = spaces
               move hz-hazard-wording to return-doc-line
               write return-doc-line.

       print-return-hazard-exit.
           exit.

      ***********************************************************
      * Debit Memo Number Handling                               *
           close return-doc.
           if cross-reference-open
               close vendor-item-file.
           if hazmat-classes-open
               close hazmat-class-file.
           display "Returns shipped : " returns-shipped.

       endit.
