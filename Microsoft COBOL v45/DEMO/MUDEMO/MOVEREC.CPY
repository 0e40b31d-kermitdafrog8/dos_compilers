      *  means a customer issue charged to cost of sales.        *
      *  mv-reference ties a movement back to the document that  *
      *  drove it - a fulfilled requisition number, for one.     *
      *  A slip keyed into STOCKRCV or STOCKISS under a batch    *
      *  carries the batch number (see KEYBAT.CPY) in            *
      *  mv-batch-number; spaces means no batch.  MOVBCNV        *
      *  carries a ledger written before it forward.             *
      *                                                          *
      ************************************************************

           03  mv-unit-cost                  pic 9(08)v99.
           03  mv-cost-center                pic x(04).
           03  mv-reference                  pic x(06).
           03  mv-batch-number               pic x(06).
