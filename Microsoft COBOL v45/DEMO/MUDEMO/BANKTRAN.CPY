      ************************************************************
      *                                                          *
      *                     BANKTRAN.CPY                         *
      *                                                          *
      *  Record layout for the bank cleared-item file            *
      *  (MUBANKTX.DAT).  APPAY numbers its checks and CASHAPP   *
      *  records the customer's check, but nothing ever said     *
      *  when the bank saw either.  BANKIMP loads the bank's     *
      *  statement file onto this one record per cleared item,  *
      *  keyed by the clear date and a tie-breaking sequence:    *
      *  a check cleared, a deposit credited, a bank charge or   *
      *  other debit, interest or other credit, and the          *
      *  statement balance itself.  BANKREC matches checks and   *
      *  deposits to the books and flags the item matched.      *
      *                                                          *
      ************************************************************

       01  bank-item-record.
           03  bt-key.
               05  bt-clear-date                 pic 9(08).
               05  bt-seq                        pic 9(04).
           03  bt-data.
               05  bt-type                       pic x.
                   88  bt-check                         value "C".
                   88  bt-deposit                       value "D".
                   88  bt-debit                         value "F".
                   88  bt-credit                        value "I".
                   88  bt-balance                       value "B".
                   88  bt-type-valid          value "C" "D" "F" "I" "B".
               05  bt-reference                  pic x(10).
               05  bt-amount                     pic s9(10)v99.
               05  bt-import-date                pic 9(08).
               05  bt-matched-flag               pic x.
                   88  bt-matched                       value "Y".
