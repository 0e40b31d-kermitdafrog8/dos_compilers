      ************************************************************
      *                                                          *
      *                      KEYBAT.CPY                          *
      *                                                          *
      *  Record layout for the keyed batch control file          *
      *  (MUKEYBAT.DAT).  A stack of delivery notes keyed into   *
      *  STOCKRCV, or of issue slips keyed into STOCKISS, is     *
      *  opened as a batch before keying starts: the operator    *
      *  declares how many slips are in the stack and the total  *
      *  quantity on them.  Every slip posted adds to the keyed  *
      *  count and the keyed quantity (the hash total) and its   *
      *  movement carries the batch number in mv-batch-number.   *
      *  The batch will not close until the keyed figures agree  *
      *  with the declared ones, so a slip missed or keyed       *
      *  twice shows the same day instead of at STOCKEOD.  An    *
      *  unbalanced batch stays open and is resumed by number.   *
      *  KBATCTL reports the open and out-of-balance batches     *
      *  for the supervisor.                                     *
      *                                                          *
      ************************************************************

       01  key-batch-record.
           03  kb-batch-number                   pic x(06).
           03  kb-data.
               05  kb-program                    pic x(08).
               05  kb-type                       pic x.
                   88  kb-receipts                      value "R".
                   88  kb-issues                        value "I".
               05  kb-operator-id                pic x(08).
               05  kb-open-date                  pic 9(08).
               05  kb-declared-count             pic 9(04).
               05  kb-declared-qty               pic 9(09)v9(03).
               05  kb-keyed-count                pic 9(04).
               05  kb-keyed-qty                  pic 9(09)v9(03).
               05  kb-status-flag                pic x.
                   88  kb-open                          value "O".
                   88  kb-closed                        value "C".
               05  kb-closed-date                pic 9(08).
               05  kb-closed-by                  pic x(08).
