      ************************************************************
      *                                                          *
      *                     REPLTASK.CPY                         *
      *                                                          *
      *  Record layout for the replenishment task file           *
      *  (MUREPLEN.DAT).  One bin-to-bin move per record, from a *
      *  reserve bin to the item's pick face in the same         *
      *  location.  REPLEN numbers each run's tasks in the       *
      *  reserve bins' walk sequence so the list is worked in    *
      *  one pass round the building; REPLCONF confirms the      *
      *  quantity actually moved, or cancels the task.  An open  *
      *  task keeps REPLEN from raising a second one for the     *
      *  same pick face.                                         *
      *                                                          *
      ************************************************************

       01  replen-task-record.
           03  rt-task-number                    pic 9(06).
           03  rt-data.
               05  rt-stock-key                  pic x(10).
               05  rt-loc-code                   pic x(04).
               05  rt-from-bin                   pic x(09).
               05  rt-from-walk-seq              pic 9(04).
               05  rt-to-bin                     pic x(09).
               05  rt-qty                        pic 9(06)v9(03).
               05  rt-status                     pic x.
                   88  rt-open                          value "O".
                   88  rt-confirmed                     value "C".
                   88  rt-cancelled                     value "X".
               05  rt-created-date               pic 9(08).
               05  rt-confirmed-date             pic 9(08).
               05  rt-moved-qty                  pic 9(06)v9(03).
               05  rt-wave-number                pic 9(05).
