      ************************************************************
      *                                                          *
      *                     CYCPARM.CPY                          *
      *                                                          *
      *  Record layout for the cycle count parameters            *
      *  (MUCYCPRM.DAT), a single line kept by CYCSCHED.  How    *
      *  many calendar days each ABC class may go between        *
      *  counts, and the count tolerance per class as a          *
      *  percentage of the system quantity.  With no file on     *
      *  disk A items are counted monthly (30 days, 1.0%), B     *
      *  quarterly (91 days, 2.5%) and C yearly (365 days,       *
      *  5.0%); an item with no class counts as C.               *
      *                                                          *
      ************************************************************

       01  cycle-parm-record.
           03  cp-days-a                         pic 9(03).
           03  cp-days-b                         pic 9(03).
           03  cp-days-c                         pic 9(03).
           03  cp-tolerance-a                    pic 9(02)v9.
           03  cp-tolerance-b                    pic 9(02)v9.
           03  cp-tolerance-c                    pic 9(02)v9.
