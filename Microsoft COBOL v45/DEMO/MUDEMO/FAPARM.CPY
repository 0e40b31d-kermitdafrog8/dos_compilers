      ************************************************************
      *                                                          *
      *                      FAPARM.CPY                          *
      *                                                          *
      *  Record layout for the fixed asset parameters            *
      *  (MUFAPARM.DAT), a single line kept by FAMAINT.  The GL  *
      *  accounts the register posts to - asset cost,            *
      *  accumulated depreciation, depreciation expense, gain or *
      *  loss on disposal and the account disposal proceeds are  *
      *  received into - plus the account GLJRNL charges an      *
      *  internal issue to when the cost center has no expense   *
      *  account of its own, which capitalization reverses.      *
      *  STOCKISS gives a new asset the default life and method; *
      *  the declining factor is the percentage of the           *
      *  straight-line rate declining balance takes (200 for     *
      *  double declining).  With no file on disk assets default *
      *  to 60 months straight-line, and FADEPR will not post    *
      *  until the accounts are keyed.                           *
      *                                                          *
      ************************************************************

       01  fa-parm-record.
           03  fp-asset-account                  pic x(06).
           03  fp-accum-account                  pic x(06).
           03  fp-depr-account                   pic x(06).
           03  fp-disposal-account               pic x(06).
           03  fp-proceeds-account               pic x(06).
           03  fp-issue-offset-account           pic x(06).
           03  fp-default-life                   pic 9(03).
           03  fp-default-method                 pic x.
           03  fp-declining-factor               pic 9(03).
