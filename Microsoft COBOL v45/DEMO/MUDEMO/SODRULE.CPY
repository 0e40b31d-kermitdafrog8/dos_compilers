      ************************************************************
      *                                                          *
      *                     SODRULE.CPY                          *
      *                                                          *
      *  Record layout for the segregation-of-duties rules file  *
      *  (MUSODRUL.DAT), kept as text like MUAUTHMX.DAT.  Each   *
      *  line names two menu programs that one operator should   *
      *  not both be able to run - raising a PO and matching     *
      *  its invoice, entering an adjustment and approving it -  *
      *  and what the conflict is.  SODRPT checks every          *
      *  operator's authority and activity against it.           *
      *                                                          *
      ************************************************************

       01  sod-rule-line.
           03  sod-program-a                     pic x(08).
           03  sod-program-b                     pic x(08).
           03  sod-description                   pic x(30).
