      ************************************************************
      *                                                          *
      *                     HAZCLASS.CPY                         *
      *                                                          *
      *  Record layout for the hazardous material class master   *
      *  (MUHAZCLS.DAT).  One record per hazard class or         *
      *  division - "3" flammable liquids, "8" corrosives, "9"   *
      *  miscellaneous such as lithium batteries - with the      *
      *  hazard wording the paperwork must carry for it.  An     *
      *  item names its class and UN number in stock-hazmat-     *
      *  class and stock-un-number; carriers are cleared class   *
      *  by class on MUCARHAZ.DAT (see CARHAZ.CPY).  Maintained  *
      *  through HAZMAINT.                                       *
      *                                                          *
      ************************************************************

       01  hazmat-class-record.
           03  hz-class-code                     pic x(04).
           03  hz-data.
               05  hz-description                pic x(30).
               05  hz-hazard-wording             pic x(60).
