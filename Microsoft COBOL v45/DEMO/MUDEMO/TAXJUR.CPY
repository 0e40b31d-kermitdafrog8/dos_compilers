      ************************************************************
      *                                                          *
      *                      TAXJUR.CPY                          *
      *                                                          *
      *  Record layout for the sales tax jurisdiction file       *
      *  (MUTAXJUR.DAT).  Invoices used to go out with no tax    *
      *  and accounting hand-added it to every INVOICE.LST       *
      *  document.  One record per jurisdiction, keyed by the    *
      *  tax code carried on customer-record, with the rate in   *
      *  percent to three decimals and the liability account     *
      *  the collected tax posts to through GLPOST.  BILLRUN     *
      *  and CREDMEMO tax the lines whose category is flagged    *
      *  taxable at the customer's jurisdiction rate - unless    *
      *  the customer holds an exemption certificate - and       *
      *  TAXRPT summarises the tax collected per jurisdiction    *
      *  per month for the returns.  Maintained through          *
      *  TAXMAINT.                                               *
      *                                                          *
      ************************************************************

       01  tax-jurisdiction-record.
           03  tj-code                           pic x(04).
           03  tj-data.
               05  tj-name                       pic x(30).
               05  tj-rate                       pic 9(02)v9(03).
               05  tj-gl-account                 pic x(06).
               05  tj-active-flag                pic x.
                   88  tj-active                        value "Y".
