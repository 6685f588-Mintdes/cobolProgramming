           05  SU-LEAD-TIME-DAYS       PIC 99.
           05  SU-CARRIED-PRODUCTS.
               10  SU-CARRIED-PRODUCT      PIC X(10) OCCURS 5 TIMES.
      *> Maintained by SUPPLIER-MAINT: an inactive supplier is offered
      *> no new purchase orders, but its open orders, invoices and
      *> vouchers still run out. Space on a row written before the
      *> field existed means active. Products beyond the five slots
      *> above live on SUPPPROD.DAT.
           05  SU-ACTIVE-FLAG          PIC X.
               88  SU-IS-ACTIVE                VALUE "A" " ".
               88  SU-IS-INACTIVE              VALUE "I".
      *> Percent withheld at source from every payment to a
      *> contractor or service supplier (0300 = 3.00%); zero for a
      *> goods supplier. AP-PAYMENT-RUN takes it off the check and
      *> files it on SUPPWHT.DAT. A row written before the field
      *> existed holds spaces here - treated as zero.
           05  SU-WHT-RATE             PIC 99V99.
      *> The supplier's VAT registration (tax ID) as printed on its
      *> invoices - the purchase-tax report lists it beside every
      *> invoice the input VAT is claimed on. Spaces on a row written
      *> before the field existed, or for a supplier not registered.
           05  SU-TAX-ID               PIC X(13).
