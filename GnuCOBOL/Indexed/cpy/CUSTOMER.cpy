      *    daily pass from the open items; nothing else should
      *    write it.
      *
      *    Cust-Tax-Exempt "Y" means invoices carry no sales tax
      *    for the customer; Cust-Exempt-Cert holds the
      *    exemption certificate on file. Blank (or a record
      *    loaded before the field existed) means taxable.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      *                          the record to 112 bytes - unload/
      *                          reload customer.idat (VSCBUNLD /
      *                          VSCBLOAD) when picking this up.
      * 2026-10-15 dastagg       Cust-Tax-Exempt and the exemption
      *                          certificate number extend the
      *                          record to 128 bytes for invoice
      *                          sales tax - unload/reload
      *                          customer.idat as above.
      ***********************************************************
       01  :tag:-Customer-Record.
           12 :tag:-Cust-ID             PIC 9(04).
           12 :tag:-Cust-Balance-X
              REDEFINES :tag:-Cust-Balance
                                        PIC X(07).
           12 :tag:-Cust-Tax-Exempt     PIC X(01).
              88 :tag:-Cust-Is-Tax-Exempt VALUE "Y".
           12 :tag:-Cust-Exempt-Cert    PIC X(15).
