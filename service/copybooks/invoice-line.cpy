      * Shared invoice line item file record layout.
      * COPY this into the FD of any program that opens
      * data/invoice-lines.dat so the physical record layout can never
      * drift between programs.
      * One priced History shipment on a consignor's monthly invoice.
      * The shipment's own History key is part of the record key, so
      * a rerun of the same period finds the lines it already billed
      * and only shipments archived since are added to the invoice.
       01 Invoice-Line.
           05 IL-Key.
               10 IL-Customer PIC X(30).
                   88 IL-Customer-Invalid VALUE SPACES.
               10 IL-Document PIC X(34).
               10 IL-CA-ID PIC X(30).
               10 IL-Delivered-Date PIC 9(8).
           05 IL-Origin PIC X(50).
           05 IL-Dest PIC X(50).
           05 IL-Priority PIC X.
           05 IL-Distance PIC 9(18).
           05 IL-Charge PIC 9(9)V99.
