      *****************************************************************
      *  TAX-EXEMPTION RECORD LAYOUT                                  *
      *  One record per exemption certificate a customer holds, keyed *
      *  by customer and the state that issued it: the certificate    *
      *  number, the kind of exemption and the date it runs out.      *
      *  Maintained by MAINTAIN-TAX-EXEMPTION. SELL-PRODUCT charges   *
      *  no tax to a customer holding an unexpired certificate for    *
      *  their own state and stamps it on the order header;           *
      *  TAX-EXEMPT-EXPIRY lists the certificates running out so the  *
      *  office can chase renewals.                                   *
      *****************************************************************
       01  TAX-EXEMPTION-RECORD.
           05  TXE-KEY.
               10  TXE-CUSTOMER-NUMBER PIC 9(6).
               10  TXE-ISSUING-STATE   PIC X(2).
           05  TXE-CERTIFICATE-NUMBER  PIC X(15).
           05  TXE-EXEMPTION-TYPE      PIC X(1).
               88  TXE-RESELLER             VALUE 'R'.
               88  TXE-NONPROFIT            VALUE 'N'.
               88  TXE-GOVERNMENT           VALUE 'G'.
               88  TXE-OTHER-EXEMPTION      VALUE 'O'.
           05  TXE-EXPIRY-DATE         PIC 9(8).
