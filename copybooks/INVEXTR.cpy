000060*              volume produced, the rate in force on that run   *
000070*              date, and the extended amount.  The amount is    *
000080*              volume times rate, truncated to the cent.        *
000081*              Each record carries its invoice number.  A       *
000082*              supplementary invoice, type "S", carries one     *
000083*              record per region, dated the day billed, for     *
000084*              the volume and amount added since the original   *
000085*              invoice it references.                           *
000090* Used by:     REGION-INVOICE                                    *
000100*                                                                *
000110* Modification History:                                         *
000120*   2026-09-02  JHM  Initial version.                            *
000121*   2026-10-15  JHM  Record is now 60 bytes - adds the invoice   *
000122*                    number, invoice type and, on supplementary  *
000123*                    invoices, the original invoice number.      *
000130******************************************************************
000140
000150 01  INVEXTR-RECORD.
000190     05  INV-VOLUME                  PIC 9(08).
000200     05  INV-RATE                    PIC 9(03)V99.
000210     05  INV-AMOUNT                  PIC 9(09)V99.
000220     05  INV-INVOICE-NO              PIC 9(08).
000230     05  INV-INVOICE-TYPE            PIC X(01).
000240         88  INV-ORIGINAL                    VALUE "O".
000250         88  INV-SUPPLEMENTARY               VALUE "S".
000260     05  INV-ORIGINAL-INVOICE-NO     PIC 9(08).
000270     05  FILLER                      PIC X(01).
