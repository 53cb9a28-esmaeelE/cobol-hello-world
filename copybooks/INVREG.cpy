000010******************************************************************
000020* Copybook:    INVREG                                            *
000030* Purpose:     Record layout for the INVOICE-REGISTER file       *
000040*              REGION-INVOICE keeps of everything it has billed. *
000050*              One record per invoice, keyed by region, billing  *
000060*              month and supplement number - 00 is the month's   *
000070*              original invoice, 01 onward the supplementary     *
000080*              invoices raised later for volume added to the     *
000090*              month after it was billed.  Each carries the      *
000100*              invoice number assigned, the original invoice it  *
000110*              supplements, the volume and amount billed on it,  *
000120*              the rate (amount over volume, to the cent) and    *
000130*              the date billed.  The control record, region      *
000140*              "*CTL", holds the last invoice number assigned.   *
000150* Used by:     REGION-INVOICE                                    *
000160*                                                                *
000170* Modification History:                                         *
000180*   2026-10-15  JHM  Initial version.                            *
000190******************************************************************
000200
000210 01  INVREG-RECORD.
000220     05  INR-KEY.
000230         10  INR-REGION-CODE         PIC X(04).
000240         10  INR-BILLING-MONTH       PIC X(06).
000250         10  INR-SUPPLEMENT-NO       PIC 9(02).
000260     05  INR-INVOICE-NO              PIC 9(08).
000270     05  INR-INVOICE-TYPE            PIC X(01).
000280         88  INR-ORIGINAL                    VALUE "O".
000290         88  INR-SUPPLEMENTARY               VALUE "S".
000300     05  INR-ORIGINAL-INVOICE-NO     PIC 9(08).
000310     05  INR-VOLUME                  PIC 9(09).
000320     05  INR-RATE                    PIC 9(03)V99.
000330     05  INR-AMOUNT                  PIC 9(11)V99.
000340     05  INR-DATE-BILLED             PIC X(08).
000350     05  FILLER                      PIC X(16).
000360
000370 01  INVREG-CONTROL-RECORD.
000380     05  INC-KEY                     PIC X(12).
000390     05  INC-LAST-INVOICE-NO         PIC 9(08).
000400     05  FILLER                      PIC X(60).
