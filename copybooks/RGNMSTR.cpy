000010******************************************************************
000020* Copybook:    RGNMSTR                                           *
000030* Purpose:     Record layout for the REGION-MASTER file.  One    *
000040*              record per regional office, keyed by region      *
000050*              code, carrying the office name, mailing address, *
000060*              billing contact and an active flag.  Maintained  *
000070*              by REGION-MAINT; HELLO-WORLD rejects a roster    *
000080*              record whose region is not on the master or is   *
000090*              inactive, and addresses the mailroom burst page  *
000100*              from it, and REGION-INVOICE addresses each       *
000110*              invoice page from it.                            *
000120* Used by:     REGION-MAINT, HELLO-WORLD, REGION-INVOICE,        *
000121*              CALENDAR-MAINT, LETTER-REPRINT                    *
000130*                                                                *
000140* Modification History:                                         *
000150*   2026-10-15  JHM  Initial version.                            *
000160******************************************************************
000170
000180 01  RGNMSTR-RECORD.
000190     05  RGM-REGION-CODE             PIC X(04).
000200     05  RGM-OFFICE-NAME             PIC X(30).
000210     05  RGM-ADDRESS-LINE-1          PIC X(30).
000220     05  RGM-ADDRESS-LINE-2          PIC X(30).
000230     05  RGM-CITY-STATE-ZIP          PIC X(30).
000240     05  RGM-BILLING-CONTACT         PIC X(30).
000250     05  RGM-ACTIVE-FLAG             PIC X(01).
000260         88  RGM-ACTIVE                      VALUE "Y".
000270         88  RGM-INACTIVE                    VALUE "N".
000280     05  RGM-LAST-CHANGE-DATE        PIC X(08).
