000010******************************************************************
000020* Copybook:    GRCAL                                             *
000030* Purpose:     Record layout for the GREETING-CALENDAR file.     *
000040*              One record per greeting campaign: the business    *
000050*              dates it runs from and through, an optional       *
000060*              region and an optional language it is confined    *
000070*              to (spaces mean every region or every language),  *
000080*              and the greeting code to use.  Keyed by region,   *
000090*              language and thru-date - campaigns for the same   *
000100*              region and language may not overlap, so the first *
000110*              entry whose thru-date is not before a business    *
000120*              date is the only one that can cover it.           *
000130*              Maintained by CALENDAR-MAINT; HELLO-WORLD uses    *
000140*              the covering campaign's code for a roster record  *
000150*              that neither the roster nor the recipient master  *
000160*              names a code for, ahead of the parm default.      *
000170* Used by:     CALENDAR-MAINT, HELLO-WORLD                       *
000180*                                                                *
000190* Modification History:                                         *
000200*   2026-10-15  JHM  Initial version.                            *
000210******************************************************************
000220
000230 01  GRCAL-RECORD.
000240     05  CAL-KEY.
000250         10  CAL-REGION-CODE         PIC X(04).
000260         10  CAL-LANGUAGE-CODE       PIC X(02).
000270         10  CAL-THRU-DATE           PIC X(08).
000280     05  CAL-FROM-DATE               PIC X(08).
000290     05  CAL-GREETING-CODE           PIC X(04).
000300     05  CAL-CAMPAIGN-NAME           PIC X(30).
000310     05  CAL-LAST-CHANGE-DATE        PIC X(08).
