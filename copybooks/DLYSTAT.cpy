000010******************************************************************
000020* Copybook:    DLYSTAT                                           *
000030* Purpose:     Record layout for the DAILY-STATS file, keyed by  *
000040*              business date plus region code.  HELLO-WORLD      *
000050*              writes one record per region as each business     *
000060*              date closes: records read, greetings produced,    *
000070*              rejects in total and by reason code, duplicates   *
000080*              and do-not-greet skips, and whether the region's  *
000090*              feed balanced.  A feed stopped at balancing gets  *
000100*              a record too, flagged unbalanced, and a later     *
000110*              good run for the date keeps that flag.  Rejects   *
000120*              on regions beyond the run's region table, and     *
000130*              on regions not on REGION-MASTER, are kept under   *
000131*              the pseudo-region *OVF.  Read back by             *
000140*              REGION-SCORECARD for the monthly feed-quality     *
000150*              scorecard.                                        *
000160* Used by:     HELLO-WORLD, REGION-SCORECARD                     *
000170*                                                                *
000180* Modification History:                                         *
000190*   2026-10-15  JHM  Initial version.                            *
000191*   2026-10-15  JHM  *OVF now also carries the RGNM rejects on   *
000192*                    regions not on REGION-MASTER.               *
000200******************************************************************
000210
000220 01  DLYSTAT-RECORD.
000230     05  DST-KEY.
000240         10  DST-BUSINESS-DATE       PIC X(08).
000250         10  DST-REGION-CODE         PIC X(04).
000260     05  DST-RECORDS-READ            PIC 9(06).
000270     05  DST-PRODUCED                PIC 9(06).
000280     05  DST-REJECTED                PIC 9(06).
000290     05  DST-REJECT-COUNTS.
000300         10  DST-REJ-RGNF            PIC 9(06).
000310         10  DST-REJ-BLNK            PIC 9(06).
000320         10  DST-REJ-DATE            PIC 9(06).
000330         10  DST-REJ-DUPL            PIC 9(06).
000340         10  DST-REJ-RCPT            PIC 9(06).
000350         10  DST-REJ-GRCD            PIC 9(06).
000360         10  DST-REJ-RGNM            PIC 9(06).
000370     05  DST-REJECT-TABLE REDEFINES DST-REJECT-COUNTS.
000380         10  DST-REJ-COUNT OCCURS 7 TIMES PIC 9(06).
000390     05  DST-DUPLICATES-SKIPPED      PIC 9(06).
000400     05  DST-DNG-SKIPPED             PIC 9(06).
000410     05  DST-FEED-BALANCED           PIC X(01).
000420         88  DST-BALANCED                    VALUE "Y".
000430         88  DST-NOT-BALANCED                VALUE "N".
000440     05  DST-RUN-TIMESTAMP           PIC X(16).
