000310*                    counts so a restart resumes the region-     *
000320*                    scoped edit and the extract's region        *
000330*                    subtotals where the aborted run left them.  *
000331*   2026-10-15  JHM  Added each region's statistics for the      *
000332*                    DAILY-STATS record - records read, rejects  *
000333*                    by reason, duplicate and do-not-greet skips *
000334*                    - and the rejects on regions beyond the     *
000335*                    region table, so a restarted day still      *
000336*                    records the whole day's figures.  They      *
000337*                    follow the region entries; an older         *
000338*                    checkpoint reads back with them blank.      *
000339*   2026-10-15  JHM  Added the business date and piece the       *
000340*                    checkpoint was taken for, and the piece's   *
000341*                    region selection, so a restart resumes only *
000342*                    its own piece of a date completed in more   *
000343*                    than one piece, over the same regions.      *
000344*   2026-10-15  JHM  Added the rejects on regions not on the     *
000345*                    REGION-MASTER, kept apart from the region   *
000346*                    entries like the region-table overflow; an  *
000347*                    older checkpoint reads back with it blank.  *
000348******************************************************************
000350
000360 01  CKPTREC-RECORD.
000370     05  CKP-LAST-RECORD-NO          PIC 9(06).
000440         10  CKP-RGN-CODE            PIC X(04).
000450         10  CKP-RGN-LAST-SEQ        PIC 9(06).
000460         10  CKP-RGN-PRODUCED        PIC 9(06).
000470     05  CKP-REGION-STATS OCCURS 10 TIMES.
000480         10  CKP-RGN-READ            PIC 9(06).
000490         10  CKP-RGN-DUP-SKIPPED     PIC 9(06).
000500         10  CKP-RGN-DNG-SKIPPED     PIC 9(06).
000510         10  CKP-RGN-REASON-COUNTS.
000520             15  CKP-RGN-REASON-COUNT OCCURS 7 TIMES
000530                                     PIC 9(06).
000540     05  CKP-OVF-REJECTED            PIC 9(06).
000550     05  CKP-BUSINESS-DATE           PIC X(08).
000560     05  CKP-PIECE-NO                PIC 9(02).
000570     05  CKP-SCOPE-COUNT             PIC 9(02).
000580     05  CKP-SCOPE-TABLE.
000590         10  CKP-SCOPE-CODE OCCURS 10 TIMES
000600                                     PIC X(04).
000610     05  CKP-OVF-RGNM-REJECTED       PIC 9(06).
