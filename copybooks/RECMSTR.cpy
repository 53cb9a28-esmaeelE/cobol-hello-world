000090*              record's recipient at run time - a recipient not *
000100*              on the master is rejected, and a do-not-greet    *
000110*              recipient is skipped and counted, not greeted.   *
000120* Used by:     RECIP-MAINT, HELLO-WORLD, RECIP-SYNC,             *
000121*              HISTORY-INQUIRY, LAPSED-REPORT, RECIP-DUPLIST,    *
000122*              LETTER-REPRINT                                    *
000130*                                                                *
000140* Modification History:                                         *
000150*   2026-09-02  JHM  Initial version.                            *
000151*   2026-10-15  JHM  Added the recipient status (active or       *
000152*                    terminated, with the termination date) kept *
000153*                    by the nightly HR feed through RECIP-SYNC,  *
000154*                    and the source of the do-not-greet flag:    *
000155*                    "M" when set by hand through RECIP-MAINT,   *
000156*                    which the HR feed must not overwrite, "H"   *
000157*                    when set by the feed.  A blank status is    *
000158*                    active.  Record length grows from 53 to 63  *
000159*                    bytes.                                      *
000160*   2026-10-15  JHM  Added the merged status and the surviving   *
000161*                    recipient ID it points to, set by the       *
000162*                    RECIP-MAINT merge when a duplicate          *
000163*                    recipient is retired; the termination date  *
000164*                    holds the date it was merged.  HELLO-WORLD  *
000165*                    greets a merged ID's roster records under   *
000166*                    the surviving ID.  Record length grows from *
000167*                    63 to 71 bytes.                             *
000168******************************************************************
000170
000180 01  RECMSTR-RECORD.
000190     05  REC-RECIPIENT-ID            PIC X(08).
000240         88  REC-DO-NOT-GREET                VALUE "Y".
000250         88  REC-MAY-GREET                   VALUE "N".
000260     05  REC-LAST-CHANGE-DATE        PIC X(08).
000270     05  REC-STATUS-FLAG             PIC X(01).
000280         88  REC-ACTIVE                      VALUE "A" " ".
000290         88  REC-TERMINATED                  VALUE "T".
000291         88  REC-MERGED                      VALUE "M".
000300     05  REC-TERMINATION-DATE        PIC X(08).
000310     05  REC-DNG-SOURCE              PIC X(01).
000320         88  REC-DNG-SET-BY-HAND             VALUE "M".
000330         88  REC-DNG-SET-BY-HR               VALUE "H".
000340     05  REC-MERGED-INTO-ID          PIC X(08).
