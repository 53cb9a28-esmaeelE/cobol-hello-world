000080*              submission for the same date, an in-flight       *
000090*              record catches a concurrent one, and a restart   *
000100*              is honored only when the prior run failed.       *
000110* Used by:     HELLO-WORLD, RUNCTL-MAINT, RECIP-SYNC,            *
000111*              BATCH-STATUS                                      *
000120*                                                                *
000130* Modification History:                                         *
000140*   2026-08-22  JHM  Initial version.                            *
000180*                    the record is marked failed (so a rerun     *
000190*                    takes the salvage path) and carries who     *
000200*                    released it and when.                       *
000201*   2026-10-15  JHM  RECIP-SYNC records its nightly HR feed apply*
000202*                    here under run mode SYNC, so HELLO-WORLD    *
000203*                    can confirm the recipient master is current *
000204*                    for the business date before it runs.       *
000205*   2026-10-15  JHM  A business date may now be completed in     *
000206*                    more than one piece - a run can be scoped   *
000207*                    to named regions.  Added the piece count    *
000208*                    and a table of the regions the date's       *
000209*                    pieces have processed, each completed or    *
000210*                    failed, with the piece that processed it,   *
000211*                    so a later piece takes only the regions     *
000212*                    not yet completed.  A record with the       *
000213*                    table blank counts as a single piece.       *
000214******************************************************************
000220
000230 01  RUNCTL-RECORD.
000240     05  RCL-KEY.
000320     05  RCL-RETURN-CODE             PIC 9(04).
000330     05  RCL-RELEASED-BY             PIC X(08).
000340     05  RCL-RELEASE-TIMESTAMP       PIC X(16).
000350     05  RCL-PIECE-COUNT             PIC 9(02).
000360     05  RCL-REGION-COUNT            PIC 9(02).
000370     05  RCL-REGION-TABLE.
000380         10  RCL-REGION-ENTRY OCCURS 10 TIMES.
000390             15  RCL-RGN-CODE        PIC X(04).
000400             15  RCL-RGN-STATUS      PIC X(01).
000410                 88  RCL-RGN-COMPLETED       VALUE "C".
000420                 88  RCL-RGN-FAILED          VALUE "F".
000430             15  RCL-RGN-PIECE-NO    PIC 9(02).
