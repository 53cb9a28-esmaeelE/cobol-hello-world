000090*              NAMEREC field order, so ERROR-CORRECT can repair *
000100*              the offending field and rebuild a NAMEREC-layout *
000110*              record for resubmission.                          *
000120* Used by:     HELLO-WORLD, ERROR-CORRECT, BATCH-STATUS          *
000130*                                                                *
000140* Modification History:                                         *
000150*   2026-08-08  JHM  Initial version.                            *
