000040*              is written per execution of a job, keyed by the   *
000050*              timestamp the run started, so change-control can  *
000060*              show an execution history for the job.            *
000070* Used by:     HELLO-WORLD, AUDIT-REPORT, AUDIT-PURGE,           *
000071*              BATCH-STATUS                                      *
000080*                                                                *
000090* Modification History:                                         *
000100*   2026-08-08  JHM  Initial version.                            *
