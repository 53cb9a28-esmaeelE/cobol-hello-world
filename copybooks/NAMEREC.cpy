000030* Purpose:     Record layout for the NAMES-FILE roster used by   *
000040*              HELLO-WORLD to produce one personalized greeting  *
000050*              per recipient in a single batch run.              *
000060* Used by:     HELLO-WORLD, ERROR-CORRECT, BATCH-STATUS,         *
000065*              ROSTER-BUILD                                      *
000070*                                                                *
000080* Modification History:                                         *
000090*   2026-08-08  JHM  Initial version.                            *
