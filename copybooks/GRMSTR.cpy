000050*              greeting code, maintained by GREETING-MAINT and   *
000060*              read by HELLO-WORLD to resolve each roster        *
000070*              record's greeting code at run time.               *
000080* Used by:     GREETING-MAINT, HELLO-WORLD, HISTORY-INQUIRY,     *
000081*              CALENDAR-MAINT, LETTER-REPRINT                    *
000090*                                                                *
000100* Modification History:                                         *
000110*   2026-08-08  JHM  Initial version.                            *
