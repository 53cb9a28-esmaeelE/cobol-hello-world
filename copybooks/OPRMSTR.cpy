000090*              and run restricted functions such as batch       *
000100*              apply and run-control release.                   *
000110* Used by:     OPERATOR-MAINT, GREETING-MAINT, ERROR-CORRECT,    *
000120*              RECIP-MAINT, RATE-MAINT, RUNCTL-MAINT,            *
000121*              REGION-MAINT, HISTORY-INQUIRY, CALENDAR-MAINT,    *
000122*              LETTER-REPRINT                                    *
000130*                                                                *
000140* Modification History:                                         *
000150*   2026-09-02  JHM  Initial version.                            *
