000060*              two rosters for the same run date - a resent      *
000070*              regional feed, a double submission - is greeted   *
000080*              once and only once.                               *
000090* Used by:     HELLO-WORLD, HISTORY-INQUIRY, LAPSED-REPORT,      *
000091*              RECIP-MAINT                                       *
000100*                                                                *
000110* Modification History:                                         *
000120*   2026-08-22  JHM  Initial version.                            *
