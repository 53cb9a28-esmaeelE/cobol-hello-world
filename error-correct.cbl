000310*                    rejects, but correcting one needs update    *
000320*                    authority, and every denied attempt is      *
000330*                    reported.                                   *
000331*   2026-10-15  JHM  Corrects the new RGNM reject - a region     *
000332*                    code not on the REGION-MASTER, or inactive  *
000333*                    there - and shows the region code on each   *
000334*                    reject.                                     *
000340******************************************************************
000350
000360 IDENTIFICATION DIVISION.
002160     DISPLAY "  GREETING CODE : " ERR-GREETING-CODE.
002170     DISPLAY "  LANGUAGE CODE : " ERR-LANGUAGE-CODE.
002180     DISPLAY "  RECIPIENT ID .: " ERR-RECIPIENT-ID.
002181     DISPLAY "  REGION CODE ..: " ERR-REGION-CODE.
002190     DISPLAY "  REASON .......: " ERR-REASON-CODE " "
002200         ERR-REASON-TEXT.
002210     DISPLAY "ENTER ACTION (C=CORRECT, S=SKIP, X=EXIT): "
002980                 WITH NO ADVANCING
002990             ACCEPT WS-NEW-VALUE
003000             MOVE WS-NEW-VALUE (1:8) TO NAM-RECIPIENT-ID
003001         WHEN "RGNM"
003002             DISPLAY "ENTER REGION CODE (4 CHARS): "
003003                 WITH NO ADVANCING
003004             ACCEPT WS-NEW-VALUE
003005             MOVE WS-NEW-VALUE (1:4) TO NAM-REGION-CODE
003010         WHEN OTHER
003020             DISPLAY "UNKNOWN REASON CODE - RECORD LEFT "
003030                 "OUTSTANDING"
