000100*              day's volume into the history when the run       *
000110*              completes.  The file is rewritten whole each     *
000120*              run.                                              *
000130* Used by:     HELLO-WORLD, BATCH-STATUS                         *
000140*                                                                *
000150* Modification History:                                         *
000160*   2026-09-02  JHM  Initial version.                            *
000161*   2026-10-15  JHM  Each day's gate verdict is kept in a flag   *
000162*                    trailing the five day entries ("W" when the *
000163*                    day breached its tolerance) for the morning *
000164*                    batch status report.  The flags sit after   *
000165*                    the day entries so records written before   *
000166*                    the change read back with the flags blank.  *
000170******************************************************************
000180
000190 01  VOLHST-RECORD.
000220     05  VHR-DAY-ENTRY OCCURS 5 TIMES.
000230         10  VHD-RUN-DATE            PIC X(08).
000240         10  VHD-PRODUCED            PIC 9(06).
000250     05  VHR-GATE-FLAG OCCURS 5 TIMES PIC X(01).
000260         88  VHR-GATE-WARNED                 VALUE "W".
