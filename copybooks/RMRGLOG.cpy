000010******************************************************************
000020* Copybook:    RMRGLOG                                           *
000030* Purpose:     Record layout for the RECIPIENT-MERGE-LOG file.   *
000040*              One record per duplicate recipient merged through *
000050*              RECIP-MAINT, carrying who merged it, when, the    *
000060*              retired and surviving recipient IDs, how many     *
000070*              GREETING-HISTORY entries were re-keyed to the     *
000080*              surviving ID and how many were dropped because    *
000090*              the surviving ID was already greeted that run     *
000100*              date, whether the do-not-greet flag was carried   *
000110*              across, how many earlier merges were re-pointed   *
000120*              from the retired ID, whether the merge completed  *
000121*              or stopped partway, and both master records as    *
000130*              they stood before the merge.                      *
000140* Used by:     RECIP-MAINT, RECIP-DUPLIST                        *
000150*                                                                *
000160* Modification History:                                         *
000170*   2026-10-15  JHM  Initial version.                            *
000180******************************************************************
000190
000200 01  RMRGLOG-RECORD.
000210     05  RML-TIMESTAMP               PIC X(16).
000220     05  RML-OPERATOR                PIC X(08).
000230     05  RML-RETIRED-ID              PIC X(08).
000240     05  RML-SURVIVOR-ID             PIC X(08).
000250     05  RML-HISTORY-MOVED           PIC 9(06).
000260     05  RML-HISTORY-DROPPED         PIC 9(06).
000270     05  RML-DNG-CARRIED             PIC X(01).
000280         88  RML-DNG-WAS-CARRIED             VALUE "Y".
000290     05  RML-IDS-REPOINTED           PIC 9(04).
000300     05  RML-RETIRED-BEFORE          PIC X(71).
000310     05  RML-SURVIVOR-BEFORE         PIC X(71).
000320     05  RML-MERGE-RESULT            PIC X(01).
000330         88  RML-MERGE-COMPLETE              VALUE "C".
000340         88  RML-MERGE-INCOMPLETE            VALUE "I".
