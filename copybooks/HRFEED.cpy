000010******************************************************************
000020* Copybook:    HRFEED                                            *
000030* Purpose:     Record layouts for the nightly HR recipient feed  *
000040*              applied to RECIPIENT-MASTER by RECIP-SYNC.  The   *
000050*              feed is a delta: one header (feed date and        *
000060*              sending system), one detail per new, changed or   *
000070*              terminated recipient, and one trailer carrying    *
000080*              the detail count and the count of each action,    *
000090*              balanced by RECIP-SYNC before anything is         *
000100*              applied.  Position one identifies the record:     *
000110*              "H" header, "D" detail, "T" trailer.              *
000120*              A blank do-not-greet flag on a detail leaves the  *
000130*              master's flag as it is.                           *
000140* Used by:     RECIP-SYNC                                        *
000150*                                                                *
000160* Modification History:                                         *
000170*   2026-10-15  JHM  Initial version.                            *
000180******************************************************************
000190
000200 01  HRFEED-RECORD.
000210     05  HRF-RECORD-TYPE             PIC X(01).
000220         88  HRF-FEED-HDR                    VALUE "H".
000230         88  HRF-DETAIL                      VALUE "D".
000240         88  HRF-FEED-TRL                    VALUE "T".
000250     05  HRF-ACTION-CODE             PIC X(01).
000260         88  HRF-ADD                         VALUE "A".
000270         88  HRF-CHANGE                      VALUE "C".
000280         88  HRF-TERMINATE                   VALUE "T".
000290     05  HRF-RECIPIENT-ID            PIC X(08).
000300     05  HRF-OFFICIAL-NAME           PIC X(30).
000310     05  HRF-LANGUAGE-CODE           PIC X(02).
000320     05  HRF-DNG-FLAG                PIC X(01).
000330         88  HRF-DNG-VALID                   VALUE "Y" "N" " ".
000340         88  HRF-DNG-NOT-SENT                VALUE " ".
000350     05  HRF-EFFECTIVE-DATE          PIC X(08).
000360     05  FILLER                      PIC X(09).
000370
000380 01  HRF-FEED-HEADER.
000390     05  HFH-RECORD-TYPE             PIC X(01).
000400     05  HFH-FEED-DATE               PIC X(08).
000410     05  HFH-SOURCE-SYSTEM           PIC X(08).
000420     05  FILLER                      PIC X(43).
000430
000440 01  HRF-FEED-TRAILER.
000450     05  HFT-RECORD-TYPE             PIC X(01).
000460     05  HFT-RECORD-COUNT            PIC 9(08).
000470     05  HFT-ADD-COUNT               PIC 9(08).
000480     05  HFT-CHANGE-COUNT            PIC 9(08).
000490     05  HFT-TERMINATE-COUNT         PIC 9(08).
000500     05  FILLER                      PIC X(27).
