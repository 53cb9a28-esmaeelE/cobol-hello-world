000010******************************************************************
000020* Copybook:    RPRTLOG                                           *
000030* Purpose:     Record layout for the REPRINT-LOG file.  One      *
000040*              record per letter reprint run through             *
000050*              LETTER-REPRINT, carrying who asked for it, when,  *
000060*              the business date reprinted and the region,       *
000070*              recipient ID and sequence range it was narrowed   *
000080*              by, and the letter, banner and total page counts  *
000090*              printed, so reprinted pages can always be told    *
000100*              apart from the night's original letter volume.    *
000110*              Letters held back - the recipient now carries     *
000120*              do-not-greet, or the greeting template is gone -  *
000130*              are counted as withheld.                          *
000140* Used by:     LETTER-REPRINT                                    *
000150*                                                                *
000160* Modification History:                                         *
000170*   2026-10-15  JHM  Initial version.                            *
000180******************************************************************
000190
000200 01  RPRTLOG-RECORD.
000210     05  RPL-TIMESTAMP               PIC X(16).
000220     05  RPL-OPERATOR                PIC X(08).
000230     05  RPL-RUN-MODE                PIC X(04).
000240     05  RPL-BUSINESS-DATE           PIC X(08).
000250     05  RPL-SEL-REGION              PIC X(04).
000260     05  RPL-SEL-RECIPIENT-ID        PIC X(08).
000270     05  RPL-SEL-SEQ-FROM            PIC 9(06).
000280     05  RPL-SEL-SEQ-THRU            PIC 9(06).
000290     05  RPL-LETTERS-REPRINTED       PIC 9(06).
000300     05  RPL-BANNER-PAGES            PIC 9(06).
000310     05  RPL-PAGE-COUNT              PIC 9(06).
000320     05  RPL-LETTERS-WITHHELD        PIC 9(06).
