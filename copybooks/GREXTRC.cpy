000040*              file.  One fixed-width record is written for      *
000050*              every greeting produced, for the nightly          *
000060*              reporting suite to pick up and load.              *
000070* Used by:     HELLO-WORLD, EXTRACT-ACK, REGION-INVOICE,         *
000071*              LETTER-REPRINT                                    *
000080*                                                                *
000090* Modification History:                                         *
000100*   2026-08-08  JHM  Initial version.                            *
000250*                    position one, written ahead of the          *
000260*                    trailer) so each regional office can be     *
000270*                    billed for its own volume.                  *
000271*   2026-10-15  JHM  Details now carry the region code,          *
000272*                    recipient ID, roster sequence number and    *
000273*                    resolved language of the greeting, so a     *
000274*                    letter can be reprinted from the extract    *
000275*                    (LETTER-REPRINT).  Records grow from 60 to  *
000276*                    80 bytes; the header, region and trailer    *
000277*                    records are padded to match.                *
000278*   2026-10-15  JHM  The header carries the run's piece number - *
000279*                    a date completed in more than one region-   *
000280*                    scoped piece has one extract per piece.     *
000285******************************************************************
000290
000300*
000310* Detail record - one per greeting produced.  Details begin     *
000380         ==PREFIX-RECIPIENT-NAME== BY ==EXT-RECIPIENT-NAME==.
000390     05  EXT-GREETING-CODE           PIC X(04).
000400     05  EXT-TIMESTAMP               PIC X(16).
000401     05  EXT-LANGUAGE-CODE           PIC X(02).
000402     05  EXT-REGION-CODE             PIC X(04).
000403     05  EXT-RECIPIENT-ID            PIC X(08).
000404     05  EXT-SEQUENCE-NO             PIC 9(06).
000410     05  FILLER                      PIC X(02).
000420
000430 01  EXT-HEADER-RECORD.
000460     05  EXT-HDR-RUN-DATE            PIC X(08).
000470     05  EXT-HDR-RUN-MODE            PIC X(04).
000480     05  EXT-HDR-RUN-TIMESTAMP      PIC X(16).
000490     05  EXT-HDR-PIECE-NO            PIC 9(02).
000491     05  FILLER                      PIC X(49).
000500
000510 01  EXT-REGION-RECORD.
000520     05  EXT-RGN-RECORD-TYPE         PIC X(01).
000530         88  EXT-REGION                      VALUE "R".
000540     05  EXT-RGN-REGION-CODE         PIC X(04).
000550     05  EXT-RGN-RECORD-COUNT        PIC 9(08).
000560     05  FILLER                      PIC X(67).
000570
000580 01  EXT-TRAILER-RECORD.
000590     05  EXT-TRL-RECORD-TYPE         PIC X(01).
000600         88  EXT-TRAILER                     VALUE "T".
000610     05  EXT-TRL-RECORD-COUNT        PIC 9(08).
000620     05  EXT-TRL-HASH-TOTAL          PIC 9(10).
000630     05  FILLER                      PIC X(61).
