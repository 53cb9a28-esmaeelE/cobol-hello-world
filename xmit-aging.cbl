000250*                    the business date, so an old date's          *
000260*                    extract cut today by a catch-up or salvage  *
000270*                    rerun gets its full acknowledgment window.  *
000271*   2026-10-15  JHM  Shows the piece number, as a business date  *
000272*                    run in pieces logs one extract per piece.   *
000280******************************************************************
000290
000300 IDENTIFICATION DIVISION.
001460 01  WS-COLUMN-HEADING.
001470     05  FILLER                  PIC X(10) VALUE "  RUN DATE".
001480     05  FILLER                  PIC X(06) VALUE "  MODE".
001481     05  FILLER                  PIC X(04) VALUE "  PC".
001490     05  FILLER                  PIC X(10) VALUE "   DETAILS".
001500     05  FILLER                  PIC X(12) VALUE "        HASH".
001510     05  FILLER                  PIC X(20)
001520         VALUE "  TRANSMITTED       ".
001530     05  FILLER                  PIC X(18) VALUE SPACES.
001540
001550 01  WS-AGED-LINE.
001560     05  FILLER                  PIC X(02) VALUE SPACES.
001570     05  WS-AGD-RUN-DATE         PIC X(08).
001580     05  FILLER                  PIC X(02) VALUE SPACES.
001590     05  WS-AGD-MODE             PIC X(04).
001591     05  FILLER                  PIC X(02) VALUE SPACES.
001592     05  WS-AGD-PIECE            PIC 9(02).
001600     05  FILLER                  PIC X(02) VALUE SPACES.
001610     05  WS-AGD-DETAILS          PIC ZZZZZZZ9.
001620     05  FILLER                  PIC X(02) VALUE SPACES.
001630     05  WS-AGD-HASH             PIC ZZZZZZZZZ9.
001640     05  FILLER                  PIC X(02) VALUE SPACES.
001650     05  WS-AGD-TRANSMITTED      PIC X(16).
001660     05  FILLER                  PIC X(20) VALUE SPACES.
001670
001680 01  WS-COUNT-LINE.
001690     05  WS-CNT-LABEL            PIC X(31).
003590             MOVE SPACES TO WS-AGED-LINE
003600             MOVE XMT-RUN-DATE TO WS-AGD-RUN-DATE
003610             MOVE XMT-RUN-MODE TO WS-AGD-MODE
003611             MOVE XMT-PIECE-NO TO WS-AGD-PIECE
003620             MOVE XMT-DETAIL-COUNT TO WS-AGD-DETAILS
003630             MOVE XMT-HASH-TOTAL TO WS-AGD-HASH
003640             MOVE XMT-TRANSMIT-TIMESTAMP
