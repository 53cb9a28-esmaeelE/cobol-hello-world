000200*   RUN-MODE   PROD (default) or TEST - picks the live or the    *
000210*              sandbox extract and acknowledgment files,         *
000220*              exactly as HELLO-WORLD does.                      *
000221*   EXTRACT-PIECE  01 (default), or the piece number of a later  *
000222*              piece of a business date HELLO-WORLD ran in       *
000223*              pieces - picks that piece's extract (GREXTP,      *
000224*              GRXTTP in TEST, plus the piece) and               *
000225*              acknowledgment (GRACKP, ACKTTP in TEST, plus the  *
000226*              piece).                                           *
000230*                                                                *
000240* Modification History:                                         *
000250*   2026-08-22  JHM  Initial version.                            *
000290*                    extract the reporting suite never answers   *
000300*                    for stays unacknowledged and surfaces on    *
000310*                    the XMIT-AGING report.                      *
000311*   2026-10-15  JHM  Extract records are now 80 bytes - details  *
000312*                    carry region, recipient ID, sequence number *
000313*                    and language.                               *
000314*   2026-10-15  JHM  Takes EXTRACT-PIECE to reconcile a later    *
000315*                    piece of a business date run in pieces; the *
000316*                    TRANSMIT-LOG record is found by the piece   *
000317*                    number on the extract header.               *
000320******************************************************************
000330
000340 IDENTIFICATION DIVISION.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  GREETING-EXTRACT
000750     RECORD CONTAINS 80 CHARACTERS
000760     RECORDING MODE IS F.
000770 COPY GREXTRC.
000780
001210 01  WS-EXTRACT-DSNAME        PIC X(08) VALUE "GREXTRCT".
001220 01  WS-ACKFILE-DSNAME        PIC X(08) VALUE "GREXTACK".
001230 01  WS-XMITLOG-DSNAME        PIC X(08) VALUE "XMITLOG ".
001231 01  WS-PIECE-PARM            PIC X(02) VALUE "01".
001232 01  WS-EXTRACT-PIECE         PIC 9(02) VALUE 1.
001240
001250******************************************************************
001260* Reconciliation work areas                                     *
001300 01  WS-TRAILER-COUNT         PIC 9(08) VALUE ZERO.
001310 01  WS-TRAILER-HASH          PIC 9(10) VALUE ZERO.
001320 01  WS-HEADER-RUN-DATE       PIC X(08) VALUE SPACES.
001321 01  WS-HEADER-PIECE-NO       PIC 9(02) VALUE 1.
001330
001340******************************************************************
001350* Hash work area - must match HELLO-WORLD's                      *
001980         MOVE "ACKTTEST" TO WS-ACKFILE-DSNAME
001990         MOVE "XMITLTST" TO WS-XMITLOG-DSNAME
002000     END-IF.
002003
002004     PERFORM 1100-SET-PIECE-NAMES THRU 1100-EXIT.
002005     IF RETURN-CODE = 16
002006         GO TO 1000-EXIT
002007     END-IF.
002010
002020     OPEN INPUT GREETING-EXTRACT.
002030     IF NOT WS-EXTRACT-OK
002690     EVALUATE GREXTRC-RECORD (1:1)
002700         WHEN "H"
002710             MOVE EXT-HDR-RUN-DATE TO WS-HEADER-RUN-DATE
002711             IF EXT-HDR-PIECE-NO NUMERIC
002712                AND EXT-HDR-PIECE-NO > ZERO
002713                 MOVE EXT-HDR-PIECE-NO TO WS-HEADER-PIECE-NO
002714             END-IF
002720         WHEN "R"
002730             CONTINUE
002740         WHEN "T"
004290     END-IF.
004300     MOVE WS-HEADER-RUN-DATE TO XMT-RUN-DATE.
004310     MOVE WS-RUN-MODE        TO XMT-RUN-MODE.
004311     MOVE WS-HEADER-PIECE-NO TO XMT-PIECE-NO.
004320     READ TRANSMIT-LOG
004330         INVALID KEY
004340             DISPLAY "EXTRACT-ACK: NO TRANSMIT-LOG RECORD FOR "
004350                 WS-HEADER-RUN-DATE " " WS-RUN-MODE " PIECE "
004351                 WS-HEADER-PIECE-NO
004360             CLOSE TRANSMIT-LOG
004370             GO TO 5100-EXIT
004380     END-READ.
005000     EXIT.
005010
005020******************************************************************
005030* 1100-SET-PIECE-NAMES - pick up EXTRACT-PIECE and, for a later  *
005040*                        piece of the business date, name its    *
005050*                        extract and acknowledgment GREXTPnn /   *
005060*                        GRACKPnn (GRXTTPnn / ACKTTPnn in test). *
005070******************************************************************
005080 1100-SET-PIECE-NAMES.
005090     ACCEPT WS-PIECE-PARM FROM ENVIRONMENT "EXTRACT-PIECE"
005100         ON EXCEPTION
005110             MOVE "01" TO WS-PIECE-PARM
005120     END-ACCEPT.
005130     IF WS-PIECE-PARM NOT NUMERIC OR WS-PIECE-PARM = "00"
005140         DISPLAY "EXTRACT-ACK: EXTRACT-PIECE MUST BE TWO DIGITS, "
005150             "01 TO 99 - FOUND " WS-PIECE-PARM
005160         MOVE 16 TO RETURN-CODE
005170         GO TO 1100-EXIT
005180     END-IF.
005190     MOVE WS-PIECE-PARM TO WS-EXTRACT-PIECE.
005200     IF WS-EXTRACT-PIECE > 1
005210         IF WS-TEST-MODE
005220             MOVE "GRXTTP" TO WS-EXTRACT-DSNAME (1:6)
005230             MOVE "ACKTTP" TO WS-ACKFILE-DSNAME (1:6)
005240         ELSE
005250             MOVE "GREXTP" TO WS-EXTRACT-DSNAME (1:6)
005260             MOVE "GRACKP" TO WS-ACKFILE-DSNAME (1:6)
005270         END-IF
005280         MOVE WS-PIECE-PARM TO WS-EXTRACT-DSNAME (7:2)
005290         MOVE WS-PIECE-PARM TO WS-ACKFILE-DSNAME (7:2)
005300     END-IF.
005310 1100-EXIT.
005320     EXIT.
005330
005340******************************************************************
005350* End of program                                                *
005360******************************************************************
