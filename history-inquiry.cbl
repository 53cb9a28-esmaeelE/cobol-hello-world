000010******************************************************************
000020* Program:     HISTORY-INQUIRY                                   *
000030* Author:      J. H. Marchetti                                   *
000040* Installation:Data Processing Center                            *
000050* Date-Written:2026-10-15                                        *
000060* Purpose:     Online inquiry on one recipient's complete        *
000070*              greeting history.  The operator keys a recipient  *
000080*              ID; the recipient's official name, status and     *
000090*              do-not-greet flag come from RECIPIENT-MASTER, and *
000100*              every GREETING-HISTORY entry for the ID is listed *
000110*              in run-date order with the greeting code and the  *
000120*              template text from GREETING-MASTER, followed by   *
000130*              the count and the date last greeted - the answer  *
000140*              to a regional office's "when did we last greet    *
000150*              this person, and with what?"                      *
000160* Language:    COBOL (GnuCOBOL, fixed format)                    *
000170*                                                                *
000180* Modification History:                                         *
000190*   2026-10-15  JHM  Initial version, with operator sign-on      *
000200*                    against the OPERATOR-MASTER; inquiry is     *
000210*                    open to every authority level.              *
000211*   2026-10-15  JHM  A recipient merged into another shows the   *
000212*                    surviving ID; its history now lies under    *
000213*                    that ID.                                    *
000220******************************************************************
000230
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID.             HISTORY-INQUIRY.
000260 AUTHOR.                 J. H. MARCHETTI.
000270 INSTALLATION.           DATA PROCESSING CENTER.
000280 DATE-WRITTEN.           2026-10-15.
000290 DATE-COMPILED.          2026-10-15.
000300
000310******************************************************************
000320* ENVIRONMENT DIVISION                                           *
000330******************************************************************
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.        GNUCOBOL.
000370 OBJECT-COMPUTER.        GNUCOBOL.
000380
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT GREETING-HISTORY ASSIGN TO GRHISTRY
000420            ORGANIZATION IS INDEXED
000430            ACCESS MODE IS DYNAMIC
000440            RECORD KEY IS GRH-KEY
000450            FILE STATUS IS WS-GRHIST-STATUS.
000460
000470     SELECT RECIPIENT-MASTER ASSIGN TO RECMSTR
000480            ORGANIZATION IS INDEXED
000490            ACCESS MODE IS RANDOM
000500            RECORD KEY IS REC-RECIPIENT-ID
000510            FILE STATUS IS WS-RECMSTR-STATUS.
000520
000530     SELECT GREETING-MASTER ASSIGN TO GRMASTER
000540            ORGANIZATION IS INDEXED
000550            ACCESS MODE IS RANDOM
000560            RECORD KEY IS GRM-GREETING-CODE
000570            FILE STATUS IS WS-GRMASTER-STATUS.
000580
000590     SELECT OPERATOR-MASTER ASSIGN TO OPRMSTR
000600            ORGANIZATION IS INDEXED
000610            ACCESS MODE IS RANDOM
000620            RECORD KEY IS OPR-OPERATOR-ID
000630            FILE STATUS IS WS-OPRMSTR-STATUS.
000640
000650******************************************************************
000660* DATA DIVISION                                                  *
000670******************************************************************
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  GREETING-HISTORY.
000710 COPY GRHIST.
000720
000730 FD  RECIPIENT-MASTER.
000740 COPY RECMSTR.
000750
000760 FD  GREETING-MASTER.
000770 COPY GRMSTR.
000780
000790 FD  OPERATOR-MASTER.
000800 COPY OPRMSTR.
000810
000820 WORKING-STORAGE SECTION.
000830******************************************************************
000840* File status switches                                           *
000850******************************************************************
000860 01  WS-GRHIST-STATUS        PIC X(02).
000870     88  WS-GRHIST-OK                 VALUE "00".
000880
000890 01  WS-RECMSTR-STATUS       PIC X(02).
000900     88  WS-RECMSTR-OK                VALUE "00".
000910
000920 01  WS-GRMASTER-STATUS      PIC X(02).
000930     88  WS-GRMASTER-OK               VALUE "00".
000940
000950 01  WS-EXIT-SWITCH           PIC X(01) VALUE "N".
000960     88  WS-EXIT-REQUESTED            VALUE "Y".
000970
000980 01  WS-HIST-END-SWITCH       PIC X(01) VALUE "N".
000990     88  WS-END-OF-HISTORY            VALUE "Y".
001000
001010******************************************************************
001020* Sign-on work areas - the operator must be on the               *
001030* OPERATOR-MASTER and active; every level may inquire.           *
001040******************************************************************
001050 01  WS-OPRMSTR-STATUS        PIC X(02).
001060     88  WS-OPRMSTR-OK                VALUE "00".
001070 01  WS-OPERATOR-ID           PIC X(08) VALUE "UNKNOWN ".
001080
001090******************************************************************
001100* Inquiry work areas                                             *
001110******************************************************************
001120 01  WS-WANTED-ID             PIC X(08).
001130 01  WS-GREETINGS-LISTED      PIC 9(06) VALUE ZERO.
001140 01  WS-INQUIRIES-MADE        PIC 9(06) VALUE ZERO.
001150 01  WS-LAST-GREETED-DATE     PIC X(08).
001160 01  WS-LAST-GREETED-CODE     PIC X(04).
001170
001180 01  WS-HISTORY-LINE.
001190     05  FILLER                  PIC X(02) VALUE SPACES.
001200     05  WS-HSL-RUN-DATE         PIC X(08).
001210     05  FILLER                  PIC X(02) VALUE SPACES.
001220     05  WS-HSL-GREETING-CODE    PIC X(04).
001230     05  FILLER                  PIC X(02) VALUE SPACES.
001240     05  WS-HSL-TEXT             PIC X(60).
001250
001260******************************************************************
001270* PROCEDURE DIVISION                                             *
001280******************************************************************
001290 PROCEDURE DIVISION.
001300
001310 0000-MAIN-PARAGRAPH.
001320     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001330     IF RETURN-CODE = 16
001340         GO TO 0000-EXIT
001350     END-IF.
001360     PERFORM 2000-PROCESS-INQUIRY THRU 2000-EXIT
001370         UNTIL WS-EXIT-REQUESTED.
001380     PERFORM 8000-END-OF-JOB THRU 8000-EXIT.
001390 0000-EXIT.
001400     STOP RUN.
001410
001420******************************************************************
001430* 1000-INITIALIZE - sign the operator on and open the history    *
001440*                   and the two masters it is joined to.         *
001450******************************************************************
001460 1000-INITIALIZE.
001470     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID"
001480         ON EXCEPTION
001490             MOVE "UNKNOWN " TO WS-OPERATOR-ID
001500     END-ACCEPT.
001510     IF WS-OPERATOR-ID = SPACES
001520         MOVE "UNKNOWN " TO WS-OPERATOR-ID
001530     END-IF.
001540     PERFORM 1500-SIGN-ON THRU 1500-EXIT.
001550     IF RETURN-CODE = 16
001560         MOVE "Y" TO WS-EXIT-SWITCH
001570         GO TO 1000-EXIT
001580     END-IF.
001590     OPEN INPUT GREETING-HISTORY.
001600     IF NOT WS-GRHIST-OK
001610         DISPLAY "HISTORY-INQUIRY: UNABLE TO OPEN GREETING-"
001620             "HISTORY, STATUS = " WS-GRHIST-STATUS
001630         MOVE 16 TO RETURN-CODE
001640         MOVE "Y" TO WS-EXIT-SWITCH
001650         GO TO 1000-EXIT
001660     END-IF.
001670     OPEN INPUT RECIPIENT-MASTER.
001680     IF NOT WS-RECMSTR-OK
001690         DISPLAY "HISTORY-INQUIRY: UNABLE TO OPEN RECIPIENT-"
001700             "MASTER, STATUS = " WS-RECMSTR-STATUS
001710         MOVE 16 TO RETURN-CODE
001720         MOVE "Y" TO WS-EXIT-SWITCH
001730         CLOSE GREETING-HISTORY
001740         GO TO 1000-EXIT
001750     END-IF.
001760     OPEN INPUT GREETING-MASTER.
001770     IF NOT WS-GRMASTER-OK
001780         DISPLAY "HISTORY-INQUIRY: UNABLE TO OPEN GREETING-"
001790             "MASTER, STATUS = " WS-GRMASTER-STATUS
001800         MOVE 16 TO RETURN-CODE
001810         MOVE "Y" TO WS-EXIT-SWITCH
001820         CLOSE GREETING-HISTORY
001830         CLOSE RECIPIENT-MASTER
001840     END-IF.
001850 1000-EXIT.
001860     EXIT.
001870
001880******************************************************************
001890* 2000-PROCESS-INQUIRY - accept a recipient ID and show that     *
001900*                        recipient's details and greeting        *
001910*                        history; a blank ID ends the session.   *
001920******************************************************************
001930 2000-PROCESS-INQUIRY.
001940     DISPLAY " ".
001950     DISPLAY "HISTORY-INQUIRY - RECIPIENT GREETING HISTORY".
001960     DISPLAY "ENTER RECIPIENT ID (BLANK TO EXIT): "
001970         WITH NO ADVANCING.
001980     MOVE SPACES TO WS-WANTED-ID.
001990     ACCEPT WS-WANTED-ID.
002000     IF WS-WANTED-ID = SPACES
002010         MOVE "Y" TO WS-EXIT-SWITCH
002020         GO TO 2000-EXIT
002030     END-IF.
002040     ADD 1 TO WS-INQUIRIES-MADE.
002050     PERFORM 3000-SHOW-RECIPIENT THRU 3000-EXIT.
002060     PERFORM 4000-LIST-HISTORY THRU 4000-EXIT.
002070 2000-EXIT.
002080     EXIT.
002090
002100******************************************************************
002110* 3000-SHOW-RECIPIENT - display the recipient's master details.  *
002120*                       A recipient no longer on the master is   *
002130*                       said so, and the history still listed.   *
002140******************************************************************
002150 3000-SHOW-RECIPIENT.
002160     MOVE WS-WANTED-ID TO REC-RECIPIENT-ID.
002170     READ RECIPIENT-MASTER
002180         INVALID KEY
002190             DISPLAY "RECIPIENT ID ...: " WS-WANTED-ID
002200                 "  *** NOT ON RECIPIENT MASTER"
002210             GO TO 3000-EXIT
002220     END-READ.
002230     DISPLAY "RECIPIENT ID ...: " REC-RECIPIENT-ID.
002240     DISPLAY "OFFICIAL NAME ..: " REC-OFFICIAL-NAME.
002250     DISPLAY "LANGUAGE CODE ..: " REC-LANGUAGE-CODE.
002260     DISPLAY "DO-NOT-GREET ...: " REC-DNG-FLAG.
002270     EVALUATE TRUE
002271         WHEN REC-TERMINATED
002272             DISPLAY "STATUS .........: TERMINATED "
002273                 REC-TERMINATION-DATE
002274         WHEN REC-MERGED
002275             DISPLAY "STATUS .........: MERGED INTO "
002276                 REC-MERGED-INTO-ID " ON " REC-TERMINATION-DATE
002277             DISPLAY "  HISTORY IS NOW HELD UNDER "
002278                 REC-MERGED-INTO-ID
002279         WHEN OTHER
002280             DISPLAY "STATUS .........: ACTIVE"
002281     END-EVALUATE.
002330 3000-EXIT.
002340     EXIT.
002350
002360******************************************************************
002370* 4000-LIST-HISTORY - position the history at the recipient's    *
002380*                     first run date and list every entry for    *
002390*                     the ID, then the count and the date last   *
002400*                     greeted.                                   *
002410******************************************************************
002420 4000-LIST-HISTORY.
002430     MOVE ZERO   TO WS-GREETINGS-LISTED.
002440     MOVE SPACES TO WS-LAST-GREETED-DATE.
002450     MOVE SPACES TO WS-LAST-GREETED-CODE.
002460     MOVE "N" TO WS-HIST-END-SWITCH.
002470     MOVE WS-WANTED-ID TO GRH-RECIPIENT-ID.
002480     MOVE LOW-VALUES   TO GRH-RUN-DATE.
002490     START GREETING-HISTORY KEY NOT LESS THAN GRH-KEY
002500         INVALID KEY
002510             MOVE "Y" TO WS-HIST-END-SWITCH
002520     END-START.
002530     DISPLAY " ".
002540     DISPLAY "  RUN DATE  CODE  TEMPLATE TEXT".
002550     PERFORM 4100-LIST-ONE-ENTRY THRU 4100-EXIT
002560         UNTIL WS-END-OF-HISTORY.
002570     IF WS-GREETINGS-LISTED = ZERO
002580         DISPLAY "  NO GREETINGS ON FILE FOR THIS RECIPIENT"
002590     ELSE
002600         DISPLAY " "
002610         DISPLAY "GREETINGS ON FILE: " WS-GREETINGS-LISTED
002620             "   LAST GREETED: " WS-LAST-GREETED-DATE
002630             " WITH " WS-LAST-GREETED-CODE
002640     END-IF.
002650 4000-EXIT.
002660     EXIT.
002670
002680******************************************************************
002690* 4100-LIST-ONE-ENTRY - read the next history entry and list it  *
002700*                       while it still belongs to the recipient, *
002710*                       with the template text joined from       *
002720*                       GREETING-MASTER.                         *
002730******************************************************************
002740 4100-LIST-ONE-ENTRY.
002750     READ GREETING-HISTORY NEXT RECORD
002760         AT END
002770             MOVE "Y" TO WS-HIST-END-SWITCH
002780             GO TO 4100-EXIT
002790     END-READ.
002800     IF NOT WS-GRHIST-OK
002810        OR GRH-RECIPIENT-ID NOT = WS-WANTED-ID
002820         MOVE "Y" TO WS-HIST-END-SWITCH
002830         GO TO 4100-EXIT
002840     END-IF.
002850     MOVE SPACES TO WS-HISTORY-LINE.
002860     MOVE GRH-RUN-DATE      TO WS-HSL-RUN-DATE.
002870     MOVE GRH-GREETING-CODE TO WS-HSL-GREETING-CODE.
002880     MOVE GRH-GREETING-CODE TO GRM-GREETING-CODE.
002890     READ GREETING-MASTER
002900         INVALID KEY
002910             MOVE "*** TEMPLATE NO LONGER ON GREETING MASTER"
002920                 TO WS-HSL-TEXT
002930         NOT INVALID KEY
002940             MOVE GRM-GREETING-TEXT TO WS-HSL-TEXT
002950     END-READ.
002960     DISPLAY WS-HISTORY-LINE.
002970     ADD 1 TO WS-GREETINGS-LISTED.
002980     MOVE GRH-RUN-DATE      TO WS-LAST-GREETED-DATE.
002990     MOVE GRH-GREETING-CODE TO WS-LAST-GREETED-CODE.
003000 4100-EXIT.
003010     EXIT.
003020
003030******************************************************************
003040* 8000-END-OF-JOB - close down the files used by this session.   *
003050******************************************************************
003060 8000-END-OF-JOB.
003070     DISPLAY "HISTORY-INQUIRY: RECIPIENTS INQUIRED ON = "
003080         WS-INQUIRIES-MADE.
003090     CLOSE GREETING-HISTORY.
003100     CLOSE RECIPIENT-MASTER.
003110     CLOSE GREETING-MASTER.
003120 8000-EXIT.
003130     EXIT.
003140
003150******************************************************************
003160* 1500-SIGN-ON - validate the operator against the               *
003170*                OPERATOR-MASTER: the ID must be set, on the     *
003180*                master, and active.                             *
003190******************************************************************
003200 1500-SIGN-ON.
003210     IF WS-OPERATOR-ID = "UNKNOWN "
003220         DISPLAY "HISTORY-INQUIRY: OPERATOR-ID IS NOT SET - "
003230             "SIGN-ON REFUSED"
003240         MOVE 16 TO RETURN-CODE
003250         GO TO 1500-EXIT
003260     END-IF.
003270     OPEN INPUT OPERATOR-MASTER.
003280     IF NOT WS-OPRMSTR-OK
003290         DISPLAY "HISTORY-INQUIRY: UNABLE TO OPEN OPERATOR-"
003300             "MASTER, STATUS = " WS-OPRMSTR-STATUS
003310             " - SIGN-ON REFUSED"
003320         MOVE 16 TO RETURN-CODE
003330         GO TO 1500-EXIT
003340     END-IF.
003350     MOVE WS-OPERATOR-ID TO OPR-OPERATOR-ID.
003360     READ OPERATOR-MASTER
003370         INVALID KEY
003380             DISPLAY "HISTORY-INQUIRY: OPERATOR " WS-OPERATOR-ID
003390                 " NOT ON OPERATOR MASTER - SIGN-ON REFUSED"
003400             MOVE 16 TO RETURN-CODE
003410     END-READ.
003420     IF RETURN-CODE NOT = 16 AND OPR-INACTIVE
003430         DISPLAY "HISTORY-INQUIRY: OPERATOR " WS-OPERATOR-ID
003440             " IS INACTIVE - SIGN-ON REFUSED"
003450         MOVE 16 TO RETURN-CODE
003460     END-IF.
003470     CLOSE OPERATOR-MASTER.
003480 1500-EXIT.
003490     EXIT.
003500
003510******************************************************************
003520* End of program                                                 *
003530******************************************************************
