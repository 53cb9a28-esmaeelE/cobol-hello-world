000010******************************************************************
000020* Program:     REGION-MAINT                                      *
000030* Author:      J. H. Marchetti                                   *
000040* Installation:Data Processing Center                            *
000050* Date-Written:2026-10-15                                        *
000060* Purpose:     Menu-driven maintenance program for the           *
000070*              REGION-MASTER file, modeled on RATE-MAINT:        *
000080*              operations staff can add, change, delete and      *
000090*              inquire on regional offices - office name,        *
000100*              mailing address and billing contact - and         *
000110*              activate or deactivate a region.  HELLO-WORLD     *
000120*              rejects a roster record whose region is not on    *
000130*              the master or is inactive, so a new office must   *
000140*              be added here before its first feed arrives.      *
000150* Language:    COBOL (GnuCOBOL, fixed format)                    *
000160*                                                                *
000170* Modification History:                                         *
000180*   2026-10-15  JHM  Initial version, with operator sign-on      *
000190*                    against the OPERATOR-MASTER: inquiry is     *
000200*                    open to all levels, add, change and the     *
000210*                    active flag need update authority, delete   *
000220*                    needs supervisor authority, and every       *
000230*                    denied attempt is reported.                 *
000240******************************************************************
000250
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID.             REGION-MAINT.
000280 AUTHOR.                 J. H. MARCHETTI.
000290 INSTALLATION.           DATA PROCESSING CENTER.
000300 DATE-WRITTEN.           2026-10-15.
000310 DATE-COMPILED.          2026-10-15.
000320
000330******************************************************************
000340* ENVIRONMENT DIVISION                                           *
000350******************************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.        GNUCOBOL.
000390 OBJECT-COMPUTER.        GNUCOBOL.
000400
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT REGION-MASTER   ASSIGN TO RGNMSTR
000440            ORGANIZATION IS INDEXED
000450            ACCESS MODE IS DYNAMIC
000460            RECORD KEY IS RGM-REGION-CODE
000470            FILE STATUS IS WS-RGNMSTR-STATUS.
000480
000490     SELECT OPERATOR-MASTER ASSIGN TO OPRMSTR
000500            ORGANIZATION IS INDEXED
000510            ACCESS MODE IS RANDOM
000520            RECORD KEY IS OPR-OPERATOR-ID
000530            FILE STATUS IS WS-OPRMSTR-STATUS.
000540
000550******************************************************************
000560* DATA DIVISION                                                  *
000570******************************************************************
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  REGION-MASTER.
000610 COPY RGNMSTR.
000620
000630 FD  OPERATOR-MASTER.
000640 COPY OPRMSTR.
000650
000660 WORKING-STORAGE SECTION.
000670******************************************************************
000680* File status switches                                           *
000690******************************************************************
000700 01  WS-RGNMSTR-STATUS       PIC X(02).
000710     88  WS-RGNMSTR-OK                VALUE "00".
000720     88  WS-RGNMSTR-CREATED           VALUE "35".
000730
000740 01  WS-EXIT-SWITCH           PIC X(01) VALUE "N".
000750     88  WS-EXIT-REQUESTED            VALUE "Y".
000760
000770 01  WS-MENU-CHOICE           PIC X(01).
000780 01  WS-FLAG-CHOICE           PIC X(01).
000790 01  WS-RUN-DATE-8            PIC 9(08).
000800
000810******************************************************************
000820* Sign-on work areas - the operator must be on the               *
000830* OPERATOR-MASTER and active; the authority level signed on      *
000840* with gates each menu action.                                   *
000850******************************************************************
000860 01  WS-OPRMSTR-STATUS        PIC X(02).
000870     88  WS-OPRMSTR-OK                VALUE "00".
000880 01  WS-OPERATOR-ID           PIC X(08) VALUE "UNKNOWN ".
000890 01  WS-AUTHORITY-LEVEL       PIC X(01) VALUE "1".
000900     88  WS-INQUIRY-AUTHORITY         VALUE "1".
000910     88  WS-UPDATE-AUTHORITY          VALUE "2" "3".
000920     88  WS-SUPERVISOR-AUTHORITY      VALUE "3".
000930 01  WS-DENIED-COUNT          PIC 9(04) VALUE ZERO.
000940 01  WS-DENIED-ACTION         PIC X(20).
000950
000960******************************************************************
000970* PROCEDURE DIVISION                                             *
000980******************************************************************
000990 PROCEDURE DIVISION.
001000
001010 0000-MAIN-PARAGRAPH.
001020     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001030     IF RETURN-CODE = 16
001040         GO TO 0000-EXIT
001050     END-IF.
001060     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
001070         UNTIL WS-EXIT-REQUESTED.
001080     PERFORM 8000-END-OF-JOB THRU 8000-EXIT.
001090 0000-EXIT.
001100     STOP RUN.
001110
001120******************************************************************
001130* 1000-INITIALIZE - open the region master for update, creating  *
001140*                   it on the first run if it does not yet exist.*
001150******************************************************************
001160 1000-INITIALIZE.
001170     ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
001180     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID"
001190         ON EXCEPTION
001200             MOVE "UNKNOWN " TO WS-OPERATOR-ID
001210     END-ACCEPT.
001220     IF WS-OPERATOR-ID = SPACES
001230         MOVE "UNKNOWN " TO WS-OPERATOR-ID
001240     END-IF.
001250     PERFORM 1500-SIGN-ON THRU 1500-EXIT.
001260     IF RETURN-CODE = 16
001270         MOVE "Y" TO WS-EXIT-SWITCH
001280         GO TO 1000-EXIT
001290     END-IF.
001300     OPEN I-O REGION-MASTER.
001310     IF WS-RGNMSTR-CREATED
001320         OPEN OUTPUT REGION-MASTER
001330         CLOSE REGION-MASTER
001340         OPEN I-O REGION-MASTER
001350     END-IF.
001360     IF NOT WS-RGNMSTR-OK
001370         DISPLAY "REGION-MAINT: UNABLE TO OPEN REGION-MASTER, "
001380             "STATUS = " WS-RGNMSTR-STATUS
001390         MOVE 16 TO RETURN-CODE
001400         MOVE "Y" TO WS-EXIT-SWITCH
001410     END-IF.
001420 1000-EXIT.
001430     EXIT.
001440
001450******************************************************************
001460* 2000-PROCESS-MENU - display the menu, accept a selection, and  *
001470*                     perform the requested transaction.         *
001480******************************************************************
001490 2000-PROCESS-MENU.
001500     DISPLAY " ".
001510     DISPLAY "REGION-MAINT - REGIONAL OFFICE MAINTENANCE".
001520     DISPLAY "  1.  ADD     A REGION".
001530     DISPLAY "  2.  CHANGE  A REGION".
001540     DISPLAY "  3.  DELETE  A REGION".
001550     DISPLAY "  4.  INQUIRE ON A REGION".
001560     DISPLAY "  5.  ACTIVATE/DEACTIVATE A REGION".
001570     DISPLAY "  6.  EXIT".
001580     DISPLAY "ENTER SELECTION: " WITH NO ADVANCING.
001590     ACCEPT WS-MENU-CHOICE.
001600     EVALUATE WS-MENU-CHOICE
001610         WHEN "1"
001620             IF WS-UPDATE-AUTHORITY
001630                 PERFORM 3000-ADD-REGION THRU 3000-EXIT
001640             ELSE
001650                 MOVE "ADD A REGION" TO WS-DENIED-ACTION
001660                 PERFORM 9800-REPORT-DENIAL THRU 9800-EXIT
001670             END-IF
001680         WHEN "2"
001690             IF WS-UPDATE-AUTHORITY
001700                 PERFORM 4000-CHANGE-REGION THRU 4000-EXIT
001710             ELSE
001720                 MOVE "CHANGE A REGION" TO WS-DENIED-ACTION
001730                 PERFORM 9800-REPORT-DENIAL THRU 9800-EXIT
001740             END-IF
001750         WHEN "3"
001760             IF WS-SUPERVISOR-AUTHORITY
001770                 PERFORM 5000-DELETE-REGION THRU 5000-EXIT
001780             ELSE
001790                 MOVE "DELETE A REGION" TO WS-DENIED-ACTION
001800                 PERFORM 9800-REPORT-DENIAL THRU 9800-EXIT
001810             END-IF
001820         WHEN "4"
001830             PERFORM 6000-INQUIRE-REGION THRU 6000-EXIT
001840         WHEN "5"
001850             IF WS-UPDATE-AUTHORITY
001860                 PERFORM 7000-SET-ACTIVE-FLAG THRU 7000-EXIT
001870             ELSE
001880                 MOVE "ACTIVATE A REGION" TO WS-DENIED-ACTION
001890                 PERFORM 9800-REPORT-DENIAL THRU 9800-EXIT
001900             END-IF
001910         WHEN "6"
001920             MOVE "Y" TO WS-EXIT-SWITCH
001930         WHEN OTHER
001940             DISPLAY "INVALID SELECTION - PLEASE TRY AGAIN"
001950     END-EVALUATE.
001960 2000-EXIT.
001970     EXIT.
001980
001990******************************************************************
002000* 3000-ADD-REGION - accept a new regional office and add it to   *
002010*                   the master; a new region is active.          *
002020******************************************************************
002030 3000-ADD-REGION.
002040     DISPLAY "ENTER REGION CODE (4 CHARS): " WITH NO ADVANCING.
002050     ACCEPT RGM-REGION-CODE.
002060     IF RGM-REGION-CODE = SPACES
002070         DISPLAY "REGION CODE IS BLANK - NOT ADDED"
002080         GO TO 3000-EXIT
002090     END-IF.
002100     PERFORM 7100-ACCEPT-DETAILS THRU 7100-EXIT.
002110     MOVE "Y" TO RGM-ACTIVE-FLAG.
002120     MOVE WS-RUN-DATE-8 TO RGM-LAST-CHANGE-DATE.
002130     WRITE RGNMSTR-RECORD
002140         INVALID KEY
002150             DISPLAY "REGION CODE ALREADY EXISTS"
002160         NOT INVALID KEY
002170             DISPLAY "REGION ADDED"
002180     END-WRITE.
002190 3000-EXIT.
002200     EXIT.
002210
002220******************************************************************
002230* 4000-CHANGE-REGION - accept a region code and, if found, accept*
002240*                      and rewrite its office name, address and  *
002250*                      billing contact.                          *
002260******************************************************************
002270 4000-CHANGE-REGION.
002280     DISPLAY "ENTER REGION CODE TO CHANGE: " WITH NO ADVANCING.
002290     ACCEPT RGM-REGION-CODE.
002300     READ REGION-MASTER
002310         INVALID KEY
002320             DISPLAY "REGION CODE NOT FOUND"
002330     END-READ.
002340     IF WS-RGNMSTR-OK
002350         PERFORM 7100-ACCEPT-DETAILS THRU 7100-EXIT
002360         MOVE WS-RUN-DATE-8 TO RGM-LAST-CHANGE-DATE
002370         REWRITE RGNMSTR-RECORD
002380             INVALID KEY
002390                 DISPLAY "UNABLE TO REWRITE REGION"
002400             NOT INVALID KEY
002410                 DISPLAY "REGION CHANGED"
002420         END-REWRITE
002430     END-IF.
002440 4000-EXIT.
002450     EXIT.
002460
002470******************************************************************
002480* 5000-DELETE-REGION - accept a region code and, if found, remove*
002490*                      it from the master.  An office that has   *
002500*                      closed should be deactivated with option  *
002510*                      5, not deleted - the invoices for its     *
002520*                      past months still address from here.      *
002530******************************************************************
002540 5000-DELETE-REGION.
002550     DISPLAY "ENTER REGION CODE TO DELETE: " WITH NO ADVANCING.
002560     ACCEPT RGM-REGION-CODE.
002570     READ REGION-MASTER
002580         INVALID KEY
002590             DISPLAY "REGION CODE NOT FOUND"
002600     END-READ.
002610     IF WS-RGNMSTR-OK
002620         DELETE REGION-MASTER
002630             INVALID KEY
002640                 DISPLAY "UNABLE TO DELETE REGION"
002650             NOT INVALID KEY
002660                 DISPLAY "REGION DELETED"
002670         END-DELETE
002680     END-IF.
002690 5000-EXIT.
002700     EXIT.
002710
002720******************************************************************
002730* 6000-INQUIRE-REGION - accept a region code and display its     *
002740*                       record if found.                         *
002750******************************************************************
002760 6000-INQUIRE-REGION.
002770     DISPLAY "ENTER REGION CODE TO INQUIRE: " WITH NO ADVANCING.
002780     ACCEPT RGM-REGION-CODE.
002790     READ REGION-MASTER
002800         INVALID KEY
002810             DISPLAY "REGION CODE NOT FOUND"
002820     END-READ.
002830     IF WS-RGNMSTR-OK
002840         DISPLAY "REGION CODE ....: " RGM-REGION-CODE
002850         DISPLAY "OFFICE NAME ....: " RGM-OFFICE-NAME
002860         DISPLAY "ADDRESS LINE 1 .: " RGM-ADDRESS-LINE-1
002870         DISPLAY "ADDRESS LINE 2 .: " RGM-ADDRESS-LINE-2
002880         DISPLAY "CITY/STATE/ZIP .: " RGM-CITY-STATE-ZIP
002890         DISPLAY "BILLING CONTACT : " RGM-BILLING-CONTACT
002900         DISPLAY "ACTIVE FLAG ....: " RGM-ACTIVE-FLAG
002910         DISPLAY "LAST CHANGED ...: " RGM-LAST-CHANGE-DATE
002920     END-IF.
002930 6000-EXIT.
002940     EXIT.
002950
002960******************************************************************
002970* 7000-SET-ACTIVE-FLAG - activate or deactivate a region;        *
002980*                        HELLO-WORLD rejects the roster records  *
002990*                        of an inactive region.                  *
003000******************************************************************
003010 7000-SET-ACTIVE-FLAG.
003020     DISPLAY "ENTER REGION CODE: " WITH NO ADVANCING.
003030     ACCEPT RGM-REGION-CODE.
003040     READ REGION-MASTER
003050         INVALID KEY
003060             DISPLAY "REGION CODE NOT FOUND"
003070     END-READ.
003080     IF WS-RGNMSTR-OK
003090         DISPLAY "ACTIVE FLAG IS NOW: " RGM-ACTIVE-FLAG
003100         DISPLAY "ENTER NEW VALUE (Y=ACTIVE, N=INACTIVE): "
003110             WITH NO ADVANCING
003120         ACCEPT WS-FLAG-CHOICE
003130         IF WS-FLAG-CHOICE = "Y" OR WS-FLAG-CHOICE = "N"
003140             MOVE WS-FLAG-CHOICE TO RGM-ACTIVE-FLAG
003150             MOVE WS-RUN-DATE-8 TO RGM-LAST-CHANGE-DATE
003160             REWRITE RGNMSTR-RECORD
003170                 INVALID KEY
003180                     DISPLAY "UNABLE TO REWRITE REGION"
003190                 NOT INVALID KEY
003200                     DISPLAY "ACTIVE FLAG UPDATED"
003210             END-REWRITE
003220         ELSE
003230             DISPLAY "INVALID VALUE - FLAG LEFT UNCHANGED"
003240         END-IF
003250     END-IF.
003260 7000-EXIT.
003270     EXIT.
003280
003290******************************************************************
003300* 7100-ACCEPT-DETAILS - prompt for the office name, the three    *
003310*                       mailing address lines and the billing    *
003320*                       contact into the record area.            *
003330******************************************************************
003340 7100-ACCEPT-DETAILS.
003350     DISPLAY "ENTER OFFICE NAME: " WITH NO ADVANCING.
003360     ACCEPT RGM-OFFICE-NAME.
003370     DISPLAY "ENTER ADDRESS LINE 1: " WITH NO ADVANCING.
003380     ACCEPT RGM-ADDRESS-LINE-1.
003390     DISPLAY "ENTER ADDRESS LINE 2: " WITH NO ADVANCING.
003400     ACCEPT RGM-ADDRESS-LINE-2.
003410     DISPLAY "ENTER CITY, STATE AND ZIP: " WITH NO ADVANCING.
003420     ACCEPT RGM-CITY-STATE-ZIP.
003430     DISPLAY "ENTER BILLING CONTACT: " WITH NO ADVANCING.
003440     ACCEPT RGM-BILLING-CONTACT.
003450 7100-EXIT.
003460     EXIT.
003470
003480******************************************************************
003490* 8000-END-OF-JOB - close down the files used by this run.       *
003500******************************************************************
003510 8000-END-OF-JOB.
003520     IF WS-DENIED-COUNT > ZERO
003530         DISPLAY "REGION-MAINT: DENIED ATTEMPTS THIS "
003540             "SESSION = " WS-DENIED-COUNT
003550     END-IF.
003560     CLOSE REGION-MASTER.
003570 8000-EXIT.
003580     EXIT.
003590
003600******************************************************************
003610* 1500-SIGN-ON - validate the operator against the               *
003620*                OPERATOR-MASTER: the ID must be set, on the     *
003630*                master, and active.  The authority level        *
003640*                signed on with gates each menu action.          *
003650******************************************************************
003660 1500-SIGN-ON.
003670     IF WS-OPERATOR-ID = "UNKNOWN "
003680         DISPLAY "REGION-MAINT: OPERATOR-ID IS NOT SET - "
003690             "SIGN-ON REFUSED"
003700         MOVE 16 TO RETURN-CODE
003710         GO TO 1500-EXIT
003720     END-IF.
003730     OPEN INPUT OPERATOR-MASTER.
003740     IF NOT WS-OPRMSTR-OK
003750         DISPLAY "REGION-MAINT: UNABLE TO OPEN OPERATOR-"
003760             "MASTER, STATUS = " WS-OPRMSTR-STATUS
003770             " - SIGN-ON REFUSED"
003780         MOVE 16 TO RETURN-CODE
003790         GO TO 1500-EXIT
003800     END-IF.
003810     MOVE WS-OPERATOR-ID TO OPR-OPERATOR-ID.
003820     READ OPERATOR-MASTER
003830         INVALID KEY
003840             DISPLAY "REGION-MAINT: OPERATOR " WS-OPERATOR-ID
003850                 " NOT ON OPERATOR MASTER - SIGN-ON REFUSED"
003860             MOVE 16 TO RETURN-CODE
003870     END-READ.
003880     IF RETURN-CODE NOT = 16 AND OPR-INACTIVE
003890         DISPLAY "REGION-MAINT: OPERATOR " WS-OPERATOR-ID
003900             " IS INACTIVE - SIGN-ON REFUSED"
003910         MOVE 16 TO RETURN-CODE
003920     END-IF.
003930     IF RETURN-CODE NOT = 16
003940         MOVE OPR-AUTHORITY-LEVEL TO WS-AUTHORITY-LEVEL
003950     END-IF.
003960     CLOSE OPERATOR-MASTER.
003970 1500-EXIT.
003980     EXIT.
003990
004000******************************************************************
004010* 9800-REPORT-DENIAL - report one denied attempt: who tried      *
004020*                      what, so security review has a record.    *
004030******************************************************************
004040 9800-REPORT-DENIAL.
004050     DISPLAY "REGION-MAINT: ACCESS DENIED - OPERATOR "
004060         WS-OPERATOR-ID " MAY NOT " WS-DENIED-ACTION.
004070     ADD 1 TO WS-DENIED-COUNT.
004080 9800-EXIT.
004090     EXIT.
004100
004110******************************************************************
004120* End of program                                                 *
004130******************************************************************
