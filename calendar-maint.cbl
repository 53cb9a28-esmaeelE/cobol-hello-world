000010******************************************************************
000020* Program:     CALENDAR-MAINT                                    *
000030* Author:      J. H. Marchetti                                   *
000040* Installation:Data Processing Center                            *
000050* Date-Written:2026-10-15                                        *
000060* Purpose:     Menu-driven maintenance program for the           *
000070*              GREETING-CALENDAR file, modeled on REGION-MAINT:  *
000080*              operations staff can add, change, delete, inquire *
000090*              on and list greeting campaigns - the business     *
000100*              dates a campaign runs from and through, the       *
000110*              region and language it is confined to (blank for  *
000120*              all), and the greeting code HELLO-WORLD is to use *
000130*              in place of the parm default while it runs.       *
000140*              A campaign is refused when its dates overlap      *
000150*              another campaign for the same region and          *
000160*              language, when its greeting code is not on the    *
000170*              GREETING-MASTER or is inactive there, or when its *
000180*              region is not on the REGION-MASTER.               *
000190* Language:    COBOL (GnuCOBOL, fixed format)                    *
000200*                                                                *
000210* Modification History:                                         *
000220*   2026-10-15  JHM  Initial version, with operator sign-on      *
000230*                    against the OPERATOR-MASTER: inquiry and    *
000240*                    listing are open to all levels, add and     *
000250*                    change need update authority, delete needs  *
000260*                    supervisor authority, and every denied      *
000270*                    attempt is reported.                        *
000280******************************************************************
000290
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.             CALENDAR-MAINT.
000320 AUTHOR.                 J. H. MARCHETTI.
000330 INSTALLATION.           DATA PROCESSING CENTER.
000340 DATE-WRITTEN.           2026-10-15.
000350 DATE-COMPILED.          2026-10-15.
000360
000370******************************************************************
000380* ENVIRONMENT DIVISION                                           *
000390******************************************************************
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.        GNUCOBOL.
000430 OBJECT-COMPUTER.        GNUCOBOL.
000440
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT GREETING-CALENDAR ASSIGN TO GRCALNDR
000480            ORGANIZATION IS INDEXED
000490            ACCESS MODE IS DYNAMIC
000500            RECORD KEY IS CAL-KEY
000510            FILE STATUS IS WS-GRCAL-STATUS.
000520
000530     SELECT GREETING-MASTER ASSIGN TO GRMASTER
000540            ORGANIZATION IS INDEXED
000550            ACCESS MODE IS RANDOM
000560            RECORD KEY IS GRM-GREETING-CODE
000570            FILE STATUS IS WS-GRMASTER-STATUS.
000580
000590     SELECT REGION-MASTER   ASSIGN TO RGNMSTR
000600            ORGANIZATION IS INDEXED
000610            ACCESS MODE IS RANDOM
000620            RECORD KEY IS RGM-REGION-CODE
000630            FILE STATUS IS WS-RGNMSTR-STATUS.
000640
000650     SELECT OPERATOR-MASTER ASSIGN TO OPRMSTR
000660            ORGANIZATION IS INDEXED
000670            ACCESS MODE IS RANDOM
000680            RECORD KEY IS OPR-OPERATOR-ID
000690            FILE STATUS IS WS-OPRMSTR-STATUS.
000700
000710******************************************************************
000720* DATA DIVISION                                                  *
000730******************************************************************
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  GREETING-CALENDAR.
000770 COPY GRCAL.
000780
000790 FD  GREETING-MASTER.
000800 COPY GRMSTR.
000810
000820 FD  REGION-MASTER.
000830 COPY RGNMSTR.
000840
000850 FD  OPERATOR-MASTER.
000860 COPY OPRMSTR.
000870
000880 WORKING-STORAGE SECTION.
000890******************************************************************
000900* File status switches                                           *
000910******************************************************************
000920 01  WS-GRCAL-STATUS         PIC X(02).
000930     88  WS-GRCAL-OK                  VALUE "00".
000940     88  WS-GRCAL-CREATED             VALUE "35".
000950
000960 01  WS-GRMASTER-STATUS      PIC X(02).
000970     88  WS-GRMASTER-OK               VALUE "00".
000980
000990 01  WS-RGNMSTR-STATUS       PIC X(02).
001000     88  WS-RGNMSTR-OK                VALUE "00".
001010
001020 01  WS-EXIT-SWITCH           PIC X(01) VALUE "N".
001030     88  WS-EXIT-REQUESTED            VALUE "Y".
001040
001050 01  WS-MENU-CHOICE           PIC X(01).
001060 01  WS-RUN-DATE-8            PIC 9(08).
001070
001080******************************************************************
001090* Campaign edit work areas - the entry being added or changed    *
001100* is held here while the calendar is scanned for overlaps, the   *
001110* scan reusing the record area.                                  *
001120******************************************************************
001130 01  WS-ENTRY-VALID-SWITCH    PIC X(01).
001140     88  WS-ENTRY-VALID               VALUE "Y".
001150     88  WS-ENTRY-INVALID             VALUE "N".
001160 01  WS-CHANGE-SWITCH         PIC X(01).
001170     88  WS-CHANGING-ENTRY            VALUE "Y".
001180 01  WS-SCAN-END-SWITCH       PIC X(01).
001190     88  WS-END-OF-SCAN               VALUE "Y".
001200 01  WS-HELD-ENTRY            PIC X(64).
001210 01  WS-HELD-KEY.
001220     05  WS-HLD-REGION-CODE      PIC X(04).
001230     05  WS-HLD-LANGUAGE-CODE    PIC X(02).
001240     05  WS-HLD-THRU-DATE        PIC X(08).
001250 01  WS-HLD-FROM-DATE         PIC X(08).
001260 01  WS-CAMPAIGNS-LISTED      PIC 9(06) VALUE ZERO.
001270
001280 01  WS-CAMPAIGN-LINE.
001290     05  WS-CPL-REGION-CODE      PIC X(04).
001300     05  FILLER                  PIC X(02) VALUE SPACES.
001310     05  WS-CPL-LANGUAGE-CODE    PIC X(02).
001320     05  FILLER                  PIC X(02) VALUE SPACES.
001330     05  WS-CPL-FROM-DATE        PIC X(08).
001340     05  FILLER                  PIC X(01) VALUE "-".
001350     05  WS-CPL-THRU-DATE        PIC X(08).
001360     05  FILLER                  PIC X(02) VALUE SPACES.
001370     05  WS-CPL-GREETING-CODE    PIC X(04).
001380     05  FILLER                  PIC X(02) VALUE SPACES.
001390     05  WS-CPL-CAMPAIGN-NAME    PIC X(30).
001400
001410******************************************************************
001420* Sign-on work areas - the operator must be on the               *
001430* OPERATOR-MASTER and active; the authority level signed on      *
001440* with gates each menu action.                                   *
001450******************************************************************
001460 01  WS-OPRMSTR-STATUS        PIC X(02).
001470     88  WS-OPRMSTR-OK                VALUE "00".
001480 01  WS-OPERATOR-ID           PIC X(08) VALUE "UNKNOWN ".
001490 01  WS-AUTHORITY-LEVEL       PIC X(01) VALUE "1".
001500     88  WS-INQUIRY-AUTHORITY         VALUE "1".
001510     88  WS-UPDATE-AUTHORITY          VALUE "2" "3".
001520     88  WS-SUPERVISOR-AUTHORITY      VALUE "3".
001530 01  WS-DENIED-COUNT          PIC 9(04) VALUE ZERO.
001540 01  WS-DENIED-ACTION         PIC X(20).
001550
001560******************************************************************
001570* PROCEDURE DIVISION                                             *
001580******************************************************************
001590 PROCEDURE DIVISION.
001600
001610 0000-MAIN-PARAGRAPH.
001620     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001630     IF RETURN-CODE = 16
001640         GO TO 0000-EXIT
001650     END-IF.
001660     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
001670         UNTIL WS-EXIT-REQUESTED.
001680     PERFORM 8000-END-OF-JOB THRU 8000-EXIT.
001690 0000-EXIT.
001700     STOP RUN.
001710
001720******************************************************************
001730* 1000-INITIALIZE - open the calendar for update, creating it on *
001740*                   the first run if it does not yet exist, and  *
001750*                   the two masters a campaign is edited         *
001760*                   against.                                     *
001770******************************************************************
001780 1000-INITIALIZE.
001790     ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
001800     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID"
001810         ON EXCEPTION
001820             MOVE "UNKNOWN " TO WS-OPERATOR-ID
001830     END-ACCEPT.
001840     IF WS-OPERATOR-ID = SPACES
001850         MOVE "UNKNOWN " TO WS-OPERATOR-ID
001860     END-IF.
001870     PERFORM 1500-SIGN-ON THRU 1500-EXIT.
001880     IF RETURN-CODE = 16
001890         MOVE "Y" TO WS-EXIT-SWITCH
001900         GO TO 1000-EXIT
001910     END-IF.
001920     OPEN I-O GREETING-CALENDAR.
001930     IF WS-GRCAL-CREATED
001940         OPEN OUTPUT GREETING-CALENDAR
001950         CLOSE GREETING-CALENDAR
001960         OPEN I-O GREETING-CALENDAR
001970     END-IF.
001980     IF NOT WS-GRCAL-OK
001990         DISPLAY "CALENDAR-MAINT: UNABLE TO OPEN GREETING-"
002000             "CALENDAR, STATUS = " WS-GRCAL-STATUS
002010         MOVE 16 TO RETURN-CODE
002020         MOVE "Y" TO WS-EXIT-SWITCH
002030         GO TO 1000-EXIT
002040     END-IF.
002050     OPEN INPUT GREETING-MASTER.
002060     IF NOT WS-GRMASTER-OK
002070         DISPLAY "CALENDAR-MAINT: UNABLE TO OPEN GREETING-"
002080             "MASTER, STATUS = " WS-GRMASTER-STATUS
002090         MOVE 16 TO RETURN-CODE
002100         MOVE "Y" TO WS-EXIT-SWITCH
002110         CLOSE GREETING-CALENDAR
002120         GO TO 1000-EXIT
002130     END-IF.
002140     OPEN INPUT REGION-MASTER.
002150     IF NOT WS-RGNMSTR-OK
002160         DISPLAY "CALENDAR-MAINT: UNABLE TO OPEN REGION-"
002170             "MASTER, STATUS = " WS-RGNMSTR-STATUS
002180         MOVE 16 TO RETURN-CODE
002190         MOVE "Y" TO WS-EXIT-SWITCH
002200         CLOSE GREETING-CALENDAR
002210         CLOSE GREETING-MASTER
002220     END-IF.
002230 1000-EXIT.
002240     EXIT.
002250
002260******************************************************************
002270* 2000-PROCESS-MENU - display the menu, accept a selection, and  *
002280*                     perform the requested transaction.         *
002290******************************************************************
002300 2000-PROCESS-MENU.
002310     DISPLAY " ".
002320     DISPLAY "CALENDAR-MAINT - GREETING CAMPAIGN MAINTENANCE".
002330     DISPLAY "  1.  ADD     A CAMPAIGN".
002340     DISPLAY "  2.  CHANGE  A CAMPAIGN".
002350     DISPLAY "  3.  DELETE  A CAMPAIGN".
002360     DISPLAY "  4.  INQUIRE ON A CAMPAIGN".
002370     DISPLAY "  5.  LIST ALL CAMPAIGNS".
002380     DISPLAY "  6.  EXIT".
002390     DISPLAY "ENTER SELECTION: " WITH NO ADVANCING.
002400     ACCEPT WS-MENU-CHOICE.
002410     EVALUATE WS-MENU-CHOICE
002420         WHEN "1"
002430             IF WS-UPDATE-AUTHORITY
002440                 PERFORM 3000-ADD-CAMPAIGN THRU 3000-EXIT
002450             ELSE
002460                 MOVE "ADD A CAMPAIGN" TO WS-DENIED-ACTION
002470                 PERFORM 9800-REPORT-DENIAL THRU 9800-EXIT
002480             END-IF
002490         WHEN "2"
002500             IF WS-UPDATE-AUTHORITY
002510                 PERFORM 4000-CHANGE-CAMPAIGN THRU 4000-EXIT
002520             ELSE
002530                 MOVE "CHANGE A CAMPAIGN" TO WS-DENIED-ACTION
002540                 PERFORM 9800-REPORT-DENIAL THRU 9800-EXIT
002550             END-IF
002560         WHEN "3"
002570             IF WS-SUPERVISOR-AUTHORITY
002580                 PERFORM 5000-DELETE-CAMPAIGN THRU 5000-EXIT
002590             ELSE
002600                 MOVE "DELETE A CAMPAIGN" TO WS-DENIED-ACTION
002610                 PERFORM 9800-REPORT-DENIAL THRU 9800-EXIT
002620             END-IF
002630         WHEN "4"
002640             PERFORM 6000-INQUIRE-CAMPAIGN THRU 6000-EXIT
002650         WHEN "5"
002660             PERFORM 6500-LIST-CAMPAIGNS THRU 6500-EXIT
002670         WHEN "6"
002680             MOVE "Y" TO WS-EXIT-SWITCH
002690         WHEN OTHER
002700             DISPLAY "INVALID SELECTION - PLEASE TRY AGAIN"
002710     END-EVALUATE.
002720 2000-EXIT.
002730     EXIT.
002740
002750******************************************************************
002760* 3000-ADD-CAMPAIGN - accept a new campaign, edit it and add it  *
002770*                     to the calendar.                           *
002780******************************************************************
002790 3000-ADD-CAMPAIGN.
002800     PERFORM 7000-ACCEPT-KEY THRU 7000-EXIT.
002810     DISPLAY "ENTER FROM DATE (YYYYMMDD): " WITH NO ADVANCING.
002820     ACCEPT CAL-FROM-DATE.
002830     PERFORM 7100-ACCEPT-DETAILS THRU 7100-EXIT.
002840     MOVE WS-RUN-DATE-8 TO CAL-LAST-CHANGE-DATE.
002850     MOVE "N" TO WS-CHANGE-SWITCH.
002860     PERFORM 7200-EDIT-CAMPAIGN THRU 7200-EXIT.
002870     IF WS-ENTRY-INVALID
002880         DISPLAY "CAMPAIGN NOT ADDED"
002890         GO TO 3000-EXIT
002900     END-IF.
002910     WRITE GRCAL-RECORD
002920         INVALID KEY
002930             DISPLAY "CAMPAIGN ALREADY EXISTS"
002940         NOT INVALID KEY
002950             DISPLAY "CAMPAIGN ADDED"
002960     END-WRITE.
002970 3000-EXIT.
002980     EXIT.
002990
003000******************************************************************
003010* 4000-CHANGE-CAMPAIGN - accept a campaign key and, if found,    *
003020*                        accept its from date, greeting code and *
003030*                        name, edit them and rewrite it.  The    *
003040*                        thru date is part of the key - to move  *
003050*                        it, delete the campaign and add it      *
003060*                        again.                                  *
003070******************************************************************
003080 4000-CHANGE-CAMPAIGN.
003090     PERFORM 7000-ACCEPT-KEY THRU 7000-EXIT.
003100     READ GREETING-CALENDAR
003110         INVALID KEY
003120             DISPLAY "CAMPAIGN NOT FOUND"
003130             GO TO 4000-EXIT
003140     END-READ.
003150     DISPLAY "FROM DATE IS NOW: " CAL-FROM-DATE.
003160     DISPLAY "ENTER FROM DATE (YYYYMMDD): " WITH NO ADVANCING.
003170     ACCEPT CAL-FROM-DATE.
003180     PERFORM 7100-ACCEPT-DETAILS THRU 7100-EXIT.
003190     MOVE WS-RUN-DATE-8 TO CAL-LAST-CHANGE-DATE.
003200     MOVE "Y" TO WS-CHANGE-SWITCH.
003210     PERFORM 7200-EDIT-CAMPAIGN THRU 7200-EXIT.
003220     IF WS-ENTRY-INVALID
003230         DISPLAY "CAMPAIGN NOT CHANGED"
003240         GO TO 4000-EXIT
003250     END-IF.
003260     REWRITE GRCAL-RECORD
003270         INVALID KEY
003280             DISPLAY "UNABLE TO REWRITE CAMPAIGN"
003290         NOT INVALID KEY
003300             DISPLAY "CAMPAIGN CHANGED"
003310     END-REWRITE.
003320 4000-EXIT.
003330     EXIT.
003340
003350******************************************************************
003360* 5000-DELETE-CAMPAIGN - accept a campaign key and, if found,    *
003370*                        remove it from the calendar.            *
003380******************************************************************
003390 5000-DELETE-CAMPAIGN.
003400     PERFORM 7000-ACCEPT-KEY THRU 7000-EXIT.
003410     READ GREETING-CALENDAR
003420         INVALID KEY
003430             DISPLAY "CAMPAIGN NOT FOUND"
003440     END-READ.
003450     IF WS-GRCAL-OK
003460         DELETE GREETING-CALENDAR
003470             INVALID KEY
003480                 DISPLAY "UNABLE TO DELETE CAMPAIGN"
003490             NOT INVALID KEY
003500                 DISPLAY "CAMPAIGN DELETED"
003510         END-DELETE
003520     END-IF.
003530 5000-EXIT.
003540     EXIT.
003550
003560******************************************************************
003570* 6000-INQUIRE-CAMPAIGN - accept a campaign key and display its  *
003580*                         record if found.                       *
003590******************************************************************
003600 6000-INQUIRE-CAMPAIGN.
003610     PERFORM 7000-ACCEPT-KEY THRU 7000-EXIT.
003620     READ GREETING-CALENDAR
003630         INVALID KEY
003640             DISPLAY "CAMPAIGN NOT FOUND"
003650     END-READ.
003660     IF WS-GRCAL-OK
003670         DISPLAY "REGION CODE ....: " CAL-REGION-CODE
003680         DISPLAY "LANGUAGE CODE ..: " CAL-LANGUAGE-CODE
003690         DISPLAY "FROM DATE ......: " CAL-FROM-DATE
003700         DISPLAY "THRU DATE ......: " CAL-THRU-DATE
003710         DISPLAY "GREETING CODE ..: " CAL-GREETING-CODE
003720         DISPLAY "CAMPAIGN NAME ..: " CAL-CAMPAIGN-NAME
003730         DISPLAY "LAST CHANGED ...: " CAL-LAST-CHANGE-DATE
003740     END-IF.
003750 6000-EXIT.
003760     EXIT.
003770
003780******************************************************************
003790* 6500-LIST-CAMPAIGNS - display every campaign on the calendar   *
003800*                       in key order, one line each, so the      *
003810*                       operator can find a campaign's key.      *
003820******************************************************************
003830 6500-LIST-CAMPAIGNS.
003840     MOVE ZERO TO WS-CAMPAIGNS-LISTED.
003850     MOVE "N" TO WS-SCAN-END-SWITCH.
003860     MOVE LOW-VALUES TO CAL-KEY.
003870     START GREETING-CALENDAR KEY NOT LESS THAN CAL-KEY
003880         INVALID KEY
003890             MOVE "Y" TO WS-SCAN-END-SWITCH
003900     END-START.
003910     DISPLAY "RGN   LG  FROM     THRU      CODE  CAMPAIGN".
003920     PERFORM 6510-LIST-ONE-CAMPAIGN THRU 6510-EXIT
003930         UNTIL WS-END-OF-SCAN.
003940     DISPLAY "CAMPAIGNS ON THE CALENDAR: " WS-CAMPAIGNS-LISTED.
003950 6500-EXIT.
003960     EXIT.
003970
003980******************************************************************
003990* 6510-LIST-ONE-CAMPAIGN - read and display the next campaign.   *
004000******************************************************************
004010 6510-LIST-ONE-CAMPAIGN.
004020     READ GREETING-CALENDAR NEXT RECORD
004030         AT END
004040             MOVE "Y" TO WS-SCAN-END-SWITCH
004050             GO TO 6510-EXIT
004060     END-READ.
004070     IF NOT WS-GRCAL-OK
004080         MOVE "Y" TO WS-SCAN-END-SWITCH
004090         GO TO 6510-EXIT
004100     END-IF.
004110     MOVE CAL-REGION-CODE   TO WS-CPL-REGION-CODE.
004120     MOVE CAL-LANGUAGE-CODE TO WS-CPL-LANGUAGE-CODE.
004130     MOVE CAL-FROM-DATE     TO WS-CPL-FROM-DATE.
004140     MOVE CAL-THRU-DATE     TO WS-CPL-THRU-DATE.
004150     MOVE CAL-GREETING-CODE TO WS-CPL-GREETING-CODE.
004160     MOVE CAL-CAMPAIGN-NAME TO WS-CPL-CAMPAIGN-NAME.
004170     DISPLAY WS-CAMPAIGN-LINE.
004180     ADD 1 TO WS-CAMPAIGNS-LISTED.
004190 6510-EXIT.
004200     EXIT.
004210
004220******************************************************************
004230* 7000-ACCEPT-KEY - prompt for the campaign key: region and      *
004240*                   language (blank for all) and the thru date.  *
004250******************************************************************
004260 7000-ACCEPT-KEY.
004270     MOVE SPACES TO GRCAL-RECORD.
004280     DISPLAY "ENTER REGION CODE (BLANK FOR ALL REGIONS): "
004290         WITH NO ADVANCING.
004300     ACCEPT CAL-REGION-CODE.
004310     DISPLAY "ENTER LANGUAGE CODE (BLANK FOR ALL LANGUAGES): "
004320         WITH NO ADVANCING.
004330     ACCEPT CAL-LANGUAGE-CODE.
004340     DISPLAY "ENTER THRU DATE (YYYYMMDD): " WITH NO ADVANCING.
004350     ACCEPT CAL-THRU-DATE.
004360 7000-EXIT.
004370     EXIT.
004380
004390******************************************************************
004400* 7100-ACCEPT-DETAILS - prompt for the greeting code and the     *
004410*                       campaign name into the record area.      *
004420******************************************************************
004430 7100-ACCEPT-DETAILS.
004440     DISPLAY "ENTER GREETING CODE: " WITH NO ADVANCING.
004450     ACCEPT CAL-GREETING-CODE.
004460     DISPLAY "ENTER CAMPAIGN NAME: " WITH NO ADVANCING.
004470     ACCEPT CAL-CAMPAIGN-NAME.
004480 7100-EXIT.
004490     EXIT.
004500
004510******************************************************************
004520* 7200-EDIT-CAMPAIGN - edit the campaign in the record area and  *
004530*                      check it for overlaps, holding the entry  *
004540*                      while the masters and the calendar are    *
004550*                      read and restoring the record area from   *
004560*                      it afterwards.                            *
004570******************************************************************
004580 7200-EDIT-CAMPAIGN.
004590     MOVE "Y" TO WS-ENTRY-VALID-SWITCH.
004600     MOVE GRCAL-RECORD  TO WS-HELD-ENTRY.
004610     MOVE CAL-KEY       TO WS-HELD-KEY.
004620     MOVE CAL-FROM-DATE TO WS-HLD-FROM-DATE.
004630     PERFORM 7210-EDIT-FIELDS THRU 7210-EXIT.
004640     IF WS-ENTRY-VALID
004650         PERFORM 7300-CHECK-OVERLAP THRU 7300-EXIT
004660     END-IF.
004670     MOVE WS-HELD-ENTRY TO GRCAL-RECORD.
004680 7200-EXIT.
004690     EXIT.
004700
004710******************************************************************
004720* 7210-EDIT-FIELDS - the dates must be numeric and in order, the *
004730*                    region (when given) on the REGION-MASTER,   *
004740*                    and the greeting code on the GREETING-      *
004750*                    MASTER and active.                          *
004760******************************************************************
004770 7210-EDIT-FIELDS.
004780     IF CAL-FROM-DATE NOT NUMERIC OR CAL-THRU-DATE NOT NUMERIC
004790         DISPLAY "FROM AND THRU DATES MUST BE YYYYMMDD"
004800         MOVE "N" TO WS-ENTRY-VALID-SWITCH
004810         GO TO 7210-EXIT
004820     END-IF.
004830     IF CAL-FROM-DATE > CAL-THRU-DATE
004840         DISPLAY "FROM DATE IS AFTER THRU DATE"
004850         MOVE "N" TO WS-ENTRY-VALID-SWITCH
004860         GO TO 7210-EXIT
004870     END-IF.
004880     IF CAL-REGION-CODE NOT = SPACES
004890         MOVE CAL-REGION-CODE TO RGM-REGION-CODE
004900         READ REGION-MASTER
004910             INVALID KEY
004920                 DISPLAY "REGION NOT ON REGION MASTER"
004930                 MOVE "N" TO WS-ENTRY-VALID-SWITCH
004940                 GO TO 7210-EXIT
004950         END-READ
004960     END-IF.
004970     MOVE CAL-GREETING-CODE TO GRM-GREETING-CODE.
004980     READ GREETING-MASTER
004990         INVALID KEY
005000             DISPLAY "GREETING CODE NOT ON GREETING MASTER"
005010             MOVE "N" TO WS-ENTRY-VALID-SWITCH
005020             GO TO 7210-EXIT
005030     END-READ.
005040     IF GRM-INACTIVE
005050         DISPLAY "GREETING CODE IS INACTIVE ON GREETING MASTER"
005060         MOVE "N" TO WS-ENTRY-VALID-SWITCH
005070     END-IF.
005080 7210-EXIT.
005090     EXIT.
005100
005110******************************************************************
005120* 7300-CHECK-OVERLAP - pass every campaign for the held entry's  *
005130*                      region and language and refuse the entry  *
005140*                      when any other one's dates overlap it.    *
005150******************************************************************
005160 7300-CHECK-OVERLAP.
005170     MOVE "N" TO WS-SCAN-END-SWITCH.
005180     MOVE WS-HLD-REGION-CODE   TO CAL-REGION-CODE.
005190     MOVE WS-HLD-LANGUAGE-CODE TO CAL-LANGUAGE-CODE.
005200     MOVE LOW-VALUES           TO CAL-THRU-DATE.
005210     START GREETING-CALENDAR KEY NOT LESS THAN CAL-KEY
005220         INVALID KEY
005230             MOVE "Y" TO WS-SCAN-END-SWITCH
005240     END-START.
005250     PERFORM 7310-CHECK-ONE-CAMPAIGN THRU 7310-EXIT
005260         UNTIL WS-END-OF-SCAN.
005270 7300-EXIT.
005280     EXIT.
005290
005300******************************************************************
005310* 7310-CHECK-ONE-CAMPAIGN - read the next campaign and, while it *
005320*                           is for the same region and language, *
005330*                           refuse the held entry when the two   *
005340*                           date ranges overlap.  The entry      *
005350*                           being changed is not compared with   *
005360*                           itself.                              *
005370******************************************************************
005380 7310-CHECK-ONE-CAMPAIGN.
005390     READ GREETING-CALENDAR NEXT RECORD
005400         AT END
005410             MOVE "Y" TO WS-SCAN-END-SWITCH
005420             GO TO 7310-EXIT
005430     END-READ.
005440     IF NOT WS-GRCAL-OK
005450        OR CAL-REGION-CODE   NOT = WS-HLD-REGION-CODE
005460        OR CAL-LANGUAGE-CODE NOT = WS-HLD-LANGUAGE-CODE
005470         MOVE "Y" TO WS-SCAN-END-SWITCH
005480         GO TO 7310-EXIT
005490     END-IF.
005500     IF WS-CHANGING-ENTRY AND CAL-KEY = WS-HELD-KEY
005510         GO TO 7310-EXIT
005520     END-IF.
005530     IF CAL-FROM-DATE NOT > WS-HLD-THRU-DATE
005540        AND CAL-THRU-DATE NOT < WS-HLD-FROM-DATE
005550         DISPLAY "DATES OVERLAP CAMPAIGN " CAL-FROM-DATE
005560             "-" CAL-THRU-DATE " " CAL-CAMPAIGN-NAME
005570         MOVE "N" TO WS-ENTRY-VALID-SWITCH
005580         MOVE "Y" TO WS-SCAN-END-SWITCH
005590     END-IF.
005600 7310-EXIT.
005610     EXIT.
005620
005630******************************************************************
005640* 8000-END-OF-JOB - close down the files used by this run.       *
005650******************************************************************
005660 8000-END-OF-JOB.
005670     IF WS-DENIED-COUNT > ZERO
005680         DISPLAY "CALENDAR-MAINT: DENIED ATTEMPTS THIS "
005690             "SESSION = " WS-DENIED-COUNT
005700     END-IF.
005710     CLOSE GREETING-CALENDAR.
005720     CLOSE GREETING-MASTER.
005730     CLOSE REGION-MASTER.
005740 8000-EXIT.
005750     EXIT.
005760
005770******************************************************************
005780* 1500-SIGN-ON - validate the operator against the               *
005790*                OPERATOR-MASTER: the ID must be set, on the     *
005800*                master, and active.  The authority level        *
005810*                signed on with gates each menu action.          *
005820******************************************************************
005830 1500-SIGN-ON.
005840     IF WS-OPERATOR-ID = "UNKNOWN "
005850         DISPLAY "CALENDAR-MAINT: OPERATOR-ID IS NOT SET - "
005860             "SIGN-ON REFUSED"
005870         MOVE 16 TO RETURN-CODE
005880         GO TO 1500-EXIT
005890     END-IF.
005900     OPEN INPUT OPERATOR-MASTER.
005910     IF NOT WS-OPRMSTR-OK
005920         DISPLAY "CALENDAR-MAINT: UNABLE TO OPEN OPERATOR-"
005930             "MASTER, STATUS = " WS-OPRMSTR-STATUS
005940             " - SIGN-ON REFUSED"
005950         MOVE 16 TO RETURN-CODE
005960         GO TO 1500-EXIT
005970     END-IF.
005980     MOVE WS-OPERATOR-ID TO OPR-OPERATOR-ID.
005990     READ OPERATOR-MASTER
006000         INVALID KEY
006010             DISPLAY "CALENDAR-MAINT: OPERATOR " WS-OPERATOR-ID
006020                 " NOT ON OPERATOR MASTER - SIGN-ON REFUSED"
006030             MOVE 16 TO RETURN-CODE
006040     END-READ.
006050     IF RETURN-CODE NOT = 16 AND OPR-INACTIVE
006060         DISPLAY "CALENDAR-MAINT: OPERATOR " WS-OPERATOR-ID
006070             " IS INACTIVE - SIGN-ON REFUSED"
006080         MOVE 16 TO RETURN-CODE
006090     END-IF.
006100     IF RETURN-CODE NOT = 16
006110         MOVE OPR-AUTHORITY-LEVEL TO WS-AUTHORITY-LEVEL
006120     END-IF.
006130     CLOSE OPERATOR-MASTER.
006140 1500-EXIT.
006150     EXIT.
006160
006170******************************************************************
006180* 9800-REPORT-DENIAL - report one denied attempt: who tried      *
006190*                      what, so security review has a record.    *
006200******************************************************************
006210 9800-REPORT-DENIAL.
006220     DISPLAY "CALENDAR-MAINT: ACCESS DENIED - OPERATOR "
006230         WS-OPERATOR-ID " MAY NOT " WS-DENIED-ACTION.
006240     ADD 1 TO WS-DENIED-COUNT.
006250 9800-EXIT.
006260     EXIT.
006270
006280******************************************************************
006290* End of program                                                 *
006300******************************************************************
