000010******************************************************************
000020* Program:     LAPSED-REPORT                                     *
000030* Author:      J. H. Marchetti                                   *
000040* Installation:Data Processing Center                            *
000050* Date-Written:2026-10-15                                        *
000060* Purpose:     Lapsed-recipient report.  Lists every active      *
000070*              recipient who may be greeted but has not been     *
000080*              greeted within the parameter-driven number of     *
000090*              days - including one never greeted at all -       *
000100*              broken by preferred language with a count per     *
000110*              language, so the regional offices can see who has *
000120*              fallen through the cracks.                        *
000130*              The recipient master is passed once to find the   *
000140*              languages with lapsed recipients, then once per   *
000150*              such language, in language-code order, to list    *
000160*              them; the date last greeted comes from the        *
000170*              GREETING-HISTORY.                                 *
000180* Language:    COBOL (GnuCOBOL, fixed format)                    *
000190*                                                                *
000200* Run-time parameters (environment):                             *
000210*   LAPSE-DAYS  how many days may pass without a greeting        *
000220*               before a recipient is reported; numeric,         *
000230*               defaults to 90.                                  *
000240*   RUN-MODE    PROD (default) or TEST - picks the live or the   *
000250*               sandbox greeting history, exactly as HELLO-WORLD *
000260*               does.                                            *
000270*                                                                *
000280* Modification History:                                         *
000290*   2026-10-15  JHM  Initial version.                            *
000300******************************************************************
000310
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID.             LAPSED-REPORT.
000340 AUTHOR.                 J. H. MARCHETTI.
000350 INSTALLATION.           DATA PROCESSING CENTER.
000360 DATE-WRITTEN.           2026-10-15.
000370 DATE-COMPILED.          2026-10-15.
000380
000390******************************************************************
000400* ENVIRONMENT DIVISION                                           *
000410******************************************************************
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.        GNUCOBOL.
000450 OBJECT-COMPUTER.        GNUCOBOL.
000460
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT RECIPIENT-MASTER ASSIGN TO RECMSTR
000500            ORGANIZATION IS INDEXED
000510            ACCESS MODE IS DYNAMIC
000520            RECORD KEY IS REC-RECIPIENT-ID
000530            FILE STATUS IS WS-RECMSTR-STATUS.
000540
000550     SELECT GREETING-HISTORY ASSIGN TO WS-GRHIST-DSNAME
000560            ORGANIZATION IS INDEXED
000570            ACCESS MODE IS DYNAMIC
000580            RECORD KEY IS GRH-KEY
000590            FILE STATUS IS WS-GRHIST-STATUS.
000600
000610     SELECT LAPSED-LISTING  ASSIGN TO LAPSRPT
000620            ORGANIZATION IS LINE SEQUENTIAL
000630            FILE STATUS IS WS-LAPSRPT-STATUS.
000640
000650******************************************************************
000660* DATA DIVISION                                                  *
000670******************************************************************
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  RECIPIENT-MASTER.
000710 COPY RECMSTR.
000720
000730 FD  GREETING-HISTORY.
000740 COPY GRHIST.
000750
000760 FD  LAPSED-LISTING
000770     RECORD CONTAINS 80 CHARACTERS
000780     RECORDING MODE IS F.
000790 01  LAPSRPT-PRINT-LINE      PIC X(80).
000800
000810 WORKING-STORAGE SECTION.
000820******************************************************************
000830* File status switches                                           *
000840******************************************************************
000850 01  WS-RECMSTR-STATUS       PIC X(02).
000860     88  WS-RECMSTR-OK                VALUE "00".
000870
000880 01  WS-GRHIST-STATUS        PIC X(02).
000890     88  WS-GRHIST-OK                 VALUE "00".
000900
000910 01  WS-LAPSRPT-STATUS       PIC X(02).
000920     88  WS-LAPSRPT-OK                VALUE "00".
000930
000940 01  WS-EOF-SWITCH            PIC X(01) VALUE "N".
000950     88  WS-END-OF-MASTER             VALUE "Y".
000960
000970 01  WS-HIST-END-SWITCH       PIC X(01) VALUE "N".
000980     88  WS-END-OF-HISTORY            VALUE "Y".
000990
001000 01  WS-LAPSED-SWITCH         PIC X(01) VALUE "N".
001010     88  WS-RECIPIENT-LAPSED          VALUE "Y".
001020
001030******************************************************************
001040* Run mode work area                                             *
001050******************************************************************
001060 01  WS-RUN-MODE              PIC X(04) VALUE "PROD".
001070     88  WS-TEST-MODE                 VALUE "TEST".
001080 01  WS-GRHIST-DSNAME         PIC X(08) VALUE "GRHISTRY".
001090
001100******************************************************************
001110* Lapse parameter and cutoff work areas - the cutoff date is     *
001120* derived by walking the run date back one calendar day at a     *
001130* time, honoring month lengths and leap years, exactly as        *
001140* XMIT-AGING derives its aging cutoff.  A recipient last         *
001150* greeted on or before the cutoff, or never greeted, is lapsed.  *
001160******************************************************************
001170 01  WS-LAPSE-VALUE           PIC X(05).
001180 01  WS-LAPSE-EDIT            PIC X(05).
001190 01  WS-LAPSE-LEN             PIC 9(01) COMP.
001200 01  WS-LAPSE-DAYS            PIC 9(05) VALUE 90.
001210 01  WS-DAYS-BACKED           PIC 9(05) VALUE ZERO.
001220 01  WS-RUN-DATE-8            PIC 9(08).
001230 01  WS-CUTOFF-DATE.
001240     05  WS-CUT-YEAR             PIC 9(04).
001250     05  WS-CUT-MONTH            PIC 9(02).
001260     05  WS-CUT-DAY              PIC 9(02).
001270 01  WS-LEAP-REMAINDER        PIC 9(04).
001280 01  WS-LEAP-QUOTIENT         PIC 9(04).
001290 01  WS-MONTH-DAYS-TABLE.
001300     05  FILLER                  PIC X(24)
001310         VALUE "312831303130313130313031".
001320 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
001330     05  WS-DAYS-IN-MONTH OCCURS 12 TIMES PIC 9(02).
001340
001350******************************************************************
001360* Last-greeted work areas, set by 3000-CHECK-LAPSED              *
001370******************************************************************
001380 01  WS-LAST-GREETED-DATE     PIC X(08).
001390 01  WS-LAST-GREETED-CODE     PIC X(04).
001400
001410******************************************************************
001420* Language table - one entry per preferred language that has at  *
001430* least one lapsed recipient, kept in language-code order as it  *
001440* is built so the listing passes come out sorted.                *
001450******************************************************************
001460 01  WS-LNG-MAX               PIC 9(03) COMP VALUE 50.
001470 01  WS-LNG-COUNT             PIC 9(03) COMP VALUE ZERO.
001480 01  WS-LNG-IX                PIC 9(03) COMP.
001490 01  WS-LNG-SHIFT             PIC 9(03) COMP.
001500 01  WS-LNG-OVERFLOW-SWITCH   PIC X(01) VALUE "N".
001510     88  WS-LNG-OVERFLOW              VALUE "Y".
001520 01  WS-LANGUAGE-TABLE.
001530     05  WS-LNG-ENTRY OCCURS 50 TIMES.
001540         10  WS-LNG-CODE         PIC X(02).
001550         10  WS-LNG-LAPSED       PIC 9(06).
001560 01  WS-LNG-HOLD.
001570     05  WS-LNH-CODE             PIC X(02).
001580     05  WS-LNH-LAPSED           PIC 9(06).
001590
001600******************************************************************
001610* Lapse counters                                                 *
001620******************************************************************
001630 01  WS-RECIPIENTS-READ       PIC 9(06) VALUE ZERO.
001640 01  WS-RECIPIENTS-ELIGIBLE   PIC 9(06) VALUE ZERO.
001650 01  WS-RECIPIENTS-LAPSED     PIC 9(06) VALUE ZERO.
001660 01  WS-NEVER-GREETED         PIC 9(06) VALUE ZERO.
001670 01  WS-LANGUAGE-LISTED       PIC 9(06) VALUE ZERO.
001680
001690******************************************************************
001700* Print work areas                                               *
001710******************************************************************
001720 01  WS-HEADING-1.
001730     05  FILLER                  PIC X(20)
001740         VALUE "LAPSED-REPORT       ".
001750     05  FILLER                  PIC X(30)
001760         VALUE "LAPSED RECIPIENTS BY LANGUAGE ".
001770     05  FILLER                  PIC X(11) VALUE "RUN DATE:  ".
001780     05  WS-HDG-RUN-DATE         PIC 9(08).
001790     05  FILLER                  PIC X(11) VALUE SPACES.
001800
001810 01  WS-PARM-LINE.
001820     05  FILLER                  PIC X(21)
001830         VALUE "LAPSE DAYS ........: ".
001840     05  WS-PRM-LAPSE            PIC ZZZZ9.
001850     05  FILLER                  PIC X(22)
001860         VALUE "   LAST GREETED BY .: ".
001870     05  WS-PRM-CUTOFF           PIC X(08).
001880     05  FILLER                  PIC X(24) VALUE SPACES.
001890
001900 01  WS-LANGUAGE-HEADING.
001910     05  FILLER                  PIC X(20)
001920         VALUE "PREFERRED LANGUAGE: ".
001930     05  WS-LGH-CODE             PIC X(06).
001940     05  FILLER                  PIC X(54) VALUE SPACES.
001950
001960 01  WS-COLUMN-HEADING.
001970     05  FILLER                  PIC X(12) VALUE "  RECIPIENT ".
001980     05  FILLER                  PIC X(32) VALUE "OFFICIAL NAME".
001990     05  FILLER                  PIC X(20)
002000         VALUE "LAST GREETED  CODE  ".
002010     05  FILLER                  PIC X(16) VALUE SPACES.
002020
002030 01  WS-LAPSED-LINE.
002040     05  FILLER                  PIC X(02) VALUE SPACES.
002050     05  WS-LPL-RECIPIENT-ID     PIC X(08).
002060     05  FILLER                  PIC X(02) VALUE SPACES.
002070     05  WS-LPL-NAME             PIC X(30).
002080     05  FILLER                  PIC X(02) VALUE SPACES.
002090     05  WS-LPL-LAST-GREETED     PIC X(08).
002100     05  FILLER                  PIC X(06) VALUE SPACES.
002110     05  WS-LPL-GREETING-CODE    PIC X(04).
002120     05  FILLER                  PIC X(18) VALUE SPACES.
002130
002140 01  WS-COUNT-LINE.
002150     05  WS-CNT-LABEL            PIC X(31).
002160     05  WS-CNT-VALUE            PIC 9(06).
002170     05  FILLER                  PIC X(43) VALUE SPACES.
002180
002190******************************************************************
002200* PROCEDURE DIVISION                                             *
002210******************************************************************
002220 PROCEDURE DIVISION.
002230
002240 0000-MAIN-PARAGRAPH.
002250     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002260     IF RETURN-CODE = 16
002270         GO TO 0000-EXIT
002280     END-IF.
002290     PERFORM 2000-FIND-LAPSED THRU 2000-EXIT
002300         UNTIL WS-END-OF-MASTER.
002310     PERFORM 4000-LIST-LANGUAGE THRU 4000-EXIT
002320         VARYING WS-LNG-IX FROM 1 BY 1
002330         UNTIL WS-LNG-IX > WS-LNG-COUNT.
002340     PERFORM 5000-LAPSE-TOTALS THRU 5000-EXIT.
002350     PERFORM 8000-END-OF-JOB THRU 8000-EXIT.
002360 0000-EXIT.
002370     STOP RUN.
002380
002390******************************************************************
002400* 1000-INITIALIZE - pick up the lapse parameter, derive the      *
002410*                   cutoff date, open the files and position     *
002420*                   the recipient master at its first record.    *
002430******************************************************************
002440 1000-INITIALIZE.
002450     ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
002460     MOVE WS-RUN-DATE-8 TO WS-HDG-RUN-DATE.
002470
002480     ACCEPT WS-RUN-MODE FROM ENVIRONMENT "RUN-MODE"
002490         ON EXCEPTION
002500             MOVE "PROD" TO WS-RUN-MODE
002510     END-ACCEPT.
002520     IF WS-TEST-MODE
002530         MOVE "GRHSTTST" TO WS-GRHIST-DSNAME
002540     END-IF.
002550
002560     ACCEPT WS-LAPSE-VALUE FROM ENVIRONMENT "LAPSE-DAYS"
002570         ON EXCEPTION
002580             MOVE "00090" TO WS-LAPSE-VALUE
002590     END-ACCEPT.
002600     IF WS-LAPSE-VALUE = SPACES
002610         MOVE "00090" TO WS-LAPSE-VALUE
002620     END-IF.
002630     PERFORM 1100-FIND-LAPSE-LEN THRU 1100-EXIT
002640         VARYING WS-LAPSE-LEN FROM 5 BY -1
002650         UNTIL WS-LAPSE-LEN < 1
002660            OR WS-LAPSE-VALUE (WS-LAPSE-LEN:1) NOT = SPACE.
002670     MOVE "00000" TO WS-LAPSE-EDIT.
002680     IF WS-LAPSE-LEN > ZERO
002690         MOVE WS-LAPSE-VALUE (1:WS-LAPSE-LEN)
002700             TO WS-LAPSE-EDIT (6 - WS-LAPSE-LEN:WS-LAPSE-LEN)
002710     END-IF.
002720     IF WS-LAPSE-EDIT NOT NUMERIC
002730         DISPLAY "LAPSED-REPORT: LAPSE-DAYS IS NOT NUMERIC"
002740         MOVE 16 TO RETURN-CODE
002750         GO TO 1000-EXIT
002760     END-IF.
002770     MOVE WS-LAPSE-EDIT TO WS-LAPSE-DAYS.
002780
002790     PERFORM 1200-COMPUTE-CUTOFF THRU 1200-EXIT.
002800
002810     OPEN INPUT RECIPIENT-MASTER.
002820     IF NOT WS-RECMSTR-OK
002830         DISPLAY "LAPSED-REPORT: UNABLE TO OPEN RECIPIENT-"
002840             "MASTER, STATUS = " WS-RECMSTR-STATUS
002850         MOVE 16 TO RETURN-CODE
002860         GO TO 1000-EXIT
002870     END-IF.
002880
002890     OPEN INPUT GREETING-HISTORY.
002900     IF NOT WS-GRHIST-OK
002910         DISPLAY "LAPSED-REPORT: UNABLE TO OPEN GREETING-"
002920             "HISTORY, STATUS = " WS-GRHIST-STATUS
002930         MOVE 16 TO RETURN-CODE
002940         CLOSE RECIPIENT-MASTER
002950         GO TO 1000-EXIT
002960     END-IF.
002970
002980     OPEN OUTPUT LAPSED-LISTING.
002990     IF NOT WS-LAPSRPT-OK
003000         DISPLAY "LAPSED-REPORT: UNABLE TO OPEN REPORT FILE, "
003010             "STATUS = " WS-LAPSRPT-STATUS
003020         MOVE 16 TO RETURN-CODE
003030         CLOSE RECIPIENT-MASTER
003040         CLOSE GREETING-HISTORY
003050         GO TO 1000-EXIT
003060     END-IF.
003070
003080     MOVE WS-HEADING-1 TO LAPSRPT-PRINT-LINE.
003090     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
003100     MOVE WS-LAPSE-DAYS TO WS-PRM-LAPSE.
003110     MOVE WS-CUTOFF-DATE TO WS-PRM-CUTOFF.
003120     MOVE WS-PARM-LINE TO LAPSRPT-PRINT-LINE.
003130     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
003140
003150     PERFORM 1300-POSITION-MASTER THRU 1300-EXIT.
003160 1000-EXIT.
003170     EXIT.
003180
003190******************************************************************
003200* 1100-FIND-LAPSE-LEN - locate the last non-space byte of the    *
003210*                       LAPSE-DAYS value so it can be            *
003220*                       right-justified for the numeric edit.    *
003230******************************************************************
003240 1100-FIND-LAPSE-LEN.
003250     CONTINUE.
003260 1100-EXIT.
003270     EXIT.
003280
003290******************************************************************
003300* 1200-COMPUTE-CUTOFF - derive the lapse cutoff date by walking  *
003310*                       the run date back one calendar day at a  *
003320*                       time.                                    *
003330******************************************************************
003340 1200-COMPUTE-CUTOFF.
003350     MOVE WS-RUN-DATE-8 TO WS-CUTOFF-DATE.
003360     MOVE ZERO TO WS-DAYS-BACKED.
003370     PERFORM 1210-BACK-ONE-DAY THRU 1210-EXIT
003380         UNTIL WS-DAYS-BACKED NOT LESS THAN WS-LAPSE-DAYS.
003390 1200-EXIT.
003400     EXIT.
003410
003420******************************************************************
003430* 1210-BACK-ONE-DAY - step the cutoff date back one calendar     *
003440*                     day, honoring month lengths and leap       *
003450*                     years.                                     *
003460******************************************************************
003470 1210-BACK-ONE-DAY.
003480     IF WS-CUT-DAY > 1
003490         SUBTRACT 1 FROM WS-CUT-DAY
003500     ELSE
003510         IF WS-CUT-MONTH > 1
003520             SUBTRACT 1 FROM WS-CUT-MONTH
003530         ELSE
003540             MOVE 12 TO WS-CUT-MONTH
003550             SUBTRACT 1 FROM WS-CUT-YEAR
003560         END-IF
003570         MOVE WS-DAYS-IN-MONTH (WS-CUT-MONTH) TO WS-CUT-DAY
003580         IF WS-CUT-MONTH = 2
003590             PERFORM 1220-CHECK-LEAP-YEAR THRU 1220-EXIT
003600         END-IF
003610     END-IF.
003620     ADD 1 TO WS-DAYS-BACKED.
003630 1210-EXIT.
003640     EXIT.
003650
003660******************************************************************
003670* 1220-CHECK-LEAP-YEAR - stretch February to 29 days when the    *
003680*                        cutoff year is a leap year.             *
003690******************************************************************
003700 1220-CHECK-LEAP-YEAR.
003710     DIVIDE WS-CUT-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
003720         REMAINDER WS-LEAP-REMAINDER.
003730     IF WS-LEAP-REMAINDER = ZERO
003740         MOVE 29 TO WS-CUT-DAY
003750         DIVIDE WS-CUT-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
003760             REMAINDER WS-LEAP-REMAINDER
003770         IF WS-LEAP-REMAINDER = ZERO
003780             MOVE 28 TO WS-CUT-DAY
003790             DIVIDE WS-CUT-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
003800                 REMAINDER WS-LEAP-REMAINDER
003810             IF WS-LEAP-REMAINDER = ZERO
003820                 MOVE 29 TO WS-CUT-DAY
003830             END-IF
003840         END-IF
003850     END-IF.
003860 1220-EXIT.
003870     EXIT.
003880
003890******************************************************************
003900* 1300-POSITION-MASTER - position the recipient master at its    *
003910*                        first record for the next pass.         *
003920******************************************************************
003930 1300-POSITION-MASTER.
003940     MOVE "N" TO WS-EOF-SWITCH.
003950     MOVE LOW-VALUES TO REC-RECIPIENT-ID.
003960     START RECIPIENT-MASTER KEY NOT LESS THAN REC-RECIPIENT-ID
003970         INVALID KEY
003980             MOVE "Y" TO WS-EOF-SWITCH
003990     END-START.
004000 1300-EXIT.
004010     EXIT.
004020
004030******************************************************************
004040* 2000-FIND-LAPSED - first pass: read the next recipient and,    *
004050*                    when an active recipient who may be greeted *
004060*                    has lapsed, count the recipient under the   *
004070*                    preferred language.                         *
004080******************************************************************
004090 2000-FIND-LAPSED.
004100     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
004110     IF WS-END-OF-MASTER
004120         GO TO 2000-EXIT
004130     END-IF.
004140     ADD 1 TO WS-RECIPIENTS-READ.
004150     IF NOT REC-ACTIVE OR REC-DO-NOT-GREET
004160         GO TO 2000-EXIT
004170     END-IF.
004180     ADD 1 TO WS-RECIPIENTS-ELIGIBLE.
004190     PERFORM 3000-CHECK-LAPSED THRU 3000-EXIT.
004200     IF NOT WS-RECIPIENT-LAPSED
004210         GO TO 2000-EXIT
004220     END-IF.
004230     ADD 1 TO WS-RECIPIENTS-LAPSED.
004240     IF WS-LAST-GREETED-DATE = SPACES
004250         ADD 1 TO WS-NEVER-GREETED
004260     END-IF.
004270     PERFORM 2200-COUNT-LANGUAGE THRU 2200-EXIT.
004280 2000-EXIT.
004290     EXIT.
004300
004310******************************************************************
004320* 2100-READ-MASTER - read the next recipient master record.      *
004330******************************************************************
004340 2100-READ-MASTER.
004350     READ RECIPIENT-MASTER NEXT RECORD
004360         AT END
004370             MOVE "Y" TO WS-EOF-SWITCH
004380             GO TO 2100-EXIT
004390     END-READ.
004400     IF NOT WS-RECMSTR-OK
004410         MOVE "Y" TO WS-EOF-SWITCH
004420     END-IF.
004430 2100-EXIT.
004440     EXIT.
004450
004460******************************************************************
004470* 2200-COUNT-LANGUAGE - add the lapsed recipient to the entry    *
004480*                       for the preferred language, inserting a  *
004490*                       new entry in language-code order when    *
004500*                       the language is not yet in the table.    *
004510******************************************************************
004520 2200-COUNT-LANGUAGE.
004530     PERFORM 2210-FIND-SLOT THRU 2210-EXIT
004540         VARYING WS-LNG-IX FROM 1 BY 1
004550         UNTIL WS-LNG-IX > WS-LNG-COUNT
004560            OR WS-LNG-CODE (WS-LNG-IX) NOT < REC-LANGUAGE-CODE.
004570     IF WS-LNG-IX NOT > WS-LNG-COUNT
004580         IF WS-LNG-CODE (WS-LNG-IX) = REC-LANGUAGE-CODE
004590             ADD 1 TO WS-LNG-LAPSED (WS-LNG-IX)
004600             GO TO 2200-EXIT
004610         END-IF
004620     END-IF.
004630     IF WS-LNG-COUNT NOT < WS-LNG-MAX
004640         MOVE "Y" TO WS-LNG-OVERFLOW-SWITCH
004650         GO TO 2200-EXIT
004660     END-IF.
004670     PERFORM 2220-SHIFT-ENTRY THRU 2220-EXIT
004680         VARYING WS-LNG-SHIFT FROM WS-LNG-COUNT BY -1
004690         UNTIL WS-LNG-SHIFT < WS-LNG-IX.
004700     MOVE REC-LANGUAGE-CODE TO WS-LNG-CODE (WS-LNG-IX).
004710     MOVE 1 TO WS-LNG-LAPSED (WS-LNG-IX).
004720     ADD 1 TO WS-LNG-COUNT.
004730 2200-EXIT.
004740     EXIT.
004750
004760******************************************************************
004770* 2210-FIND-SLOT - step to the first entry not below the         *
004780*                  language code.                                *
004790******************************************************************
004800 2210-FIND-SLOT.
004810     CONTINUE.
004820 2210-EXIT.
004830     EXIT.
004840
004850******************************************************************
004860* 2220-SHIFT-ENTRY - move one entry up a slot to open the        *
004870*                    insertion point.                            *
004880******************************************************************
004890 2220-SHIFT-ENTRY.
004900     MOVE WS-LNG-ENTRY (WS-LNG-SHIFT) TO WS-LNG-HOLD.
004910     MOVE WS-LNG-HOLD TO WS-LNG-ENTRY (WS-LNG-SHIFT + 1).
004920 2220-EXIT.
004930     EXIT.
004940
004950******************************************************************
004960* 3000-CHECK-LAPSED - find the date the recipient was last       *
004970*                     greeted from the GREETING-HISTORY and set  *
004980*                     the lapsed switch when it is on or before  *
004990*                     the cutoff, or the recipient was never     *
005000*                     greeted.                                   *
005010******************************************************************
005020 3000-CHECK-LAPSED.
005030     MOVE SPACES TO WS-LAST-GREETED-DATE.
005040     MOVE SPACES TO WS-LAST-GREETED-CODE.
005050     MOVE "N" TO WS-HIST-END-SWITCH.
005060     MOVE REC-RECIPIENT-ID TO GRH-RECIPIENT-ID.
005070     MOVE LOW-VALUES       TO GRH-RUN-DATE.
005080     START GREETING-HISTORY KEY NOT LESS THAN GRH-KEY
005090         INVALID KEY
005100             MOVE "Y" TO WS-HIST-END-SWITCH
005110     END-START.
005120     PERFORM 3100-READ-HISTORY THRU 3100-EXIT
005130         UNTIL WS-END-OF-HISTORY.
005140     MOVE "N" TO WS-LAPSED-SWITCH.
005150     IF WS-LAST-GREETED-DATE = SPACES
005160        OR WS-LAST-GREETED-DATE NOT > WS-CUTOFF-DATE
005170         MOVE "Y" TO WS-LAPSED-SWITCH
005180     END-IF.
005190 3000-EXIT.
005200     EXIT.
005210
005220******************************************************************
005230* 3100-READ-HISTORY - read the next history entry and keep its   *
005240*                     run date while it belongs to the           *
005250*                     recipient; entries come in run-date order, *
005260*                     so the last one kept is the latest.        *
005270******************************************************************
005280 3100-READ-HISTORY.
005290     READ GREETING-HISTORY NEXT RECORD
005300         AT END
005310             MOVE "Y" TO WS-HIST-END-SWITCH
005320             GO TO 3100-EXIT
005330     END-READ.
005340     IF NOT WS-GRHIST-OK
005350        OR GRH-RECIPIENT-ID NOT = REC-RECIPIENT-ID
005360         MOVE "Y" TO WS-HIST-END-SWITCH
005370         GO TO 3100-EXIT
005380     END-IF.
005390     MOVE GRH-RUN-DATE      TO WS-LAST-GREETED-DATE.
005400     MOVE GRH-GREETING-CODE TO WS-LAST-GREETED-CODE.
005410 3100-EXIT.
005420     EXIT.
005430
005440******************************************************************
005450* 4000-LIST-LANGUAGE - listing pass for one language: print the  *
005460*                      language heading, pass the recipient      *
005470*                      master listing that language's lapsed     *
005480*                      recipients, and print the language count. *
005490******************************************************************
005500 4000-LIST-LANGUAGE.
005510     MOVE SPACES TO LAPSRPT-PRINT-LINE.
005520     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
005530     MOVE WS-LNG-CODE (WS-LNG-IX) TO WS-LGH-CODE.
005540     IF WS-LNG-CODE (WS-LNG-IX) = SPACES
005550         MOVE "(NONE)" TO WS-LGH-CODE
005560     END-IF.
005570     MOVE WS-LANGUAGE-HEADING TO LAPSRPT-PRINT-LINE.
005580     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
005590     MOVE WS-COLUMN-HEADING TO LAPSRPT-PRINT-LINE.
005600     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
005610     MOVE ZERO TO WS-LANGUAGE-LISTED.
005620     PERFORM 1300-POSITION-MASTER THRU 1300-EXIT.
005630     PERFORM 4100-LIST-ONE-RECIPIENT THRU 4100-EXIT
005640         UNTIL WS-END-OF-MASTER.
005650     MOVE "  LAPSED IN THIS LANGUAGE .....: " TO WS-CNT-LABEL.
005660     MOVE WS-LANGUAGE-LISTED TO WS-CNT-VALUE.
005670     MOVE WS-COUNT-LINE TO LAPSRPT-PRINT-LINE.
005680     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
005690 4000-EXIT.
005700     EXIT.
005710
005720******************************************************************
005730* 4100-LIST-ONE-RECIPIENT - read the next recipient and list it  *
005740*                           when it has the language being       *
005750*                           listed and has lapsed.               *
005760******************************************************************
005770 4100-LIST-ONE-RECIPIENT.
005780     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
005790     IF WS-END-OF-MASTER
005800         GO TO 4100-EXIT
005810     END-IF.
005820     IF REC-LANGUAGE-CODE NOT = WS-LNG-CODE (WS-LNG-IX)
005830        OR NOT REC-ACTIVE OR REC-DO-NOT-GREET
005840         GO TO 4100-EXIT
005850     END-IF.
005860     PERFORM 3000-CHECK-LAPSED THRU 3000-EXIT.
005870     IF NOT WS-RECIPIENT-LAPSED
005880         GO TO 4100-EXIT
005890     END-IF.
005900     ADD 1 TO WS-LANGUAGE-LISTED.
005910     MOVE SPACES TO WS-LAPSED-LINE.
005920     MOVE REC-RECIPIENT-ID  TO WS-LPL-RECIPIENT-ID.
005930     MOVE REC-OFFICIAL-NAME TO WS-LPL-NAME.
005940     IF WS-LAST-GREETED-DATE = SPACES
005950         MOVE "NEVER" TO WS-LPL-LAST-GREETED
005960     ELSE
005970         MOVE WS-LAST-GREETED-DATE TO WS-LPL-LAST-GREETED
005980         MOVE WS-LAST-GREETED-CODE TO WS-LPL-GREETING-CODE
005990     END-IF.
006000     MOVE WS-LAPSED-LINE TO LAPSRPT-PRINT-LINE.
006010     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
006020 4100-EXIT.
006030     EXIT.
006040
006050******************************************************************
006060* 5000-LAPSE-TOTALS - print the lapse counts and set the         *
006070*                     warning return code operations alerts on.  *
006080******************************************************************
006090 5000-LAPSE-TOTALS.
006100     IF WS-RECIPIENTS-LAPSED = ZERO
006110         MOVE SPACES TO LAPSRPT-PRINT-LINE
006120         PERFORM 6100-PRINT-LINE THRU 6100-EXIT
006130         MOVE "  NO RECIPIENTS LAPSED PAST THE CUTOFF"
006140             TO LAPSRPT-PRINT-LINE
006150         PERFORM 6100-PRINT-LINE THRU 6100-EXIT
006160     END-IF.
006170     IF WS-LNG-OVERFLOW
006180         MOVE "*** LANGUAGE TABLE FULL - LANGUAGES NOT LISTED"
006190             TO LAPSRPT-PRINT-LINE
006200         PERFORM 6100-PRINT-LINE THRU 6100-EXIT
006210     END-IF.
006220     MOVE SPACES TO LAPSRPT-PRINT-LINE.
006230     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
006240     MOVE "  RECIPIENTS ON THE MASTER ....: " TO WS-CNT-LABEL.
006250     MOVE WS-RECIPIENTS-READ TO WS-CNT-VALUE.
006260     MOVE WS-COUNT-LINE TO LAPSRPT-PRINT-LINE.
006270     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
006280     MOVE "  ACTIVE AND MAY BE GREETED ...: " TO WS-CNT-LABEL.
006290     MOVE WS-RECIPIENTS-ELIGIBLE TO WS-CNT-VALUE.
006300     MOVE WS-COUNT-LINE TO LAPSRPT-PRINT-LINE.
006310     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
006320     MOVE "  LAPSED PAST THE CUTOFF ......: " TO WS-CNT-LABEL.
006330     MOVE WS-RECIPIENTS-LAPSED TO WS-CNT-VALUE.
006340     MOVE WS-COUNT-LINE TO LAPSRPT-PRINT-LINE.
006350     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
006360     MOVE "    OF WHICH NEVER GREETED ....: " TO WS-CNT-LABEL.
006370     MOVE WS-NEVER-GREETED TO WS-CNT-VALUE.
006380     MOVE WS-COUNT-LINE TO LAPSRPT-PRINT-LINE.
006390     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
006400     IF WS-RECIPIENTS-LAPSED > ZERO OR WS-LNG-OVERFLOW
006410         IF RETURN-CODE = ZERO
006420             MOVE 4 TO RETURN-CODE
006430         END-IF
006440     END-IF.
006450 5000-EXIT.
006460     EXIT.
006470
006480******************************************************************
006490* 6100-PRINT-LINE - print the line built in LAPSRPT-PRINT-LINE.  *
006500******************************************************************
006510 6100-PRINT-LINE.
006520     WRITE LAPSRPT-PRINT-LINE AFTER ADVANCING 1 LINE.
006530 6100-EXIT.
006540     EXIT.
006550
006560******************************************************************
006570* 8000-END-OF-JOB - report the lapse counts and close down the   *
006580*                   files used by this run.                      *
006590******************************************************************
006600 8000-END-OF-JOB.
006610     DISPLAY "LAPSED-REPORT: RECIPIENTS = " WS-RECIPIENTS-READ
006620         ", ELIGIBLE = " WS-RECIPIENTS-ELIGIBLE
006630         ", LAPSED = " WS-RECIPIENTS-LAPSED
006640         ", RC = " RETURN-CODE.
006650     CLOSE RECIPIENT-MASTER.
006660     CLOSE GREETING-HISTORY.
006670     CLOSE LAPSED-LISTING.
006680 8000-EXIT.
006690     EXIT.
006700
006710******************************************************************
006720* End of program                                                 *
006730******************************************************************
