000010******************************************************************
000020* Program:     REGION-SCORECARD                                  *
000030* Author:      J. H. Marchetti                                   *
000040* Installation:Data Processing Center                            *
000050* Date-Written:2026-10-15                                        *
000060* Purpose:     Monthly region feed-quality scorecard.  Reads     *
000070*              the DAILY-STATS records HELLO-WORLD writes as     *
000080*              each business date closes and ranks the regions   *
000090*              by reject rate for the month - rejects as a       *
000100*              percentage of records read, worst first - beside  *
000110*              the prior month's rate and the trend between      *
000120*              them, so a regional office's feed record can be   *
000130*              shown in figures.  A second section breaks each   *
000140*              region's rejects down by reason code.  Rejects    *
000150*              kept under the *OVF pseudo-region (regions the    *
000160*              run's region table could not hold, and regions    *
000170*              not on REGION-MASTER) are reported in the totals  *
000175*              but not ranked.                                   *
000180* Language:    COBOL (GnuCOBOL, fixed format)                    *
000190*                                                                *
000200* Run-time parameters (environment):                             *
000210*   SCORE-MONTH the month to score as YYYYMM; defaults to the    *
000220*               calendar month before the run date.              *
000230*   RUN-MODE    PROD (default) or TEST - picks the live or the   *
000240*               sandbox daily statistics, exactly as HELLO-WORLD *
000250*               does.                                            *
000260*                                                                *
000270* Modification History:                                         *
000280*   2026-10-15  JHM  Initial version.                            *
000290******************************************************************
000300
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID.             REGION-SCORECARD.
000330 AUTHOR.                 J. H. MARCHETTI.
000340 INSTALLATION.           DATA PROCESSING CENTER.
000350 DATE-WRITTEN.           2026-10-15.
000360 DATE-COMPILED.          2026-10-15.
000370
000380******************************************************************
000390* ENVIRONMENT DIVISION                                           *
000400******************************************************************
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.        GNUCOBOL.
000440 OBJECT-COMPUTER.        GNUCOBOL.
000450
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT DAILY-STATS ASSIGN TO WS-DLYSTAT-DSNAME
000490            ORGANIZATION IS INDEXED
000500            ACCESS MODE IS DYNAMIC
000510            RECORD KEY IS DST-KEY
000520            FILE STATUS IS WS-DLYSTAT-STATUS.
000530
000540     SELECT SCORECARD-REPORT ASSIGN TO SCORERPT
000550            ORGANIZATION IS LINE SEQUENTIAL
000560            FILE STATUS IS WS-SCORERPT-STATUS.
000570
000580******************************************************************
000590* DATA DIVISION                                                  *
000600******************************************************************
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  DAILY-STATS.
000640 COPY DLYSTAT.
000650
000660 FD  SCORECARD-REPORT
000670     RECORD CONTAINS 80 CHARACTERS
000680     RECORDING MODE IS F.
000690 01  SCORERPT-PRINT-LINE     PIC X(80).
000700
000710 WORKING-STORAGE SECTION.
000720******************************************************************
000730* File status switches                                           *
000740******************************************************************
000750 01  WS-DLYSTAT-STATUS        PIC X(02).
000760     88  WS-DLYSTAT-OK                VALUE "00".
000770
000780 01  WS-SCORERPT-STATUS       PIC X(02).
000790     88  WS-SCORERPT-OK               VALUE "00".
000800
000810 01  WS-EOF-SWITCH            PIC X(01) VALUE "N".
000820     88  WS-END-OF-STATS              VALUE "Y".
000830
000840******************************************************************
000850* Run mode work area                                             *
000860******************************************************************
000870 01  WS-RUN-MODE              PIC X(04) VALUE "PROD".
000880     88  WS-TEST-MODE                 VALUE "TEST".
000890 01  WS-DLYSTAT-DSNAME        PIC X(08) VALUE "DLYSTATS".
000900
000910******************************************************************
000920* Month work areas - the month scored and the month before it,   *
000930* which the trend is measured against.                           *
000940******************************************************************
000950 01  WS-RUN-DATE-8            PIC 9(08).
000960 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE-8.
000970     05  WS-RUN-YEAR             PIC 9(04).
000980     05  WS-RUN-MONTH            PIC 9(02).
000990     05  WS-RUN-DAY              PIC 9(02).
001000 01  WS-MONTH-VALUE           PIC X(06).
001010 01  WS-SCORE-MONTH.
001020     05  WS-SCM-YEAR             PIC 9(04).
001030     05  WS-SCM-MONTH            PIC 9(02).
001040 01  WS-COMPARE-MONTH.
001050     05  WS-CMP-YEAR             PIC 9(04).
001060     05  WS-CMP-MONTH            PIC 9(02).
001070 01  WS-START-DATE.
001080     05  WS-STD-MONTH            PIC X(06).
001090     05  FILLER                  PIC X(02) VALUE "01".
001100
001110******************************************************************
001120* Region table - one entry per region with statistics in either  *
001130* month, in the order first met.  The current-month counts sit   *
001140* in their own group so a new entry is cleared with one MOVE.    *
001150******************************************************************
001160 01  WS-SCR-MAX               PIC 9(03) COMP VALUE 50.
001170 01  WS-SCR-COUNT             PIC 9(03) COMP VALUE ZERO.
001180 01  WS-SCR-IX                PIC 9(03) COMP.
001190 01  WS-SCR-OVERFLOW-SWITCH   PIC X(01) VALUE "N".
001200     88  WS-SCR-OVERFLOW              VALUE "Y".
001210 01  WS-REGION-TABLE.
001220     05  WS-SCR-ENTRY OCCURS 50 TIMES.
001230         10  WS-SCR-CODE         PIC X(04).
001240         10  WS-SCR-RANKED       PIC X(01).
001250         10  WS-SCR-TREND        PIC X(06).
001260         10  WS-SCR-RATE         PIC 9(03)V99.
001270         10  WS-SCR-PRIOR-RATE   PIC 9(03)V99.
001280         10  WS-SCR-COUNTS.
001290             15  WS-SCR-DAYS         PIC 9(03).
001300             15  WS-SCR-UNBAL-DAYS   PIC 9(03).
001310             15  WS-SCR-READ         PIC 9(08).
001320             15  WS-SCR-PRODUCED     PIC 9(08).
001330             15  WS-SCR-REJECTED     PIC 9(08).
001340             15  WS-SCR-REASON OCCURS 7 TIMES PIC 9(08).
001350             15  WS-SCR-DUPS         PIC 9(08).
001360             15  WS-SCR-DNG          PIC 9(08).
001370             15  WS-SCR-PRIOR-READ   PIC 9(08).
001380             15  WS-SCR-PRIOR-REJECTED PIC 9(08).
001390
001400******************************************************************
001410* Ranking work areas - the ranking is made by repeated passes    *
001420* over the table, each taking the worst region not yet ranked.   *
001430******************************************************************
001440 01  WS-RANK-COUNT            PIC 9(03) COMP VALUE ZERO.
001450 01  WS-RANK-IX               PIC 9(03) COMP.
001460 01  WS-BEST-IX               PIC 9(03) COMP.
001470 01  WS-RANK-DONE-SWITCH      PIC X(01) VALUE "N".
001480     88  WS-RANKING-DONE              VALUE "Y".
001490 01  WS-RANK-ORDER-TABLE.
001500     05  WS-RANK-ORDER OCCURS 50 TIMES PIC 9(03) COMP.
001510 01  WS-RSN-IX                PIC 9(02) COMP.
001520
001530******************************************************************
001540* Scorecard counters                                             *
001550******************************************************************
001560 01  WS-STATS-READ            PIC 9(06) VALUE ZERO.
001570 01  WS-CURRENT-DAYS          PIC 9(06) VALUE ZERO.
001580 01  WS-NOT-SCORED            PIC 9(06) VALUE ZERO.
001590 01  WS-OVF-READ              PIC 9(08) VALUE ZERO.
001600 01  WS-OVF-REJECTED          PIC 9(08) VALUE ZERO.
001610 01  WS-OVF-PRIOR-REJECTED    PIC 9(08) VALUE ZERO.
001620 01  WS-TOTAL-READ            PIC 9(08) VALUE ZERO.
001630 01  WS-TOTAL-REJECTED        PIC 9(08) VALUE ZERO.
001640 01  WS-TOTAL-RATE            PIC 9(03)V99 VALUE ZERO.
001650
001660******************************************************************
001670* Print work areas                                               *
001680******************************************************************
001690 01  WS-HEADING-1.
001700     05  FILLER                  PIC X(20)
001710         VALUE "REGION-SCORECARD    ".
001720     05  FILLER                  PIC X(30)
001730         VALUE "REGION FEED-QUALITY SCORECARD ".
001740     05  FILLER                  PIC X(11) VALUE "RUN DATE:  ".
001750     05  WS-HDG-RUN-DATE         PIC 9(08).
001760     05  FILLER                  PIC X(11) VALUE SPACES.
001770
001780 01  WS-PARM-LINE.
001790     05  FILLER                  PIC X(21)
001800         VALUE "MONTH SCORED ......: ".
001810     05  WS-PRM-SCORE-MONTH      PIC X(06).
001820     05  FILLER                  PIC X(22)
001830         VALUE "   COMPARED WITH ...: ".
001840     05  WS-PRM-COMPARE-MONTH    PIC X(06).
001850     05  FILLER                  PIC X(25) VALUE SPACES.
001860
001870 01  WS-SECTION-HEADING       PIC X(80).
001880
001890 01  WS-RANK-HEADING.
001900     05  FILLER                  PIC X(08) VALUE "  RANK  ".
001910     05  FILLER                  PIC X(04) VALUE "REGN".
001920     05  FILLER                  PIC X(09) VALUE "     READ".
001930     05  FILLER                  PIC X(09) VALUE "  REJECTS".
001940     05  FILLER                  PIC X(08) VALUE "   RATE%".
001950     05  FILLER                  PIC X(08) VALUE "  PRIOR%".
001960     05  FILLER                  PIC X(08) VALUE "  TREND ".
001970     05  FILLER                  PIC X(05) VALUE " DAYS".
001980     05  FILLER                  PIC X(05) VALUE "UNBAL".
001990     05  FILLER                  PIC X(16) VALUE SPACES.
002000
002010 01  WS-RANK-LINE.
002020     05  FILLER                  PIC X(02) VALUE SPACES.
002030     05  WS-RKL-RANK             PIC ZZ9.
002040     05  FILLER                  PIC X(03) VALUE SPACES.
002050     05  WS-RKL-REGION           PIC X(04).
002060     05  FILLER                  PIC X(02) VALUE SPACES.
002070     05  WS-RKL-READ             PIC ZZZZZZ9.
002080     05  FILLER                  PIC X(02) VALUE SPACES.
002090     05  WS-RKL-REJECTED         PIC ZZZZZZ9.
002100     05  FILLER                  PIC X(02) VALUE SPACES.
002110     05  WS-RKL-RATE             PIC ZZ9.99.
002120     05  FILLER                  PIC X(02) VALUE SPACES.
002130     05  WS-RKL-PRIOR-AREA       PIC X(06).
002140     05  WS-RKL-PRIOR-RATE REDEFINES WS-RKL-PRIOR-AREA
002150                                 PIC ZZ9.99.
002160     05  FILLER                  PIC X(02) VALUE SPACES.
002170     05  WS-RKL-TREND            PIC X(06).
002180     05  FILLER                  PIC X(02) VALUE SPACES.
002190     05  WS-RKL-DAYS             PIC ZZ9.
002200     05  FILLER                  PIC X(02) VALUE SPACES.
002210     05  WS-RKL-UNBAL-DAYS       PIC ZZ9.
002220     05  FILLER                  PIC X(16) VALUE SPACES.
002230
002240 01  WS-NOT-SCORED-LINE.
002250     05  FILLER                  PIC X(08) VALUE SPACES.
002260     05  WS-NSL-REGION           PIC X(04).
002270     05  FILLER                  PIC X(36)
002280         VALUE "  NO STATISTICS THIS MONTH - PRIOR%".
002290     05  WS-NSL-PRIOR-RATE       PIC ZZ9.99.
002300     05  FILLER                  PIC X(26) VALUE SPACES.
002310
002320 01  WS-REASON-HEADING.
002330     05  FILLER                  PIC X(07) VALUE "  REGN ".
002340     05  FILLER                  PIC X(49) VALUE
002350         "   RGNF   BLNK   DATE   DUPL   RCPT   GRCD   RGNM".
002360     05  FILLER                  PIC X(14) VALUE "   DUPS    DNG".
002370     05  FILLER                  PIC X(10) VALUE SPACES.
002380
002390 01  WS-REASON-LINE.
002400     05  FILLER                  PIC X(02) VALUE SPACES.
002410     05  WS-RSL-REGION           PIC X(04).
002420     05  FILLER                  PIC X(01) VALUE SPACES.
002430     05  WS-RSL-REASON OCCURS 7 TIMES PIC ZZZZZZ9.
002440     05  WS-RSL-DUPS             PIC ZZZZZZ9.
002450     05  WS-RSL-DNG              PIC ZZZZZZ9.
002460     05  FILLER                  PIC X(10) VALUE SPACES.
002470
002480 01  WS-COUNT-LINE.
002490     05  WS-CNT-LABEL            PIC X(31).
002500     05  WS-CNT-VALUE            PIC 9(08).
002510     05  FILLER                  PIC X(41) VALUE SPACES.
002520
002530 01  WS-RATE-LINE.
002540     05  WS-RTL-LABEL            PIC X(31).
002550     05  WS-RTL-RATE             PIC ZZ9.99.
002560     05  FILLER                  PIC X(43) VALUE SPACES.
002570
002580******************************************************************
002590* PROCEDURE DIVISION                                             *
002600******************************************************************
002610 PROCEDURE DIVISION.
002620
002630 0000-MAIN-PARAGRAPH.
002640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002650     IF RETURN-CODE = 16
002660         GO TO 0000-EXIT
002670     END-IF.
002680     PERFORM 2000-LOAD-STATS THRU 2000-EXIT
002690         UNTIL WS-END-OF-STATS.
002700     PERFORM 3000-COMPUTE-RATE THRU 3000-EXIT
002710         VARYING WS-SCR-IX FROM 1 BY 1
002720         UNTIL WS-SCR-IX > WS-SCR-COUNT.
002730     PERFORM 4000-RANK-REGIONS THRU 4000-EXIT.
002740     PERFORM 5000-REASON-BREAKDOWN THRU 5000-EXIT.
002750     PERFORM 7000-SCORECARD-TOTALS THRU 7000-EXIT.
002760     PERFORM 8000-END-OF-JOB THRU 8000-EXIT.
002770 0000-EXIT.
002780     STOP RUN.
002790
002800******************************************************************
002810* 1000-INITIALIZE - pick up the month to score, derive the month *
002820*                   it is compared with, open the files and      *
002830*                   position the statistics at the first day of  *
002840*                   the comparison month.                        *
002850******************************************************************
002860 1000-INITIALIZE.
002870     ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
002880     MOVE WS-RUN-DATE-8 TO WS-HDG-RUN-DATE.
002890
002900     ACCEPT WS-RUN-MODE FROM ENVIRONMENT "RUN-MODE"
002910         ON EXCEPTION
002920             MOVE "PROD" TO WS-RUN-MODE
002930     END-ACCEPT.
002940     IF WS-TEST-MODE
002950         MOVE "DLYSTTST" TO WS-DLYSTAT-DSNAME
002960     END-IF.
002970
002980     ACCEPT WS-MONTH-VALUE FROM ENVIRONMENT "SCORE-MONTH"
002990         ON EXCEPTION
003000             MOVE SPACES TO WS-MONTH-VALUE
003010     END-ACCEPT.
003020     IF WS-MONTH-VALUE = SPACES
003030         MOVE WS-RUN-YEAR  TO WS-CMP-YEAR
003040         MOVE WS-RUN-MONTH TO WS-CMP-MONTH
003050         PERFORM 1100-MONTH-BEFORE THRU 1100-EXIT
003060         MOVE WS-COMPARE-MONTH TO WS-SCORE-MONTH
003070     ELSE
003080         IF WS-MONTH-VALUE NOT NUMERIC
003090             DISPLAY "REGION-SCORECARD: SCORE-MONTH IS NOT A "
003100                 "VALID YYYYMM MONTH"
003110             MOVE 16 TO RETURN-CODE
003120             GO TO 1000-EXIT
003130         END-IF
003140         MOVE WS-MONTH-VALUE TO WS-SCORE-MONTH
003150         IF WS-SCM-MONTH < 1 OR WS-SCM-MONTH > 12
003160             DISPLAY "REGION-SCORECARD: SCORE-MONTH IS NOT A "
003170                 "VALID YYYYMM MONTH"
003180             MOVE 16 TO RETURN-CODE
003190             GO TO 1000-EXIT
003200         END-IF
003210     END-IF.
003220     MOVE WS-SCORE-MONTH TO WS-COMPARE-MONTH.
003230     PERFORM 1100-MONTH-BEFORE THRU 1100-EXIT.
003240
003250     OPEN INPUT DAILY-STATS.
003260     IF NOT WS-DLYSTAT-OK
003270         DISPLAY "REGION-SCORECARD: UNABLE TO OPEN DAILY-STATS, "
003280             "STATUS = " WS-DLYSTAT-STATUS
003290         MOVE 16 TO RETURN-CODE
003300         GO TO 1000-EXIT
003310     END-IF.
003320
003330     OPEN OUTPUT SCORECARD-REPORT.
003340     IF NOT WS-SCORERPT-OK
003350         DISPLAY "REGION-SCORECARD: UNABLE TO OPEN REPORT FILE, "
003360             "STATUS = " WS-SCORERPT-STATUS
003370         MOVE 16 TO RETURN-CODE
003380         CLOSE DAILY-STATS
003390         GO TO 1000-EXIT
003400     END-IF.
003410
003420     MOVE WS-HEADING-1 TO SCORERPT-PRINT-LINE.
003430     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
003440     MOVE WS-SCORE-MONTH TO WS-PRM-SCORE-MONTH.
003450     MOVE WS-COMPARE-MONTH TO WS-PRM-COMPARE-MONTH.
003460     MOVE WS-PARM-LINE TO SCORERPT-PRINT-LINE.
003470     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
003480
003490     MOVE WS-COMPARE-MONTH TO WS-STD-MONTH.
003500     MOVE WS-START-DATE TO DST-BUSINESS-DATE.
003510     MOVE LOW-VALUES TO DST-REGION-CODE.
003520     START DAILY-STATS KEY NOT LESS THAN DST-KEY
003530         INVALID KEY
003540             MOVE "Y" TO WS-EOF-SWITCH
003550     END-START.
003560 1000-EXIT.
003570     EXIT.
003580
003590******************************************************************
003600* 1100-MONTH-BEFORE - step the comparison month back one         *
003610*                     calendar month.                            *
003620******************************************************************
003630 1100-MONTH-BEFORE.
003640     IF WS-CMP-MONTH > 1
003650         SUBTRACT 1 FROM WS-CMP-MONTH
003660     ELSE
003670         MOVE 12 TO WS-CMP-MONTH
003680         SUBTRACT 1 FROM WS-CMP-YEAR
003690     END-IF.
003700 1100-EXIT.
003710     EXIT.
003720
003730******************************************************************
003740* 2000-LOAD-STATS - read the next daily statistics record and    *
003750*                   add it to its region's entry under the month *
003760*                   scored or the comparison month; the pass     *
003770*                   ends with the first date past the month      *
003780*                   scored.                                      *
003790******************************************************************
003800 2000-LOAD-STATS.
003810     READ DAILY-STATS NEXT RECORD
003820         AT END
003830             MOVE "Y" TO WS-EOF-SWITCH
003840             GO TO 2000-EXIT
003850     END-READ.
003860     IF NOT WS-DLYSTAT-OK
003870        OR DST-BUSINESS-DATE (1:6) > WS-SCORE-MONTH
003880         MOVE "Y" TO WS-EOF-SWITCH
003890         GO TO 2000-EXIT
003900     END-IF.
003910     ADD 1 TO WS-STATS-READ.
003920     IF DST-REGION-CODE = "*OVF"
003930         PERFORM 2300-ADD-OVERFLOW THRU 2300-EXIT
003940         GO TO 2000-EXIT
003950     END-IF.
003960     PERFORM 2100-FIND-REGION THRU 2100-EXIT.
003970     IF WS-SCR-IX = ZERO
003980         GO TO 2000-EXIT
003990     END-IF.
004000     IF DST-BUSINESS-DATE (1:6) = WS-SCORE-MONTH
004010         PERFORM 2200-ADD-CURRENT THRU 2200-EXIT
004020     ELSE
004030         ADD DST-RECORDS-READ TO WS-SCR-PRIOR-READ (WS-SCR-IX)
004040         ADD DST-REJECTED TO WS-SCR-PRIOR-REJECTED (WS-SCR-IX)
004050     END-IF.
004060 2000-EXIT.
004070     EXIT.
004080
004090******************************************************************
004100* 2100-FIND-REGION - find the region's table entry, adding a     *
004110*                    cleared one when the region is new.  A full *
004120*                    table leaves WS-SCR-IX at zero and the      *
004130*                    record is not counted.                      *
004140******************************************************************
004150 2100-FIND-REGION.
004160     PERFORM 2110-STEP-REGION THRU 2110-EXIT
004170         VARYING WS-SCR-IX FROM 1 BY 1
004180         UNTIL WS-SCR-IX > WS-SCR-COUNT
004190            OR WS-SCR-CODE (WS-SCR-IX) = DST-REGION-CODE.
004200     IF WS-SCR-IX NOT > WS-SCR-COUNT
004210         GO TO 2100-EXIT
004220     END-IF.
004230     IF WS-SCR-COUNT NOT < WS-SCR-MAX
004240         MOVE "Y" TO WS-SCR-OVERFLOW-SWITCH
004250         MOVE ZERO TO WS-SCR-IX
004260         GO TO 2100-EXIT
004270     END-IF.
004280     ADD 1 TO WS-SCR-COUNT.
004290     MOVE WS-SCR-COUNT TO WS-SCR-IX.
004300     MOVE DST-REGION-CODE TO WS-SCR-CODE (WS-SCR-IX).
004310     MOVE "N" TO WS-SCR-RANKED (WS-SCR-IX).
004320     MOVE SPACES TO WS-SCR-TREND (WS-SCR-IX).
004330     MOVE ZERO TO WS-SCR-RATE (WS-SCR-IX).
004340     MOVE ZERO TO WS-SCR-PRIOR-RATE (WS-SCR-IX).
004350     MOVE ZEROS TO WS-SCR-COUNTS (WS-SCR-IX).
004360 2100-EXIT.
004370     EXIT.
004380
004390******************************************************************
004400* 2110-STEP-REGION - step to the next region table entry.        *
004410******************************************************************
004420 2110-STEP-REGION.
004430     CONTINUE.
004440 2110-EXIT.
004450     EXIT.
004460
004470******************************************************************
004480* 2200-ADD-CURRENT - add one day's statistics to the region's    *
004490*                    month-scored counts.                        *
004500******************************************************************
004510 2200-ADD-CURRENT.
004520     ADD 1 TO WS-CURRENT-DAYS.
004530     ADD 1 TO WS-SCR-DAYS (WS-SCR-IX).
004540     IF DST-NOT-BALANCED
004550         ADD 1 TO WS-SCR-UNBAL-DAYS (WS-SCR-IX)
004560     END-IF.
004570     ADD DST-RECORDS-READ TO WS-SCR-READ (WS-SCR-IX).
004580     ADD DST-PRODUCED TO WS-SCR-PRODUCED (WS-SCR-IX).
004590     ADD DST-REJECTED TO WS-SCR-REJECTED (WS-SCR-IX).
004600     PERFORM 2210-ADD-REASON THRU 2210-EXIT
004610         VARYING WS-RSN-IX FROM 1 BY 1
004620         UNTIL WS-RSN-IX > 7.
004630     ADD DST-DUPLICATES-SKIPPED TO WS-SCR-DUPS (WS-SCR-IX).
004640     ADD DST-DNG-SKIPPED TO WS-SCR-DNG (WS-SCR-IX).
004650 2200-EXIT.
004660     EXIT.
004670
004680******************************************************************
004690* 2210-ADD-REASON - add one reason code's rejects.               *
004700******************************************************************
004710 2210-ADD-REASON.
004720     ADD DST-REJ-COUNT (WS-RSN-IX)
004730         TO WS-SCR-REASON (WS-SCR-IX WS-RSN-IX).
004740 2210-EXIT.
004750     EXIT.
004760
004770******************************************************************
004780* 2300-ADD-OVERFLOW - add a *OVF record to the overflow counts.  *
004790******************************************************************
004800 2300-ADD-OVERFLOW.
004810     IF DST-BUSINESS-DATE (1:6) = WS-SCORE-MONTH
004820         ADD 1 TO WS-CURRENT-DAYS
004830         ADD DST-RECORDS-READ TO WS-OVF-READ
004840         ADD DST-REJECTED TO WS-OVF-REJECTED
004850     ELSE
004860         ADD DST-REJECTED TO WS-OVF-PRIOR-REJECTED
004870     END-IF.
004880 2300-EXIT.
004890     EXIT.
004900
004910******************************************************************
004920* 3000-COMPUTE-RATE - work out one region's reject rate for each *
004930*                     month and the trend between them.  A       *
004940*                     region with nothing read the month before  *
004950*                     is NEW.                                    *
004960******************************************************************
004970 3000-COMPUTE-RATE.
004980     IF WS-SCR-READ (WS-SCR-IX) > ZERO
004990         COMPUTE WS-SCR-RATE (WS-SCR-IX) ROUNDED =
005000             WS-SCR-REJECTED (WS-SCR-IX) * 100
005010                 / WS-SCR-READ (WS-SCR-IX)
005020     END-IF.
005030     IF WS-SCR-PRIOR-READ (WS-SCR-IX) = ZERO
005040         MOVE "NEW" TO WS-SCR-TREND (WS-SCR-IX)
005050         GO TO 3000-EXIT
005060     END-IF.
005070     COMPUTE WS-SCR-PRIOR-RATE (WS-SCR-IX) ROUNDED =
005080         WS-SCR-PRIOR-REJECTED (WS-SCR-IX) * 100
005090             / WS-SCR-PRIOR-READ (WS-SCR-IX).
005100     IF WS-SCR-RATE (WS-SCR-IX) > WS-SCR-PRIOR-RATE (WS-SCR-IX)
005110         MOVE "WORSE" TO WS-SCR-TREND (WS-SCR-IX)
005120     ELSE
005130         IF WS-SCR-RATE (WS-SCR-IX) <
005140            WS-SCR-PRIOR-RATE (WS-SCR-IX)
005150             MOVE "BETTER" TO WS-SCR-TREND (WS-SCR-IX)
005160         ELSE
005170             MOVE "SAME" TO WS-SCR-TREND (WS-SCR-IX)
005180         END-IF
005190     END-IF.
005200 3000-EXIT.
005210     EXIT.
005220
005230******************************************************************
005240* 4000-RANK-REGIONS - print the ranking, worst reject rate       *
005250*                     first, then the regions that had           *
005260*                     statistics only in the comparison month.   *
005270******************************************************************
005280 4000-RANK-REGIONS.
005290     MOVE SPACES TO SCORERPT-PRINT-LINE.
005300     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
005310     MOVE "REGIONS RANKED BY REJECT RATE - WORST FIRST"
005320         TO WS-SECTION-HEADING.
005330     MOVE WS-SECTION-HEADING TO SCORERPT-PRINT-LINE.
005340     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
005350     MOVE WS-RANK-HEADING TO SCORERPT-PRINT-LINE.
005360     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
005370     PERFORM 4100-RANK-NEXT THRU 4100-EXIT
005380         UNTIL WS-RANKING-DONE.
005390     IF WS-RANK-COUNT = ZERO
005400         MOVE "  NO REGION STATISTICS FOR THE MONTH SCORED"
005410             TO SCORERPT-PRINT-LINE
005420         PERFORM 6100-PRINT-LINE THRU 6100-EXIT
005430     END-IF.
005440     PERFORM 4300-LIST-NOT-SCORED THRU 4300-EXIT
005450         VARYING WS-SCR-IX FROM 1 BY 1
005460         UNTIL WS-SCR-IX > WS-SCR-COUNT.
005470 4000-EXIT.
005480     EXIT.
005490
005500******************************************************************
005510* 4100-RANK-NEXT - one selection pass: find the worst region not *
005520*                  yet ranked and print its line; the ranking is *
005530*                  done when no region is left.                  *
005540******************************************************************
005550 4100-RANK-NEXT.
005560     MOVE ZERO TO WS-BEST-IX.
005570     PERFORM 4110-COMPARE-REGION THRU 4110-EXIT
005580         VARYING WS-SCR-IX FROM 1 BY 1
005590         UNTIL WS-SCR-IX > WS-SCR-COUNT.
005600     IF WS-BEST-IX = ZERO
005610         MOVE "Y" TO WS-RANK-DONE-SWITCH
005620         GO TO 4100-EXIT
005630     END-IF.
005640     MOVE "Y" TO WS-SCR-RANKED (WS-BEST-IX).
005650     ADD 1 TO WS-RANK-COUNT.
005660     MOVE WS-BEST-IX TO WS-RANK-ORDER (WS-RANK-COUNT).
005670     PERFORM 4200-PRINT-RANK-LINE THRU 4200-EXIT.
005680 4100-EXIT.
005690     EXIT.
005700
005710******************************************************************
005720* 4110-COMPARE-REGION - keep the region as the worst so far when *
005730*                       it has statistics this month, is not yet *
005740*                       ranked, and has the higher rate - or the *
005750*                       same rate with more rejects, or the same *
005760*                       of both and the lower region code.       *
005770******************************************************************
005780 4110-COMPARE-REGION.
005790     IF WS-SCR-RANKED (WS-SCR-IX) = "Y"
005800        OR WS-SCR-DAYS (WS-SCR-IX) = ZERO
005810         GO TO 4110-EXIT
005820     END-IF.
005830     IF WS-BEST-IX = ZERO
005840         MOVE WS-SCR-IX TO WS-BEST-IX
005850         GO TO 4110-EXIT
005860     END-IF.
005870     IF WS-SCR-RATE (WS-SCR-IX) > WS-SCR-RATE (WS-BEST-IX)
005880         MOVE WS-SCR-IX TO WS-BEST-IX
005890         GO TO 4110-EXIT
005900     END-IF.
005910     IF WS-SCR-RATE (WS-SCR-IX) < WS-SCR-RATE (WS-BEST-IX)
005920         GO TO 4110-EXIT
005930     END-IF.
005940     IF WS-SCR-REJECTED (WS-SCR-IX) > WS-SCR-REJECTED (WS-BEST-IX)
005950         MOVE WS-SCR-IX TO WS-BEST-IX
005960         GO TO 4110-EXIT
005970     END-IF.
005980     IF WS-SCR-REJECTED (WS-SCR-IX) = WS-SCR-REJECTED (WS-BEST-IX)
005990        AND WS-SCR-CODE (WS-SCR-IX) < WS-SCR-CODE (WS-BEST-IX)
006000         MOVE WS-SCR-IX TO WS-BEST-IX
006010     END-IF.
006020 4110-EXIT.
006030     EXIT.
006040
006050******************************************************************
006060* 4200-PRINT-RANK-LINE - print the ranked region's line.         *
006070******************************************************************
006080 4200-PRINT-RANK-LINE.
006090     MOVE WS-RANK-COUNT TO WS-RKL-RANK.
006100     MOVE WS-SCR-CODE (WS-BEST-IX) TO WS-RKL-REGION.
006110     MOVE WS-SCR-READ (WS-BEST-IX) TO WS-RKL-READ.
006120     MOVE WS-SCR-REJECTED (WS-BEST-IX) TO WS-RKL-REJECTED.
006130     MOVE WS-SCR-RATE (WS-BEST-IX) TO WS-RKL-RATE.
006140     IF WS-SCR-PRIOR-READ (WS-BEST-IX) = ZERO
006150         MOVE SPACES TO WS-RKL-PRIOR-AREA
006160     ELSE
006170         MOVE WS-SCR-PRIOR-RATE (WS-BEST-IX) TO WS-RKL-PRIOR-RATE
006180     END-IF.
006190     MOVE WS-SCR-TREND (WS-BEST-IX) TO WS-RKL-TREND.
006200     MOVE WS-SCR-DAYS (WS-BEST-IX) TO WS-RKL-DAYS.
006210     MOVE WS-SCR-UNBAL-DAYS (WS-BEST-IX) TO WS-RKL-UNBAL-DAYS.
006220     MOVE WS-RANK-LINE TO SCORERPT-PRINT-LINE.
006230     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
006240     ADD WS-SCR-READ (WS-BEST-IX) TO WS-TOTAL-READ.
006250     ADD WS-SCR-REJECTED (WS-BEST-IX) TO WS-TOTAL-REJECTED.
006260 4200-EXIT.
006270     EXIT.
006280
006290******************************************************************
006300* 4300-LIST-NOT-SCORED - list a region that had statistics in    *
006310*                        the comparison month but none in the    *
006320*                        month scored.                           *
006330******************************************************************
006340 4300-LIST-NOT-SCORED.
006350     IF WS-SCR-DAYS (WS-SCR-IX) > ZERO
006360         GO TO 4300-EXIT
006370     END-IF.
006380     ADD 1 TO WS-NOT-SCORED.
006390     MOVE WS-SCR-CODE (WS-SCR-IX) TO WS-NSL-REGION.
006400     MOVE WS-SCR-PRIOR-RATE (WS-SCR-IX) TO WS-NSL-PRIOR-RATE.
006410     MOVE WS-NOT-SCORED-LINE TO SCORERPT-PRINT-LINE.
006420     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
006430 4300-EXIT.
006440     EXIT.
006450
006460******************************************************************
006470* 5000-REASON-BREAKDOWN - print each ranked region's rejects by  *
006480*                         reason code, with its duplicate and    *
006490*                         do-not-greet skips, in ranking order.  *
006500******************************************************************
006510 5000-REASON-BREAKDOWN.
006520     IF WS-RANK-COUNT = ZERO
006530         GO TO 5000-EXIT
006540     END-IF.
006550     MOVE SPACES TO SCORERPT-PRINT-LINE.
006560     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
006570     MOVE "REJECTS BY REASON CODE AND RECORDS SKIPPED"
006580         TO WS-SECTION-HEADING.
006590     MOVE WS-SECTION-HEADING TO SCORERPT-PRINT-LINE.
006600     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
006610     MOVE WS-REASON-HEADING TO SCORERPT-PRINT-LINE.
006620     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
006630     PERFORM 5100-PRINT-REASON-LINE THRU 5100-EXIT
006640         VARYING WS-RANK-IX FROM 1 BY 1
006650         UNTIL WS-RANK-IX > WS-RANK-COUNT.
006660 5000-EXIT.
006670     EXIT.
006680
006690******************************************************************
006700* 5100-PRINT-REASON-LINE - print one region's reason line.       *
006710******************************************************************
006720 5100-PRINT-REASON-LINE.
006730     MOVE WS-RANK-ORDER (WS-RANK-IX) TO WS-SCR-IX.
006740     MOVE WS-SCR-CODE (WS-SCR-IX) TO WS-RSL-REGION.
006750     PERFORM 5110-MOVE-REASON THRU 5110-EXIT
006760         VARYING WS-RSN-IX FROM 1 BY 1
006770         UNTIL WS-RSN-IX > 7.
006780     MOVE WS-SCR-DUPS (WS-SCR-IX) TO WS-RSL-DUPS.
006790     MOVE WS-SCR-DNG (WS-SCR-IX) TO WS-RSL-DNG.
006800     MOVE WS-REASON-LINE TO SCORERPT-PRINT-LINE.
006810     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
006820 5100-EXIT.
006830     EXIT.
006840
006850******************************************************************
006860* 5110-MOVE-REASON - move one reason code's count to the line.   *
006870******************************************************************
006880 5110-MOVE-REASON.
006890     MOVE WS-SCR-REASON (WS-SCR-IX WS-RSN-IX)
006900         TO WS-RSL-REASON (WS-RSN-IX).
006910 5110-EXIT.
006920     EXIT.
006930
006940******************************************************************
006950* 6100-PRINT-LINE - print the line built in SCORERPT-PRINT-LINE. *
006960******************************************************************
006970 6100-PRINT-LINE.
006980     WRITE SCORERPT-PRINT-LINE AFTER ADVANCING 1 LINE.
006990 6100-EXIT.
007000     EXIT.
007010
007020******************************************************************
007030* 7000-SCORECARD-TOTALS - print the month's totals, with the     *
007040*                         *OVF rejects, and set the warning      *
007050*                         return code when the month had no      *
007060*                         statistics or regions went uncounted.  *
007070******************************************************************
007080 7000-SCORECARD-TOTALS.
007090     ADD WS-OVF-READ TO WS-TOTAL-READ.
007100     ADD WS-OVF-REJECTED TO WS-TOTAL-REJECTED.
007110     IF WS-TOTAL-READ > ZERO
007120         COMPUTE WS-TOTAL-RATE ROUNDED =
007130             WS-TOTAL-REJECTED * 100 / WS-TOTAL-READ
007140     END-IF.
007150     IF WS-SCR-OVERFLOW
007160         MOVE "*** REGION TABLE FULL - REGIONS NOT SCORED"
007170             TO SCORERPT-PRINT-LINE
007180         PERFORM 6100-PRINT-LINE THRU 6100-EXIT
007190     END-IF.
007200     MOVE SPACES TO SCORERPT-PRINT-LINE.
007210     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
007220     MOVE "  REGIONS RANKED ..............: " TO WS-CNT-LABEL.
007230     MOVE WS-RANK-COUNT TO WS-CNT-VALUE.
007240     MOVE WS-COUNT-LINE TO SCORERPT-PRINT-LINE.
007250     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
007260     MOVE "  NO STATISTICS THIS MONTH ....: " TO WS-CNT-LABEL.
007270     MOVE WS-NOT-SCORED TO WS-CNT-VALUE.
007280     MOVE WS-COUNT-LINE TO SCORERPT-PRINT-LINE.
007290     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
007300     MOVE "  RECORDS READ ................: " TO WS-CNT-LABEL.
007310     MOVE WS-TOTAL-READ TO WS-CNT-VALUE.
007320     MOVE WS-COUNT-LINE TO SCORERPT-PRINT-LINE.
007330     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
007340     MOVE "  RECORDS REJECTED ............: " TO WS-CNT-LABEL.
007350     MOVE WS-TOTAL-REJECTED TO WS-CNT-VALUE.
007360     MOVE WS-COUNT-LINE TO SCORERPT-PRINT-LINE.
007370     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
007380     MOVE "    OF WHICH *OVF (NOT RANKED) : " TO WS-CNT-LABEL.
007390     MOVE WS-OVF-REJECTED TO WS-CNT-VALUE.
007400     MOVE WS-COUNT-LINE TO SCORERPT-PRINT-LINE.
007410     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
007420     MOVE "    *OVF IN THE PRIOR MONTH ...: " TO WS-CNT-LABEL.
007430     MOVE WS-OVF-PRIOR-REJECTED TO WS-CNT-VALUE.
007440     MOVE WS-COUNT-LINE TO SCORERPT-PRINT-LINE.
007450     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
007460     MOVE "  REJECT RATE, ALL REGIONS ....: " TO WS-RTL-LABEL.
007470     MOVE WS-TOTAL-RATE TO WS-RTL-RATE.
007480     MOVE WS-RATE-LINE TO SCORERPT-PRINT-LINE.
007490     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
007500     IF WS-CURRENT-DAYS = ZERO OR WS-SCR-OVERFLOW
007510         IF RETURN-CODE = ZERO
007520             MOVE 4 TO RETURN-CODE
007530         END-IF
007540     END-IF.
007550 7000-EXIT.
007560     EXIT.
007570
007580******************************************************************
007590* 8000-END-OF-JOB - report the scorecard counts and close down   *
007600*                   the files used by this run.                  *
007610******************************************************************
007620 8000-END-OF-JOB.
007630     DISPLAY "REGION-SCORECARD: MONTH = " WS-SCORE-MONTH
007640         ", STATISTICS READ = " WS-STATS-READ
007650         ", REGIONS RANKED = " WS-RANK-COUNT
007660         ", RC = " RETURN-CODE.
007670     CLOSE DAILY-STATS.
007680     CLOSE SCORECARD-REPORT.
007690 8000-EXIT.
007700     EXIT.
007710
007720******************************************************************
007730* End of program                                                 *
007740******************************************************************
