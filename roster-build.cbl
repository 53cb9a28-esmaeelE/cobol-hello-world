000010******************************************************************
000020* Program:     ROSTER-BUILD                                      *
000030* Author:      J. H. Marchetti                                   *
000040* Installation:Data Processing Center                            *
000050* Date-Written:2026-10-15                                        *
000060* Purpose:     Builds HELLO-WORLD's NAMESFIL roster from the     *
000070*              regional feed files received for the window,      *
000080*              presented concatenated on FEEDIN.  A first pass   *
000090*              checks every feed's header and trailer - header   *
000100*              and trailer present, one region throughout, a     *
000110*              valid feed date and a trailer count agreeing with *
000120*              the details - and refuses a feed that fails, or   *
000130*              that repeats a region and feed date already       *
000140*              accepted.  A second pass loads the accepted       *
000150*              feeds' details to an indexed work file keyed by   *
000160*              business date, region and sequence number, which  *
000170*              is then read back in key order to write one       *
000180*              roster: each region's records for each business   *
000190*              date wrapped in a feed header and trailer, in     *
000200*              business-date order for catch-up mode.  The       *
000210*              receipt report lists every feed received, the     *
000220*              roster's counts by business date and region, and  *
000230*              flags any region on the EXPFEEDS expected-feeds   *
000240*              list that sent nothing for a date or never        *
000250*              showed up at all.                                 *
000260*              Return code 8 means a feed was refused or a       *
000270*              duplicate record dropped - that region's records  *
000280*              are not on the roster; 4 means an expected region *
000290*              is missing.                                       *
000300* Language:    COBOL (GnuCOBOL, fixed format)                    *
000310*                                                                *
000320* Modification History:                                         *
000330*   2026-10-15  JHM  Initial version.                            *
000331*   2026-10-15  JHM  A failed read of FEEDIN or EXPFEEDS, or a   *
000332*                    failed write of the work file or NAMESFIL,  *
000333*                    now stops the run with return code 16.      *
000340******************************************************************
000350
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID.             ROSTER-BUILD.
000380 AUTHOR.                 J. H. MARCHETTI.
000390 INSTALLATION.           DATA PROCESSING CENTER.
000400 DATE-WRITTEN.           2026-10-15.
000410 DATE-COMPILED.          2026-10-15.
000420
000430******************************************************************
000440* ENVIRONMENT DIVISION                                           *
000450******************************************************************
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.        GNUCOBOL.
000490 OBJECT-COMPUTER.        GNUCOBOL.
000500
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT FEED-INPUT      ASSIGN TO FEEDIN
000540            ORGANIZATION IS LINE SEQUENTIAL
000550            FILE STATUS IS WS-FEEDIN-STATUS.
000560
000570     SELECT EXPECTED-FEEDS  ASSIGN TO EXPFEEDS
000580            ORGANIZATION IS LINE SEQUENTIAL
000590            FILE STATUS IS WS-EXPFEED-STATUS.
000600
000610     SELECT ROSTER-WORK     ASSIGN TO ROSTWORK
000620            ORGANIZATION IS INDEXED
000630            ACCESS MODE IS DYNAMIC
000640            RECORD KEY IS RSW-KEY
000650            FILE STATUS IS WS-ROSTWORK-STATUS.
000660
000670     SELECT NAMES-FILE      ASSIGN TO NAMESFIL
000680            ORGANIZATION IS LINE SEQUENTIAL
000690            FILE STATUS IS WS-NAMESFIL-STATUS.
000700
000710     SELECT RECEIPT-REPORT  ASSIGN TO RCPTRPT
000720            ORGANIZATION IS LINE SEQUENTIAL
000730            FILE STATUS IS WS-RCPTRPT-STATUS.
000740
000750******************************************************************
000760* DATA DIVISION                                                  *
000770******************************************************************
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  FEED-INPUT
000810     RECORDING MODE IS F.
000820 COPY NAMEREC.
000830
000840 FD  EXPECTED-FEEDS
000850     RECORDING MODE IS F.
000860 01  EXPFEEDS-RECORD.
000870     05  EXF-REGION-CODE             PIC X(04).
000880     05  FILLER                      PIC X(76).
000890
000900 FD  ROSTER-WORK.
000910 01  ROSTWORK-RECORD.
000920     05  RSW-KEY.
000930         10  RSW-BUSINESS-DATE       PIC X(08).
000940         10  RSW-REGION-CODE         PIC X(04).
000950         10  RSW-SEQUENCE-NO         PIC 9(06).
000960     05  RSW-FEED-NO                 PIC 9(03).
000970     05  RSW-DETAIL-IMAGE            PIC X(62).
000980
000990 FD  NAMES-FILE
001000     RECORDING MODE IS F.
001010 01  NAMESFIL-RECORD             PIC X(62).
001020
001030 FD  RECEIPT-REPORT
001040     RECORD CONTAINS 80 CHARACTERS
001050     RECORDING MODE IS F.
001060 01  RCPTRPT-PRINT-LINE          PIC X(80).
001070
001080 WORKING-STORAGE SECTION.
001090******************************************************************
001100* File status switches                                           *
001110******************************************************************
001120 01  WS-FEEDIN-STATUS         PIC X(02).
001130     88  WS-FEEDIN-OK                 VALUE "00".
001140
001150 01  WS-EXPFEED-STATUS        PIC X(02).
001160     88  WS-EXPFEED-OK                VALUE "00".
001170     88  WS-EXPFEED-NOT-FOUND         VALUE "35".
001180
001190 01  WS-ROSTWORK-STATUS       PIC X(02).
001200     88  WS-ROSTWORK-OK               VALUE "00".
001210
001220 01  WS-NAMESFIL-STATUS       PIC X(02).
001230     88  WS-NAMESFIL-OK               VALUE "00".
001240
001250 01  WS-RCPTRPT-STATUS        PIC X(02).
001260     88  WS-RCPTRPT-OK                VALUE "00".
001270
001280 01  WS-EOF-SWITCH            PIC X(01) VALUE "N".
001290     88  WS-END-OF-FEEDS              VALUE "Y".
001300
001310 01  WS-EXP-END-SWITCH        PIC X(01) VALUE "N".
001320     88  WS-END-OF-EXPECTED           VALUE "Y".
001330
001340 01  WS-WORK-END-SWITCH       PIC X(01) VALUE "N".
001350     88  WS-END-OF-WORK               VALUE "Y".
001360
001370 01  WS-EXPECTED-LIST-SWITCH  PIC X(01) VALUE "N".
001380     88  WS-EXPECTED-LIST-READ        VALUE "Y".
001390
001400 01  WS-NAMESFIL-OPEN-SWITCH  PIC X(01) VALUE "N".
001410     88  WS-NAMESFIL-OPEN             VALUE "Y".
001420
001430******************************************************************
001440* Feed table - one entry per feed on FEEDIN, in arrival order.  A*
001450* header opens a feed and a trailer closes it; a trailer or      *
001460* detail arriving with no feed open opens one of its own, so a   *
001470* missing header is reported against it.  Both passes over FEEDIN*
001480* follow the same rule, so the second pass finds each record's   *
001490* feed by counting.                                              *
001500******************************************************************
001510 01  WS-PASS-SWITCH           PIC X(01) VALUE "C".
001520     88  WS-CHECK-PASS                VALUE "C".
001530     88  WS-LOAD-PASS                 VALUE "L".
001540 01  WS-FEED-OPEN-SWITCH      PIC X(01) VALUE "N".
001550     88  WS-FEED-OPEN                 VALUE "Y".
001560 01  WS-FEED-COUNT            PIC 9(03) COMP VALUE ZERO.
001570 01  WS-FEED-SUB              PIC 9(03) COMP VALUE ZERO.
001580 01  WS-EARLIER-SUB           PIC 9(03) COMP.
001590 01  WS-FEED-TABLE.
001600     05  WS-FEED-ENTRY OCCURS 100 TIMES.
001610         10  WS-FDT-REGION-CODE  PIC X(04).
001620         10  WS-FDT-FEED-DATE    PIC X(08).
001630         10  WS-FDT-HDR-SWITCH   PIC X(01).
001640         10  WS-FDT-TRL-SWITCH   PIC X(01).
001650         10  WS-FDT-TRL-COUNT    PIC 9(08).
001660         10  WS-FDT-DETAIL-COUNT PIC 9(08).
001670         10  WS-FDT-REGION-ERRORS PIC 9(08).
001680         10  WS-FDT-ACCEPT-SWITCH PIC X(01).
001690             88  WS-FDT-ACCEPTED         VALUE "Y".
001700         10  WS-FDT-STATUS       PIC X(16).
001710
001720******************************************************************
001730* Receipt table - one entry per region and business date written *
001740* to the roster, in roster order.                                *
001750******************************************************************
001760 01  WS-RECEIPT-COUNT         PIC 9(03) COMP VALUE ZERO.
001770 01  WS-RCP-SUB               PIC 9(03) COMP.
001780 01  WS-RECEIPT-SCAN          PIC 9(03) COMP.
001790 01  WS-RCP-FOUND             PIC X(01).
001800 01  WS-RECEIPT-FULL-SWITCH   PIC X(01) VALUE "N".
001810     88  WS-RECEIPT-TABLE-FULL        VALUE "Y".
001820 01  WS-RECEIPT-TABLE.
001830     05  WS-RECEIPT-ENTRY OCCURS 400 TIMES.
001840         10  WS-RCP-DATE         PIC X(08).
001850         10  WS-RCP-REGION-CODE  PIC X(04).
001860         10  WS-RCP-COUNT        PIC 9(08).
001870
001880******************************************************************
001890* Region table - every region on the expected-feeds list, plus   *
001900* any region received that is not on it.                         *
001910******************************************************************
001920 01  WS-REGION-COUNT          PIC 9(02) COMP VALUE ZERO.
001930 01  WS-RGT-SUB               PIC 9(02) COMP.
001940 01  WS-RGT-FOUND             PIC X(01).
001950 01  WS-REGION-WORK-CODE      PIC X(04).
001960 01  WS-REGION-TABLE.
001970     05  WS-REGION-ENTRY OCCURS 50 TIMES.
001980         10  WS-RGT-CODE         PIC X(04).
001990         10  WS-RGT-EXPECTED     PIC X(01).
002000             88  WS-RGT-ON-LIST          VALUE "Y".
002010         10  WS-RGT-DATES        PIC 9(03).
002020         10  WS-RGT-RECORDS      PIC 9(08).
002030
002040******************************************************************
002050* Roster group in hand - the business date and region whose      *
002060* records are being written between a header and a trailer.      *
002070******************************************************************
002080 01  WS-GROUP-DATE            PIC X(08) VALUE SPACES.
002090 01  WS-GROUP-REGION          PIC X(04) VALUE SPACES.
002100 01  WS-GROUP-COUNT           PIC 9(08) VALUE ZERO.
002110 01  WS-PRINT-DATE            PIC X(08) VALUE SPACES.
002120
002130 01  WS-ROSTER-HEADER.
002140     05  FILLER                  PIC X(01) VALUE "H".
002150     05  WS-RSH-REGION-CODE      PIC X(04).
002160     05  WS-RSH-FEED-DATE        PIC X(08).
002170     05  FILLER                  PIC X(49) VALUE SPACES.
002180
002190 01  WS-ROSTER-TRAILER.
002200     05  FILLER                  PIC X(01) VALUE "T".
002210     05  WS-RST-REGION-CODE      PIC X(04).
002220     05  WS-RST-RECORD-COUNT     PIC 9(08).
002230     05  FILLER                  PIC X(49) VALUE SPACES.
002240
002250******************************************************************
002260* Roster counters                                                *
002270******************************************************************
002280 01  WS-RECORDS-READ          PIC 9(08) VALUE ZERO.
002290 01  WS-FEEDS-ACCEPTED        PIC 9(08) VALUE ZERO.
002300 01  WS-FEEDS-REFUSED         PIC 9(08) VALUE ZERO.
002310 01  WS-DETAILS-REFUSED       PIC 9(08) VALUE ZERO.
002320 01  WS-DUPLICATES-DROPPED    PIC 9(08) VALUE ZERO.
002330 01  WS-DETAILS-WRITTEN       PIC 9(08) VALUE ZERO.
002340 01  WS-DATES-WRITTEN         PIC 9(08) VALUE ZERO.
002350 01  WS-FEEDS-WRITTEN         PIC 9(08) VALUE ZERO.
002360 01  WS-DATE-GAPS             PIC 9(08) VALUE ZERO.
002370 01  WS-REGIONS-MISSING       PIC 9(08) VALUE ZERO.
002380
002390******************************************************************
002400* Print work areas                                               *
002410******************************************************************
002420 01  WS-RUN-DATE-8            PIC 9(08).
002430
002440 01  WS-HEADING-1.
002450     05  FILLER                  PIC X(20)
002460         VALUE "ROSTER-BUILD        ".
002470     05  FILLER                  PIC X(30)
002480         VALUE "REGIONAL FEED RECEIPT         ".
002490     05  FILLER                  PIC X(11) VALUE "RUN DATE:  ".
002500     05  WS-HDG-RUN-DATE         PIC 9(08).
002510     05  FILLER                  PIC X(11) VALUE SPACES.
002520
002530 01  WS-FEED-COLUMN-HEADING.
002540     05  FILLER                  PIC X(08) VALUE "  FEED  ".
002550     05  FILLER                  PIC X(08) VALUE "REGION  ".
002560     05  FILLER                  PIC X(10) VALUE "FEED DATE ".
002570     05  FILLER                  PIC X(10) VALUE "   TRAILER".
002580     05  FILLER                  PIC X(10) VALUE "   DETAILS".
002590     05  FILLER                  PIC X(02) VALUE SPACES.
002600     05  FILLER                  PIC X(16) VALUE "STATUS".
002610     05  FILLER                  PIC X(16) VALUE SPACES.
002620
002630 01  WS-FEED-LINE.
002640     05  FILLER                  PIC X(03) VALUE SPACES.
002650     05  WS-FDL-FEED-NO          PIC ZZ9.
002660     05  FILLER                  PIC X(02) VALUE SPACES.
002670     05  WS-FDL-REGION-CODE      PIC X(04).
002680     05  FILLER                  PIC X(04) VALUE SPACES.
002690     05  WS-FDL-FEED-DATE        PIC X(08).
002700     05  FILLER                  PIC X(04) VALUE SPACES.
002710     05  WS-FDL-TRAILER          PIC ZZZZZZZ9.
002720     05  FILLER                  PIC X(02) VALUE SPACES.
002730     05  WS-FDL-DETAILS          PIC ZZZZZZZ9.
002740     05  FILLER                  PIC X(02) VALUE SPACES.
002750     05  WS-FDL-STATUS           PIC X(16).
002760     05  FILLER                  PIC X(16) VALUE SPACES.
002770
002780 01  WS-DATE-LINE.
002790     05  FILLER                  PIC X(16)
002800         VALUE "  BUSINESS DATE ".
002810     05  WS-DTL-DATE             PIC X(08).
002820     05  FILLER                  PIC X(56) VALUE SPACES.
002830
002840 01  WS-RECEIPT-LINE.
002850     05  FILLER                  PIC X(06) VALUE SPACES.
002860     05  FILLER                  PIC X(07) VALUE "REGION ".
002870     05  WS-RCL-REGION-CODE      PIC X(04).
002880     05  FILLER                  PIC X(04) VALUE SPACES.
002890     05  FILLER                  PIC X(08) VALUE "RECORDS ".
002900     05  WS-RCL-COUNT            PIC ZZZZZZZ9.
002910     05  FILLER                  PIC X(43) VALUE SPACES.
002920
002930 01  WS-MISSING-LINE.
002940     05  FILLER                  PIC X(06) VALUE SPACES.
002950     05  FILLER                  PIC X(20)
002960         VALUE "*** EXPECTED REGION ".
002970     05  WS-MSL-REGION-CODE      PIC X(04).
002980     05  FILLER                  PIC X(24)
002990         VALUE " - NO FEED FOR THIS DATE".
003000     05  FILLER                  PIC X(26) VALUE SPACES.
003010
003020 01  WS-REGION-LINE.
003030     05  FILLER                  PIC X(02) VALUE SPACES.
003040     05  FILLER                  PIC X(07) VALUE "REGION ".
003050     05  WS-RGL-REGION-CODE      PIC X(04).
003060     05  FILLER                  PIC X(02) VALUE SPACES.
003070     05  WS-RGL-DATES            PIC ZZ9.
003080     05  FILLER                  PIC X(09) VALUE " DATE(S) ".
003090     05  WS-RGL-RECORDS          PIC ZZZZZZZ9.
003100     05  FILLER                  PIC X(09) VALUE " RECORDS ".
003110     05  WS-RGL-STATUS           PIC X(24).
003120     05  FILLER                  PIC X(12) VALUE SPACES.
003130
003140 01  WS-COUNT-LINE.
003150     05  WS-CNT-LABEL            PIC X(31).
003160     05  WS-CNT-VALUE            PIC ZZZZZZZ9.
003170     05  FILLER                  PIC X(41) VALUE SPACES.
003180
003190******************************************************************
003200* PROCEDURE DIVISION                                             *
003210******************************************************************
003220 PROCEDURE DIVISION.
003230
003240 0000-MAIN-PARAGRAPH.
003250     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003260     IF RETURN-CODE = 16
003270         GO TO 0000-EXIT
003280     END-IF.
003290     PERFORM 2000-CHECK-FEEDS THRU 2000-EXIT.
003300     IF RETURN-CODE NOT = 16
003310         PERFORM 3000-LOAD-WORK THRU 3000-EXIT
003320     END-IF.
003330     IF RETURN-CODE NOT = 16
003340         PERFORM 4000-WRITE-ROSTER THRU 4000-EXIT
003350     END-IF.
003360     IF RETURN-CODE NOT = 16
003370         PERFORM 5000-RECEIPT-REPORT THRU 5000-EXIT
003380     END-IF.
003390     PERFORM 8000-END-OF-JOB THRU 8000-EXIT.
003400 0000-EXIT.
003410     STOP RUN.
003420
003430******************************************************************
003440* 1000-INITIALIZE - open the feeds, the work file and the        *
003450*                   receipt report, and load the expected-feeds  *
003460*                   list into the region table.                  *
003470******************************************************************
003480 1000-INITIALIZE.
003490     ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
003500     MOVE WS-RUN-DATE-8 TO WS-HDG-RUN-DATE.
003510
003520     OPEN INPUT FEED-INPUT.
003530     IF NOT WS-FEEDIN-OK
003540         DISPLAY "ROSTER-BUILD: UNABLE TO OPEN FEEDIN, "
003550             "STATUS = " WS-FEEDIN-STATUS
003560         MOVE 16 TO RETURN-CODE
003570         GO TO 1000-EXIT
003580     END-IF.
003590
003600     OPEN OUTPUT ROSTER-WORK.
003610     IF NOT WS-ROSTWORK-OK
003620         DISPLAY "ROSTER-BUILD: UNABLE TO OPEN WORK FILE, "
003630             "STATUS = " WS-ROSTWORK-STATUS
003640         MOVE 16 TO RETURN-CODE
003650         CLOSE FEED-INPUT
003660         GO TO 1000-EXIT
003670     END-IF.
003680
003690     OPEN OUTPUT RECEIPT-REPORT.
003700     IF NOT WS-RCPTRPT-OK
003710         DISPLAY "ROSTER-BUILD: UNABLE TO OPEN REPORT FILE, "
003720             "STATUS = " WS-RCPTRPT-STATUS
003730         MOVE 16 TO RETURN-CODE
003740         CLOSE FEED-INPUT
003750         CLOSE ROSTER-WORK
003760         GO TO 1000-EXIT
003770     END-IF.
003780
003790     MOVE WS-HEADING-1 TO RCPTRPT-PRINT-LINE.
003800     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
003810
003820     OPEN INPUT EXPECTED-FEEDS.
003830     IF WS-EXPFEED-NOT-FOUND
003840         DISPLAY "ROSTER-BUILD: NO EXPECTED-FEEDS LIST - MISSING "
003850             "REGIONS ARE NOT CHECKED"
003860         IF RETURN-CODE = ZERO
003870             MOVE 4 TO RETURN-CODE
003880         END-IF
003890         GO TO 1000-EXIT
003900     END-IF.
003910     IF NOT WS-EXPFEED-OK
003920         DISPLAY "ROSTER-BUILD: UNABLE TO OPEN EXPFEEDS, "
003930             "STATUS = " WS-EXPFEED-STATUS
003940         MOVE 16 TO RETURN-CODE
003950         CLOSE FEED-INPUT
003960         CLOSE ROSTER-WORK
003970         CLOSE RECEIPT-REPORT
003980         GO TO 1000-EXIT
003990     END-IF.
004000     MOVE "Y" TO WS-EXPECTED-LIST-SWITCH.
004010     PERFORM 1100-LOAD-ONE-EXPECTED THRU 1100-EXIT
004020         UNTIL WS-END-OF-EXPECTED
004030            OR RETURN-CODE = 16.
004040     CLOSE EXPECTED-FEEDS.
004050     IF RETURN-CODE = 16
004060         CLOSE FEED-INPUT
004070         CLOSE ROSTER-WORK
004080         CLOSE RECEIPT-REPORT
004090     END-IF.
004100 1000-EXIT.
004110     EXIT.
004120
004130******************************************************************
004140* 1100-LOAD-ONE-EXPECTED - read the next expected-feeds record   *
004150*                          and add its region to the region      *
004160*                          table.  Blank lines and lines starting*
004170*                          with an asterisk are comments.        *
004180******************************************************************
004190 1100-LOAD-ONE-EXPECTED.
004200     READ EXPECTED-FEEDS
004210         AT END
004220             MOVE "Y" TO WS-EXP-END-SWITCH
004230             GO TO 1100-EXIT
004240     END-READ.
004241     IF NOT WS-EXPFEED-OK
004242         DISPLAY "ROSTER-BUILD: EXPFEEDS READ FAILED, STATUS = "
004243             WS-EXPFEED-STATUS
004244         MOVE 16 TO RETURN-CODE
004245         GO TO 1100-EXIT
004246     END-IF.
004250     IF EXF-REGION-CODE = SPACES
004260        OR EXF-REGION-CODE (1:1) = "*"
004270         GO TO 1100-EXIT
004280     END-IF.
004290     MOVE EXF-REGION-CODE TO WS-REGION-WORK-CODE.
004300     PERFORM 7100-LOCATE-REGION THRU 7100-EXIT.
004310     IF RETURN-CODE = 16
004320         GO TO 1100-EXIT
004330     END-IF.
004340     MOVE "Y" TO WS-RGT-EXPECTED (WS-RGT-SUB).
004350 1100-EXIT.
004360     EXIT.
004370
004380******************************************************************
004390* 2000-CHECK-FEEDS - first pass over FEEDIN: count each feed's   *
004400*                    details and capture its header and trailer, *
004410*                    then judge every feed and list it on the    *
004420*                    receipt report.  FEEDIN is reopened for the *
004430*                    load pass.                                  *
004440******************************************************************
004450 2000-CHECK-FEEDS.
004460     MOVE "C" TO WS-PASS-SWITCH.
004470     MOVE "N" TO WS-FEED-OPEN-SWITCH.
004480     MOVE ZERO TO WS-FEED-SUB.
004490     PERFORM 2100-CHECK-ONE-RECORD THRU 2100-EXIT
004500         UNTIL WS-END-OF-FEEDS
004510            OR RETURN-CODE = 16.
004520     IF RETURN-CODE = 16
004530         GO TO 2000-EXIT
004540     END-IF.
004550     MOVE SPACES TO RCPTRPT-PRINT-LINE.
004560     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
004570     MOVE "FEEDS RECEIVED" TO RCPTRPT-PRINT-LINE.
004580     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
004590     MOVE WS-FEED-COLUMN-HEADING TO RCPTRPT-PRINT-LINE.
004600     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
004610     IF WS-FEED-COUNT = ZERO
004620         MOVE "  NO FEEDS ON FEEDIN" TO RCPTRPT-PRINT-LINE
004630         PERFORM 6100-PRINT-LINE THRU 6100-EXIT
004640     END-IF.
004650     PERFORM 2300-JUDGE-ONE-FEED THRU 2300-EXIT
004660         VARYING WS-FEED-SUB FROM 1 BY 1
004670         UNTIL WS-FEED-SUB > WS-FEED-COUNT.
004680     CLOSE FEED-INPUT.
004690     OPEN INPUT FEED-INPUT.
004700     IF NOT WS-FEEDIN-OK
004710         DISPLAY "ROSTER-BUILD: UNABLE TO REOPEN FEEDIN, "
004720             "STATUS = " WS-FEEDIN-STATUS
004730         MOVE 16 TO RETURN-CODE
004740     END-IF.
004750     MOVE "N" TO WS-EOF-SWITCH.
004760 2000-EXIT.
004770     EXIT.
004780
004790******************************************************************
004800* 2100-CHECK-ONE-RECORD - read and classify one feed record for  *
004810*                         the check pass: a header captures its  *
004820*                         region and feed date, a trailer its    *
004830*                         count, and a detail is counted under   *
004840*                         its feed.  A trailer or detail whose   *
004850*                         region differs from its feed's is      *
004860*                         counted as a region error.             *
004870******************************************************************
004880 2100-CHECK-ONE-RECORD.
004890     READ FEED-INPUT
004900         AT END
004910             MOVE "Y" TO WS-EOF-SWITCH
004920             GO TO 2100-EXIT
004930     END-READ.
004931     IF NOT WS-FEEDIN-OK
004932         DISPLAY "ROSTER-BUILD: FEEDIN READ FAILED, STATUS = "
004933             WS-FEEDIN-STATUS
004934         MOVE 16 TO RETURN-CODE
004935         MOVE "Y" TO WS-EOF-SWITCH
004936         GO TO 2100-EXIT
004937     END-IF.
004940     ADD 1 TO WS-RECORDS-READ.
004950     PERFORM 2200-TRACK-FEED THRU 2200-EXIT.
004960     IF RETURN-CODE = 16
004970         GO TO 2100-EXIT
004980     END-IF.
004990     EVALUATE TRUE
005000         WHEN NAM-FEED-HDR
005010             MOVE "Y" TO WS-FDT-HDR-SWITCH (WS-FEED-SUB)
005020             MOVE NFH-REGION-CODE
005030                 TO WS-FDT-REGION-CODE (WS-FEED-SUB)
005040             MOVE NFH-FEED-DATE TO WS-FDT-FEED-DATE (WS-FEED-SUB)
005050         WHEN NAM-FEED-TRL
005060             MOVE "Y" TO WS-FDT-TRL-SWITCH (WS-FEED-SUB)
005070             IF NFT-RECORD-COUNT NUMERIC
005080                 MOVE NFT-RECORD-COUNT
005090                     TO WS-FDT-TRL-COUNT (WS-FEED-SUB)
005100             END-IF
005110             MOVE NFT-REGION-CODE TO WS-REGION-WORK-CODE
005120             PERFORM 2150-CHECK-REGION THRU 2150-EXIT
005130         WHEN OTHER
005140             ADD 1 TO WS-FDT-DETAIL-COUNT (WS-FEED-SUB)
005150             MOVE NAM-REGION-CODE TO WS-REGION-WORK-CODE
005160             PERFORM 2150-CHECK-REGION THRU 2150-EXIT
005170     END-EVALUATE.
005180 2100-EXIT.
005190     EXIT.
005200
005210******************************************************************
005220* 2150-CHECK-REGION - hold the region in WS-REGION-WORK-CODE     *
005230*                     against the feed in hand.  A feed with no  *
005240*                     header takes the region of its first       *
005250*                     record.                                    *
005260******************************************************************
005270 2150-CHECK-REGION.
005280     IF WS-FDT-REGION-CODE (WS-FEED-SUB) = SPACES
005290         MOVE WS-REGION-WORK-CODE
005300             TO WS-FDT-REGION-CODE (WS-FEED-SUB)
005310         GO TO 2150-EXIT
005320     END-IF.
005330     IF WS-REGION-WORK-CODE NOT = WS-FDT-REGION-CODE (WS-FEED-SUB)
005340         ADD 1 TO WS-FDT-REGION-ERRORS (WS-FEED-SUB)
005350     END-IF.
005360 2150-EXIT.
005370     EXIT.
005380
005390******************************************************************
005400* 2200-TRACK-FEED - find the feed the record just read belongs   *
005410*                   to and leave its subscript in WS-FEED-SUB.  A*
005420*                   header always starts the next feed; a trailer*
005430*                   ends the feed open, or starts one of its own *
005440*                   when none is open; a detail with no feed open*
005450*                   starts one.                                  *
005460******************************************************************
005470 2200-TRACK-FEED.
005480     EVALUATE TRUE
005490         WHEN NAM-FEED-HDR
005500             PERFORM 2210-NEXT-FEED THRU 2210-EXIT
005510             MOVE "Y" TO WS-FEED-OPEN-SWITCH
005520         WHEN NAM-FEED-TRL
005530             IF NOT WS-FEED-OPEN
005540                 PERFORM 2210-NEXT-FEED THRU 2210-EXIT
005550             END-IF
005560             MOVE "N" TO WS-FEED-OPEN-SWITCH
005570         WHEN OTHER
005580             IF NOT WS-FEED-OPEN
005590                 PERFORM 2210-NEXT-FEED THRU 2210-EXIT
005600                 MOVE "Y" TO WS-FEED-OPEN-SWITCH
005610             END-IF
005620     END-EVALUATE.
005630 2200-EXIT.
005640     EXIT.
005650
005660******************************************************************
005670* 2210-NEXT-FEED - step to the next feed.  The check pass opens  *
005680*                  its table entry; more feeds than the table    *
005690*                  holds stops the run.                          *
005700******************************************************************
005710 2210-NEXT-FEED.
005720     IF WS-LOAD-PASS
005730         ADD 1 TO WS-FEED-SUB
005740         GO TO 2210-EXIT
005750     END-IF.
005760     IF WS-FEED-COUNT NOT < 100
005770         DISPLAY "ROSTER-BUILD: MORE FEEDS THAN THE FEED TABLE "
005780             "HOLDS - RUN STOPPED"
005790         MOVE 16 TO RETURN-CODE
005800         MOVE "Y" TO WS-EOF-SWITCH
005810         GO TO 2210-EXIT
005820     END-IF.
005830     ADD 1 TO WS-FEED-COUNT.
005840     MOVE WS-FEED-COUNT TO WS-FEED-SUB.
005850     MOVE SPACES TO WS-FDT-REGION-CODE (WS-FEED-SUB).
005860     MOVE SPACES TO WS-FDT-FEED-DATE (WS-FEED-SUB).
005870     MOVE "N" TO WS-FDT-HDR-SWITCH (WS-FEED-SUB).
005880     MOVE "N" TO WS-FDT-TRL-SWITCH (WS-FEED-SUB).
005890     MOVE ZERO TO WS-FDT-TRL-COUNT (WS-FEED-SUB).
005900     MOVE ZERO TO WS-FDT-DETAIL-COUNT (WS-FEED-SUB).
005910     MOVE ZERO TO WS-FDT-REGION-ERRORS (WS-FEED-SUB).
005920     MOVE "N" TO WS-FDT-ACCEPT-SWITCH (WS-FEED-SUB).
005930     MOVE SPACES TO WS-FDT-STATUS (WS-FEED-SUB).
005940 2210-EXIT.
005950     EXIT.
005960
005970******************************************************************
005980* 2300-JUDGE-ONE-FEED - accept or refuse one feed and print its  *
005990*                       receipt line.  A feed is refused when its*
006000*                       header or trailer is missing, its feed   *
006010*                       date is not a date, it strays from its   *
006020*                       region, its trailer count disagrees with *
006030*                       its details, or it repeats the region and*
006040*                       feed date of a feed already accepted.    *
006050******************************************************************
006060 2300-JUDGE-ONE-FEED.
006070     EVALUATE TRUE
006080         WHEN WS-FDT-HDR-SWITCH (WS-FEED-SUB) = "N"
006090             MOVE "HEADER MISSING" TO WS-FDT-STATUS (WS-FEED-SUB)
006100         WHEN WS-FDT-TRL-SWITCH (WS-FEED-SUB) = "N"
006110             MOVE "TRAILER MISSING" TO WS-FDT-STATUS (WS-FEED-SUB)
006120         WHEN WS-FDT-FEED-DATE (WS-FEED-SUB) NOT NUMERIC
006130             MOVE "BAD FEED DATE" TO WS-FDT-STATUS (WS-FEED-SUB)
006140         WHEN WS-FDT-REGION-ERRORS (WS-FEED-SUB) > ZERO
006150             MOVE "REGION DISAGREES"
006160                 TO WS-FDT-STATUS (WS-FEED-SUB)
006170         WHEN WS-FDT-TRL-COUNT (WS-FEED-SUB) NOT =
006180              WS-FDT-DETAIL-COUNT (WS-FEED-SUB)
006190             MOVE "COUNT DISAGREES" TO WS-FDT-STATUS (WS-FEED-SUB)
006200         WHEN OTHER
006210             MOVE "ACCEPTED" TO WS-FDT-STATUS (WS-FEED-SUB)
006220             PERFORM 2310-CHECK-EARLIER-FEED THRU 2310-EXIT
006230                 VARYING WS-EARLIER-SUB FROM 1 BY 1
006240                 UNTIL WS-EARLIER-SUB NOT < WS-FEED-SUB
006250     END-EVALUATE.
006260     IF WS-FDT-STATUS (WS-FEED-SUB) = "ACCEPTED"
006270         MOVE "Y" TO WS-FDT-ACCEPT-SWITCH (WS-FEED-SUB)
006280         ADD 1 TO WS-FEEDS-ACCEPTED
006290     ELSE
006300         ADD 1 TO WS-FEEDS-REFUSED
006310         ADD WS-FDT-DETAIL-COUNT (WS-FEED-SUB)
006320             TO WS-DETAILS-REFUSED
006330         DISPLAY "ROSTER-BUILD: FEED " WS-FEED-SUB " REGION "
006340             WS-FDT-REGION-CODE (WS-FEED-SUB) " REFUSED - "
006350             WS-FDT-STATUS (WS-FEED-SUB)
006360         IF RETURN-CODE < 8
006370             MOVE 8 TO RETURN-CODE
006380         END-IF
006390     END-IF.
006400     MOVE SPACES TO WS-FEED-LINE.
006410     MOVE WS-FEED-SUB TO WS-FDL-FEED-NO.
006420     MOVE WS-FDT-REGION-CODE (WS-FEED-SUB) TO WS-FDL-REGION-CODE.
006430     MOVE WS-FDT-FEED-DATE (WS-FEED-SUB) TO WS-FDL-FEED-DATE.
006440     MOVE WS-FDT-TRL-COUNT (WS-FEED-SUB) TO WS-FDL-TRAILER.
006450     MOVE WS-FDT-DETAIL-COUNT (WS-FEED-SUB) TO WS-FDL-DETAILS.
006460     MOVE WS-FDT-STATUS (WS-FEED-SUB) TO WS-FDL-STATUS.
006470     MOVE WS-FEED-LINE TO RCPTRPT-PRINT-LINE.
006480     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
006490 2300-EXIT.
006500     EXIT.
006510
006520******************************************************************
006530* 2310-CHECK-EARLIER-FEED - refuse the feed being judged as a    *
006540*                           duplicate when an earlier accepted   *
006550*                           feed has its region and feed date.   *
006560******************************************************************
006570 2310-CHECK-EARLIER-FEED.
006580     IF WS-FDT-ACCEPTED (WS-EARLIER-SUB)
006590        AND WS-FDT-REGION-CODE (WS-EARLIER-SUB) =
006600            WS-FDT-REGION-CODE (WS-FEED-SUB)
006610        AND WS-FDT-FEED-DATE (WS-EARLIER-SUB) =
006620            WS-FDT-FEED-DATE (WS-FEED-SUB)
006630         MOVE "DUPLICATE FEED" TO WS-FDT-STATUS (WS-FEED-SUB)
006640     END-IF.
006650 2310-EXIT.
006660     EXIT.
006670
006680******************************************************************
006690* 3000-LOAD-WORK - second pass over FEEDIN: load the details of  *
006700*                  every accepted feed to the work file under    *
006710*                  business date, region and sequence number.    *
006720******************************************************************
006730 3000-LOAD-WORK.
006740     MOVE "L" TO WS-PASS-SWITCH.
006750     MOVE "N" TO WS-FEED-OPEN-SWITCH.
006760     MOVE ZERO TO WS-FEED-SUB.
006770     PERFORM 3100-LOAD-ONE-RECORD THRU 3100-EXIT
006780         UNTIL WS-END-OF-FEEDS
006785            OR RETURN-CODE = 16.
006790 3000-EXIT.
006800     EXIT.
006810
006820******************************************************************
006830* 3100-LOAD-ONE-RECORD - read the next feed record and write it  *
006840*                        to the work file if it is a detail of an*
006850*                        accepted feed.  A second record with the*
006860*                        same business date, region and sequence *
006870*                        number is dropped and reported.         *
006880******************************************************************
006890 3100-LOAD-ONE-RECORD.
006900     READ FEED-INPUT
006910         AT END
006920             MOVE "Y" TO WS-EOF-SWITCH
006930             GO TO 3100-EXIT
006940     END-READ.
006941     IF NOT WS-FEEDIN-OK
006942         DISPLAY "ROSTER-BUILD: FEEDIN READ FAILED, STATUS = "
006943             WS-FEEDIN-STATUS
006944         MOVE 16 TO RETURN-CODE
006945         MOVE "Y" TO WS-EOF-SWITCH
006946         GO TO 3100-EXIT
006947     END-IF.
006950     PERFORM 2200-TRACK-FEED THRU 2200-EXIT.
006960     IF NAM-FEED-HDR OR NAM-FEED-TRL
006970         GO TO 3100-EXIT
006980     END-IF.
006990     IF NOT WS-FDT-ACCEPTED (WS-FEED-SUB)
007000         GO TO 3100-EXIT
007010     END-IF.
007020     MOVE NAM-RUN-DATE TO RSW-BUSINESS-DATE.
007030     MOVE NAM-REGION-CODE TO RSW-REGION-CODE.
007040     MOVE NAM-SEQUENCE-NO TO RSW-SEQUENCE-NO.
007050     MOVE WS-FEED-SUB TO RSW-FEED-NO.
007060     MOVE NAMEREC-RECORD TO RSW-DETAIL-IMAGE.
007070     WRITE ROSTWORK-RECORD
007080         INVALID KEY
007090             DISPLAY "ROSTER-BUILD: DUPLICATE RECORD DROPPED - "
007100                 "DATE "
007110                 NAM-RUN-DATE " REGION " NAM-REGION-CODE
007120                 " SEQUENCE " NAM-SEQUENCE-NO
007130             ADD 1 TO WS-DUPLICATES-DROPPED
007140             IF RETURN-CODE < 8
007150                 MOVE 8 TO RETURN-CODE
007160             END-IF
007165             GO TO 3100-EXIT
007170     END-WRITE.
007171     IF NOT WS-ROSTWORK-OK
007172         DISPLAY "ROSTER-BUILD: WORK FILE WRITE FAILED, STATUS = "
007173             WS-ROSTWORK-STATUS
007174         MOVE 16 TO RETURN-CODE
007175         MOVE "Y" TO WS-EOF-SWITCH
007176     END-IF.
007180 3100-EXIT.
007190     EXIT.
007200
007210******************************************************************
007220* 4000-WRITE-ROSTER - read the work file back in key order and   *
007230*                     write NAMESFIL: each region's records for  *
007240*                     each business date between a feed header   *
007250*                     carrying that date and a trailer carrying  *
007260*                     their count.  A failed read or write stops *
007265*                     the run with the roster incomplete.        *
007270******************************************************************
007280 4000-WRITE-ROSTER.
007290     CLOSE ROSTER-WORK.
007300     OPEN INPUT ROSTER-WORK.
007310     IF NOT WS-ROSTWORK-OK
007320         DISPLAY "ROSTER-BUILD: UNABLE TO REOPEN WORK FILE, "
007330             "STATUS = " WS-ROSTWORK-STATUS
007340         MOVE 16 TO RETURN-CODE
007350         GO TO 4000-EXIT
007360     END-IF.
007370     OPEN OUTPUT NAMES-FILE.
007380     IF NOT WS-NAMESFIL-OK
007390         DISPLAY "ROSTER-BUILD: UNABLE TO OPEN NAMESFIL, "
007400             "STATUS = " WS-NAMESFIL-STATUS
007410         MOVE 16 TO RETURN-CODE
007420         GO TO 4000-EXIT
007430     END-IF.
007440     MOVE "Y" TO WS-NAMESFIL-OPEN-SWITCH.
007450     MOVE LOW-VALUES TO RSW-KEY.
007460     START ROSTER-WORK KEY NOT LESS THAN RSW-KEY
007470         INVALID KEY
007480             MOVE "Y" TO WS-WORK-END-SWITCH
007490     END-START.
007500     PERFORM 4100-WRITE-ONE-DETAIL THRU 4100-EXIT
007510         UNTIL WS-END-OF-WORK
007515            OR RETURN-CODE = 16.
007520     IF WS-GROUP-REGION NOT = SPACES AND RETURN-CODE NOT = 16
007530         PERFORM 4200-CLOSE-GROUP THRU 4200-EXIT
007540     END-IF.
007550 4000-EXIT.
007560     EXIT.
007570
007580******************************************************************
007590* 4100-WRITE-ONE-DETAIL - read the next work record; a change of *
007600*                         business date or region closes the     *
007610*                         group in hand and opens the next before*
007620*                         the detail is written.                 *
007630******************************************************************
007640 4100-WRITE-ONE-DETAIL.
007650     READ ROSTER-WORK NEXT RECORD
007660         AT END
007670             MOVE "Y" TO WS-WORK-END-SWITCH
007680             GO TO 4100-EXIT
007690     END-READ.
007700     IF NOT WS-ROSTWORK-OK
007710         DISPLAY "ROSTER-BUILD: WORK FILE READ FAILED, STATUS = "
007720             WS-ROSTWORK-STATUS
007721         MOVE 16 TO RETURN-CODE
007722         MOVE "Y" TO WS-WORK-END-SWITCH
007723         GO TO 4100-EXIT
007730     END-IF.
007740     IF RSW-BUSINESS-DATE NOT = WS-GROUP-DATE
007750        OR RSW-REGION-CODE NOT = WS-GROUP-REGION
007760         IF WS-GROUP-REGION NOT = SPACES
007770             PERFORM 4200-CLOSE-GROUP THRU 4200-EXIT
007780         END-IF
007781         IF RETURN-CODE = 16
007782             GO TO 4100-EXIT
007783         END-IF
007790         PERFORM 4150-OPEN-GROUP THRU 4150-EXIT
007791         IF RETURN-CODE = 16
007792             GO TO 4100-EXIT
007793         END-IF
007800     END-IF.
007810     WRITE NAMESFIL-RECORD FROM RSW-DETAIL-IMAGE.
007811     IF NOT WS-NAMESFIL-OK
007812         DISPLAY "ROSTER-BUILD: NAMESFIL WRITE FAILED, STATUS = "
007813             WS-NAMESFIL-STATUS " - ROSTER INCOMPLETE"
007814         MOVE 16 TO RETURN-CODE
007815         MOVE "Y" TO WS-WORK-END-SWITCH
007816         GO TO 4100-EXIT
007817     END-IF.
007820     ADD 1 TO WS-GROUP-COUNT.
007830     ADD 1 TO WS-DETAILS-WRITTEN.
007840 4100-EXIT.
007850     EXIT.
007860
007870******************************************************************
007880* 4150-OPEN-GROUP - start the roster feed for the work record's  *
007890*                   business date and region with its header.    *
007900******************************************************************
007910 4150-OPEN-GROUP.
007920     IF RSW-BUSINESS-DATE NOT = WS-GROUP-DATE
007930         ADD 1 TO WS-DATES-WRITTEN
007940     END-IF.
007950     MOVE RSW-BUSINESS-DATE TO WS-GROUP-DATE.
007960     MOVE RSW-REGION-CODE TO WS-GROUP-REGION.
007970     MOVE ZERO TO WS-GROUP-COUNT.
007980     MOVE WS-GROUP-REGION TO WS-RSH-REGION-CODE.
007990     MOVE WS-GROUP-DATE TO WS-RSH-FEED-DATE.
008000     WRITE NAMESFIL-RECORD FROM WS-ROSTER-HEADER.
008001     IF NOT WS-NAMESFIL-OK
008002         DISPLAY "ROSTER-BUILD: NAMESFIL WRITE FAILED, STATUS = "
008003             WS-NAMESFIL-STATUS " - ROSTER INCOMPLETE"
008004         MOVE 16 TO RETURN-CODE
008005         MOVE "Y" TO WS-WORK-END-SWITCH
008006         GO TO 4150-EXIT
008007     END-IF.
008010     ADD 1 TO WS-FEEDS-WRITTEN.
008020 4150-EXIT.
008030     EXIT.
008040
008050******************************************************************
008060* 4200-CLOSE-GROUP - end the roster feed in hand with its        *
008070*                    trailer and record its count for the receipt*
008080*                    report.                                     *
008090******************************************************************
008100 4200-CLOSE-GROUP.
008110     MOVE WS-GROUP-REGION TO WS-RST-REGION-CODE.
008120     MOVE WS-GROUP-COUNT TO WS-RST-RECORD-COUNT.
008130     WRITE NAMESFIL-RECORD FROM WS-ROSTER-TRAILER.
008131     IF NOT WS-NAMESFIL-OK
008132         DISPLAY "ROSTER-BUILD: NAMESFIL WRITE FAILED, STATUS = "
008133             WS-NAMESFIL-STATUS " - ROSTER INCOMPLETE"
008134         MOVE 16 TO RETURN-CODE
008135         MOVE "Y" TO WS-WORK-END-SWITCH
008136         GO TO 4200-EXIT
008137     END-IF.
008140     IF WS-RECEIPT-COUNT < 400
008150         ADD 1 TO WS-RECEIPT-COUNT
008160         MOVE WS-GROUP-DATE TO WS-RCP-DATE (WS-RECEIPT-COUNT)
008170         MOVE WS-GROUP-REGION
008180             TO WS-RCP-REGION-CODE (WS-RECEIPT-COUNT)
008190         MOVE WS-GROUP-COUNT TO WS-RCP-COUNT (WS-RECEIPT-COUNT)
008200     ELSE
008210         MOVE "Y" TO WS-RECEIPT-FULL-SWITCH
008220         IF RETURN-CODE < 8
008230             MOVE 8 TO RETURN-CODE
008240         END-IF
008250     END-IF.
008260     MOVE WS-GROUP-REGION TO WS-REGION-WORK-CODE.
008270     PERFORM 7100-LOCATE-REGION THRU 7100-EXIT.
008280     IF RETURN-CODE NOT = 16
008290         ADD 1 TO WS-RGT-DATES (WS-RGT-SUB)
008300         ADD WS-GROUP-COUNT TO WS-RGT-RECORDS (WS-RGT-SUB)
008310     END-IF.
008320 4200-EXIT.
008330     EXIT.
008340
008350******************************************************************
008360* 5000-RECEIPT-REPORT - print the roster's counts by business    *
008370*                       date and region, flagging an expected    *
008380*                       region with nothing for a date; then each*
008390*                       region's summary, flagging one that never*
008400*                       showed up; then the run's totals.        *
008410******************************************************************
008420 5000-RECEIPT-REPORT.
008430     MOVE SPACES TO RCPTRPT-PRINT-LINE.
008440     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
008450     MOVE "ROSTER BY BUSINESS DATE" TO RCPTRPT-PRINT-LINE.
008460     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
008470     IF WS-RECEIPT-COUNT = ZERO
008480         MOVE "  *** NO RECORDS ON THE ROSTER"
008490             TO RCPTRPT-PRINT-LINE
008500         PERFORM 6100-PRINT-LINE THRU 6100-EXIT
008510         IF RETURN-CODE < 8
008520             MOVE 8 TO RETURN-CODE
008530         END-IF
008540     END-IF.
008550     MOVE SPACES TO WS-PRINT-DATE.
008560     PERFORM 5100-PRINT-ONE-RECEIPT THRU 5100-EXIT
008570         VARYING WS-RCP-SUB FROM 1 BY 1
008580         UNTIL WS-RCP-SUB > WS-RECEIPT-COUNT.
008590     IF WS-PRINT-DATE NOT = SPACES
008600         PERFORM 5150-CHECK-DATE-GAPS THRU 5150-EXIT
008610     END-IF.
008620     IF WS-RECEIPT-TABLE-FULL
008630         MOVE "  *** RECEIPT TABLE FULL - LIST INCOMPLETE"
008640             TO RCPTRPT-PRINT-LINE
008650         PERFORM 6100-PRINT-LINE THRU 6100-EXIT
008660     END-IF.
008670
008680     MOVE SPACES TO RCPTRPT-PRINT-LINE.
008690     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
008700     MOVE "REGIONS" TO RCPTRPT-PRINT-LINE.
008710     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
008720     IF NOT WS-EXPECTED-LIST-READ
008730         MOVE "  *** NO EXPECTED-FEEDS LIST - REGIONS NOT CHECKED"
008740             TO RCPTRPT-PRINT-LINE
008750         PERFORM 6100-PRINT-LINE THRU 6100-EXIT
008760     END-IF.
008770     PERFORM 5200-PRINT-ONE-REGION THRU 5200-EXIT
008780         VARYING WS-RGT-SUB FROM 1 BY 1
008790         UNTIL WS-RGT-SUB > WS-REGION-COUNT.
008800     IF WS-REGIONS-MISSING > ZERO OR WS-DATE-GAPS > ZERO
008810         IF RETURN-CODE = ZERO
008820             MOVE 4 TO RETURN-CODE
008830         END-IF
008840     END-IF.
008850     PERFORM 5300-ROSTER-TOTALS THRU 5300-EXIT.
008860 5000-EXIT.
008870     EXIT.
008880
008890******************************************************************
008900* 5100-PRINT-ONE-RECEIPT - print one region's count for a        *
008910*                          business date, heading each new date  *
008920*                          and closing the date before it with   *
008930*                          its missing expected regions.         *
008940******************************************************************
008950 5100-PRINT-ONE-RECEIPT.
008960     IF WS-RCP-DATE (WS-RCP-SUB) NOT = WS-PRINT-DATE
008970         IF WS-PRINT-DATE NOT = SPACES
008980             PERFORM 5150-CHECK-DATE-GAPS THRU 5150-EXIT
008990         END-IF
009000         MOVE WS-RCP-DATE (WS-RCP-SUB) TO WS-PRINT-DATE
009010         MOVE WS-PRINT-DATE TO WS-DTL-DATE
009020         MOVE WS-DATE-LINE TO RCPTRPT-PRINT-LINE
009030         PERFORM 6100-PRINT-LINE THRU 6100-EXIT
009040     END-IF.
009050     MOVE WS-RCP-REGION-CODE (WS-RCP-SUB) TO WS-RCL-REGION-CODE.
009060     MOVE WS-RCP-COUNT (WS-RCP-SUB) TO WS-RCL-COUNT.
009070     MOVE WS-RECEIPT-LINE TO RCPTRPT-PRINT-LINE.
009080     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
009090 5100-EXIT.
009100     EXIT.
009110
009120******************************************************************
009130* 5150-CHECK-DATE-GAPS - flag every region on the expected-feeds *
009140*                        list with no records for the business   *
009150*                        date just printed.                      *
009160******************************************************************
009170 5150-CHECK-DATE-GAPS.
009180     PERFORM 5160-CHECK-ONE-EXPECTED THRU 5160-EXIT
009190         VARYING WS-RGT-SUB FROM 1 BY 1
009200         UNTIL WS-RGT-SUB > WS-REGION-COUNT.
009210 5150-EXIT.
009220     EXIT.
009230
009240******************************************************************
009250* 5160-CHECK-ONE-EXPECTED - look for one expected region's       *
009260*                           records on the business date just    *
009270*                           printed, and flag it if there are    *
009280*                           none.                                *
009290******************************************************************
009300 5160-CHECK-ONE-EXPECTED.
009310     IF NOT WS-RGT-ON-LIST (WS-RGT-SUB)
009320         GO TO 5160-EXIT
009330     END-IF.
009340     MOVE "N" TO WS-RCP-FOUND.
009350     PERFORM 5170-SCAN-RECEIPT THRU 5170-EXIT
009360         VARYING WS-RECEIPT-SCAN FROM 1 BY 1
009370         UNTIL WS-RECEIPT-SCAN > WS-RECEIPT-COUNT
009380            OR WS-RCP-FOUND = "Y".
009390     IF WS-RCP-FOUND = "N"
009400         MOVE WS-RGT-CODE (WS-RGT-SUB) TO WS-MSL-REGION-CODE
009410         MOVE WS-MISSING-LINE TO RCPTRPT-PRINT-LINE
009420         PERFORM 6100-PRINT-LINE THRU 6100-EXIT
009430         ADD 1 TO WS-DATE-GAPS
009440     END-IF.
009450 5160-EXIT.
009460     EXIT.
009470
009480******************************************************************
009490* 5170-SCAN-RECEIPT - compare one receipt entry to the expected  *
009500*                     region and business date being checked.    *
009510******************************************************************
009520 5170-SCAN-RECEIPT.
009530     IF WS-RCP-DATE (WS-RECEIPT-SCAN) = WS-PRINT-DATE
009540        AND WS-RCP-REGION-CODE (WS-RECEIPT-SCAN) =
009550            WS-RGT-CODE (WS-RGT-SUB)
009560         MOVE "Y" TO WS-RCP-FOUND
009570     END-IF.
009580 5170-EXIT.
009590     EXIT.
009600
009610******************************************************************
009620* 5200-PRINT-ONE-REGION - print one region's dates and records   *
009630*                         on the roster: an expected region with *
009640*                         none never showed up, and a region not *
009650*                         on the expected-feeds list is noted.   *
009660******************************************************************
009670 5200-PRINT-ONE-REGION.
009680     MOVE SPACES TO WS-REGION-LINE.
009690     MOVE WS-RGT-CODE (WS-RGT-SUB) TO WS-RGL-REGION-CODE.
009700     MOVE WS-RGT-DATES (WS-RGT-SUB) TO WS-RGL-DATES.
009710     MOVE WS-RGT-RECORDS (WS-RGT-SUB) TO WS-RGL-RECORDS.
009720     EVALUATE TRUE
009730         WHEN WS-RGT-DATES (WS-RGT-SUB) = ZERO
009740             MOVE "*** NEVER RECEIVED" TO WS-RGL-STATUS
009750             ADD 1 TO WS-REGIONS-MISSING
009760             DISPLAY "ROSTER-BUILD: EXPECTED REGION "
009770                 WS-RGT-CODE (WS-RGT-SUB) " NEVER RECEIVED"
009780         WHEN NOT WS-RGT-ON-LIST (WS-RGT-SUB)
009790             MOVE "NOT ON EXPECTED LIST" TO WS-RGL-STATUS
009800         WHEN OTHER
009810             MOVE "RECEIVED" TO WS-RGL-STATUS
009820     END-EVALUATE.
009830     MOVE WS-REGION-LINE TO RCPTRPT-PRINT-LINE.
009840     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
009850 5200-EXIT.
009860     EXIT.
009870
009880******************************************************************
009890* 5300-ROSTER-TOTALS - print the run's feed and record counts.   *
009900******************************************************************
009910 5300-ROSTER-TOTALS.
009920     MOVE SPACES TO RCPTRPT-PRINT-LINE.
009930     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
009940     MOVE "  RECORDS READ FROM FEEDIN ....: " TO WS-CNT-LABEL.
009950     MOVE WS-RECORDS-READ TO WS-CNT-VALUE.
009960     PERFORM 5310-PRINT-COUNT THRU 5310-EXIT.
009970     MOVE "  FEEDS RECEIVED ..............: " TO WS-CNT-LABEL.
009980     MOVE WS-FEED-COUNT TO WS-CNT-VALUE.
009990     PERFORM 5310-PRINT-COUNT THRU 5310-EXIT.
010000     MOVE "  FEEDS ACCEPTED ..............: " TO WS-CNT-LABEL.
010010     MOVE WS-FEEDS-ACCEPTED TO WS-CNT-VALUE.
010020     PERFORM 5310-PRINT-COUNT THRU 5310-EXIT.
010030     MOVE "  FEEDS REFUSED ...............: " TO WS-CNT-LABEL.
010040     MOVE WS-FEEDS-REFUSED TO WS-CNT-VALUE.
010050     PERFORM 5310-PRINT-COUNT THRU 5310-EXIT.
010060     MOVE "    RECORDS IN THEM ...........: " TO WS-CNT-LABEL.
010070     MOVE WS-DETAILS-REFUSED TO WS-CNT-VALUE.
010080     PERFORM 5310-PRINT-COUNT THRU 5310-EXIT.
010090     MOVE "  DUPLICATE RECORDS DROPPED ...: " TO WS-CNT-LABEL.
010100     MOVE WS-DUPLICATES-DROPPED TO WS-CNT-VALUE.
010110     PERFORM 5310-PRINT-COUNT THRU 5310-EXIT.
010120     MOVE "  ROSTER RECORDS WRITTEN ......: " TO WS-CNT-LABEL.
010130     MOVE WS-DETAILS-WRITTEN TO WS-CNT-VALUE.
010140     PERFORM 5310-PRINT-COUNT THRU 5310-EXIT.
010150     MOVE "  ROSTER FEEDS WRITTEN ........: " TO WS-CNT-LABEL.
010160     MOVE WS-FEEDS-WRITTEN TO WS-CNT-VALUE.
010170     PERFORM 5310-PRINT-COUNT THRU 5310-EXIT.
010180     MOVE "  BUSINESS DATES ..............: " TO WS-CNT-LABEL.
010190     MOVE WS-DATES-WRITTEN TO WS-CNT-VALUE.
010200     PERFORM 5310-PRINT-COUNT THRU 5310-EXIT.
010210     MOVE "  EXPECTED FEEDS MISSING ......: " TO WS-CNT-LABEL.
010220     MOVE WS-DATE-GAPS TO WS-CNT-VALUE.
010230     PERFORM 5310-PRINT-COUNT THRU 5310-EXIT.
010240     MOVE "  REGIONS NEVER RECEIVED ......: " TO WS-CNT-LABEL.
010250     MOVE WS-REGIONS-MISSING TO WS-CNT-VALUE.
010260     PERFORM 5310-PRINT-COUNT THRU 5310-EXIT.
010270 5300-EXIT.
010280     EXIT.
010290
010300******************************************************************
010310* 5310-PRINT-COUNT - print the count line built in WS-COUNT-LINE.*
010320******************************************************************
010330 5310-PRINT-COUNT.
010340     MOVE WS-COUNT-LINE TO RCPTRPT-PRINT-LINE.
010350     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
010360 5310-EXIT.
010370     EXIT.
010380
010390******************************************************************
010400* 6100-PRINT-LINE - print the line built in RCPTRPT-PRINT-LINE.  *
010410******************************************************************
010420 6100-PRINT-LINE.
010430     WRITE RCPTRPT-PRINT-LINE AFTER ADVANCING 1 LINE.
010440 6100-EXIT.
010450     EXIT.
010460
010470******************************************************************
010480* 7100-LOCATE-REGION - find (or add) the region-table entry for  *
010490*                      the region in WS-REGION-WORK-CODE and     *
010500*                      leave its subscript in WS-RGT-SUB.  More  *
010510*                      regions than the table holds stops the    *
010520*                      run.                                      *
010530******************************************************************
010540 7100-LOCATE-REGION.
010550     MOVE "N" TO WS-RGT-FOUND.
010560     PERFORM 7110-SCAN-REGION THRU 7110-EXIT
010570         VARYING WS-RGT-SUB FROM 1 BY 1
010580         UNTIL WS-RGT-SUB > WS-REGION-COUNT
010590            OR WS-RGT-FOUND = "Y".
010600     IF WS-RGT-FOUND = "Y"
010610         SUBTRACT 1 FROM WS-RGT-SUB
010620         GO TO 7100-EXIT
010630     END-IF.
010640     IF WS-REGION-COUNT NOT < 50
010650         DISPLAY "ROSTER-BUILD: MORE REGIONS THAN THE REGION "
010660             "TABLE HOLDS - RUN STOPPED"
010670         MOVE 16 TO RETURN-CODE
010680         GO TO 7100-EXIT
010690     END-IF.
010700     ADD 1 TO WS-REGION-COUNT.
010710     MOVE WS-REGION-COUNT TO WS-RGT-SUB.
010720     MOVE WS-REGION-WORK-CODE TO WS-RGT-CODE (WS-RGT-SUB).
010730     MOVE "N" TO WS-RGT-EXPECTED (WS-RGT-SUB).
010740     MOVE ZERO TO WS-RGT-DATES (WS-RGT-SUB).
010750     MOVE ZERO TO WS-RGT-RECORDS (WS-RGT-SUB).
010760 7100-EXIT.
010770     EXIT.
010780
010790******************************************************************
010800* 7110-SCAN-REGION - compare one region-table entry to the       *
010810*                    region being located.                       *
010820******************************************************************
010830 7110-SCAN-REGION.
010840     IF WS-RGT-CODE (WS-RGT-SUB) = WS-REGION-WORK-CODE
010850         MOVE "Y" TO WS-RGT-FOUND
010860     END-IF.
010870 7110-EXIT.
010880     EXIT.
010890
010900******************************************************************
010910* 8000-END-OF-JOB - report the roster counts and close down the  *
010920*                   files used by this run.                      *
010930******************************************************************
010940 8000-END-OF-JOB.
010950     DISPLAY "ROSTER-BUILD: FEEDS = " WS-FEED-COUNT
010960         ", REFUSED = " WS-FEEDS-REFUSED
010970         ", RECORDS = " WS-DETAILS-WRITTEN
010980         ", MISSING = " WS-DATE-GAPS
010990         ", RC = " RETURN-CODE.
011000     CLOSE FEED-INPUT.
011010     CLOSE ROSTER-WORK.
011020     CLOSE RECEIPT-REPORT.
011030     IF WS-NAMESFIL-OPEN
011040         CLOSE NAMES-FILE
011050     END-IF.
011060 8000-EXIT.
011070     EXIT.
011080
011090******************************************************************
011100* End of program                                                 *
011110******************************************************************
