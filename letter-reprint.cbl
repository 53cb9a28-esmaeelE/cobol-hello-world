000010******************************************************************
000020* Program:     LETTER-REPRINT                                    *
000030* Author:      J. H. Marchetti                                   *
000040* Installation:Data Processing Center                            *
000050* Date-Written:2026-10-15                                        *
000060* Purpose:     Selective mailroom letter reprint.  When the      *
000070*              mailroom jams or a regional office loses a batch  *
000080*              of letters, the pages are regenerated from that   *
000090*              business date's GREETING-EXTRACT instead of       *
000100*              rerunning HELLO-WORLD, which RUN-CONTROL rightly  *
000110*              refuses for a completed date.  The reprint can be *
000120*              narrowed by region, by a single recipient ID or   *
000130*              by a range of roster sequence numbers, or any     *
000140*              mix of them.  Each page is laid out exactly as    *
000150*              HELLO-WORLD's 5500-WRITE-LETTER lays it out -     *
000160*              heading, composed greeting body and run-date and  *
000170*              region footer, with a burst banner page at each   *
000180*              region change - under a REPRINT marker line that  *
000190*              carries the reprint date.  The addressee and      *
000200*              do-not-greet flag come from RECIPIENT-MASTER: a   *
000210*              recipient who has asked not to be greeted since   *
000220*              is withheld, not reprinted.  The body is composed *
000230*              again from the extract's greeting code and        *
000240*              language against GREETING-MASTER.  Every reprint  *
000250*              is written to the REPRINT-LOG with the operator   *
000260*              and page counts, and goes to its own print file,  *
000270*              so reprinted pages never pass as original volume. *
000280* Language:    COBOL (GnuCOBOL, fixed format)                    *
000290*                                                                *
000300* Run-time parameters (environment):                             *
000310*   REPRINT-DATE      the business date to reprint, YYYYMMDD;    *
000320*                     required.  The letters are read from       *
000330*                     GREXTRCT, or from the extract named by     *
000332*                     EXTRACT-PIECE and REPRINT-CATCHUP (see     *
000335*                     1200-SET-EXTRACT-NAME).                    *
000340*   REPRINT-REGION    reprint one region's letters only.         *
000350*   REPRINT-RECIPIENT reprint one recipient ID's letter only.    *
000360*   REPRINT-SEQ-FROM  first and last roster sequence number to   *
000370*   REPRINT-SEQ-THRU  reprint, six digits each; either may be    *
000380*                     left off for an open-ended range.          *
000381*   EXTRACT-PIECE     01 (default), or the number of a later     *
000382*                     region-scoped piece of the date, whose     *
000383*                     letters are on that piece's extract.       *
000384*   REPRINT-CATCHUP   Y when the date was run in catch-up mode   *
000385*                     and its letters are on the date's own      *
000386*                     extract; N (default) otherwise.            *
000390*   OPERATOR-ID       the operator asking for the reprint; must  *
000400*                     be active on OPERATOR-MASTER with update   *
000410*                     authority.                                 *
000420*   RUN-MODE          PROD (default) or TEST - picks the live or *
000430*                     the sandbox extract, reprint file and      *
000440*                     reprint log, exactly as HELLO-WORLD does.  *
000450*                                                                *
000460* Modification History:                                         *
000470*   2026-10-15  JHM  Initial version.                            *
000471*   2026-10-15  JHM  Takes EXTRACT-PIECE and REPRINT-CATCHUP so  *
000472*                    letters on a later piece's extract, or on a *
000473*                    catch-up date's extract, can be reprinted;  *
000474*                    the extract is named as HELLO-WORLD names   *
000475*                    it.                                         *
000480******************************************************************
000490
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID.             LETTER-REPRINT.
000520 AUTHOR.                 J. H. MARCHETTI.
000530 INSTALLATION.           DATA PROCESSING CENTER.
000540 DATE-WRITTEN.           2026-10-15.
000550 DATE-COMPILED.          2026-10-15.
000560
000570******************************************************************
000580* ENVIRONMENT DIVISION                                           *
000590******************************************************************
000600 ENVIRONMENT DIVISION.
000610 CONFIGURATION SECTION.
000620 SOURCE-COMPUTER.        GNUCOBOL.
000630 OBJECT-COMPUTER.        GNUCOBOL.
000640
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT GREETING-EXTRACT ASSIGN TO WS-EXTRACT-DSNAME
000680            ORGANIZATION IS SEQUENTIAL
000690            FILE STATUS IS WS-EXTRACT-STATUS.
000700
000710     SELECT RECIPIENT-MASTER ASSIGN TO RECMSTR
000720            ORGANIZATION IS INDEXED
000730            ACCESS MODE IS RANDOM
000740            RECORD KEY IS REC-RECIPIENT-ID
000750            FILE STATUS IS WS-RECMSTR-STATUS.
000760
000770     SELECT GREETING-MASTER ASSIGN TO GRMASTER
000780            ORGANIZATION IS INDEXED
000790            ACCESS MODE IS RANDOM
000800            RECORD KEY IS GRM-GREETING-CODE
000810            FILE STATUS IS WS-GRMASTER-STATUS.
000820
000830     SELECT REGION-MASTER   ASSIGN TO RGNMSTR
000840            ORGANIZATION IS INDEXED
000850            ACCESS MODE IS RANDOM
000860            RECORD KEY IS RGM-REGION-CODE
000870            FILE STATUS IS WS-RGNMSTR-STATUS.
000880
000890     SELECT OPERATOR-MASTER ASSIGN TO OPRMSTR
000900            ORGANIZATION IS INDEXED
000910            ACCESS MODE IS RANDOM
000920            RECORD KEY IS OPR-OPERATOR-ID
000930            FILE STATUS IS WS-OPRMSTR-STATUS.
000940
000950     SELECT GREETING-REPRINT ASSIGN TO WS-REPRINT-DSNAME
000960            ORGANIZATION IS LINE SEQUENTIAL
000970            FILE STATUS IS WS-REPRINT-STATUS.
000980
000990     SELECT REPRINT-LOG ASSIGN TO WS-RPRTLOG-DSNAME
001000            ORGANIZATION IS LINE SEQUENTIAL
001010            FILE STATUS IS WS-RPRTLOG-STATUS.
001020
001030******************************************************************
001040* DATA DIVISION                                                  *
001050******************************************************************
001060 DATA DIVISION.
001070 FILE SECTION.
001080 FD  GREETING-EXTRACT
001090     RECORD CONTAINS 80 CHARACTERS
001100     RECORDING MODE IS F.
001110 COPY GREXTRC.
001120
001130 FD  RECIPIENT-MASTER.
001140 COPY RECMSTR.
001150
001160 FD  GREETING-MASTER.
001170 COPY GRMSTR.
001180
001190 FD  REGION-MASTER.
001200 COPY RGNMSTR.
001210
001220 FD  OPERATOR-MASTER.
001230 COPY OPRMSTR.
001240
001250 FD  GREETING-REPRINT
001260     RECORD CONTAINS 100 CHARACTERS
001270     RECORDING MODE IS F.
001280 01  REPRINT-PRINT-LINE      PIC X(100).
001290
001300 FD  REPRINT-LOG
001310     RECORDING MODE IS F.
001320 COPY RPRTLOG.
001330
001340 WORKING-STORAGE SECTION.
001350******************************************************************
001360* File status switches                                           *
001370******************************************************************
001380 01  WS-EXTRACT-STATUS        PIC X(02).
001390     88  WS-EXTRACT-OK                VALUE "00".
001400
001410 01  WS-RECMSTR-STATUS        PIC X(02).
001420     88  WS-RECMSTR-OK                VALUE "00".
001430
001440 01  WS-GRMASTER-STATUS       PIC X(02).
001450     88  WS-GRMASTER-OK               VALUE "00".
001460
001470 01  WS-RGNMSTR-STATUS        PIC X(02).
001480     88  WS-RGNMSTR-OK                VALUE "00".
001490
001500 01  WS-REPRINT-STATUS        PIC X(02).
001510     88  WS-REPRINT-OK                VALUE "00".
001520
001530 01  WS-RPRTLOG-STATUS        PIC X(02).
001540     88  WS-RPRTLOG-OK                VALUE "00".
001550     88  WS-RPRTLOG-NOT-FOUND         VALUE "35".
001560
001570 01  WS-EOF-SWITCH            PIC X(01) VALUE "N".
001580     88  WS-END-OF-EXTRACT            VALUE "Y".
001590
001600 01  WS-MASTER-FOUND-SWITCH   PIC X(01) VALUE "N".
001610     88  WS-MASTER-FOUND              VALUE "Y".
001620
001630******************************************************************
001640* Run mode work area                                             *
001650******************************************************************
001660 01  WS-RUN-MODE              PIC X(04) VALUE "PROD".
001670     88  WS-TEST-MODE                 VALUE "TEST".
001680 01  WS-EXTRACT-DSNAME        PIC X(08) VALUE "GREXTRCT".
001690 01  WS-REPRINT-DSNAME        PIC X(08) VALUE "GRREPRNT".
001700 01  WS-RPRTLOG-DSNAME        PIC X(08) VALUE "GRRPRLOG".
001701 01  WS-PIECE-PARM            PIC X(02) VALUE "01".
001702 01  WS-EXTRACT-PIECE         PIC 9(02) VALUE 1.
001703 01  WS-CATCHUP-PARM          PIC X(01) VALUE "N".
001704     88  WS-CATCHUP-EXTRACT           VALUE "Y".
001710 01  WS-RUN-DATE-8            PIC 9(08).
001720 01  WS-RUN-TIME-8            PIC 9(08).
001730
001740******************************************************************
001750* Sign-on work areas - the operator must be on the               *
001760* OPERATOR-MASTER and active; a reprint puts letters back in the *
001770* mail, so it needs update authority.                            *
001780******************************************************************
001790 01  WS-OPRMSTR-STATUS        PIC X(02).
001800     88  WS-OPRMSTR-OK                VALUE "00".
001810 01  WS-OPERATOR-ID           PIC X(08) VALUE "UNKNOWN ".
001820 01  WS-AUTHORITY-LEVEL       PIC X(01) VALUE "1".
001830     88  WS-INQUIRY-AUTHORITY         VALUE "1".
001840     88  WS-UPDATE-AUTHORITY          VALUE "2" "3".
001850     88  WS-SUPERVISOR-AUTHORITY      VALUE "3".
001860 01  WS-DENIED-ACTION         PIC X(20).
001870
001880******************************************************************
001890* Reprint selection - the business date, and the region,         *
001900* recipient ID and sequence range the reprint is narrowed by.    *
001910* A selection left blank does not narrow the reprint.            *
001920******************************************************************
001930 01  WS-REPRINT-DATE          PIC X(08).
001940 01  WS-REPRINT-DATE-PARTS REDEFINES WS-REPRINT-DATE.
001950     05  WS-RPD-YEAR             PIC 9(04).
001960     05  WS-RPD-MONTH            PIC 9(02).
001970     05  WS-RPD-DAY              PIC 9(02).
001980 01  WS-SEL-REGION            PIC X(04).
001990 01  WS-SEL-RECIPIENT-ID      PIC X(08).
002000 01  WS-SEQ-FROM-VALUE        PIC X(06).
002010 01  WS-SEQ-THRU-VALUE        PIC X(06).
002020 01  WS-SEL-SEQ-FROM          PIC 9(06) VALUE ZERO.
002030 01  WS-SEL-SEQ-THRU          PIC 9(06) VALUE 999999.
002040 01  WS-SEQ-RANGE-SWITCH      PIC X(01) VALUE "N".
002050     88  WS-SEQ-RANGE-GIVEN           VALUE "Y".
002060
002070******************************************************************
002080* Composed greeting work area - the body is composed exactly as  *
002090* HELLO-WORLD's 5000-WRITE-GREETING composes it.                 *
002100******************************************************************
002110 01  WS-GREETING-LINE        PIC X(100).
002120 01  WS-LANGUAGE-CODE-WORK   PIC X(02).
002130 01  WS-SALUTATION           PIC X(10).
002140 01  WS-LETTER-NAME          PIC X(30).
002150
002160******************************************************************
002170* Merge-variable work areas - a template carrying one or more    *
002180* &-variables (&NAME, &DATE, &REGION, &SALUTATION) is composed   *
002190* by 4100-MERGE-TEMPLATE character by character, as HELLO-WORLD  *
002200* composes it.                                                   *
002210******************************************************************
002220 01  WS-AMP-COUNT            PIC 9(02) COMP.
002230 01  WS-TEMPLATE-WORK        PIC X(72).
002240 01  WS-TPL-SUB              PIC 9(02) COMP.
002250 01  WS-OUT-POS              PIC 9(03) COMP.
002260 01  WS-MERGE-TEXT           PIC X(30).
002270 01  WS-MERGE-LEN            PIC 9(02) COMP.
002280 01  WS-MERGE-DONE-SWITCH    PIC X(01).
002290     88  WS-MERGE-LEN-DONE            VALUE "Y".
002300
002310******************************************************************
002320* Multi-language salutation table - must match HELLO-WORLD's.    *
002330******************************************************************
002340 01  WS-LANGUAGE-TABLE-VALUES.
002350     05  FILLER              PIC X(12) VALUE "ENHello     ".
002360     05  FILLER              PIC X(12) VALUE "ESHola      ".
002370     05  FILLER              PIC X(12) VALUE "FRBonjour   ".
002380     05  FILLER              PIC X(12) VALUE "DEHallo     ".
002390     05  FILLER              PIC X(12) VALUE "ITCiao      ".
002400 01  WS-LANGUAGE-TABLE REDEFINES WS-LANGUAGE-TABLE-VALUES.
002410     05  LT-ENTRY OCCURS 5 TIMES INDEXED BY WS-LANG-IDX.
002420         10  LT-LANGUAGE-CODE    PIC X(02).
002430         10  LT-SALUTATION       PIC X(10).
002440
002450******************************************************************
002460* Mailroom letter work areas - the letter page and burst banner  *
002470* layouts of HELLO-WORLD, under a REPRINT marker line.           *
002480******************************************************************
002490 01  WS-LETTER-REGION         PIC X(04) VALUE LOW-VALUES.
002500 01  WS-REPRINT-MARKER-LINE.
002510     05  FILLER                  PIC X(28)
002520         VALUE "*** REPRINT ***   REPRINTED ".
002530     05  WS-RPM-REPRINT-DATE     PIC 9(08).
002540     05  FILLER                  PIC X(64) VALUE SPACES.
002550 01  WS-LETTER-TO-LINE.
002560     05  FILLER                  PIC X(04) VALUE "TO: ".
002570     05  WS-LTR-NAME             PIC X(30).
002580     05  FILLER                  PIC X(66) VALUE SPACES.
002590 01  WS-LETTER-OFFICE-LINE.
002600     05  FILLER                  PIC X(17)
002610         VALUE "REGIONAL OFFICE: ".
002620     05  WS-LTR-OFFICE           PIC X(04).
002630     05  FILLER                  PIC X(79) VALUE SPACES.
002640 01  WS-LETTER-FOOTER-LINE.
002650     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
002660     05  WS-LTR-RUN-DATE         PIC X(08).
002670     05  FILLER                  PIC X(09) VALUE "  REGION ".
002680     05  WS-LTR-REGION           PIC X(04).
002690     05  FILLER                  PIC X(70) VALUE SPACES.
002700 01  WS-LETTER-BANNER-LINE.
002710     05  FILLER                  PIC X(22)
002720         VALUE "****  REGIONAL OFFICE ".
002730     05  WS-LTR-BANNER-REGION    PIC X(04).
002740     05  FILLER                  PIC X(06) VALUE "  ****".
002750     05  FILLER                  PIC X(68) VALUE SPACES.
002760 01  WS-LETTER-BANNER-ADDR-LINE.
002770     05  FILLER                  PIC X(06) VALUE SPACES.
002780     05  WS-LTR-BANNER-TEXT      PIC X(30).
002790     05  FILLER                  PIC X(64) VALUE SPACES.
002800
002810******************************************************************
002820* Run counters                                                   *
002830******************************************************************
002840 01  WS-EXTRACT-DETAILS       PIC 9(06) VALUE ZERO.
002850 01  WS-DATE-DETAILS          PIC 9(06) VALUE ZERO.
002860 01  WS-LETTERS-SELECTED      PIC 9(06) VALUE ZERO.
002870 01  WS-LETTERS-REPRINTED     PIC 9(06) VALUE ZERO.
002880 01  WS-BANNER-PAGES          PIC 9(06) VALUE ZERO.
002890 01  WS-PAGE-COUNT            PIC 9(06) VALUE ZERO.
002900 01  WS-WITHHELD-DNG          PIC 9(06) VALUE ZERO.
002910 01  WS-WITHHELD-TEMPLATE     PIC 9(06) VALUE ZERO.
002920 01  WS-NOT-ON-MASTER         PIC 9(06) VALUE ZERO.
002930
002940******************************************************************
002950* PROCEDURE DIVISION                                             *
002960******************************************************************
002970 PROCEDURE DIVISION.
002980
002990 0000-MAIN-PARAGRAPH.
003000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003010     IF RETURN-CODE = 16
003020         GO TO 0000-EXIT
003030     END-IF.
003040     PERFORM 2000-SCAN-EXTRACT THRU 2000-EXIT
003050         UNTIL WS-END-OF-EXTRACT.
003060     PERFORM 8000-END-OF-JOB THRU 8000-EXIT.
003070 0000-EXIT.
003080     STOP RUN.
003090
003100******************************************************************
003110* 1000-INITIALIZE - pick up and check the reprint selection,     *
003120*                   sign the operator on, and open the files.    *
003130*                   The reprint log is opened first: no page is  *
003140*                   reprinted unless the reprint can be logged.  *
003150******************************************************************
003160 1000-INITIALIZE.
003170     ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
003180     ACCEPT WS-RUN-TIME-8 FROM TIME.
003190     MOVE WS-RUN-DATE-8 TO WS-RPM-REPRINT-DATE.
003200
003210     ACCEPT WS-RUN-MODE FROM ENVIRONMENT "RUN-MODE"
003220         ON EXCEPTION
003230             MOVE "PROD" TO WS-RUN-MODE
003240     END-ACCEPT.
003250     IF WS-TEST-MODE
003260         MOVE "GREXTTST" TO WS-EXTRACT-DSNAME
003270         MOVE "GRRPRTST" TO WS-REPRINT-DSNAME
003280         MOVE "GRRPLTST" TO WS-RPRTLOG-DSNAME
003290     END-IF.
003300     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID"
003310         ON EXCEPTION
003320             MOVE "UNKNOWN " TO WS-OPERATOR-ID
003330     END-ACCEPT.
003340     IF WS-OPERATOR-ID = SPACES
003350         MOVE "UNKNOWN " TO WS-OPERATOR-ID
003360     END-IF.
003370
003380     PERFORM 1100-GET-SELECTION THRU 1100-EXIT.
003390     IF RETURN-CODE = 16
003400         GO TO 1000-EXIT
003410     END-IF.
003411     PERFORM 1200-SET-EXTRACT-NAME THRU 1200-EXIT.
003412     IF RETURN-CODE = 16
003413         GO TO 1000-EXIT
003414     END-IF.
003420
003430     PERFORM 1500-SIGN-ON THRU 1500-EXIT.
003440     IF RETURN-CODE = 16
003450         GO TO 1000-EXIT
003460     END-IF.
003470     IF NOT WS-UPDATE-AUTHORITY
003480         MOVE "REPRINT LETTERS" TO WS-DENIED-ACTION
003490         PERFORM 9800-REPORT-DENIAL THRU 9800-EXIT
003500         MOVE 16 TO RETURN-CODE
003510         GO TO 1000-EXIT
003520     END-IF.
003530
003540     OPEN EXTEND REPRINT-LOG.
003550     IF WS-RPRTLOG-NOT-FOUND
003560         OPEN OUTPUT REPRINT-LOG
003570     END-IF.
003580     IF NOT WS-RPRTLOG-OK
003590         DISPLAY "LETTER-REPRINT: UNABLE TO OPEN REPRINT-LOG, "
003600             "STATUS = " WS-RPRTLOG-STATUS " - NOTHING REPRINTED"
003610         MOVE 16 TO RETURN-CODE
003620         GO TO 1000-EXIT
003630     END-IF.
003640
003650     OPEN INPUT GREETING-EXTRACT.
003660     IF NOT WS-EXTRACT-OK
003670         DISPLAY "LETTER-REPRINT: UNABLE TO OPEN EXTRACT "
003680             WS-EXTRACT-DSNAME ", STATUS = " WS-EXTRACT-STATUS
003690         MOVE 16 TO RETURN-CODE
003700         CLOSE REPRINT-LOG
003710         GO TO 1000-EXIT
003720     END-IF.
003730
003740     OPEN INPUT RECIPIENT-MASTER.
003750     IF NOT WS-RECMSTR-OK
003760         DISPLAY "LETTER-REPRINT: UNABLE TO OPEN RECIPIENT-"
003770             "MASTER, STATUS = " WS-RECMSTR-STATUS
003780         MOVE 16 TO RETURN-CODE
003790         CLOSE REPRINT-LOG
003800         CLOSE GREETING-EXTRACT
003810         GO TO 1000-EXIT
003820     END-IF.
003830
003840     OPEN INPUT GREETING-MASTER.
003850     IF NOT WS-GRMASTER-OK
003860         DISPLAY "LETTER-REPRINT: UNABLE TO OPEN GREETING-"
003870             "MASTER, STATUS = " WS-GRMASTER-STATUS
003880         MOVE 16 TO RETURN-CODE
003890         CLOSE REPRINT-LOG
003900         CLOSE GREETING-EXTRACT
003910         CLOSE RECIPIENT-MASTER
003920         GO TO 1000-EXIT
003930     END-IF.
003940
003950     OPEN INPUT REGION-MASTER.
003960     IF NOT WS-RGNMSTR-OK
003970         DISPLAY "LETTER-REPRINT: UNABLE TO OPEN REGION-MASTER, "
003980             "STATUS = " WS-RGNMSTR-STATUS
003990         MOVE 16 TO RETURN-CODE
004000         CLOSE REPRINT-LOG
004010         CLOSE GREETING-EXTRACT
004020         CLOSE RECIPIENT-MASTER
004030         CLOSE GREETING-MASTER
004040         GO TO 1000-EXIT
004050     END-IF.
004060
004070     OPEN OUTPUT GREETING-REPRINT.
004080     IF NOT WS-REPRINT-OK
004090         DISPLAY "LETTER-REPRINT: UNABLE TO OPEN REPRINT FILE, "
004100             "STATUS = " WS-REPRINT-STATUS
004110         MOVE 16 TO RETURN-CODE
004120         CLOSE REPRINT-LOG
004130         CLOSE GREETING-EXTRACT
004140         CLOSE RECIPIENT-MASTER
004150         CLOSE GREETING-MASTER
004160         CLOSE REGION-MASTER
004170         GO TO 1000-EXIT
004180     END-IF.
004190
004200     DISPLAY "LETTER-REPRINT: REPRINTING " WS-REPRINT-DATE
004210         " FROM " WS-EXTRACT-DSNAME
004215         " FOR OPERATOR " WS-OPERATOR-ID.
004220 1000-EXIT.
004230     EXIT.
004240
004250******************************************************************
004260* 1100-GET-SELECTION - pick up the business date to reprint and  *
004270*                      the region, recipient and sequence range  *
004280*                      that narrow it, refusing a bad date or    *
004290*                      range.                                    *
004300******************************************************************
004310 1100-GET-SELECTION.
004320     ACCEPT WS-REPRINT-DATE FROM ENVIRONMENT "REPRINT-DATE"
004330         ON EXCEPTION
004340             MOVE SPACES TO WS-REPRINT-DATE
004350     END-ACCEPT.
004360     IF WS-REPRINT-DATE NOT NUMERIC
004370         DISPLAY "LETTER-REPRINT: REPRINT-DATE IS NOT A VALID "
004380             "YYYYMMDD DATE"
004390         MOVE 16 TO RETURN-CODE
004400         GO TO 1100-EXIT
004410     END-IF.
004420     IF WS-RPD-MONTH < 1 OR WS-RPD-MONTH > 12
004430        OR WS-RPD-DAY < 1 OR WS-RPD-DAY > 31
004440         DISPLAY "LETTER-REPRINT: REPRINT-DATE IS NOT A VALID "
004450             "YYYYMMDD DATE"
004460         MOVE 16 TO RETURN-CODE
004470         GO TO 1100-EXIT
004480     END-IF.
004490
004500     ACCEPT WS-SEL-REGION FROM ENVIRONMENT "REPRINT-REGION"
004510         ON EXCEPTION
004520             MOVE SPACES TO WS-SEL-REGION
004530     END-ACCEPT.
004540     ACCEPT WS-SEL-RECIPIENT-ID
004550         FROM ENVIRONMENT "REPRINT-RECIPIENT"
004560         ON EXCEPTION
004570             MOVE SPACES TO WS-SEL-RECIPIENT-ID
004580     END-ACCEPT.
004590
004600     ACCEPT WS-SEQ-FROM-VALUE FROM ENVIRONMENT "REPRINT-SEQ-FROM"
004610         ON EXCEPTION
004620             MOVE SPACES TO WS-SEQ-FROM-VALUE
004630     END-ACCEPT.
004640     IF WS-SEQ-FROM-VALUE NOT = SPACES
004650         IF WS-SEQ-FROM-VALUE NOT NUMERIC
004660             DISPLAY "LETTER-REPRINT: REPRINT-SEQ-FROM MUST BE "
004670                 "SIX DIGITS"
004680             MOVE 16 TO RETURN-CODE
004690             GO TO 1100-EXIT
004700         END-IF
004710         MOVE WS-SEQ-FROM-VALUE TO WS-SEL-SEQ-FROM
004720         MOVE "Y" TO WS-SEQ-RANGE-SWITCH
004730     END-IF.
004740     ACCEPT WS-SEQ-THRU-VALUE FROM ENVIRONMENT "REPRINT-SEQ-THRU"
004750         ON EXCEPTION
004760             MOVE SPACES TO WS-SEQ-THRU-VALUE
004770     END-ACCEPT.
004780     IF WS-SEQ-THRU-VALUE NOT = SPACES
004790         IF WS-SEQ-THRU-VALUE NOT NUMERIC
004800             DISPLAY "LETTER-REPRINT: REPRINT-SEQ-THRU MUST BE "
004810                 "SIX DIGITS"
004820             MOVE 16 TO RETURN-CODE
004830             GO TO 1100-EXIT
004840         END-IF
004850         MOVE WS-SEQ-THRU-VALUE TO WS-SEL-SEQ-THRU
004860         MOVE "Y" TO WS-SEQ-RANGE-SWITCH
004870     END-IF.
004880     IF WS-SEL-SEQ-FROM > WS-SEL-SEQ-THRU
004890         DISPLAY "LETTER-REPRINT: REPRINT-SEQ-FROM IS AFTER "
004900             "REPRINT-SEQ-THRU"
004910         MOVE 16 TO RETURN-CODE
004920     END-IF.
004930 1100-EXIT.
004940     EXIT.
004950
004960******************************************************************
004970* 1500-SIGN-ON - verify the operator named by OPERATOR-ID is on  *
004980*                the OPERATOR-MASTER and active, and pick up the *
004990*                authority level.                                *
005000******************************************************************
005010 1500-SIGN-ON.
005020     IF WS-OPERATOR-ID = "UNKNOWN "
005030         DISPLAY "LETTER-REPRINT: OPERATOR-ID IS NOT SET - "
005040             "SIGN-ON REFUSED"
005050         MOVE 16 TO RETURN-CODE
005060         GO TO 1500-EXIT
005070     END-IF.
005080     OPEN INPUT OPERATOR-MASTER.
005090     IF NOT WS-OPRMSTR-OK
005100         DISPLAY "LETTER-REPRINT: UNABLE TO OPEN OPERATOR-"
005110             "MASTER, STATUS = " WS-OPRMSTR-STATUS
005120             " - SIGN-ON REFUSED"
005130         MOVE 16 TO RETURN-CODE
005140         GO TO 1500-EXIT
005150     END-IF.
005160     MOVE WS-OPERATOR-ID TO OPR-OPERATOR-ID.
005170     READ OPERATOR-MASTER
005180         INVALID KEY
005190             DISPLAY "LETTER-REPRINT: OPERATOR " WS-OPERATOR-ID
005200                 " NOT ON OPERATOR MASTER - SIGN-ON REFUSED"
005210             MOVE 16 TO RETURN-CODE
005220     END-READ.
005230     IF RETURN-CODE NOT = 16 AND OPR-INACTIVE
005240         DISPLAY "LETTER-REPRINT: OPERATOR " WS-OPERATOR-ID
005250             " IS INACTIVE - SIGN-ON REFUSED"
005260         MOVE 16 TO RETURN-CODE
005270     END-IF.
005280     IF RETURN-CODE NOT = 16
005290         MOVE OPR-AUTHORITY-LEVEL TO WS-AUTHORITY-LEVEL
005300     END-IF.
005310     CLOSE OPERATOR-MASTER.
005320 1500-EXIT.
005330     EXIT.
005340
005350******************************************************************
005360* 2000-SCAN-EXTRACT - read the next extract record.  Control     *
005370*                     records are passed over; a detail for the  *
005380*                     reprint date that the selection takes is   *
005390*                     reprinted.                                 *
005400******************************************************************
005410 2000-SCAN-EXTRACT.
005420     READ GREETING-EXTRACT
005430         AT END
005440             MOVE "Y" TO WS-EOF-SWITCH
005450             GO TO 2000-EXIT
005460     END-READ.
005470     IF NOT WS-EXTRACT-OK
005480         DISPLAY "LETTER-REPRINT: EXTRACT READ FAILED, STATUS = "
005490             WS-EXTRACT-STATUS
005500         MOVE "Y" TO WS-EOF-SWITCH
005510         GO TO 2000-EXIT
005520     END-IF.
005530     IF GREXTRC-RECORD (1:1) = "H" OR "R" OR "T"
005540         GO TO 2000-EXIT
005550     END-IF.
005560     ADD 1 TO WS-EXTRACT-DETAILS.
005570     IF EXT-RUN-DATE NOT = WS-REPRINT-DATE
005580         GO TO 2000-EXIT
005590     END-IF.
005600     ADD 1 TO WS-DATE-DETAILS.
005610     IF WS-SEL-REGION NOT = SPACES
005620        AND EXT-REGION-CODE NOT = WS-SEL-REGION
005630         GO TO 2000-EXIT
005640     END-IF.
005650     IF WS-SEL-RECIPIENT-ID NOT = SPACES
005660        AND EXT-RECIPIENT-ID NOT = WS-SEL-RECIPIENT-ID
005670         GO TO 2000-EXIT
005680     END-IF.
005690     IF WS-SEQ-RANGE-GIVEN
005700         IF EXT-SEQUENCE-NO NOT NUMERIC
005710             GO TO 2000-EXIT
005720         END-IF
005730         IF EXT-SEQUENCE-NO < WS-SEL-SEQ-FROM
005740            OR EXT-SEQUENCE-NO > WS-SEL-SEQ-THRU
005750             GO TO 2000-EXIT
005760         END-IF
005770     END-IF.
005780     ADD 1 TO WS-LETTERS-SELECTED.
005790     PERFORM 3000-REPRINT-LETTER THRU 3000-EXIT.
005800 2000-EXIT.
005810     EXIT.
005820
005830******************************************************************
005840* 3000-REPRINT-LETTER - reprint the letter for one selected      *
005850*                       extract detail.  The recipient is looked *
005860*                       up for the addressee and do-not-greet    *
005870*                       flag - one not on the master is          *
005880*                       addressed from the extract - and the     *
005890*                       greeting template by the extract's code. *
005900******************************************************************
005910 3000-REPRINT-LETTER.
005920     MOVE "N" TO WS-MASTER-FOUND-SWITCH.
005930     MOVE EXT-RECIPIENT-NAME TO WS-LETTER-NAME.
005940     MOVE EXT-RECIPIENT-ID TO REC-RECIPIENT-ID.
005950     IF EXT-RECIPIENT-ID NOT = SPACES
005960         READ RECIPIENT-MASTER
005970             INVALID KEY
005980                 CONTINUE
005990             NOT INVALID KEY
006000                 MOVE "Y" TO WS-MASTER-FOUND-SWITCH
006010         END-READ
006020     END-IF.
006030     IF WS-MASTER-FOUND
006040         IF REC-DO-NOT-GREET
006050             DISPLAY "LETTER-REPRINT: " EXT-RECIPIENT-ID
006060                 " IS NOW DO-NOT-GREET - LETTER WITHHELD"
006070             ADD 1 TO WS-WITHHELD-DNG
006080             GO TO 3000-EXIT
006090         END-IF
006100         MOVE REC-OFFICIAL-NAME TO WS-LETTER-NAME
006110     ELSE
006120         ADD 1 TO WS-NOT-ON-MASTER
006130     END-IF.
006140
006150     MOVE EXT-GREETING-CODE TO GRM-GREETING-CODE.
006160     READ GREETING-MASTER
006170         INVALID KEY
006180             DISPLAY "LETTER-REPRINT: GREETING CODE "
006190                 EXT-GREETING-CODE " NOT ON GREETING-MASTER - "
006200                 "LETTER FOR " EXT-RECIPIENT-ID " WITHHELD"
006210             ADD 1 TO WS-WITHHELD-TEMPLATE
006220             GO TO 3000-EXIT
006230     END-READ.
006240
006250     PERFORM 4000-DETERMINE-LANGUAGE THRU 4000-EXIT.
006260     MOVE ZERO TO WS-AMP-COUNT.
006270     INSPECT GRM-GREETING-TEXT
006280         TALLYING WS-AMP-COUNT FOR ALL "&".
006290     IF WS-AMP-COUNT > ZERO
006300         PERFORM 4100-MERGE-TEMPLATE THRU 4100-EXIT
006310     ELSE
006320         MOVE SPACES TO WS-GREETING-LINE
006330         STRING WS-SALUTATION DELIMITED BY "  "
006340             ", " DELIMITED BY SIZE
006350             WS-LETTER-NAME DELIMITED BY "  "
006360             "!  " DELIMITED BY SIZE
006370             GRM-GREETING-TEXT DELIMITED BY "  "
006380             INTO WS-GREETING-LINE
006390         END-STRING
006400     END-IF.
006410     PERFORM 5500-WRITE-LETTER THRU 5500-EXIT.
006420 3000-EXIT.
006430     EXIT.
006440
006450******************************************************************
006460* 4000-DETERMINE-LANGUAGE - resolve the salutation: the language *
006470*                           HELLO-WORLD resolved and kept on the *
006480*                           extract, else the recipient master's *
006490*                           preferred language, looked up in     *
006500*                           WS-LANGUAGE-TABLE.                   *
006510******************************************************************
006520 4000-DETERMINE-LANGUAGE.
006530     MOVE EXT-LANGUAGE-CODE TO WS-LANGUAGE-CODE-WORK.
006540     IF WS-LANGUAGE-CODE-WORK = SPACES AND WS-MASTER-FOUND
006550         MOVE REC-LANGUAGE-CODE TO WS-LANGUAGE-CODE-WORK
006560     END-IF.
006570     MOVE "Hello     " TO WS-SALUTATION.
006580     SET WS-LANG-IDX TO 1.
006590     SEARCH LT-ENTRY
006600         AT END
006610             MOVE "Hello     " TO WS-SALUTATION
006620         WHEN LT-LANGUAGE-CODE (WS-LANG-IDX)
006630             = WS-LANGUAGE-CODE-WORK
006640             MOVE LT-SALUTATION (WS-LANG-IDX) TO WS-SALUTATION
006650     END-SEARCH.
006660 4000-EXIT.
006670     EXIT.
006680
006690******************************************************************
006700* 4100-MERGE-TEMPLATE - compose the greeting by walking the      *
006710*                       template character by character,         *
006720*                       substituting each merge variable's       *
006730*                       value for the extract detail in hand.    *
006740******************************************************************
006750 4100-MERGE-TEMPLATE.
006760     MOVE SPACES TO WS-GREETING-LINE.
006770     MOVE SPACES TO WS-TEMPLATE-WORK.
006780     MOVE GRM-GREETING-TEXT TO WS-TEMPLATE-WORK.
006790     MOVE 1 TO WS-TPL-SUB.
006800     MOVE 1 TO WS-OUT-POS.
006810     PERFORM 4110-MERGE-ONE-CHAR THRU 4110-EXIT
006820         UNTIL WS-TPL-SUB > 60.
006830 4100-EXIT.
006840     EXIT.
006850
006860******************************************************************
006870* 4110-MERGE-ONE-CHAR - copy one template character to the       *
006880*                       greeting line, or, at an ampersand,      *
006890*                       resolve the merge variable it introduces *
006900*                       and append its value instead.            *
006910******************************************************************
006920 4110-MERGE-ONE-CHAR.
006930     IF WS-TEMPLATE-WORK (WS-TPL-SUB:1) NOT = "&"
006940         IF WS-OUT-POS NOT > 100
006950             MOVE WS-TEMPLATE-WORK (WS-TPL-SUB:1)
006960                 TO WS-GREETING-LINE (WS-OUT-POS:1)
006970             ADD 1 TO WS-OUT-POS
006980         END-IF
006990         ADD 1 TO WS-TPL-SUB
007000         GO TO 4110-EXIT
007010     END-IF.
007020     EVALUATE TRUE
007030         WHEN WS-TEMPLATE-WORK (WS-TPL-SUB:11) = "&SALUTATION"
007040             MOVE WS-SALUTATION TO WS-MERGE-TEXT
007050             ADD 11 TO WS-TPL-SUB
007060             PERFORM 4120-APPEND-MERGE-TEXT THRU 4120-EXIT
007070         WHEN WS-TEMPLATE-WORK (WS-TPL-SUB:7) = "&REGION"
007080             MOVE EXT-REGION-CODE TO WS-MERGE-TEXT
007090             ADD 7 TO WS-TPL-SUB
007100             PERFORM 4120-APPEND-MERGE-TEXT THRU 4120-EXIT
007110         WHEN WS-TEMPLATE-WORK (WS-TPL-SUB:5) = "&NAME"
007120             MOVE WS-LETTER-NAME TO WS-MERGE-TEXT
007130             ADD 5 TO WS-TPL-SUB
007140             PERFORM 4120-APPEND-MERGE-TEXT THRU 4120-EXIT
007150         WHEN WS-TEMPLATE-WORK (WS-TPL-SUB:5) = "&DATE"
007160             MOVE EXT-RUN-DATE TO WS-MERGE-TEXT
007170             ADD 5 TO WS-TPL-SUB
007180             PERFORM 4120-APPEND-MERGE-TEXT THRU 4120-EXIT
007190         WHEN OTHER
007200             IF WS-OUT-POS NOT > 100
007210                 MOVE "&" TO WS-GREETING-LINE (WS-OUT-POS:1)
007220                 ADD 1 TO WS-OUT-POS
007230             END-IF
007240             ADD 1 TO WS-TPL-SUB
007250     END-EVALUATE.
007260 4110-EXIT.
007270     EXIT.
007280
007290******************************************************************
007300* 4120-APPEND-MERGE-TEXT - append the resolved merge value,      *
007310*                          trailing spaces trimmed, to the       *
007320*                          greeting line at the current output   *
007330*                          position.                             *
007340******************************************************************
007350 4120-APPEND-MERGE-TEXT.
007360     MOVE 30 TO WS-MERGE-LEN.
007370     MOVE "N" TO WS-MERGE-DONE-SWITCH.
007380     PERFORM 4130-TRIM-ONE-SPACE THRU 4130-EXIT
007390         UNTIL WS-MERGE-LEN-DONE.
007400     IF WS-MERGE-LEN > ZERO
007410        AND WS-OUT-POS + WS-MERGE-LEN NOT > 101
007420         MOVE WS-MERGE-TEXT (1:WS-MERGE-LEN)
007430             TO WS-GREETING-LINE (WS-OUT-POS:WS-MERGE-LEN)
007440         ADD WS-MERGE-LEN TO WS-OUT-POS
007450     END-IF.
007460 4120-EXIT.
007470     EXIT.
007480
007490******************************************************************
007500* 4130-TRIM-ONE-SPACE - back the merge value's length off over   *
007510*                       one trailing space, stopping at the      *
007520*                       last non-space byte or an empty value.   *
007530******************************************************************
007540 4130-TRIM-ONE-SPACE.
007550     IF WS-MERGE-LEN = ZERO
007560         MOVE "Y" TO WS-MERGE-DONE-SWITCH
007570         GO TO 4130-EXIT
007580     END-IF.
007590     IF WS-MERGE-TEXT (WS-MERGE-LEN:1) = SPACE
007600         SUBTRACT 1 FROM WS-MERGE-LEN
007610     ELSE
007620         MOVE "Y" TO WS-MERGE-DONE-SWITCH
007630     END-IF.
007640 4130-EXIT.
007650     EXIT.
007660
007670******************************************************************
007680* 5500-WRITE-LETTER - print one reprinted letter page: the       *
007690*                     REPRINT marker line, then the addressed    *
007700*                     heading, the composed greeting body and    *
007710*                     the run-date and region footer, as         *
007720*                     HELLO-WORLD printed them.  A region change *
007730*                     first prints a burst banner page.          *
007740******************************************************************
007750 5500-WRITE-LETTER.
007760     IF EXT-REGION-CODE NOT = WS-LETTER-REGION
007770         PERFORM 5510-WRITE-REGION-BANNER THRU 5510-EXIT
007780         MOVE EXT-REGION-CODE TO WS-LETTER-REGION
007790     END-IF.
007800     MOVE WS-REPRINT-MARKER-LINE TO REPRINT-PRINT-LINE.
007810     WRITE REPRINT-PRINT-LINE AFTER ADVANCING PAGE.
007820     MOVE WS-LETTER-NAME TO WS-LTR-NAME.
007830     MOVE WS-LETTER-TO-LINE TO REPRINT-PRINT-LINE.
007840     WRITE REPRINT-PRINT-LINE AFTER ADVANCING 1 LINE.
007850     MOVE EXT-REGION-CODE TO WS-LTR-OFFICE.
007860     MOVE WS-LETTER-OFFICE-LINE TO REPRINT-PRINT-LINE.
007870     WRITE REPRINT-PRINT-LINE AFTER ADVANCING 1 LINE.
007880     MOVE SPACES TO REPRINT-PRINT-LINE.
007890     WRITE REPRINT-PRINT-LINE AFTER ADVANCING 1 LINE.
007900     MOVE WS-GREETING-LINE TO REPRINT-PRINT-LINE.
007910     WRITE REPRINT-PRINT-LINE AFTER ADVANCING 1 LINE.
007920     MOVE SPACES TO REPRINT-PRINT-LINE.
007930     WRITE REPRINT-PRINT-LINE AFTER ADVANCING 1 LINE.
007940     MOVE EXT-RUN-DATE TO WS-LTR-RUN-DATE.
007950     MOVE EXT-REGION-CODE TO WS-LTR-REGION.
007960     MOVE WS-LETTER-FOOTER-LINE TO REPRINT-PRINT-LINE.
007970     WRITE REPRINT-PRINT-LINE AFTER ADVANCING 1 LINE.
007980     ADD 1 TO WS-LETTERS-REPRINTED.
007990     ADD 1 TO WS-PAGE-COUNT.
008000 5500-EXIT.
008010     EXIT.
008020
008030******************************************************************
008040* 5510-WRITE-REGION-BANNER - print the burst banner page that    *
008050*                            opens a region's reprinted letters, *
008060*                            under the REPRINT marker, addressed *
008070*                            from the REGION-MASTER when the     *
008080*                            region is still on it.              *
008090******************************************************************
008100 5510-WRITE-REGION-BANNER.
008110     MOVE WS-REPRINT-MARKER-LINE TO REPRINT-PRINT-LINE.
008120     WRITE REPRINT-PRINT-LINE AFTER ADVANCING PAGE.
008130     MOVE EXT-REGION-CODE TO WS-LTR-BANNER-REGION.
008140     MOVE WS-LETTER-BANNER-LINE TO REPRINT-PRINT-LINE.
008150     WRITE REPRINT-PRINT-LINE AFTER ADVANCING 1 LINE.
008160     ADD 1 TO WS-BANNER-PAGES.
008170     ADD 1 TO WS-PAGE-COUNT.
008180     MOVE EXT-REGION-CODE TO RGM-REGION-CODE.
008190     READ REGION-MASTER
008200         INVALID KEY
008210             GO TO 5510-EXIT
008220     END-READ.
008230     IF WS-RGNMSTR-OK
008240         PERFORM 5515-WRITE-BANNER-ADDRESS THRU 5515-EXIT
008250     END-IF.
008260 5510-EXIT.
008270     EXIT.
008280
008290******************************************************************
008300* 5515-WRITE-BANNER-ADDRESS - print the regional office's name   *
008310*                             and mailing address under the      *
008320*                             burst banner; a blank second       *
008330*                             address line is not printed.       *
008340******************************************************************
008350 5515-WRITE-BANNER-ADDRESS.
008360     MOVE RGM-OFFICE-NAME TO WS-LTR-BANNER-TEXT.
008370     MOVE WS-LETTER-BANNER-ADDR-LINE TO REPRINT-PRINT-LINE.
008380     WRITE REPRINT-PRINT-LINE AFTER ADVANCING 2 LINES.
008390     MOVE RGM-ADDRESS-LINE-1 TO WS-LTR-BANNER-TEXT.
008400     MOVE WS-LETTER-BANNER-ADDR-LINE TO REPRINT-PRINT-LINE.
008410     WRITE REPRINT-PRINT-LINE AFTER ADVANCING 1 LINE.
008420     IF RGM-ADDRESS-LINE-2 NOT = SPACES
008430         MOVE RGM-ADDRESS-LINE-2 TO WS-LTR-BANNER-TEXT
008440         MOVE WS-LETTER-BANNER-ADDR-LINE TO REPRINT-PRINT-LINE
008450         WRITE REPRINT-PRINT-LINE AFTER ADVANCING 1 LINE
008460     END-IF.
008470     MOVE RGM-CITY-STATE-ZIP TO WS-LTR-BANNER-TEXT.
008480     MOVE WS-LETTER-BANNER-ADDR-LINE TO REPRINT-PRINT-LINE.
008490     WRITE REPRINT-PRINT-LINE AFTER ADVANCING 1 LINE.
008500 5515-EXIT.
008510     EXIT.
008520
008530******************************************************************
008540* 8000-END-OF-JOB - set the return code, log the reprint, report *
008550*                   the counts and close down.  No detail for    *
008560*                   the date on the extract means the wrong      *
008570*                   extract was supplied (RC 8); a selection     *
008580*                   that took nothing, or withheld letters,      *
008590*                   warns (RC 4).                                *
008600******************************************************************
008610 8000-END-OF-JOB.
008620     IF WS-DATE-DETAILS = ZERO
008630         DISPLAY "LETTER-REPRINT: NO GREETINGS FOR "
008640             WS-REPRINT-DATE " ON THE EXTRACT - NOTHING REPRINTED"
008650         MOVE 8 TO RETURN-CODE
008660     ELSE
008670         IF WS-LETTERS-SELECTED = ZERO
008680             DISPLAY "LETTER-REPRINT: NO LETTER FOR "
008690                 WS-REPRINT-DATE " MATCHES THE SELECTION"
008700             MOVE 4 TO RETURN-CODE
008710         END-IF
008720         IF WS-WITHHELD-DNG > ZERO OR WS-WITHHELD-TEMPLATE > ZERO
008730             MOVE 4 TO RETURN-CODE
008740         END-IF
008750     END-IF.
008760     PERFORM 9000-WRITE-REPRINT-LOG THRU 9000-EXIT.
008770     DISPLAY "LETTER-REPRINT: RUN COMPLETE".
008780     DISPLAY "  BUSINESS DATE .......: " WS-REPRINT-DATE.
008790     DISPLAY "  EXTRACT DETAILS READ : " WS-EXTRACT-DETAILS.
008800     DISPLAY "  DETAILS FOR THE DATE : " WS-DATE-DETAILS.
008810     DISPLAY "  LETTERS SELECTED ....: " WS-LETTERS-SELECTED.
008820     DISPLAY "  LETTERS REPRINTED ...: " WS-LETTERS-REPRINTED.
008830     DISPLAY "  BANNER PAGES ........: " WS-BANNER-PAGES.
008840     DISPLAY "  TOTAL PAGES .........: " WS-PAGE-COUNT.
008850     DISPLAY "  WITHHELD - DNG ......: " WS-WITHHELD-DNG.
008860     DISPLAY "  WITHHELD - TEMPLATE .: " WS-WITHHELD-TEMPLATE.
008870     DISPLAY "  NOT ON MASTER .......: " WS-NOT-ON-MASTER.
008880     CLOSE GREETING-EXTRACT.
008890     CLOSE RECIPIENT-MASTER.
008900     CLOSE GREETING-MASTER.
008910     CLOSE REGION-MASTER.
008920     CLOSE GREETING-REPRINT.
008930     CLOSE REPRINT-LOG.
008940 8000-EXIT.
008950     EXIT.
008960
008970******************************************************************
008980* 9000-WRITE-REPRINT-LOG - log the reprint: who asked for it,    *
008990*                          when, what it was narrowed by, and    *
009000*                          the pages it printed.                 *
009010******************************************************************
009020 9000-WRITE-REPRINT-LOG.
009030     MOVE SPACES TO RPRTLOG-RECORD.
009040     STRING WS-RUN-DATE-8 WS-RUN-TIME-8
009050         DELIMITED BY SIZE
009060         INTO RPL-TIMESTAMP
009070     END-STRING.
009080     MOVE WS-OPERATOR-ID       TO RPL-OPERATOR.
009090     MOVE WS-RUN-MODE          TO RPL-RUN-MODE.
009100     MOVE WS-REPRINT-DATE      TO RPL-BUSINESS-DATE.
009110     MOVE WS-SEL-REGION        TO RPL-SEL-REGION.
009120     MOVE WS-SEL-RECIPIENT-ID  TO RPL-SEL-RECIPIENT-ID.
009130     MOVE WS-SEL-SEQ-FROM      TO RPL-SEL-SEQ-FROM.
009140     MOVE WS-SEL-SEQ-THRU      TO RPL-SEL-SEQ-THRU.
009150     MOVE WS-LETTERS-REPRINTED TO RPL-LETTERS-REPRINTED.
009160     MOVE WS-BANNER-PAGES      TO RPL-BANNER-PAGES.
009170     MOVE WS-PAGE-COUNT        TO RPL-PAGE-COUNT.
009180     ADD WS-WITHHELD-DNG WS-WITHHELD-TEMPLATE
009190         GIVING RPL-LETTERS-WITHHELD.
009200     WRITE RPRTLOG-RECORD.
009210     IF NOT WS-RPRTLOG-OK
009220         DISPLAY "LETTER-REPRINT: UNABLE TO WRITE REPRINT-LOG, "
009230             "STATUS = " WS-RPRTLOG-STATUS
009240         MOVE 16 TO RETURN-CODE
009250     END-IF.
009260 9000-EXIT.
009270     EXIT.
009280
009290******************************************************************
009300* 9800-REPORT-DENIAL - report one denied attempt: who tried      *
009310*                      what, so security review has a record.    *
009320******************************************************************
009330 9800-REPORT-DENIAL.
009340     DISPLAY "LETTER-REPRINT: ACCESS DENIED - OPERATOR "
009350         WS-OPERATOR-ID " MAY NOT " WS-DENIED-ACTION.
009360 9800-EXIT.
009370     EXIT.
009380
009390******************************************************************
009400* 1200-SET-EXTRACT-NAME - name the extract that holds the date's *
009410*                         letters, as HELLO-WORLD names it: the  *
009420*                         run extract for piece one, GREXTPnn    *
009430*                         (GRXTTPnn in TEST) for a later piece;  *
009440*                         for a catch-up date, GREXmmdd          *
009450*                         (GRXTmmdd) for piece one and           *
009460*                         GEnnmmdd (GTnnmmdd) for a later        *
009470*                         piece.                                 *
009480******************************************************************
009490 1200-SET-EXTRACT-NAME.
009500     ACCEPT WS-PIECE-PARM FROM ENVIRONMENT "EXTRACT-PIECE"
009510         ON EXCEPTION
009520             MOVE "01" TO WS-PIECE-PARM
009530     END-ACCEPT.
009540     IF WS-PIECE-PARM NOT NUMERIC OR WS-PIECE-PARM = "00"
009550         DISPLAY "LETTER-REPRINT: EXTRACT-PIECE MUST BE TWO "
009560             "DIGITS, 01 TO 99 - FOUND " WS-PIECE-PARM
009570         MOVE 16 TO RETURN-CODE
009580         GO TO 1200-EXIT
009590     END-IF.
009600     MOVE WS-PIECE-PARM TO WS-EXTRACT-PIECE.
009610     ACCEPT WS-CATCHUP-PARM FROM ENVIRONMENT "REPRINT-CATCHUP"
009620         ON EXCEPTION
009630             MOVE "N" TO WS-CATCHUP-PARM
009640     END-ACCEPT.
009650     IF WS-CATCHUP-PARM = SPACE
009660         MOVE "N" TO WS-CATCHUP-PARM
009670     END-IF.
009680     IF WS-CATCHUP-PARM NOT = "Y" AND WS-CATCHUP-PARM NOT = "N"
009690         DISPLAY "LETTER-REPRINT: REPRINT-CATCHUP MUST BE Y OR "
009700             "N - FOUND " WS-CATCHUP-PARM
009710         MOVE 16 TO RETURN-CODE
009720         GO TO 1200-EXIT
009730     END-IF.
009740
009750     IF WS-CATCHUP-EXTRACT
009760         IF WS-TEST-MODE
009770             MOVE "GRXT" TO WS-EXTRACT-DSNAME (1:4)
009780         ELSE
009790             MOVE "GREX" TO WS-EXTRACT-DSNAME (1:4)
009800         END-IF
009810         MOVE WS-REPRINT-DATE (5:4) TO WS-EXTRACT-DSNAME (5:4)
009820         IF WS-EXTRACT-PIECE > 1
009830             IF WS-TEST-MODE
009840                 MOVE "GT" TO WS-EXTRACT-DSNAME (1:2)
009850             ELSE
009860                 MOVE "GE" TO WS-EXTRACT-DSNAME (1:2)
009870             END-IF
009880             MOVE WS-PIECE-PARM TO WS-EXTRACT-DSNAME (3:2)
009890         END-IF
009900         GO TO 1200-EXIT
009910     END-IF.
009920     IF WS-EXTRACT-PIECE > 1
009930         IF WS-TEST-MODE
009940             MOVE "GRXTTP" TO WS-EXTRACT-DSNAME (1:6)
009950         ELSE
009960             MOVE "GREXTP" TO WS-EXTRACT-DSNAME (1:6)
009970         END-IF
009980         MOVE WS-PIECE-PARM TO WS-EXTRACT-DSNAME (7:2)
009990     END-IF.
010000 1200-EXIT.
010010     EXIT.
010020
010030******************************************************************
010040* End of program                                                 *
010050******************************************************************
