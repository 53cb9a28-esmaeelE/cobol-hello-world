000010******************************************************************
000020* Program:     RECIP-DUPLIST                                     *
000030* Author:      J. H. Marchetti                                   *
000040* Installation:Data Processing Center                            *
000050* Date-Written:2026-10-15                                        *
000060* Purpose:     Suspected duplicate recipient listing.  The same  *
000070*              person can sit on RECIPIENT-MASTER under two      *
000080*              recipient IDs - after a region transfer, or a     *
000090*              re-keyed add - and since GREETING-HISTORY is      *
000100*              keyed by recipient ID, be greeted twice on one    *
000110*              run date.  Every recipient not already merged is  *
000120*              matched on its official name, normalized to upper *
000130*              case with spaces and punctuation removed, and its *
000140*              preferred language; each name and language held   *
000150*              by two or more IDs is listed for review.  A       *
000160*              supervisor then merges a true duplicate through   *
000170*              RECIP-MAINT.  The merges already made are listed  *
000180*              from the RECIPIENT-MERGE-LOG - who merged what,   *
000190*              when, and whether the merge completed.            *
000200*              The master is passed once to load an indexed work *
000210*              file keyed by normalized name, language and ID,   *
000220*              which is then read back in key order so matching  *
000230*              recipients come together.                         *
000240* Language:    COBOL (GnuCOBOL, fixed format)                    *
000250*                                                                *
000260* Modification History:                                         *
000270*   2026-10-15  JHM  Initial version.                            *
000280******************************************************************
000290
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.             RECIP-DUPLIST.
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
000470     SELECT RECIPIENT-MASTER ASSIGN TO RECMSTR
000480            ORGANIZATION IS INDEXED
000490            ACCESS MODE IS DYNAMIC
000500            RECORD KEY IS REC-RECIPIENT-ID
000510            FILE STATUS IS WS-RECMSTR-STATUS.
000520
000530     SELECT DUPLICATE-WORK ASSIGN TO DUPWORK
000540            ORGANIZATION IS INDEXED
000550            ACCESS MODE IS DYNAMIC
000560            RECORD KEY IS DPW-KEY
000570            FILE STATUS IS WS-DUPWORK-STATUS.
000580
000590     SELECT RECIPIENT-MERGE-LOG ASSIGN TO RCMRGLOG
000600            ORGANIZATION IS LINE SEQUENTIAL
000610            FILE STATUS IS WS-RMRGLOG-STATUS.
000620
000630     SELECT DUPLICATE-LISTING ASSIGN TO DUPRPT
000640            ORGANIZATION IS LINE SEQUENTIAL
000650            FILE STATUS IS WS-DUPRPT-STATUS.
000660
000670******************************************************************
000680* DATA DIVISION                                                  *
000690******************************************************************
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  RECIPIENT-MASTER.
000730 COPY RECMSTR.
000740
000750 FD  DUPLICATE-WORK.
000760 01  DUPWORK-RECORD.
000770     05  DPW-KEY.
000780         10  DPW-MATCH-NAME          PIC X(30).
000790         10  DPW-LANGUAGE-CODE       PIC X(02).
000800         10  DPW-RECIPIENT-ID        PIC X(08).
000810     05  DPW-OFFICIAL-NAME           PIC X(30).
000820     05  DPW-STATUS-FLAG             PIC X(01).
000830     05  DPW-DNG-FLAG                PIC X(01).
000840     05  DPW-LAST-CHANGE-DATE        PIC X(08).
000850
000860 FD  RECIPIENT-MERGE-LOG
000870     RECORDING MODE IS F.
000880 COPY RMRGLOG.
000890
000900 FD  DUPLICATE-LISTING
000910     RECORD CONTAINS 80 CHARACTERS
000920     RECORDING MODE IS F.
000930 01  DUPRPT-PRINT-LINE       PIC X(80).
000940
000950 WORKING-STORAGE SECTION.
000960******************************************************************
000970* File status switches                                           *
000980******************************************************************
000990 01  WS-RECMSTR-STATUS        PIC X(02).
001000     88  WS-RECMSTR-OK                VALUE "00".
001010
001020 01  WS-DUPWORK-STATUS        PIC X(02).
001030     88  WS-DUPWORK-OK                VALUE "00".
001040
001050 01  WS-RMRGLOG-STATUS        PIC X(02).
001060     88  WS-RMRGLOG-OK                VALUE "00".
001070     88  WS-RMRGLOG-NOT-FOUND         VALUE "35".
001080
001090 01  WS-DUPRPT-STATUS         PIC X(02).
001100     88  WS-DUPRPT-OK                 VALUE "00".
001110
001120 01  WS-EOF-SWITCH            PIC X(01) VALUE "N".
001130     88  WS-END-OF-MASTER             VALUE "Y".
001140
001150 01  WS-WORK-END-SWITCH       PIC X(01) VALUE "N".
001160     88  WS-END-OF-WORK               VALUE "Y".
001170
001180 01  WS-LOG-END-SWITCH        PIC X(01) VALUE "N".
001190     88  WS-END-OF-LOG                VALUE "Y".
001200
001210******************************************************************
001220* Name normalizing work areas - the official name is folded to   *
001230* upper case and only its letters and digits kept, so "O'Neil,   *
001240* Mary" and "ONEIL MARY" match.                                  *
001250******************************************************************
001260 01  WS-RUN-DATE-8            PIC 9(08).
001270 01  WS-NAME-WORK             PIC X(30).
001280 01  WS-NAME-CHARS REDEFINES WS-NAME-WORK.
001290     05  WS-NAME-CHAR OCCURS 30 TIMES PIC X(01).
001300 01  WS-MATCH-NAME            PIC X(30).
001310 01  WS-MATCH-CHARS REDEFINES WS-MATCH-NAME.
001320     05  WS-MATCH-CHAR OCCURS 30 TIMES PIC X(01).
001330 01  WS-CHAR-IX               PIC 9(02) COMP.
001340 01  WS-MATCH-LEN             PIC 9(02) COMP.
001350
001360******************************************************************
001370* Match group work areas - the first recipient of a name and     *
001380* language is held until a second one shows it is a group.       *
001390******************************************************************
001400 01  WS-GROUP-KEY.
001410     05  WS-GRP-MATCH-NAME       PIC X(30).
001420     05  WS-GRP-LANGUAGE-CODE    PIC X(02).
001430 01  WS-GROUP-SIZE            PIC 9(04) VALUE ZERO.
001440 01  WS-FIRST-HOLD            PIC X(80).
001450
001460******************************************************************
001470* Duplicate counters                                             *
001480******************************************************************
001490 01  WS-RECIPIENTS-READ       PIC 9(06) VALUE ZERO.
001500 01  WS-ALREADY-MERGED        PIC 9(06) VALUE ZERO.
001510 01  WS-BLANK-NAMES           PIC 9(06) VALUE ZERO.
001520 01  WS-RECIPIENTS-MATCHED    PIC 9(06) VALUE ZERO.
001530 01  WS-DUPLICATE-GROUPS      PIC 9(06) VALUE ZERO.
001540 01  WS-DUPLICATE-RECIPIENTS  PIC 9(06) VALUE ZERO.
001550 01  WS-MERGES-LOGGED         PIC 9(06) VALUE ZERO.
001560
001570******************************************************************
001580* Print work areas                                               *
001590******************************************************************
001600 01  WS-HEADING-1.
001610     05  FILLER                  PIC X(20)
001620         VALUE "RECIP-DUPLIST       ".
001630     05  FILLER                  PIC X(30)
001640         VALUE "SUSPECTED DUPLICATE RECIPIENTS".
001650     05  FILLER                  PIC X(11) VALUE "RUN DATE:  ".
001660     05  WS-HDG-RUN-DATE         PIC 9(08).
001670     05  FILLER                  PIC X(11) VALUE SPACES.
001680
001690 01  WS-GROUP-HEADING.
001700     05  FILLER                  PIC X(12) VALUE "MATCH NAME: ".
001710     05  WS-GPH-MATCH-NAME       PIC X(30).
001720     05  FILLER                  PIC X(12) VALUE "  LANGUAGE: ".
001730     05  WS-GPH-LANGUAGE         PIC X(06).
001740     05  FILLER                  PIC X(20) VALUE SPACES.
001750
001760 01  WS-COLUMN-HEADING.
001770     05  FILLER                  PIC X(12) VALUE "  RECIPIENT ".
001780     05  FILLER                  PIC X(32) VALUE "OFFICIAL NAME".
001790     05  FILLER                  PIC X(12) VALUE "STATUS".
001800     05  FILLER                  PIC X(05) VALUE "DNG".
001810     05  FILLER                  PIC X(12) VALUE "LAST CHANGED".
001820     05  FILLER                  PIC X(07) VALUE SPACES.
001830
001840 01  WS-DUPLICATE-LINE.
001850     05  FILLER                  PIC X(02) VALUE SPACES.
001860     05  WS-DPL-RECIPIENT-ID     PIC X(08).
001870     05  FILLER                  PIC X(02) VALUE SPACES.
001880     05  WS-DPL-NAME             PIC X(30).
001890     05  FILLER                  PIC X(02) VALUE SPACES.
001900     05  WS-DPL-STATUS           PIC X(10).
001910     05  FILLER                  PIC X(02) VALUE SPACES.
001920     05  WS-DPL-DNG              PIC X(01).
001930     05  FILLER                  PIC X(04) VALUE SPACES.
001940     05  WS-DPL-LAST-CHANGED     PIC X(08).
001950     05  FILLER                  PIC X(11) VALUE SPACES.
001960
001970 01  WS-MERGE-HEADING.
001980     05  FILLER                  PIC X(11) VALUE "  DATE".
001990     05  FILLER                  PIC X(08) VALUE "TIME".
002000     05  FILLER                  PIC X(10) VALUE "OPERATOR".
002010     05  FILLER                  PIC X(10) VALUE "RETIRED".
002020     05  FILLER                  PIC X(08) VALUE "SURVIVOR".
002030     05  FILLER                  PIC X(07) VALUE "  MOVED".
002040     05  FILLER                  PIC X(07) VALUE "DROPPED".
002050     05  FILLER                  PIC X(04) VALUE " DNG".
002060     05  FILLER                  PIC X(02) VALUE SPACES.
002061     05  FILLER                  PIC X(10) VALUE "RESULT".
002062     05  FILLER                  PIC X(03) VALUE SPACES.
002070
002080 01  WS-MERGE-LINE.
002090     05  FILLER                  PIC X(02) VALUE SPACES.
002100     05  WS-MGL-DATE             PIC X(08).
002110     05  FILLER                  PIC X(01) VALUE SPACES.
002120     05  WS-MGL-TIME             PIC X(06).
002130     05  FILLER                  PIC X(02) VALUE SPACES.
002140     05  WS-MGL-OPERATOR         PIC X(08).
002150     05  FILLER                  PIC X(02) VALUE SPACES.
002160     05  WS-MGL-RETIRED-ID       PIC X(08).
002170     05  FILLER                  PIC X(02) VALUE SPACES.
002180     05  WS-MGL-SURVIVOR-ID      PIC X(08).
002190     05  FILLER                  PIC X(01) VALUE SPACES.
002200     05  WS-MGL-MOVED            PIC ZZZZZ9.
002210     05  FILLER                  PIC X(01) VALUE SPACES.
002220     05  WS-MGL-DROPPED          PIC ZZZZZ9.
002230     05  FILLER                  PIC X(03) VALUE SPACES.
002240     05  WS-MGL-DNG              PIC X(01).
002250     05  FILLER                  PIC X(02) VALUE SPACES.
002251     05  WS-MGL-RESULT           PIC X(10).
002252     05  FILLER                  PIC X(03) VALUE SPACES.
002260
002270 01  WS-COUNT-LINE.
002280     05  WS-CNT-LABEL            PIC X(31).
002290     05  WS-CNT-VALUE            PIC 9(06).
002300     05  FILLER                  PIC X(43) VALUE SPACES.
002310
002320******************************************************************
002330* PROCEDURE DIVISION                                             *
002340******************************************************************
002350 PROCEDURE DIVISION.
002360
002370 0000-MAIN-PARAGRAPH.
002380     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002390     IF RETURN-CODE = 16
002400         GO TO 0000-EXIT
002410     END-IF.
002420     PERFORM 2000-LOAD-WORK THRU 2000-EXIT
002430         UNTIL WS-END-OF-MASTER.
002440     PERFORM 3000-OPEN-WORK-INPUT THRU 3000-EXIT.
002450     PERFORM 3100-LIST-DUPLICATES THRU 3100-EXIT
002460         UNTIL WS-END-OF-WORK.
002470     PERFORM 4000-LIST-MERGES THRU 4000-EXIT.
002480     PERFORM 5000-DUPLICATE-TOTALS THRU 5000-EXIT.
002490     PERFORM 8000-END-OF-JOB THRU 8000-EXIT.
002500 0000-EXIT.
002510     STOP RUN.
002520
002530******************************************************************
002540* 1000-INITIALIZE - open the recipient master, the work file and *
002550*                   the listing, and position the master at its  *
002560*                   first record.                                *
002570******************************************************************
002580 1000-INITIALIZE.
002590     ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
002600     MOVE WS-RUN-DATE-8 TO WS-HDG-RUN-DATE.
002610
002620     OPEN INPUT RECIPIENT-MASTER.
002630     IF NOT WS-RECMSTR-OK
002640         DISPLAY "RECIP-DUPLIST: UNABLE TO OPEN RECIPIENT-"
002650             "MASTER, STATUS = " WS-RECMSTR-STATUS
002660         MOVE 16 TO RETURN-CODE
002670         GO TO 1000-EXIT
002680     END-IF.
002690
002700     OPEN OUTPUT DUPLICATE-WORK.
002710     IF NOT WS-DUPWORK-OK
002720         DISPLAY "RECIP-DUPLIST: UNABLE TO OPEN WORK FILE, "
002730             "STATUS = " WS-DUPWORK-STATUS
002740         MOVE 16 TO RETURN-CODE
002750         CLOSE RECIPIENT-MASTER
002760         GO TO 1000-EXIT
002770     END-IF.
002780
002790     OPEN OUTPUT DUPLICATE-LISTING.
002800     IF NOT WS-DUPRPT-OK
002810         DISPLAY "RECIP-DUPLIST: UNABLE TO OPEN REPORT FILE, "
002820             "STATUS = " WS-DUPRPT-STATUS
002830         MOVE 16 TO RETURN-CODE
002840         CLOSE RECIPIENT-MASTER
002850         CLOSE DUPLICATE-WORK
002860         GO TO 1000-EXIT
002870     END-IF.
002880
002890     MOVE WS-HEADING-1 TO DUPRPT-PRINT-LINE.
002900     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
002910
002920     MOVE LOW-VALUES TO REC-RECIPIENT-ID.
002930     START RECIPIENT-MASTER KEY NOT LESS THAN REC-RECIPIENT-ID
002940         INVALID KEY
002950             MOVE "Y" TO WS-EOF-SWITCH
002960     END-START.
002970 1000-EXIT.
002980     EXIT.
002990
003000******************************************************************
003010* 2000-LOAD-WORK - read the next recipient and write its work    *
003020*                  record under its normalized name.  A          *
003030*                  recipient already merged is retired and is    *
003040*                  left out; a name that normalizes to nothing   *
003050*                  cannot be matched and is counted.             *
003060******************************************************************
003070 2000-LOAD-WORK.
003080     READ RECIPIENT-MASTER NEXT RECORD
003090         AT END
003100             MOVE "Y" TO WS-EOF-SWITCH
003110             GO TO 2000-EXIT
003120     END-READ.
003130     IF NOT WS-RECMSTR-OK
003140         MOVE "Y" TO WS-EOF-SWITCH
003150         GO TO 2000-EXIT
003160     END-IF.
003170     ADD 1 TO WS-RECIPIENTS-READ.
003180     IF REC-MERGED
003190         ADD 1 TO WS-ALREADY-MERGED
003200         GO TO 2000-EXIT
003210     END-IF.
003220     PERFORM 2100-NORMALIZE-NAME THRU 2100-EXIT.
003230     IF WS-MATCH-NAME = SPACES
003240         ADD 1 TO WS-BLANK-NAMES
003250         GO TO 2000-EXIT
003260     END-IF.
003270     MOVE WS-MATCH-NAME        TO DPW-MATCH-NAME.
003280     MOVE REC-LANGUAGE-CODE    TO DPW-LANGUAGE-CODE.
003290     MOVE REC-RECIPIENT-ID     TO DPW-RECIPIENT-ID.
003300     MOVE REC-OFFICIAL-NAME    TO DPW-OFFICIAL-NAME.
003310     MOVE REC-STATUS-FLAG      TO DPW-STATUS-FLAG.
003320     MOVE REC-DNG-FLAG         TO DPW-DNG-FLAG.
003330     MOVE REC-LAST-CHANGE-DATE TO DPW-LAST-CHANGE-DATE.
003340     WRITE DUPWORK-RECORD
003350         INVALID KEY
003360             DISPLAY "RECIP-DUPLIST: UNABLE TO WRITE WORK RECORD "
003370                 "FOR " REC-RECIPIENT-ID
003380         NOT INVALID KEY
003390             ADD 1 TO WS-RECIPIENTS-MATCHED
003400     END-WRITE.
003410 2000-EXIT.
003420     EXIT.
003430
003440******************************************************************
003450* 2100-NORMALIZE-NAME - fold the official name to upper case and *
003460*                       keep only its letters and digits.        *
003470******************************************************************
003480 2100-NORMALIZE-NAME.
003490     MOVE REC-OFFICIAL-NAME TO WS-NAME-WORK.
003500     INSPECT WS-NAME-WORK
003510         CONVERTING "abcdefghijklmnopqrstuvwxyz"
003520                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
003530     MOVE SPACES TO WS-MATCH-NAME.
003540     MOVE ZERO TO WS-MATCH-LEN.
003550     PERFORM 2110-KEEP-CHARACTER THRU 2110-EXIT
003560         VARYING WS-CHAR-IX FROM 1 BY 1
003570         UNTIL WS-CHAR-IX > 30.
003580 2100-EXIT.
003590     EXIT.
003600
003610******************************************************************
003620* 2110-KEEP-CHARACTER - carry one letter or digit of the name    *
003630*                       into the match name.                     *
003640******************************************************************
003650 2110-KEEP-CHARACTER.
003660     IF WS-NAME-CHAR (WS-CHAR-IX) = SPACE
003670         GO TO 2110-EXIT
003680     END-IF.
003690     IF WS-NAME-CHAR (WS-CHAR-IX) ALPHABETIC-UPPER
003700        OR WS-NAME-CHAR (WS-CHAR-IX) NUMERIC
003710         ADD 1 TO WS-MATCH-LEN
003720         MOVE WS-NAME-CHAR (WS-CHAR-IX)
003730             TO WS-MATCH-CHAR (WS-MATCH-LEN)
003740     END-IF.
003750 2110-EXIT.
003760     EXIT.
003770
003780******************************************************************
003790* 3000-OPEN-WORK-INPUT - reopen the loaded work file for input   *
003800*                        and position it at its first record.    *
003810******************************************************************
003820 3000-OPEN-WORK-INPUT.
003830     CLOSE DUPLICATE-WORK.
003840     OPEN INPUT DUPLICATE-WORK.
003850     IF NOT WS-DUPWORK-OK
003860         DISPLAY "RECIP-DUPLIST: UNABLE TO REOPEN WORK FILE, "
003870             "STATUS = " WS-DUPWORK-STATUS
003880         MOVE 16 TO RETURN-CODE
003890         MOVE "Y" TO WS-WORK-END-SWITCH
003900         GO TO 3000-EXIT
003910     END-IF.
003920     MOVE LOW-VALUES TO DPW-KEY.
003930     START DUPLICATE-WORK KEY NOT LESS THAN DPW-KEY
003940         INVALID KEY
003950             MOVE "Y" TO WS-WORK-END-SWITCH
003960     END-START.
003970     MOVE SPACES TO WS-GROUP-KEY.
003980     MOVE ZERO TO WS-GROUP-SIZE.
003990 3000-EXIT.
004000     EXIT.
004010
004020******************************************************************
004030* 3100-LIST-DUPLICATES - read the next work record.  The first   *
004040*                        of a name and language is held; the     *
004050*                        second prints the group heading, the    *
004060*                        held recipient and itself, and any more *
004070*                        print as they come.                     *
004080******************************************************************
004090 3100-LIST-DUPLICATES.
004100     READ DUPLICATE-WORK NEXT RECORD
004110         AT END
004120             MOVE "Y" TO WS-WORK-END-SWITCH
004130             GO TO 3100-EXIT
004140     END-READ.
004150     IF NOT WS-DUPWORK-OK
004160         MOVE "Y" TO WS-WORK-END-SWITCH
004170         GO TO 3100-EXIT
004180     END-IF.
004190     PERFORM 3200-BUILD-LINE THRU 3200-EXIT.
004200     IF DPW-MATCH-NAME NOT = WS-GRP-MATCH-NAME
004210        OR DPW-LANGUAGE-CODE NOT = WS-GRP-LANGUAGE-CODE
004220         MOVE DPW-MATCH-NAME TO WS-GRP-MATCH-NAME
004230         MOVE DPW-LANGUAGE-CODE TO WS-GRP-LANGUAGE-CODE
004240         MOVE 1 TO WS-GROUP-SIZE
004250         MOVE WS-DUPLICATE-LINE TO WS-FIRST-HOLD
004260         GO TO 3100-EXIT
004270     END-IF.
004280     ADD 1 TO WS-GROUP-SIZE.
004290     IF WS-GROUP-SIZE = 2
004300         PERFORM 3300-START-GROUP THRU 3300-EXIT
004310     END-IF.
004320     ADD 1 TO WS-DUPLICATE-RECIPIENTS.
004330     MOVE WS-DUPLICATE-LINE TO DUPRPT-PRINT-LINE.
004340     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
004350 3100-EXIT.
004360     EXIT.
004370
004380******************************************************************
004390* 3200-BUILD-LINE - build the listing line for the work record.  *
004400******************************************************************
004410 3200-BUILD-LINE.
004420     MOVE DPW-RECIPIENT-ID     TO WS-DPL-RECIPIENT-ID.
004430     MOVE DPW-OFFICIAL-NAME    TO WS-DPL-NAME.
004440     EVALUATE DPW-STATUS-FLAG
004450         WHEN "T"
004460             MOVE "TERMINATED" TO WS-DPL-STATUS
004470         WHEN OTHER
004480             MOVE "ACTIVE"     TO WS-DPL-STATUS
004490     END-EVALUATE.
004500     MOVE DPW-DNG-FLAG         TO WS-DPL-DNG.
004510     MOVE DPW-LAST-CHANGE-DATE TO WS-DPL-LAST-CHANGED.
004520 3200-EXIT.
004530     EXIT.
004540
004550******************************************************************
004560* 3300-START-GROUP - a second recipient has the held name and    *
004570*                    language: print the group heading and the   *
004580*                    held recipient.                             *
004590******************************************************************
004600 3300-START-GROUP.
004610     ADD 1 TO WS-DUPLICATE-GROUPS.
004620     ADD 1 TO WS-DUPLICATE-RECIPIENTS.
004630     MOVE SPACES TO DUPRPT-PRINT-LINE.
004640     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
004650     MOVE WS-GRP-MATCH-NAME TO WS-GPH-MATCH-NAME.
004660     MOVE WS-GRP-LANGUAGE-CODE TO WS-GPH-LANGUAGE.
004670     IF WS-GRP-LANGUAGE-CODE = SPACES
004680         MOVE "(NONE)" TO WS-GPH-LANGUAGE
004690     END-IF.
004700     MOVE WS-GROUP-HEADING TO DUPRPT-PRINT-LINE.
004710     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
004720     MOVE WS-COLUMN-HEADING TO DUPRPT-PRINT-LINE.
004730     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
004740     MOVE WS-FIRST-HOLD TO DUPRPT-PRINT-LINE.
004750     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
004760 3300-EXIT.
004770     EXIT.
004780
004790******************************************************************
004800* 4000-LIST-MERGES - list every merge on the RECIPIENT-MERGE-LOG *
004810*                    so the review sees what has already been    *
004820*                    merged and by whom.  No log yet means no    *
004830*                    merges.                                     *
004840******************************************************************
004850 4000-LIST-MERGES.
004860     MOVE SPACES TO DUPRPT-PRINT-LINE.
004870     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
004880     MOVE "MERGES ON THE RECIPIENT MERGE LOG"
004890         TO DUPRPT-PRINT-LINE.
004900     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
004910     OPEN INPUT RECIPIENT-MERGE-LOG.
004920     IF WS-RMRGLOG-NOT-FOUND
004930         MOVE "  NO MERGES ON FILE" TO DUPRPT-PRINT-LINE
004940         PERFORM 6100-PRINT-LINE THRU 6100-EXIT
004950         GO TO 4000-EXIT
004960     END-IF.
004970     IF NOT WS-RMRGLOG-OK
004980         DISPLAY "RECIP-DUPLIST: UNABLE TO OPEN MERGE LOG, "
004990             "STATUS = " WS-RMRGLOG-STATUS
005000         MOVE "  *** MERGE LOG COULD NOT BE READ"
005010             TO DUPRPT-PRINT-LINE
005020         PERFORM 6100-PRINT-LINE THRU 6100-EXIT
005030         GO TO 4000-EXIT
005040     END-IF.
005050     MOVE WS-MERGE-HEADING TO DUPRPT-PRINT-LINE.
005060     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
005070     PERFORM 4100-LIST-ONE-MERGE THRU 4100-EXIT
005080         UNTIL WS-END-OF-LOG.
005090     CLOSE RECIPIENT-MERGE-LOG.
005100     IF WS-MERGES-LOGGED = ZERO
005110         MOVE "  NO MERGES ON FILE" TO DUPRPT-PRINT-LINE
005120         PERFORM 6100-PRINT-LINE THRU 6100-EXIT
005130     END-IF.
005140 4000-EXIT.
005150     EXIT.
005160
005170******************************************************************
005180* 4100-LIST-ONE-MERGE - read the next merge log record and list  *
005190*                       it.                                      *
005200******************************************************************
005210 4100-LIST-ONE-MERGE.
005220     READ RECIPIENT-MERGE-LOG
005230         AT END
005240             MOVE "Y" TO WS-LOG-END-SWITCH
005250             GO TO 4100-EXIT
005260     END-READ.
005270     IF NOT WS-RMRGLOG-OK
005280         MOVE "Y" TO WS-LOG-END-SWITCH
005290         GO TO 4100-EXIT
005300     END-IF.
005310     ADD 1 TO WS-MERGES-LOGGED.
005320     MOVE RML-TIMESTAMP (1:8)  TO WS-MGL-DATE.
005330     MOVE RML-TIMESTAMP (9:6)  TO WS-MGL-TIME.
005340     MOVE RML-OPERATOR         TO WS-MGL-OPERATOR.
005350     MOVE RML-RETIRED-ID       TO WS-MGL-RETIRED-ID.
005360     MOVE RML-SURVIVOR-ID      TO WS-MGL-SURVIVOR-ID.
005370     MOVE RML-HISTORY-MOVED    TO WS-MGL-MOVED.
005380     MOVE RML-HISTORY-DROPPED  TO WS-MGL-DROPPED.
005390     MOVE RML-DNG-CARRIED      TO WS-MGL-DNG.
005391     EVALUATE TRUE
005392         WHEN RML-MERGE-INCOMPLETE
005393             MOVE "INCOMPLETE" TO WS-MGL-RESULT
005394         WHEN RML-MERGE-COMPLETE
005395             MOVE "COMPLETE"   TO WS-MGL-RESULT
005396         WHEN OTHER
005397             MOVE SPACES       TO WS-MGL-RESULT
005398     END-EVALUATE.
005400     MOVE WS-MERGE-LINE TO DUPRPT-PRINT-LINE.
005410     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
005420 4100-EXIT.
005430     EXIT.
005440
005450******************************************************************
005460* 5000-DUPLICATE-TOTALS - print the counts and set the warning   *
005470*                         return code when suspected duplicates  *
005480*                         were found.                            *
005490******************************************************************
005500 5000-DUPLICATE-TOTALS.
005510     IF WS-DUPLICATE-GROUPS = ZERO
005520         MOVE SPACES TO DUPRPT-PRINT-LINE
005530         PERFORM 6100-PRINT-LINE THRU 6100-EXIT
005540         MOVE "  NO SUSPECTED DUPLICATE RECIPIENTS FOUND"
005550             TO DUPRPT-PRINT-LINE
005560         PERFORM 6100-PRINT-LINE THRU 6100-EXIT
005570     END-IF.
005580     MOVE SPACES TO DUPRPT-PRINT-LINE.
005590     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
005600     MOVE "  RECIPIENTS ON THE MASTER ....: " TO WS-CNT-LABEL.
005610     MOVE WS-RECIPIENTS-READ TO WS-CNT-VALUE.
005620     MOVE WS-COUNT-LINE TO DUPRPT-PRINT-LINE.
005630     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
005640     MOVE "  ALREADY MERGED ..............: " TO WS-CNT-LABEL.
005650     MOVE WS-ALREADY-MERGED TO WS-CNT-VALUE.
005660     MOVE WS-COUNT-LINE TO DUPRPT-PRINT-LINE.
005670     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
005680     MOVE "  NAME BLANK - NOT MATCHED ....: " TO WS-CNT-LABEL.
005690     MOVE WS-BLANK-NAMES TO WS-CNT-VALUE.
005700     MOVE WS-COUNT-LINE TO DUPRPT-PRINT-LINE.
005710     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
005720     MOVE "  RECIPIENTS MATCHED ..........: " TO WS-CNT-LABEL.
005730     MOVE WS-RECIPIENTS-MATCHED TO WS-CNT-VALUE.
005740     MOVE WS-COUNT-LINE TO DUPRPT-PRINT-LINE.
005750     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
005760     MOVE "  SUSPECTED DUPLICATE GROUPS ..: " TO WS-CNT-LABEL.
005770     MOVE WS-DUPLICATE-GROUPS TO WS-CNT-VALUE.
005780     MOVE WS-COUNT-LINE TO DUPRPT-PRINT-LINE.
005790     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
005800     MOVE "    RECIPIENTS IN THEM ........: " TO WS-CNT-LABEL.
005810     MOVE WS-DUPLICATE-RECIPIENTS TO WS-CNT-VALUE.
005820     MOVE WS-COUNT-LINE TO DUPRPT-PRINT-LINE.
005830     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
005840     MOVE "  MERGES ON THE LOG ...........: " TO WS-CNT-LABEL.
005850     MOVE WS-MERGES-LOGGED TO WS-CNT-VALUE.
005860     MOVE WS-COUNT-LINE TO DUPRPT-PRINT-LINE.
005870     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
005880     IF WS-DUPLICATE-GROUPS > ZERO
005890         IF RETURN-CODE = ZERO
005900             MOVE 4 TO RETURN-CODE
005910         END-IF
005920     END-IF.
005930 5000-EXIT.
005940     EXIT.
005950
005960******************************************************************
005970* 6100-PRINT-LINE - print the line built in DUPRPT-PRINT-LINE.   *
005980******************************************************************
005990 6100-PRINT-LINE.
006000     WRITE DUPRPT-PRINT-LINE AFTER ADVANCING 1 LINE.
006010 6100-EXIT.
006020     EXIT.
006030
006040******************************************************************
006050* 8000-END-OF-JOB - report the duplicate counts and close down   *
006060*                   the files used by this run.                  *
006070******************************************************************
006080 8000-END-OF-JOB.
006090     DISPLAY "RECIP-DUPLIST: RECIPIENTS = " WS-RECIPIENTS-READ
006100         ", GROUPS = " WS-DUPLICATE-GROUPS
006110         ", IN GROUPS = " WS-DUPLICATE-RECIPIENTS
006120         ", RC = " RETURN-CODE.
006130     CLOSE RECIPIENT-MASTER.
006140     CLOSE DUPLICATE-WORK.
006150     CLOSE DUPLICATE-LISTING.
006160 8000-EXIT.
006170     EXIT.
006180
006190******************************************************************
006200* End of program                                                 *
006210******************************************************************
