000010******************************************************************
000020* Program:     RECIP-SYNC                                        *
000030* Author:      J. H. Marchetti                                   *
000040* Installation:Data Processing Center                            *
000050* Date-Written:2026-10-15                                        *
000060* Purpose:     Nightly batch apply of the HR recipient feed to   *
000070*              the RECIPIENT-MASTER: new hires are added,        *
000080*              changed recipients have their official name,      *
000090*              language and do-not-greet flag replaced, and      *
000100*              leavers are marked terminated so HELLO-WORLD no   *
000110*              longer greets them.  A do-not-greet flag set by   *
000120*              hand through RECIP-MAINT is never overwritten.    *
000130*              The feed's header and trailer are balanced before *
000140*              anything is applied; the apply report lists every *
000150*              transaction with control totals balanced to the   *
000160*              trailer.  Runs ahead of HELLO-WORLD, and records  *
000170*              its completion on the RUN-CONTROL file under run  *
000180*              mode SYNC so HELLO-WORLD can tell the day's       *
000190*              roster is being validated against a current       *
000200*              master.                                           *
000210* Language:    COBOL (GnuCOBOL, fixed format)                    *
000220*                                                                *
000230* Modification History:                                         *
000240*   2026-10-15  JHM  Initial version.                            *
000241*   2026-10-15  JHM  A recipient merged into another through     *
000242*                    RECIP-MAINT is no longer fed: an add,       *
000243*                    change or termination for the retired ID    *
000244*                    rejects.                                    *
000250******************************************************************
000260
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID.             RECIP-SYNC.
000290 AUTHOR.                 J. H. MARCHETTI.
000300 INSTALLATION.           DATA PROCESSING CENTER.
000310 DATE-WRITTEN.           2026-10-15.
000320 DATE-COMPILED.          2026-10-15.
000330
000340******************************************************************
000350* ENVIRONMENT DIVISION                                           *
000360******************************************************************
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.        GNUCOBOL.
000400 OBJECT-COMPUTER.        GNUCOBOL.
000410
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT HR-FEED         ASSIGN TO HRFEED
000450            ORGANIZATION IS LINE SEQUENTIAL
000460            FILE STATUS IS WS-HRFEED-STATUS.
000470
000480     SELECT RECIPIENT-MASTER ASSIGN TO RECMSTR
000490            ORGANIZATION IS INDEXED
000500            ACCESS MODE IS RANDOM
000510            RECORD KEY IS REC-RECIPIENT-ID
000520            FILE STATUS IS WS-RECMSTR-STATUS.
000530
000540     SELECT APPLY-REPORT    ASSIGN TO HRAPPLY
000550            ORGANIZATION IS LINE SEQUENTIAL
000560            FILE STATUS IS WS-HRAPPLY-STATUS.
000570
000580     SELECT RUN-CONTROL     ASSIGN TO RUNCTL
000590            ORGANIZATION IS INDEXED
000600            ACCESS MODE IS RANDOM
000610            RECORD KEY IS RCL-KEY
000620            FILE STATUS IS WS-RUNCTL-STATUS.
000630
000640******************************************************************
000650* DATA DIVISION                                                  *
000660******************************************************************
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  HR-FEED
000700     RECORDING MODE IS F.
000710 COPY HRFEED.
000720
000730 FD  RECIPIENT-MASTER.
000740 COPY RECMSTR.
000750
000760 FD  APPLY-REPORT
000770     RECORD CONTAINS 80 CHARACTERS
000780     RECORDING MODE IS F.
000790 01  HRAPPLY-PRINT-LINE      PIC X(80).
000800
000810 FD  RUN-CONTROL.
000820 COPY RUNCTL.
000830
000840 WORKING-STORAGE SECTION.
000850******************************************************************
000860* File status switches                                           *
000870******************************************************************
000880 01  WS-HRFEED-STATUS        PIC X(02).
000890     88  WS-HRFEED-OK                 VALUE "00".
000900
000910 01  WS-RECMSTR-STATUS       PIC X(02).
000920     88  WS-RECMSTR-OK                VALUE "00".
000930     88  WS-RECMSTR-CREATED           VALUE "35".
000940
000950 01  WS-HRAPPLY-STATUS       PIC X(02).
000960     88  WS-HRAPPLY-OK                VALUE "00".
000970
000980 01  WS-RUNCTL-STATUS        PIC X(02).
000990     88  WS-RUNCTL-OK                 VALUE "00".
001000     88  WS-RUNCTL-NOT-FOUND          VALUE "35".
001010
001020 01  WS-FEED-EOF-SWITCH      PIC X(01) VALUE "N".
001030     88  WS-END-OF-FEED               VALUE "Y".
001040
001050 01  WS-RUNCTL-HELD-SWITCH   PIC X(01) VALUE "N".
001060     88  WS-RUNCTL-HELD               VALUE "Y".
001070
001080 01  WS-RUN-DATE-8            PIC 9(08).
001090 01  WS-RUN-TIME-8            PIC 9(08).
001100 01  WS-RUN-TIMESTAMP         PIC X(16).
001110
001120******************************************************************
001130* Run-control key - the sync records its run for the business    *
001140* date under its own run mode, beside HELLO-WORLD's PROD and     *
001150* TEST records.                                                  *
001160******************************************************************
001170 01  WS-SYNC-RUN-MODE         PIC X(04) VALUE "SYNC".
001180
001190******************************************************************
001200* Feed balancing work areas - the pre-pass counts the details    *
001210* by action and checks them against the trailer before anything  *
001220* is applied.                                                    *
001230******************************************************************
001240 01  WS-FEED-BAL-SWITCH       PIC X(01) VALUE "Y".
001250     88  WS-FEED-BALANCED             VALUE "Y".
001260     88  WS-FEED-UNBALANCED           VALUE "N".
001270 01  WS-FEED-BAL-REASON       PIC X(40) VALUE SPACES.
001280 01  WS-HDR-SEEN-SWITCH       PIC X(01) VALUE "N".
001290     88  WS-HEADER-SEEN               VALUE "Y".
001300 01  WS-TRL-SEEN-SWITCH       PIC X(01) VALUE "N".
001310     88  WS-TRAILER-SEEN              VALUE "Y".
001320 01  WS-FEED-DATE             PIC X(08) VALUE SPACES.
001330 01  WS-FEED-SOURCE           PIC X(08) VALUE SPACES.
001340 01  WS-BAL-DETAILS           PIC 9(08) VALUE ZERO.
001350 01  WS-BAL-ADDS              PIC 9(08) VALUE ZERO.
001360 01  WS-BAL-CHANGES           PIC 9(08) VALUE ZERO.
001370 01  WS-BAL-TERMINATES        PIC 9(08) VALUE ZERO.
001380 01  WS-BAL-OTHERS            PIC 9(08) VALUE ZERO.
001390 01  WS-TRL-RECORD-COUNT      PIC 9(08) VALUE ZERO.
001400 01  WS-TRL-ADD-COUNT         PIC 9(08) VALUE ZERO.
001410 01  WS-TRL-CHANGE-COUNT      PIC 9(08) VALUE ZERO.
001420 01  WS-TRL-TERMINATE-COUNT   PIC 9(08) VALUE ZERO.
001430
001440******************************************************************
001450* Apply counters and report work areas                           *
001460******************************************************************
001470 01  WS-TRANS-READ            PIC 9(06) VALUE ZERO.
001480 01  WS-TRANS-ADDED           PIC 9(06) VALUE ZERO.
001490 01  WS-TRANS-CHANGED         PIC 9(06) VALUE ZERO.
001500 01  WS-TRANS-TERMINATED      PIC 9(06) VALUE ZERO.
001510 01  WS-TRANS-REJECTED        PIC 9(06) VALUE ZERO.
001520 01  WS-DNG-KEPT              PIC 9(06) VALUE ZERO.
001530 01  WS-CONTROL-TOTAL         PIC 9(06) VALUE ZERO.
001540
001550 01  WS-BALANCE-SWITCH        PIC X(01) VALUE "N".
001560     88  WS-IN-BALANCE                VALUE "Y".
001570
001580 01  WS-DNG-KEPT-SWITCH       PIC X(01) VALUE "N".
001590     88  WS-DNG-WAS-KEPT              VALUE "Y".
001600
001610 01  WS-REJECT-REASON         PIC X(40).
001620
001630 01  WS-HEADING-LINE.
001640     05  FILLER                  PIC X(32)
001650             VALUE "RECIP-SYNC HR FEED APPLY REPORT ".
001660     05  FILLER                  PIC X(10) VALUE "RUN DATE ".
001670     05  WS-HDG-RUN-DATE         PIC 9(08).
001680     05  FILLER                  PIC X(12) VALUE "  FEED DATE ".
001690     05  WS-HDG-FEED-DATE        PIC X(08).
001700     05  FILLER                  PIC X(10) VALUE SPACES.
001710
001720 01  WS-APPLY-LINE.
001730     05  WS-APL-ACTION           PIC X(01).
001740     05  FILLER                  PIC X(02) VALUE SPACES.
001750     05  WS-APL-RECIPIENT-ID     PIC X(08).
001760     05  FILLER                  PIC X(02) VALUE SPACES.
001770     05  WS-APL-RESULT           PIC X(08).
001780     05  FILLER                  PIC X(02) VALUE SPACES.
001790     05  WS-APL-REASON           PIC X(40).
001800     05  FILLER                  PIC X(17) VALUE SPACES.
001810
001820 01  WS-TOTAL-LINE.
001830     05  WS-TOT-LABEL            PIC X(28).
001840     05  WS-TOT-VALUE            PIC 9(08).
001850     05  FILLER                  PIC X(44) VALUE SPACES.
001860
001870******************************************************************
001880* PROCEDURE DIVISION                                             *
001890******************************************************************
001900 PROCEDURE DIVISION.
001910
001920 0000-MAIN-PARAGRAPH.
001930     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001940     IF RETURN-CODE = 16
001950         GO TO 0000-EXIT
001960     END-IF.
001970     PERFORM 2900-READ-FEED THRU 2900-EXIT.
001980     PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
001990         UNTIL WS-END-OF-FEED.
002000     PERFORM 8000-END-OF-JOB THRU 8000-EXIT.
002010 0000-EXIT.
002020     STOP RUN.
002030
002040******************************************************************
002050* 1000-INITIALIZE - open the feed and the apply report, balance  *
002060*                   the feed against its trailer, then open the  *
002070*                   recipient master for update and take the     *
002080*                   day's run-control record.  A feed that does  *
002090*                   not balance is not applied at all - a        *
002100*                   truncated transmission must not leave the    *
002110*                   master half-updated.                         *
002120******************************************************************
002130 1000-INITIALIZE.
002140     ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
002150     ACCEPT WS-RUN-TIME-8 FROM TIME.
002160     STRING WS-RUN-DATE-8 WS-RUN-TIME-8
002170         DELIMITED BY SIZE
002180         INTO WS-RUN-TIMESTAMP
002190     END-STRING.
002200
002210     OPEN INPUT HR-FEED.
002220     IF NOT WS-HRFEED-OK
002230         DISPLAY "RECIP-SYNC: UNABLE TO OPEN HR-FEED, "
002240             "STATUS = " WS-HRFEED-STATUS
002250         MOVE 16 TO RETURN-CODE
002260         GO TO 1000-EXIT
002270     END-IF.
002280     OPEN OUTPUT APPLY-REPORT.
002290     IF NOT WS-HRAPPLY-OK
002300         DISPLAY "RECIP-SYNC: UNABLE TO OPEN APPLY-REPORT, "
002310             "STATUS = " WS-HRAPPLY-STATUS
002320         MOVE 16 TO RETURN-CODE
002330         CLOSE HR-FEED
002340         GO TO 1000-EXIT
002350     END-IF.
002360
002370     PERFORM 1100-BALANCE-FEED THRU 1100-EXIT.
002380     MOVE WS-RUN-DATE-8 TO WS-HDG-RUN-DATE.
002390     MOVE WS-FEED-DATE  TO WS-HDG-FEED-DATE.
002400     MOVE WS-HEADING-LINE TO HRAPPLY-PRINT-LINE.
002410     WRITE HRAPPLY-PRINT-LINE.
002420     MOVE SPACES TO HRAPPLY-PRINT-LINE.
002430     WRITE HRAPPLY-PRINT-LINE.
002440     IF WS-FEED-UNBALANCED
002450         PERFORM 1150-REPORT-UNBALANCED THRU 1150-EXIT
002460         MOVE 16 TO RETURN-CODE
002470         CLOSE HR-FEED
002480         CLOSE APPLY-REPORT
002490         GO TO 1000-EXIT
002500     END-IF.
002510
002520     CLOSE HR-FEED.
002530     OPEN INPUT HR-FEED.
002540     IF NOT WS-HRFEED-OK
002550         DISPLAY "RECIP-SYNC: UNABLE TO REOPEN HR-FEED, "
002560             "STATUS = " WS-HRFEED-STATUS
002570         MOVE 16 TO RETURN-CODE
002580         CLOSE APPLY-REPORT
002590         GO TO 1000-EXIT
002600     END-IF.
002610     MOVE "N" TO WS-FEED-EOF-SWITCH.
002620
002630     OPEN I-O RECIPIENT-MASTER.
002640     IF WS-RECMSTR-CREATED
002650         OPEN OUTPUT RECIPIENT-MASTER
002660         CLOSE RECIPIENT-MASTER
002670         OPEN I-O RECIPIENT-MASTER
002680     END-IF.
002690     IF NOT WS-RECMSTR-OK
002700         DISPLAY "RECIP-SYNC: UNABLE TO OPEN RECIPIENT-MASTER, "
002710             "STATUS = " WS-RECMSTR-STATUS
002720         MOVE 16 TO RETURN-CODE
002730         CLOSE HR-FEED
002740         CLOSE APPLY-REPORT
002750         GO TO 1000-EXIT
002760     END-IF.
002770
002780     PERFORM 1200-CHECK-RUN-CONTROL THRU 1200-EXIT.
002790     IF RETURN-CODE = 16
002800         CLOSE HR-FEED
002810         CLOSE APPLY-REPORT
002820         CLOSE RECIPIENT-MASTER
002830         GO TO 1000-EXIT
002840     END-IF.
002850
002860     MOVE "A  RECIP-ID  RESULT    REASON" TO HRAPPLY-PRINT-LINE.
002870     WRITE HRAPPLY-PRINT-LINE.
002880 1000-EXIT.
002890     EXIT.
002900
002910******************************************************************
002920* 1100-BALANCE-FEED - pre-processing pass over the feed: the     *
002930*                     first record must be the header, the last  *
002940*                     the trailer, and the trailer's record      *
002950*                     count and count of each action must agree  *
002960*                     with the details between them.             *
002970******************************************************************
002980 1100-BALANCE-FEED.
002990     MOVE "Y" TO WS-FEED-BAL-SWITCH.
003000     MOVE "N" TO WS-FEED-EOF-SWITCH.
003010     PERFORM 1110-BALANCE-ONE-RECORD THRU 1110-EXIT
003020         UNTIL WS-END-OF-FEED
003030            OR WS-FEED-UNBALANCED.
003040     IF WS-FEED-UNBALANCED
003050         GO TO 1100-EXIT
003060     END-IF.
003070     IF NOT WS-HEADER-SEEN
003080         MOVE "N" TO WS-FEED-BAL-SWITCH
003090         MOVE "FEED IS EMPTY - NO HEADER RECORD"
003100             TO WS-FEED-BAL-REASON
003110         GO TO 1100-EXIT
003120     END-IF.
003130     IF NOT WS-TRAILER-SEEN
003140         MOVE "N" TO WS-FEED-BAL-SWITCH
003150         MOVE "NO TRAILER RECORD - FEED IS TRUNCATED"
003160             TO WS-FEED-BAL-REASON
003170         GO TO 1100-EXIT
003180     END-IF.
003190     IF WS-BAL-DETAILS NOT = WS-TRL-RECORD-COUNT
003200         MOVE "N" TO WS-FEED-BAL-SWITCH
003210         MOVE "DETAIL COUNT DOES NOT AGREE WITH TRAILER"
003220             TO WS-FEED-BAL-REASON
003230         GO TO 1100-EXIT
003240     END-IF.
003250     IF WS-BAL-ADDS NOT = WS-TRL-ADD-COUNT
003260        OR WS-BAL-CHANGES NOT = WS-TRL-CHANGE-COUNT
003270        OR WS-BAL-TERMINATES NOT = WS-TRL-TERMINATE-COUNT
003280         MOVE "N" TO WS-FEED-BAL-SWITCH
003290         MOVE "ACTION COUNTS DO NOT AGREE WITH TRAILER"
003300             TO WS-FEED-BAL-REASON
003310     END-IF.
003320 1100-EXIT.
003330     EXIT.
003340
003350******************************************************************
003360* 1110-BALANCE-ONE-RECORD - read one feed record in the          *
003370*                           balancing pass and count it.         *
003380******************************************************************
003390 1110-BALANCE-ONE-RECORD.
003400     READ HR-FEED
003410         AT END
003420             MOVE "Y" TO WS-FEED-EOF-SWITCH
003430             GO TO 1110-EXIT
003440     END-READ.
003450     IF WS-TRAILER-SEEN
003460         MOVE "N" TO WS-FEED-BAL-SWITCH
003470         MOVE "RECORDS FOUND AFTER THE TRAILER"
003480             TO WS-FEED-BAL-REASON
003490         GO TO 1110-EXIT
003500     END-IF.
003510     IF NOT WS-HEADER-SEEN
003520         IF HRF-FEED-HDR
003530             MOVE "Y" TO WS-HDR-SEEN-SWITCH
003540             MOVE HFH-FEED-DATE     TO WS-FEED-DATE
003550             MOVE HFH-SOURCE-SYSTEM TO WS-FEED-SOURCE
003560         ELSE
003570             MOVE "N" TO WS-FEED-BAL-SWITCH
003580             MOVE "FIRST RECORD IS NOT A HEADER"
003590                 TO WS-FEED-BAL-REASON
003600         END-IF
003610         GO TO 1110-EXIT
003620     END-IF.
003630     EVALUATE TRUE
003640         WHEN HRF-DETAIL
003650             ADD 1 TO WS-BAL-DETAILS
003660             EVALUATE TRUE
003670                 WHEN HRF-ADD
003680                     ADD 1 TO WS-BAL-ADDS
003690                 WHEN HRF-CHANGE
003700                     ADD 1 TO WS-BAL-CHANGES
003710                 WHEN HRF-TERMINATE
003720                     ADD 1 TO WS-BAL-TERMINATES
003730                 WHEN OTHER
003740                     ADD 1 TO WS-BAL-OTHERS
003750             END-EVALUATE
003760         WHEN HRF-FEED-TRL
003770             MOVE "Y" TO WS-TRL-SEEN-SWITCH
003780             IF HFT-RECORD-COUNT NUMERIC
003790                AND HFT-ADD-COUNT NUMERIC
003800                AND HFT-CHANGE-COUNT NUMERIC
003810                AND HFT-TERMINATE-COUNT NUMERIC
003820                 MOVE HFT-RECORD-COUNT    TO WS-TRL-RECORD-COUNT
003830                 MOVE HFT-ADD-COUNT       TO WS-TRL-ADD-COUNT
003840                 MOVE HFT-CHANGE-COUNT    TO WS-TRL-CHANGE-COUNT
003850                 MOVE HFT-TERMINATE-COUNT
003860                     TO WS-TRL-TERMINATE-COUNT
003870             ELSE
003880                 MOVE "N" TO WS-FEED-BAL-SWITCH
003890                 MOVE "TRAILER COUNTS ARE NOT NUMERIC"
003900                     TO WS-FEED-BAL-REASON
003910             END-IF
003920         WHEN HRF-FEED-HDR
003930             MOVE "N" TO WS-FEED-BAL-SWITCH
003940             MOVE "SECOND HEADER RECORD ON FEED"
003950                 TO WS-FEED-BAL-REASON
003960         WHEN OTHER
003970             MOVE "N" TO WS-FEED-BAL-SWITCH
003980             MOVE "UNKNOWN RECORD TYPE ON FEED"
003990                 TO WS-FEED-BAL-REASON
004000     END-EVALUATE.
004010 1110-EXIT.
004020     EXIT.
004030
004040******************************************************************
004050* 1150-REPORT-UNBALANCED - print why the feed was refused and    *
004060*                          the counts found against the trailer. *
004070******************************************************************
004080 1150-REPORT-UNBALANCED.
004090     MOVE "*** FEED DOES NOT BALANCE - NOTHING APPLIED ***"
004100         TO HRAPPLY-PRINT-LINE.
004110     WRITE HRAPPLY-PRINT-LINE.
004120     MOVE SPACES TO HRAPPLY-PRINT-LINE.
004130     STRING "    " WS-FEED-BAL-REASON
004140         DELIMITED BY SIZE
004150         INTO HRAPPLY-PRINT-LINE
004160     END-STRING.
004170     WRITE HRAPPLY-PRINT-LINE.
004180     MOVE SPACES TO HRAPPLY-PRINT-LINE.
004190     WRITE HRAPPLY-PRINT-LINE.
004200     MOVE "  DETAILS ON FEED ........: " TO WS-TOT-LABEL.
004210     MOVE WS-BAL-DETAILS TO WS-TOT-VALUE.
004220     MOVE WS-TOTAL-LINE TO HRAPPLY-PRINT-LINE.
004230     WRITE HRAPPLY-PRINT-LINE.
004240     MOVE "  TRAILER RECORD COUNT ...: " TO WS-TOT-LABEL.
004250     MOVE WS-TRL-RECORD-COUNT TO WS-TOT-VALUE.
004260     MOVE WS-TOTAL-LINE TO HRAPPLY-PRINT-LINE.
004270     WRITE HRAPPLY-PRINT-LINE.
004280     DISPLAY "RECIP-SYNC: HR FEED DOES NOT BALANCE - "
004290         WS-FEED-BAL-REASON.
004300     DISPLAY "RECIP-SYNC: NOTHING APPLIED TO RECIPIENT-MASTER".
004310 1150-EXIT.
004320     EXIT.
004330
004340******************************************************************
004350* 1200-CHECK-RUN-CONTROL - take the day's SYNC record on the     *
004360*                          run-control file: an in-flight record *
004370*                          blocks a concurrent submission; any   *
004380*                          other prior record is taken over, so  *
004390*                          a corrected feed may be re-sent and   *
004400*                          applied the same day.  The record is  *
004410*                          closed out with the final return code *
004420*                          by 8200-CLOSE-RUN-CONTROL.            *
004430******************************************************************
004440 1200-CHECK-RUN-CONTROL.
004450     OPEN I-O RUN-CONTROL.
004460     IF WS-RUNCTL-NOT-FOUND
004470         OPEN OUTPUT RUN-CONTROL
004480         CLOSE RUN-CONTROL
004490         OPEN I-O RUN-CONTROL
004500     END-IF.
004510     IF NOT WS-RUNCTL-OK
004520         DISPLAY "RECIP-SYNC: UNABLE TO OPEN RUN-CONTROL, "
004530             "STATUS = " WS-RUNCTL-STATUS
004540         MOVE 16 TO RETURN-CODE
004550         GO TO 1200-EXIT
004560     END-IF.
004570     MOVE WS-RUN-DATE-8    TO RCL-BUSINESS-DATE.
004580     MOVE WS-SYNC-RUN-MODE TO RCL-RUN-MODE.
004590     READ RUN-CONTROL
004600         INVALID KEY
004610             MOVE SPACES TO RUNCTL-RECORD
004620             MOVE WS-RUN-DATE-8    TO RCL-BUSINESS-DATE
004630             MOVE WS-SYNC-RUN-MODE TO RCL-RUN-MODE
004640             MOVE "I"              TO RCL-STATUS-FLAG
004650             MOVE WS-RUN-TIMESTAMP TO RCL-RUN-TIMESTAMP
004660             MOVE ZERO             TO RCL-RETURN-CODE
004670             WRITE RUNCTL-RECORD
004680                 INVALID KEY
004690                     DISPLAY "RECIP-SYNC: UNABLE TO WRITE "
004700                         "RUN-CONTROL"
004710                     MOVE 16 TO RETURN-CODE
004720                     CLOSE RUN-CONTROL
004730             END-WRITE
004740             IF RETURN-CODE NOT = 16
004750                 MOVE "Y" TO WS-RUNCTL-HELD-SWITCH
004760             END-IF
004770             GO TO 1200-EXIT
004780     END-READ.
004790     IF RCL-IN-FLIGHT
004800         DISPLAY "RECIP-SYNC: SYNC ALREADY IN FLIGHT FOR "
004810             RCL-BUSINESS-DATE " - CONCURRENT SUBMISSION BLOCKED"
004820         MOVE 16 TO RETURN-CODE
004830         CLOSE RUN-CONTROL
004840         GO TO 1200-EXIT
004850     END-IF.
004860     IF RCL-COMPLETED
004870         DISPLAY "RECIP-SYNC: A SYNC HAS ALREADY COMPLETED FOR "
004880             RCL-BUSINESS-DATE " - APPLYING THIS FEED AS WELL"
004890     END-IF.
004900     MOVE "I"              TO RCL-STATUS-FLAG.
004910     MOVE WS-RUN-TIMESTAMP TO RCL-RUN-TIMESTAMP.
004920     MOVE ZERO             TO RCL-RETURN-CODE.
004930     REWRITE RUNCTL-RECORD
004940         INVALID KEY
004950             DISPLAY "RECIP-SYNC: UNABLE TO REWRITE RUN-CONTROL"
004960             MOVE 16 TO RETURN-CODE
004970             CLOSE RUN-CONTROL
004980     END-REWRITE.
004990     IF RETURN-CODE NOT = 16
005000         MOVE "Y" TO WS-RUNCTL-HELD-SWITCH
005010     END-IF.
005020 1200-EXIT.
005030     EXIT.
005040
005050******************************************************************
005060* 2000-APPLY-TRANSACTION - apply the detail in the record area   *
005070*                          to the master and report the outcome, *
005080*                          then read the next.  The header is    *
005090*                          passed over and the trailer ends the  *
005100*                          apply - both were checked by the      *
005110*                          balancing pass.                       *
005120******************************************************************
005130 2000-APPLY-TRANSACTION.
005140     IF HRF-FEED-HDR
005150         PERFORM 2900-READ-FEED THRU 2900-EXIT
005160         GO TO 2000-EXIT
005170     END-IF.
005180     IF HRF-FEED-TRL
005190         MOVE "Y" TO WS-FEED-EOF-SWITCH
005200         GO TO 2000-EXIT
005210     END-IF.
005220     ADD 1 TO WS-TRANS-READ.
005230     MOVE "N" TO WS-DNG-KEPT-SWITCH.
005240     EVALUATE TRUE
005250         WHEN HRF-RECIPIENT-ID = SPACES
005260             MOVE "RECIPIENT ID IS BLANK" TO WS-REJECT-REASON
005270             PERFORM 2950-REPORT-REJECT THRU 2950-EXIT
005280         WHEN NOT HRF-DNG-VALID
005290             MOVE "DO-NOT-GREET FLAG IS NOT Y, N OR BLANK"
005300                 TO WS-REJECT-REASON
005310             PERFORM 2950-REPORT-REJECT THRU 2950-EXIT
005320         WHEN HRF-ADD
005330             PERFORM 2100-APPLY-ADD THRU 2100-EXIT
005340         WHEN HRF-CHANGE
005350             PERFORM 2200-APPLY-CHANGE THRU 2200-EXIT
005360         WHEN HRF-TERMINATE
005370             PERFORM 2300-APPLY-TERMINATE THRU 2300-EXIT
005380         WHEN OTHER
005390             MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
005400             PERFORM 2950-REPORT-REJECT THRU 2950-EXIT
005410     END-EVALUATE.
005420     PERFORM 2900-READ-FEED THRU 2900-EXIT.
005430 2000-EXIT.
005440     EXIT.
005450
005460******************************************************************
005470* 2100-APPLY-ADD - add a new hire to the master.  A recipient    *
005480*                  already on the master and active rejects; one *
005490*                  on the master as terminated is a rehire and   *
005500*                  is reinstated with the feed's details.        *
005510******************************************************************
005520 2100-APPLY-ADD.
005530     IF HRF-OFFICIAL-NAME = SPACES
005540         MOVE "OFFICIAL NAME IS BLANK" TO WS-REJECT-REASON
005550         PERFORM 2950-REPORT-REJECT THRU 2950-EXIT
005560         GO TO 2100-EXIT
005570     END-IF.
005580     MOVE HRF-RECIPIENT-ID TO REC-RECIPIENT-ID.
005590     READ RECIPIENT-MASTER
005600         INVALID KEY
005610             PERFORM 2110-ADD-NEW-RECIPIENT THRU 2110-EXIT
005620             GO TO 2100-EXIT
005630     END-READ.
005640     IF NOT WS-RECMSTR-OK
005650         MOVE "RECIPIENT MASTER READ FAILED" TO WS-REJECT-REASON
005660         PERFORM 2950-REPORT-REJECT THRU 2950-EXIT
005670         GO TO 2100-EXIT
005680     END-IF.
005681     IF REC-MERGED
005682         MOVE "RECIPIENT IS MERGED INTO ANOTHER ID"
005683             TO WS-REJECT-REASON
005684         PERFORM 2950-REPORT-REJECT THRU 2950-EXIT
005685         GO TO 2100-EXIT
005686     END-IF.
005690     IF REC-ACTIVE
005700         MOVE "RECIPIENT ALREADY ON MASTER" TO WS-REJECT-REASON
005710         PERFORM 2950-REPORT-REJECT THRU 2950-EXIT
005720         GO TO 2100-EXIT
005730     END-IF.
005740     MOVE HRF-OFFICIAL-NAME TO REC-OFFICIAL-NAME.
005750     MOVE HRF-LANGUAGE-CODE TO REC-LANGUAGE-CODE.
005760     PERFORM 2400-APPLY-DNG-FLAG THRU 2400-EXIT.
005770     MOVE "A"    TO REC-STATUS-FLAG.
005780     MOVE SPACES TO REC-TERMINATION-DATE.
005790     MOVE WS-RUN-DATE-8 TO REC-LAST-CHANGE-DATE.
005800     REWRITE RECMSTR-RECORD
005810         INVALID KEY
005820             MOVE "UNABLE TO REWRITE RECIPIENT"
005830                 TO WS-REJECT-REASON
005840             PERFORM 2950-REPORT-REJECT THRU 2950-EXIT
005850         NOT INVALID KEY
005860             ADD 1 TO WS-TRANS-ADDED
005870             MOVE "REHIRE - RECIPIENT REINSTATED"
005880                 TO WS-APL-REASON
005890             PERFORM 2960-REPORT-APPLIED THRU 2960-EXIT
005900     END-REWRITE.
005910 2100-EXIT.
005920     EXIT.
005930
005940******************************************************************
005950* 2110-ADD-NEW-RECIPIENT - write the new hire's master record.   *
005960*                          The preferred greeting code is not    *
005970*                          an HR field; it starts blank (the     *
005980*                          default) for RECIP-MAINT to set.      *
005990******************************************************************
006000 2110-ADD-NEW-RECIPIENT.
006010     MOVE SPACES TO RECMSTR-RECORD.
006020     MOVE HRF-RECIPIENT-ID  TO REC-RECIPIENT-ID.
006030     MOVE HRF-OFFICIAL-NAME TO REC-OFFICIAL-NAME.
006040     MOVE HRF-LANGUAGE-CODE TO REC-LANGUAGE-CODE.
006050     MOVE "N" TO REC-DNG-FLAG.
006060     PERFORM 2400-APPLY-DNG-FLAG THRU 2400-EXIT.
006070     MOVE "A" TO REC-STATUS-FLAG.
006080     MOVE WS-RUN-DATE-8 TO REC-LAST-CHANGE-DATE.
006090     WRITE RECMSTR-RECORD
006100         INVALID KEY
006110             MOVE "UNABLE TO ADD RECIPIENT" TO WS-REJECT-REASON
006120             PERFORM 2950-REPORT-REJECT THRU 2950-EXIT
006130         NOT INVALID KEY
006140             ADD 1 TO WS-TRANS-ADDED
006150             MOVE SPACES TO WS-APL-REASON
006160             PERFORM 2960-REPORT-APPLIED THRU 2960-EXIT
006170     END-WRITE.
006180 2110-EXIT.
006190     EXIT.
006200
006210******************************************************************
006220* 2200-APPLY-CHANGE - replace a recipient's official name,       *
006230*                     language and do-not-greet flag.  A blank   *
006240*                     name or language on the feed leaves the    *
006250*                     master's value; a recipient not on the     *
006260*                     master, or terminated, rejects.            *
006270******************************************************************
006280 2200-APPLY-CHANGE.
006290     MOVE HRF-RECIPIENT-ID TO REC-RECIPIENT-ID.
006300     READ RECIPIENT-MASTER
006310         INVALID KEY
006320             MOVE "RECIPIENT NOT ON MASTER" TO WS-REJECT-REASON
006330             PERFORM 2950-REPORT-REJECT THRU 2950-EXIT
006340             GO TO 2200-EXIT
006350     END-READ.
006360     IF NOT WS-RECMSTR-OK
006370         MOVE "RECIPIENT MASTER READ FAILED" TO WS-REJECT-REASON
006380         PERFORM 2950-REPORT-REJECT THRU 2950-EXIT
006390         GO TO 2200-EXIT
006400     END-IF.
006410     IF REC-TERMINATED
006420         MOVE "RECIPIENT IS TERMINATED ON MASTER"
006430             TO WS-REJECT-REASON
006440         PERFORM 2950-REPORT-REJECT THRU 2950-EXIT
006450         GO TO 2200-EXIT
006460     END-IF.
006461     IF REC-MERGED
006462         MOVE "RECIPIENT IS MERGED INTO ANOTHER ID"
006463             TO WS-REJECT-REASON
006464         PERFORM 2950-REPORT-REJECT THRU 2950-EXIT
006465         GO TO 2200-EXIT
006466     END-IF.
006470     IF HRF-OFFICIAL-NAME NOT = SPACES
006480         MOVE HRF-OFFICIAL-NAME TO REC-OFFICIAL-NAME
006490     END-IF.
006500     IF HRF-LANGUAGE-CODE NOT = SPACES
006510         MOVE HRF-LANGUAGE-CODE TO REC-LANGUAGE-CODE
006520     END-IF.
006530     PERFORM 2400-APPLY-DNG-FLAG THRU 2400-EXIT.
006540     MOVE WS-RUN-DATE-8 TO REC-LAST-CHANGE-DATE.
006550     REWRITE RECMSTR-RECORD
006560         INVALID KEY
006570             MOVE "UNABLE TO REWRITE RECIPIENT"
006580                 TO WS-REJECT-REASON
006590             PERFORM 2950-REPORT-REJECT THRU 2950-EXIT
006600         NOT INVALID KEY
006610             ADD 1 TO WS-TRANS-CHANGED
006620             MOVE SPACES TO WS-APL-REASON
006630             PERFORM 2960-REPORT-APPLIED THRU 2960-EXIT
006640     END-REWRITE.
006650 2200-EXIT.
006660     EXIT.
006670
006680******************************************************************
006690* 2300-APPLY-TERMINATE - mark a leaver terminated as of the      *
006700*                        feed's effective date (the run date     *
006710*                        when none is given).  The record stays  *
006720*                        on the master so the recipient's        *
006730*                        greeting history still resolves;        *
006740*                        HELLO-WORLD skips a terminated          *
006750*                        recipient instead of greeting them.     *
006760******************************************************************
006770 2300-APPLY-TERMINATE.
006780     MOVE HRF-RECIPIENT-ID TO REC-RECIPIENT-ID.
006790     READ RECIPIENT-MASTER
006800         INVALID KEY
006810             MOVE "RECIPIENT NOT ON MASTER" TO WS-REJECT-REASON
006820             PERFORM 2950-REPORT-REJECT THRU 2950-EXIT
006830             GO TO 2300-EXIT
006840     END-READ.
006850     IF NOT WS-RECMSTR-OK
006860         MOVE "RECIPIENT MASTER READ FAILED" TO WS-REJECT-REASON
006870         PERFORM 2950-REPORT-REJECT THRU 2950-EXIT
006880         GO TO 2300-EXIT
006890     END-IF.
006900     IF REC-TERMINATED
006910         MOVE "RECIPIENT ALREADY TERMINATED" TO WS-REJECT-REASON
006920         PERFORM 2950-REPORT-REJECT THRU 2950-EXIT
006930         GO TO 2300-EXIT
006940     END-IF.
006941     IF REC-MERGED
006942         MOVE "RECIPIENT IS MERGED INTO ANOTHER ID"
006943             TO WS-REJECT-REASON
006944         PERFORM 2950-REPORT-REJECT THRU 2950-EXIT
006945         GO TO 2300-EXIT
006946     END-IF.
006950     MOVE "T" TO REC-STATUS-FLAG.
006960     IF HRF-EFFECTIVE-DATE = SPACES
006970         MOVE WS-RUN-DATE-8 TO REC-TERMINATION-DATE
006980     ELSE
006990         MOVE HRF-EFFECTIVE-DATE TO REC-TERMINATION-DATE
007000     END-IF.
007010     MOVE WS-RUN-DATE-8 TO REC-LAST-CHANGE-DATE.
007020     REWRITE RECMSTR-RECORD
007030         INVALID KEY
007040             MOVE "UNABLE TO REWRITE RECIPIENT"
007050                 TO WS-REJECT-REASON
007060             PERFORM 2950-REPORT-REJECT THRU 2950-EXIT
007070         NOT INVALID KEY
007080             ADD 1 TO WS-TRANS-TERMINATED
007090             MOVE SPACES TO WS-APL-REASON
007100             PERFORM 2960-REPORT-APPLIED THRU 2960-EXIT
007110     END-REWRITE.
007120 2300-EXIT.
007130     EXIT.
007140
007150******************************************************************
007160* 2400-APPLY-DNG-FLAG - carry the feed's do-not-greet flag onto  *
007170*                       the master record in the record area,    *
007180*                       unless a person set the master's flag by *
007190*                       hand.  A flag that predates the source   *
007200*                       marker and is set to Y was keyed through *
007210*                       RECIP-MAINT, so it is treated as set by  *
007220*                       hand too.  A blank feed flag changes     *
007230*                       nothing.                                 *
007240******************************************************************
007250 2400-APPLY-DNG-FLAG.
007260     IF HRF-DNG-NOT-SENT
007270         GO TO 2400-EXIT
007280     END-IF.
007290     IF REC-DNG-SET-BY-HAND
007300        OR (REC-DNG-SOURCE = SPACE AND REC-DO-NOT-GREET)
007310         IF HRF-DNG-FLAG NOT = REC-DNG-FLAG
007320             MOVE "Y" TO WS-DNG-KEPT-SWITCH
007330             ADD 1 TO WS-DNG-KEPT
007340         END-IF
007350         GO TO 2400-EXIT
007360     END-IF.
007370     MOVE HRF-DNG-FLAG TO REC-DNG-FLAG.
007380     MOVE "H" TO REC-DNG-SOURCE.
007390 2400-EXIT.
007400     EXIT.
007410
007420******************************************************************
007430* 2900-READ-FEED - read the next feed record, setting the        *
007440*                  end-of-file switch when exhausted.            *
007450******************************************************************
007460 2900-READ-FEED.
007470     READ HR-FEED
007480         AT END
007490             MOVE "Y" TO WS-FEED-EOF-SWITCH
007500     END-READ.
007510 2900-EXIT.
007520     EXIT.
007530
007540******************************************************************
007550* 2950-REPORT-REJECT - print the rejected transaction and the    *
007560*                      reason in WS-REJECT-REASON.               *
007570******************************************************************
007580 2950-REPORT-REJECT.
007590     MOVE SPACES TO WS-APPLY-LINE.
007600     MOVE HRF-ACTION-CODE  TO WS-APL-ACTION.
007610     MOVE HRF-RECIPIENT-ID TO WS-APL-RECIPIENT-ID.
007620     MOVE "REJECTED"       TO WS-APL-RESULT.
007630     MOVE WS-REJECT-REASON TO WS-APL-REASON.
007640     MOVE WS-APPLY-LINE TO HRAPPLY-PRINT-LINE.
007650     WRITE HRAPPLY-PRINT-LINE.
007660     ADD 1 TO WS-TRANS-REJECTED.
007670 2950-EXIT.
007680     EXIT.
007690
007700******************************************************************
007710* 2960-REPORT-APPLIED - print the applied transaction, with any  *
007720*                       note the caller left in WS-APL-REASON;   *
007730*                       a hand-set do-not-greet flag the feed    *
007740*                       would have changed is noted here.        *
007750******************************************************************
007760 2960-REPORT-APPLIED.
007770     MOVE HRF-ACTION-CODE  TO WS-APL-ACTION.
007780     MOVE HRF-RECIPIENT-ID TO WS-APL-RECIPIENT-ID.
007790     MOVE "APPLIED "       TO WS-APL-RESULT.
007800     IF WS-DNG-WAS-KEPT AND WS-APL-REASON = SPACES
007810         MOVE "DO-NOT-GREET SET BY HAND - FLAG KEPT"
007820             TO WS-APL-REASON
007830     END-IF.
007840     MOVE WS-APPLY-LINE TO HRAPPLY-PRINT-LINE.
007850     WRITE HRAPPLY-PRINT-LINE.
007860 2960-EXIT.
007870     EXIT.
007880
007890******************************************************************
007900* 8000-END-OF-JOB - print the control totals, balance them to    *
007910*                   the feed's trailer, close out the run-control*
007920*                   record and close down the files.  Rejected   *
007930*                   transactions raise a warning return code;    *
007940*                   totals that do not balance raise an error.   *
007950******************************************************************
007960 8000-END-OF-JOB.
007970     PERFORM 8100-CONTROL-TOTALS THRU 8100-EXIT.
007980     DISPLAY "RECIP-SYNC: TRANSACTIONS READ = " WS-TRANS-READ
007990         ", ADDED = " WS-TRANS-ADDED
008000         ", CHANGED = " WS-TRANS-CHANGED.
008010     DISPLAY "RECIP-SYNC: TERMINATED = " WS-TRANS-TERMINATED
008020         ", REJECTED = " WS-TRANS-REJECTED
008030         ", DNG FLAGS KEPT = " WS-DNG-KEPT.
008040     IF WS-TRANS-REJECTED > ZERO AND RETURN-CODE = ZERO
008050         MOVE 4 TO RETURN-CODE
008060     END-IF.
008070     PERFORM 8200-CLOSE-RUN-CONTROL THRU 8200-EXIT.
008080     CLOSE HR-FEED.
008090     CLOSE RECIPIENT-MASTER.
008100     CLOSE APPLY-REPORT.
008110 8000-EXIT.
008120     EXIT.
008130
008140******************************************************************
008150* 8100-CONTROL-TOTALS - print the apply counts and the trailer's *
008160*                       counts; transactions read must equal the *
008170*                       trailer's record count, and added plus   *
008180*                       changed plus terminated plus rejected    *
008190*                       must equal transactions read.            *
008200******************************************************************
008210 8100-CONTROL-TOTALS.
008220     ADD WS-TRANS-ADDED WS-TRANS-CHANGED WS-TRANS-TERMINATED
008230         WS-TRANS-REJECTED
008240         GIVING WS-CONTROL-TOTAL.
008250     IF WS-CONTROL-TOTAL = WS-TRANS-READ
008260        AND WS-TRANS-READ = WS-TRL-RECORD-COUNT
008270         MOVE "Y" TO WS-BALANCE-SWITCH
008280     ELSE
008290         MOVE "N" TO WS-BALANCE-SWITCH
008300     END-IF.
008310     MOVE SPACES TO HRAPPLY-PRINT-LINE.
008320     WRITE HRAPPLY-PRINT-LINE.
008330     MOVE "CONTROL TOTALS" TO HRAPPLY-PRINT-LINE.
008340     WRITE HRAPPLY-PRINT-LINE.
008350     MOVE "  TRANSACTIONS READ ......: " TO WS-TOT-LABEL.
008360     MOVE WS-TRANS-READ TO WS-TOT-VALUE.
008370     PERFORM 8150-WRITE-TOTAL THRU 8150-EXIT.
008380     MOVE "  ADDED ..................: " TO WS-TOT-LABEL.
008390     MOVE WS-TRANS-ADDED TO WS-TOT-VALUE.
008400     PERFORM 8150-WRITE-TOTAL THRU 8150-EXIT.
008410     MOVE "  CHANGED ................: " TO WS-TOT-LABEL.
008420     MOVE WS-TRANS-CHANGED TO WS-TOT-VALUE.
008430     PERFORM 8150-WRITE-TOTAL THRU 8150-EXIT.
008440     MOVE "  TERMINATED .............: " TO WS-TOT-LABEL.
008450     MOVE WS-TRANS-TERMINATED TO WS-TOT-VALUE.
008460     PERFORM 8150-WRITE-TOTAL THRU 8150-EXIT.
008470     MOVE "  REJECTED ...............: " TO WS-TOT-LABEL.
008480     MOVE WS-TRANS-REJECTED TO WS-TOT-VALUE.
008490     PERFORM 8150-WRITE-TOTAL THRU 8150-EXIT.
008500     MOVE "  HAND-SET DNG FLAGS KEPT : " TO WS-TOT-LABEL.
008510     MOVE WS-DNG-KEPT TO WS-TOT-VALUE.
008520     PERFORM 8150-WRITE-TOTAL THRU 8150-EXIT.
008530     MOVE SPACES TO HRAPPLY-PRINT-LINE.
008540     WRITE HRAPPLY-PRINT-LINE.
008550     MOVE "FEED TRAILER" TO HRAPPLY-PRINT-LINE.
008560     WRITE HRAPPLY-PRINT-LINE.
008570     MOVE "  RECORD COUNT ...........: " TO WS-TOT-LABEL.
008580     MOVE WS-TRL-RECORD-COUNT TO WS-TOT-VALUE.
008590     PERFORM 8150-WRITE-TOTAL THRU 8150-EXIT.
008600     MOVE "  ADDS ...................: " TO WS-TOT-LABEL.
008610     MOVE WS-TRL-ADD-COUNT TO WS-TOT-VALUE.
008620     PERFORM 8150-WRITE-TOTAL THRU 8150-EXIT.
008630     MOVE "  CHANGES ................: " TO WS-TOT-LABEL.
008640     MOVE WS-TRL-CHANGE-COUNT TO WS-TOT-VALUE.
008650     PERFORM 8150-WRITE-TOTAL THRU 8150-EXIT.
008660     MOVE "  TERMINATIONS ...........: " TO WS-TOT-LABEL.
008670     MOVE WS-TRL-TERMINATE-COUNT TO WS-TOT-VALUE.
008680     PERFORM 8150-WRITE-TOTAL THRU 8150-EXIT.
008690     MOVE SPACES TO HRAPPLY-PRINT-LINE.
008700     WRITE HRAPPLY-PRINT-LINE.
008710     IF WS-IN-BALANCE
008720         MOVE "  CONTROL TOTALS ARE IN BALANCE WITH THE TRAILER"
008730             TO HRAPPLY-PRINT-LINE
008740     ELSE
008750         MOVE "  *** CONTROL TOTALS OUT OF BALANCE ***"
008760             TO HRAPPLY-PRINT-LINE
008770         DISPLAY "RECIP-SYNC: *** CONTROL TOTALS OUT OF "
008780             "BALANCE ***"
008790         IF RETURN-CODE < 8
008800             MOVE 8 TO RETURN-CODE
008810         END-IF
008820     END-IF.
008830     WRITE HRAPPLY-PRINT-LINE.
008840 8100-EXIT.
008850     EXIT.
008860
008870******************************************************************
008880* 8150-WRITE-TOTAL - print the total line built by the caller.   *
008890******************************************************************
008900 8150-WRITE-TOTAL.
008910     MOVE WS-TOTAL-LINE TO HRAPPLY-PRINT-LINE.
008920     WRITE HRAPPLY-PRINT-LINE.
008930 8150-EXIT.
008940     EXIT.
008950
008960******************************************************************
008970* 8200-CLOSE-RUN-CONTROL - close out the day's SYNC record:      *
008980*                          completed when every transaction was  *
008990*                          accounted for (rejects are reported   *
009000*                          and corrected at source, they do not  *
009010*                          fail the sync), failed otherwise.     *
009020******************************************************************
009030 8200-CLOSE-RUN-CONTROL.
009040     IF NOT WS-RUNCTL-HELD
009050         GO TO 8200-EXIT
009060     END-IF.
009070     IF RETURN-CODE = ZERO OR RETURN-CODE = 4
009080         MOVE "C" TO RCL-STATUS-FLAG
009090     ELSE
009100         MOVE "F" TO RCL-STATUS-FLAG
009110     END-IF.
009120     MOVE RETURN-CODE TO RCL-RETURN-CODE.
009130     REWRITE RUNCTL-RECORD
009140         INVALID KEY
009150             DISPLAY "RECIP-SYNC: UNABLE TO CLOSE OUT "
009160                 "RUN-CONTROL RECORD"
009170     END-REWRITE.
009180     MOVE "N" TO WS-RUNCTL-HELD-SWITCH.
009190     CLOSE RUN-CONTROL.
009200 8200-EXIT.
009210     EXIT.
009220
009230******************************************************************
009240* End of program                                                 *
009250******************************************************************
