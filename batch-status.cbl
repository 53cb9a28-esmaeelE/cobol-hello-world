000010******************************************************************
000020* Program:     BATCH-STATUS                                      *
000030* Author:      J. H. Marchetti                                   *
000040* Installation:Data Processing Center                            *
000050* Date-Written:2026-10-15                                        *
000060* Purpose:     Morning batch status report.  Pulls together, for *
000070*              one business date, everything operations checks   *
000080*              by hand each morning across the control files:    *
000090*              the HELLO-WORLD RUN-CONTROL record (status and    *
000100*              return code) and the nightly RECIP-SYNC record,   *
000110*              the run's AUDIT-LOG start and end times, the      *
000120*              TRANSMIT-LOG acknowledgment state, whether the    *
000130*              volume gate warned (from the verdict kept on      *
000140*              VOLUME-HISTORY), and the rejects on the           *
000150*              ERROR-REPORT still outstanding - those not yet    *
000160*              corrected onto the RESUBMIT-FILE.  Each check is  *
000170*              graded green, amber or red and the worst grade    *
000180*              becomes the return code (0, 4 or 8), so the       *
000190*              scheduler pages on this one step.                 *
000200* Language:    COBOL (GnuCOBOL, fixed format)                    *
000210*                                                                *
000220* Run-time parameters (environment):                             *
000230*   BUSINESS-DATE  the business date to report (YYYYMMDD);       *
000240*                  defaults to today's date.                     *
000250*   RUN-MODE       PROD (default) or TEST - picks the live or    *
000260*                  the sandbox control files, exactly as         *
000270*                  HELLO-WORLD does.  The RECIP-SYNC record is   *
000280*                  checked in PROD only.                         *
000290*                                                                *
000300* Modification History:                                         *
000310*   2026-10-15  JHM  Initial version.                            *
000311*   2026-10-15  JHM  A business date HELLO-WORLD completed in    *
000312*                    pieces reports each piece's TRANSMIT-LOG    *
000313*                    record.                                     *
000314*   2026-10-15  JHM  Any RUN-MODE but TEST is taken as PROD, as  *
000315*                    HELLO-WORLD takes it.                       *
000320******************************************************************
000330
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID.             BATCH-STATUS.
000360 AUTHOR.                 J. H. MARCHETTI.
000370 INSTALLATION.           DATA PROCESSING CENTER.
000380 DATE-WRITTEN.           2026-10-15.
000390 DATE-COMPILED.          2026-10-15.
000400
000410******************************************************************
000420* ENVIRONMENT DIVISION                                           *
000430******************************************************************
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER.        GNUCOBOL.
000470 OBJECT-COMPUTER.        GNUCOBOL.
000480
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT RUN-CONTROL     ASSIGN TO WS-RUNCTL-DSNAME
000520            ORGANIZATION IS INDEXED
000530            ACCESS MODE IS DYNAMIC
000540            RECORD KEY IS RCL-KEY
000550            FILE STATUS IS WS-RUNCTL-STATUS.
000560
000570     SELECT AUDIT-LOG       ASSIGN TO WS-AUDITLOG-DSNAME
000580            ORGANIZATION IS INDEXED
000590            ACCESS MODE IS DYNAMIC
000600            RECORD KEY IS AUD-RUN-TIMESTAMP
000610            FILE STATUS IS WS-AUDITLOG-STATUS.
000620
000630     SELECT TRANSMIT-LOG    ASSIGN TO WS-XMITLOG-DSNAME
000640            ORGANIZATION IS INDEXED
000650            ACCESS MODE IS DYNAMIC
000660            RECORD KEY IS XMT-KEY
000670            FILE STATUS IS WS-XMITLOG-STATUS.
000680
000690     SELECT VOLUME-HISTORY  ASSIGN TO WS-VOLHIST-DSNAME
000700            ORGANIZATION IS LINE SEQUENTIAL
000710            FILE STATUS IS WS-VOLHIST-STATUS.
000720
000730     SELECT ERROR-REPORT    ASSIGN TO WS-ERRRPT-DSNAME
000740            ORGANIZATION IS LINE SEQUENTIAL
000750            FILE STATUS IS WS-ERRRPT-STATUS.
000760
000770     SELECT RESUBMIT-FILE   ASSIGN TO WS-RESUBFIL-DSNAME
000780            ORGANIZATION IS LINE SEQUENTIAL
000790            FILE STATUS IS WS-RESUBFIL-STATUS.
000800
000810     SELECT STATUS-REPORT   ASSIGN TO BSTATRPT
000820            ORGANIZATION IS LINE SEQUENTIAL
000830            FILE STATUS IS WS-BSTATRPT-STATUS.
000840
000850******************************************************************
000860* DATA DIVISION                                                  *
000870******************************************************************
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  RUN-CONTROL.
000910 COPY RUNCTL.
000920
000930 FD  AUDIT-LOG.
000940 COPY AUDTREC.
000950
000960 FD  TRANSMIT-LOG.
000970 COPY XMITREC.
000980
000990 FD  VOLUME-HISTORY
001000     RECORDING MODE IS F.
001010 COPY VOLHST.
001020
001030 FD  ERROR-REPORT
001040     RECORDING MODE IS F.
001050 COPY ERRREC.
001060
001070 FD  RESUBMIT-FILE
001080     RECORDING MODE IS F.
001090 COPY NAMEREC.
001100
001110 FD  STATUS-REPORT
001120     RECORD CONTAINS 80 CHARACTERS
001130     RECORDING MODE IS F.
001140 01  BSTATRPT-PRINT-LINE     PIC X(80).
001150
001160 WORKING-STORAGE SECTION.
001170******************************************************************
001180* File status switches                                           *
001190******************************************************************
001200 01  WS-RUNCTL-STATUS        PIC X(02).
001210     88  WS-RUNCTL-OK                 VALUE "00".
001220     88  WS-RUNCTL-NOT-FOUND          VALUE "35".
001230
001240 01  WS-AUDITLOG-STATUS      PIC X(02).
001250     88  WS-AUDITLOG-OK               VALUE "00".
001260     88  WS-AUDITLOG-NOT-FOUND        VALUE "35".
001270
001280 01  WS-XMITLOG-STATUS       PIC X(02).
001290     88  WS-XMITLOG-OK                VALUE "00".
001300     88  WS-XMITLOG-NOT-FOUND         VALUE "35".
001310
001320 01  WS-VOLHIST-STATUS       PIC X(02).
001330     88  WS-VOLHIST-OK                VALUE "00".
001340     88  WS-VOLHIST-NOT-FOUND         VALUE "35".
001350
001360 01  WS-ERRRPT-STATUS        PIC X(02).
001370     88  WS-ERRRPT-OK                 VALUE "00".
001380     88  WS-ERRRPT-NOT-FOUND          VALUE "35".
001390
001400 01  WS-RESUBFIL-STATUS      PIC X(02).
001410     88  WS-RESUBFIL-OK               VALUE "00".
001420     88  WS-RESUBFIL-NOT-FOUND        VALUE "35".
001430
001440 01  WS-BSTATRPT-STATUS      PIC X(02).
001450     88  WS-BSTATRPT-OK               VALUE "00".
001460
001470 01  WS-EOF-SWITCH            PIC X(01) VALUE "N".
001480     88  WS-END-OF-FILE               VALUE "Y".
001490
001500******************************************************************
001510* Run mode work area - dataset names follow HELLO-WORLD's        *
001520* PROD / TEST naming.                                            *
001530******************************************************************
001540 01  WS-RUN-MODE              PIC X(04) VALUE "PROD".
001550     88  WS-TEST-MODE                 VALUE "TEST".
001560 01  WS-SYNC-RUN-MODE         PIC X(04) VALUE "SYNC".
001570 01  WS-RUNCTL-DSNAME         PIC X(08) VALUE "RUNCTL  ".
001580 01  WS-AUDITLOG-DSNAME       PIC X(08) VALUE "AUDITLOG".
001590 01  WS-XMITLOG-DSNAME        PIC X(08) VALUE "XMITLOG ".
001600 01  WS-VOLHIST-DSNAME        PIC X(08) VALUE "VOLHIST ".
001610 01  WS-ERRRPT-DSNAME         PIC X(08) VALUE "ERRRPT  ".
001620 01  WS-RESUBFIL-DSNAME       PIC X(08) VALUE "RESUBFIL".
001630
001640******************************************************************
001650* Business date and the HELLO-WORLD run found for it - the       *
001660* run's RUN-CONTROL timestamp is the key of its AUDIT-LOG        *
001670* record.                                                        *
001680******************************************************************
001690 01  WS-RUN-DATE-8            PIC 9(08).
001700 01  WS-BUSINESS-DATE         PIC X(08).
001710 01  WS-HW-FOUND-SWITCH       PIC X(01) VALUE "N".
001720     88  WS-HW-RUN-FOUND              VALUE "Y".
001730 01  WS-HW-RUN-TIMESTAMP      PIC X(16) VALUE SPACES.
001731 01  WS-HW-PIECE-COUNT        PIC 9(02) VALUE 1.
001732 01  WS-XMT-PIECE             PIC 9(02).
001740
001750******************************************************************
001760* Grading work areas - each check grades itself 0 (green),       *
001770* 4 (amber) or 8 (red); the worst grade is the return code.      *
001780******************************************************************
001790 01  WS-LINE-SEVERITY         PIC 9(02) VALUE ZERO.
001800 01  WS-WORST-SEVERITY        PIC 9(02) VALUE ZERO.
001810 01  WS-DETAIL-PTR            PIC 9(02) COMP.
001820
001830******************************************************************
001840* Volume gate and reject counters                                *
001850******************************************************************
001860 01  WS-VOL-DAY-SUB           PIC 9(02) COMP.
001870 01  WS-VOLUMES-GATED         PIC 9(04) VALUE ZERO.
001880 01  WS-VOLUMES-WARNED        PIC 9(04) VALUE ZERO.
001890 01  WS-WARNED-CODES          PIC X(30) VALUE SPACES.
001900 01  WS-WARNED-PTR            PIC 9(02) COMP VALUE 1.
001910 01  WS-REJECTS-FOR-DATE      PIC 9(06) VALUE ZERO.
001920 01  WS-CORRECTIONS-FOR-DATE  PIC 9(06) VALUE ZERO.
001930 01  WS-REJECTS-OUTSTANDING   PIC 9(06) VALUE ZERO.
001940 01  WS-OUTSTANDING-EDIT      PIC ZZZZZ9.
001950
001960******************************************************************
001970* Print work areas                                               *
001980******************************************************************
001990 01  WS-HEADING-1.
002000     05  FILLER                  PIC X(20)
002010         VALUE "BATCH-STATUS        ".
002020     05  FILLER                  PIC X(30)
002030         VALUE "MORNING BATCH STATUS         ".
002040     05  FILLER                  PIC X(11) VALUE "RUN DATE:  ".
002050     05  WS-HDG-RUN-DATE         PIC 9(08).
002060     05  FILLER                  PIC X(11) VALUE SPACES.
002070
002080 01  WS-PARM-LINE.
002090     05  FILLER                  PIC X(21)
002100         VALUE "BUSINESS DATE .....: ".
002110     05  WS-PRM-BUSINESS-DATE    PIC X(08).
002120     05  FILLER                  PIC X(16)
002130         VALUE "     RUN MODE: ".
002140     05  WS-PRM-RUN-MODE         PIC X(04).
002150     05  FILLER                  PIC X(31) VALUE SPACES.
002160
002170 01  WS-COLUMN-HEADING.
002180     05  FILLER                  PIC X(24)
002190         VALUE "  CHECK".
002200     05  FILLER                  PIC X(08) VALUE "GRADE".
002210     05  FILLER                  PIC X(14) VALUE "STATE".
002220     05  FILLER                  PIC X(34) VALUE "DETAIL".
002230
002240 01  WS-STATUS-LINE.
002250     05  FILLER                  PIC X(02) VALUE SPACES.
002260     05  WS-STL-CHECK            PIC X(22).
002270     05  WS-STL-GRADE            PIC X(08).
002280     05  WS-STL-STATE            PIC X(14).
002290     05  WS-STL-DETAIL           PIC X(34).
002300
002310 01  WS-OVERALL-LINE.
002320     05  FILLER                  PIC X(24)
002330         VALUE "  OVERALL STATUS .....: ".
002340     05  WS-OVL-GRADE            PIC X(08).
002350     05  FILLER                  PIC X(14)
002360         VALUE "RETURN CODE ".
002370     05  WS-OVL-RETURN-CODE      PIC 9(02).
002380     05  FILLER                  PIC X(32) VALUE SPACES.
002390
002400******************************************************************
002410* PROCEDURE DIVISION                                             *
002420******************************************************************
002430 PROCEDURE DIVISION.
002440
002450 0000-MAIN-PARAGRAPH.
002460     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002470     IF RETURN-CODE = 16
002480         GO TO 0000-EXIT
002490     END-IF.
002500     PERFORM 2000-CHECK-RUN-CONTROL THRU 2000-EXIT.
002510     PERFORM 2100-CHECK-AUDIT-LOG THRU 2100-EXIT.
002520     PERFORM 2200-CHECK-TRANSMIT-LOG THRU 2200-EXIT.
002530     PERFORM 2300-CHECK-VOLUME-GATE THRU 2300-EXIT.
002540     PERFORM 2400-CHECK-REJECTS THRU 2400-EXIT.
002550     PERFORM 5000-OVERALL-STATUS THRU 5000-EXIT.
002560     PERFORM 8000-END-OF-JOB THRU 8000-EXIT.
002570 0000-EXIT.
002580     STOP RUN.
002590
002600******************************************************************
002610* 1000-INITIALIZE - pick up the business date and run mode,      *
002620*                   open the report and print its heading.       *
002630******************************************************************
002640 1000-INITIALIZE.
002650     ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
002660     MOVE WS-RUN-DATE-8 TO WS-HDG-RUN-DATE.
002670
002680     ACCEPT WS-RUN-MODE FROM ENVIRONMENT "RUN-MODE"
002690         ON EXCEPTION
002700             MOVE "PROD" TO WS-RUN-MODE
002710     END-ACCEPT.
002720     IF WS-TEST-MODE
002730         MOVE "RUNCTTST" TO WS-RUNCTL-DSNAME
002740         MOVE "AUDTTEST" TO WS-AUDITLOG-DSNAME
002750         MOVE "XMITLTST" TO WS-XMITLOG-DSNAME
002760         MOVE "VOLHTST " TO WS-VOLHIST-DSNAME
002770         MOVE "ERRTTEST" TO WS-ERRRPT-DSNAME
002780         MOVE "RESUBTST" TO WS-RESUBFIL-DSNAME
002781     ELSE
002782         MOVE "PROD" TO WS-RUN-MODE
002790     END-IF.
002800
002810     ACCEPT WS-BUSINESS-DATE FROM ENVIRONMENT "BUSINESS-DATE"
002820         ON EXCEPTION
002830             MOVE SPACES TO WS-BUSINESS-DATE
002840     END-ACCEPT.
002850     IF WS-BUSINESS-DATE = SPACES
002860         MOVE WS-RUN-DATE-8 TO WS-BUSINESS-DATE
002870     END-IF.
002880     IF WS-BUSINESS-DATE NOT NUMERIC
002890         DISPLAY "BATCH-STATUS: BUSINESS-DATE IS NOT A YYYYMMDD "
002900             "DATE"
002910         MOVE 16 TO RETURN-CODE
002920         GO TO 1000-EXIT
002930     END-IF.
002940
002950     OPEN OUTPUT STATUS-REPORT.
002960     IF NOT WS-BSTATRPT-OK
002970         DISPLAY "BATCH-STATUS: UNABLE TO OPEN REPORT FILE, "
002980             "STATUS = " WS-BSTATRPT-STATUS
002990         MOVE 16 TO RETURN-CODE
003000         GO TO 1000-EXIT
003010     END-IF.
003020
003030     MOVE WS-HEADING-1 TO BSTATRPT-PRINT-LINE.
003040     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
003050     MOVE WS-BUSINESS-DATE TO WS-PRM-BUSINESS-DATE.
003060     MOVE WS-RUN-MODE TO WS-PRM-RUN-MODE.
003070     MOVE WS-PARM-LINE TO BSTATRPT-PRINT-LINE.
003080     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
003090     MOVE SPACES TO BSTATRPT-PRINT-LINE.
003100     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
003110     MOVE WS-COLUMN-HEADING TO BSTATRPT-PRINT-LINE.
003120     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
003130 1000-EXIT.
003140     EXIT.
003150
003160******************************************************************
003170* 2000-CHECK-RUN-CONTROL - grade the HELLO-WORLD run for the     *
003180*                          business date and, in PROD, the       *
003190*                          RECIP-SYNC feed apply that should     *
003200*                          have run ahead of it.  A run that is  *
003210*                          missing, failed or still in flight is *
003220*                          red; a completed run that warned is   *
003230*                          amber.  A missing or failed sync only *
003240*                          made HELLO-WORLD warn, so it grades   *
003250*                          amber at worst.                       *
003260******************************************************************
003270 2000-CHECK-RUN-CONTROL.
003280     MOVE SPACES TO WS-STATUS-LINE.
003290     MOVE "HELLO-WORLD RUN .....:" TO WS-STL-CHECK.
003300     OPEN INPUT RUN-CONTROL.
003310     IF NOT WS-RUNCTL-OK
003320         PERFORM 2090-RUNCTL-UNREADABLE THRU 2090-EXIT
003330         PERFORM 6000-PRINT-STATUS-LINE THRU 6000-EXIT
003340         IF NOT WS-TEST-MODE
003350             MOVE SPACES TO WS-STATUS-LINE
003360             MOVE "RECIPIENT SYNC ......:" TO WS-STL-CHECK
003370             PERFORM 2090-RUNCTL-UNREADABLE THRU 2090-EXIT
003380             MOVE 4 TO WS-LINE-SEVERITY
003390             PERFORM 6000-PRINT-STATUS-LINE THRU 6000-EXIT
003400         END-IF
003410         GO TO 2000-EXIT
003420     END-IF.
003430
003440     MOVE WS-BUSINESS-DATE TO RCL-BUSINESS-DATE.
003450     MOVE WS-RUN-MODE TO RCL-RUN-MODE.
003460     READ RUN-CONTROL
003470         INVALID KEY
003480             MOVE "NOT RUN" TO WS-STL-STATE
003490             MOVE "NO RUN-CONTROL RECORD FOR THE DATE"
003500                 TO WS-STL-DETAIL
003510             MOVE 8 TO WS-LINE-SEVERITY
003520         NOT INVALID KEY
003530             MOVE "Y" TO WS-HW-FOUND-SWITCH
003540             MOVE RCL-RUN-TIMESTAMP TO WS-HW-RUN-TIMESTAMP
003541             IF RCL-PIECE-COUNT NUMERIC
003542                AND RCL-PIECE-COUNT > 1
003543                 MOVE RCL-PIECE-COUNT TO WS-HW-PIECE-COUNT
003544             END-IF
003550             PERFORM 2010-DESCRIBE-RUN THRU 2010-EXIT
003560     END-READ.
003570     PERFORM 6000-PRINT-STATUS-LINE THRU 6000-EXIT.
003580
003590     IF WS-TEST-MODE
003600         CLOSE RUN-CONTROL
003610         GO TO 2000-EXIT
003620     END-IF.
003630     MOVE SPACES TO WS-STATUS-LINE.
003640     MOVE "RECIPIENT SYNC ......:" TO WS-STL-CHECK.
003650     MOVE WS-BUSINESS-DATE TO RCL-BUSINESS-DATE.
003660     MOVE WS-SYNC-RUN-MODE TO RCL-RUN-MODE.
003670     READ RUN-CONTROL
003680         INVALID KEY
003690             MOVE "NOT RUN" TO WS-STL-STATE
003700             MOVE "NO SYNC RECORD FOR THE DATE"
003710                 TO WS-STL-DETAIL
003720             MOVE 4 TO WS-LINE-SEVERITY
003730         NOT INVALID KEY
003740             PERFORM 2010-DESCRIBE-RUN THRU 2010-EXIT
003750             IF WS-LINE-SEVERITY > 4
003760                 MOVE 4 TO WS-LINE-SEVERITY
003770             END-IF
003780     END-READ.
003790     PERFORM 6000-PRINT-STATUS-LINE THRU 6000-EXIT.
003800     CLOSE RUN-CONTROL.
003810 2000-EXIT.
003820     EXIT.
003830
003840******************************************************************
003850* 2010-DESCRIBE-RUN - grade the run-control record just read and *
003860*                     describe its state, return code and run    *
003870*                     timestamp (or who released it).            *
003880******************************************************************
003890 2010-DESCRIBE-RUN.
003900     EVALUATE TRUE
003910         WHEN RCL-COMPLETED
003920             MOVE "COMPLETED" TO WS-STL-STATE
003930             IF RCL-RETURN-CODE = ZERO
003940                 MOVE ZERO TO WS-LINE-SEVERITY
003950             ELSE
003960                 IF RCL-RETURN-CODE = 4
003970                     MOVE 4 TO WS-LINE-SEVERITY
003980                 ELSE
003990                     MOVE 8 TO WS-LINE-SEVERITY
004000                 END-IF
004010             END-IF
004020         WHEN RCL-FAILED
004030             MOVE "FAILED" TO WS-STL-STATE
004040             MOVE 8 TO WS-LINE-SEVERITY
004050         WHEN RCL-IN-FLIGHT
004060             MOVE "IN FLIGHT" TO WS-STL-STATE
004070             MOVE 8 TO WS-LINE-SEVERITY
004080         WHEN OTHER
004090             MOVE "UNKNOWN" TO WS-STL-STATE
004100             MOVE 8 TO WS-LINE-SEVERITY
004110     END-EVALUATE.
004120     MOVE 1 TO WS-DETAIL-PTR.
004130     IF RCL-RELEASED-BY = SPACES
004140         STRING "RC " RCL-RETURN-CODE
004150             "  RUN " RCL-RUN-TIMESTAMP (1:8)
004160             " " RCL-RUN-TIMESTAMP (9:6)
004170             DELIMITED BY SIZE
004180             INTO WS-STL-DETAIL
004190             WITH POINTER WS-DETAIL-PTR
004200         END-STRING
004210     ELSE
004220         STRING "RC " RCL-RETURN-CODE
004230             "  RELEASED BY " RCL-RELEASED-BY
004240             DELIMITED BY SIZE
004250             INTO WS-STL-DETAIL
004260             WITH POINTER WS-DETAIL-PTR
004270         END-STRING
004280     END-IF.
004290 2010-EXIT.
004300     EXIT.
004310
004320******************************************************************
004330* 2090-RUNCTL-UNREADABLE - describe a run-control file that      *
004340*                          could not be opened: red, with the    *
004350*                          file status.                          *
004360******************************************************************
004370 2090-RUNCTL-UNREADABLE.
004380     IF WS-RUNCTL-NOT-FOUND
004390         MOVE "NOT RUN" TO WS-STL-STATE
004400         MOVE "NO RUN-CONTROL FILE" TO WS-STL-DETAIL
004410     ELSE
004420         MOVE "UNREADABLE" TO WS-STL-STATE
004430         STRING "RUN-CONTROL FILE STATUS " WS-RUNCTL-STATUS
004440             DELIMITED BY SIZE
004450             INTO WS-STL-DETAIL
004460         END-STRING
004470     END-IF.
004480     MOVE 8 TO WS-LINE-SEVERITY.
004490 2090-EXIT.
004500     EXIT.
004510
004520******************************************************************
004530* 2100-CHECK-AUDIT-LOG - report the start and end times the      *
004540*                        HELLO-WORLD run logged, found by its    *
004550*                        run-control timestamp.  A run with no   *
004560*                        audit record is amber; with no run      *
004570*                        there is nothing to look for.           *
004580******************************************************************
004590 2100-CHECK-AUDIT-LOG.
004600     MOVE SPACES TO WS-STATUS-LINE.
004610     MOVE "AUDIT LOG ...........:" TO WS-STL-CHECK.
004620     IF NOT WS-HW-RUN-FOUND
004630         MOVE "NO RUN" TO WS-STL-STATE
004640         MOVE "NOTHING TO LOOK FOR" TO WS-STL-DETAIL
004650         MOVE 8 TO WS-LINE-SEVERITY
004660         PERFORM 6000-PRINT-STATUS-LINE THRU 6000-EXIT
004670         GO TO 2100-EXIT
004680     END-IF.
004690     OPEN INPUT AUDIT-LOG.
004700     IF NOT WS-AUDITLOG-OK
004710         MOVE "UNREADABLE" TO WS-STL-STATE
004720         STRING "AUDIT-LOG FILE STATUS " WS-AUDITLOG-STATUS
004730             DELIMITED BY SIZE
004740             INTO WS-STL-DETAIL
004750         END-STRING
004760         MOVE 4 TO WS-LINE-SEVERITY
004770         PERFORM 6000-PRINT-STATUS-LINE THRU 6000-EXIT
004780         GO TO 2100-EXIT
004790     END-IF.
004800     MOVE WS-HW-RUN-TIMESTAMP TO AUD-RUN-TIMESTAMP.
004810     READ AUDIT-LOG
004820         INVALID KEY
004830             MOVE "NOT LOGGED" TO WS-STL-STATE
004840             MOVE "NO AUDIT RECORD FOR THE RUN"
004850                 TO WS-STL-DETAIL
004860             MOVE 4 TO WS-LINE-SEVERITY
004870         NOT INVALID KEY
004880             MOVE "LOGGED" TO WS-STL-STATE
004890             STRING "START " AUD-START-TIME (1:2)
004900                 ":" AUD-START-TIME (3:2)
004910                 ":" AUD-START-TIME (5:2)
004920                 "  END " AUD-END-TIME (1:2)
004930                 ":" AUD-END-TIME (3:2)
004940                 ":" AUD-END-TIME (5:2)
004950                 DELIMITED BY SIZE
004960                 INTO WS-STL-DETAIL
004970             END-STRING
004980             MOVE ZERO TO WS-LINE-SEVERITY
004990     END-READ.
005000     PERFORM 6000-PRINT-STATUS-LINE THRU 6000-EXIT.
005010     CLOSE AUDIT-LOG.
005020 2100-EXIT.
005030     EXIT.
005040
005050******************************************************************
005060* 2200-CHECK-TRANSMIT-LOG - report whether the day's extract     *
005070*                           was logged as transmitted and        *
005080*                           whether downstream acknowledged it.  *
005090*                           Unacknowledged or not logged is      *
005100*                           amber - XMIT-AGING chases the ack.   *
005101*                           A date completed in pieces reports   *
005102*                           each piece's extract.                *
005110******************************************************************
005120 2200-CHECK-TRANSMIT-LOG.
005130     MOVE SPACES TO WS-STATUS-LINE.
005140     MOVE "TRANSMIT LOG ........:" TO WS-STL-CHECK.
005150     OPEN INPUT TRANSMIT-LOG.
005160     IF NOT WS-XMITLOG-OK
005170         IF WS-XMITLOG-NOT-FOUND
005180             MOVE "NOT LOGGED" TO WS-STL-STATE
005190             MOVE "NO TRANSMIT-LOG FILE" TO WS-STL-DETAIL
005200         ELSE
005210             MOVE "UNREADABLE" TO WS-STL-STATE
005220             STRING "TRANSMIT-LOG FILE STATUS " WS-XMITLOG-STATUS
005230                 DELIMITED BY SIZE
005240                 INTO WS-STL-DETAIL
005250             END-STRING
005260         END-IF
005270         MOVE 4 TO WS-LINE-SEVERITY
005280         PERFORM 6000-PRINT-STATUS-LINE THRU 6000-EXIT
005290         GO TO 2200-EXIT
005300     END-IF.
005310     PERFORM 2210-CHECK-ONE-PIECE THRU 2210-EXIT
005315         VARYING WS-XMT-PIECE FROM 1 BY 1
005320         UNTIL WS-XMT-PIECE > WS-HW-PIECE-COUNT.
005325     CLOSE TRANSMIT-LOG.
005330 2200-EXIT.
005335     EXIT.
005340
005345******************************************************************
005350* 2210-CHECK-ONE-PIECE - report one extract's transmit-log       *
005355*                        record: the business date's only        *
005360*                        extract, or one piece of a date         *
005365*                        HELLO-WORLD completed in pieces.        *
005370******************************************************************
005375 2210-CHECK-ONE-PIECE.
005380     MOVE SPACES TO WS-STATUS-LINE.
005385     IF WS-XMT-PIECE = 1
005390         MOVE "TRANSMIT LOG ........:" TO WS-STL-CHECK
005395     ELSE
005400         STRING "TRANSMIT LOG PIECE " WS-XMT-PIECE ":"
005405             DELIMITED BY SIZE
005410             INTO WS-STL-CHECK
005415         END-STRING
005420     END-IF.
005425     MOVE WS-BUSINESS-DATE TO XMT-RUN-DATE.
005430     MOVE WS-RUN-MODE TO XMT-RUN-MODE.
005435     MOVE WS-XMT-PIECE TO XMT-PIECE-NO.
005440     READ TRANSMIT-LOG
005445         INVALID KEY
005450             MOVE "NOT LOGGED" TO WS-STL-STATE
005455             MOVE "NO EXTRACT LOGGED FOR THE DATE"
005460                 TO WS-STL-DETAIL
005465             MOVE 4 TO WS-LINE-SEVERITY
005470         NOT INVALID KEY
005475             IF XMT-ACKNOWLEDGED
005480                 MOVE "ACKNOWLEDGED" TO WS-STL-STATE
005485                 STRING "ACK " XMT-ACK-TIMESTAMP (1:8)
005490                     " " XMT-ACK-TIMESTAMP (9:6)
005495                     DELIMITED BY SIZE
005500                     INTO WS-STL-DETAIL
005505                 END-STRING
005510                 MOVE ZERO TO WS-LINE-SEVERITY
005515             ELSE
005520                 MOVE "UNACKNOWLEDGED" TO WS-STL-STATE
005525                 STRING "SENT " XMT-TRANSMIT-TIMESTAMP (1:8)
005530                     " " XMT-TRANSMIT-TIMESTAMP (9:6)
005535                     DELIMITED BY SIZE
005540                     INTO WS-STL-DETAIL
005545                 END-STRING
005550                 MOVE 4 TO WS-LINE-SEVERITY
005555             END-IF
005560     END-READ.
005565     PERFORM 6000-PRINT-STATUS-LINE THRU 6000-EXIT.
005570 2210-EXIT.
005575     EXIT.
005580
005630******************************************************************
005640* 2300-CHECK-VOLUME-GATE - scan VOLUME-HISTORY for the business  *
005650*                          date's volumes and the gate verdict   *
005660*                          HELLO-WORLD kept beside each.  Any    *
005670*                          warned volume is amber; a date not on *
005680*                          the history was never closed out by a *
005690*                          good run, and is amber too.           *
005700******************************************************************
005710 2300-CHECK-VOLUME-GATE.
005720     MOVE SPACES TO WS-STATUS-LINE.
005730     MOVE "VOLUME GATE .........:" TO WS-STL-CHECK.
005740     OPEN INPUT VOLUME-HISTORY.
005750     IF NOT WS-VOLHIST-OK
005760         IF WS-VOLHIST-NOT-FOUND
005770             MOVE "NOT GATED" TO WS-STL-STATE
005780             MOVE "NO VOLUME-HISTORY FILE" TO WS-STL-DETAIL
005790         ELSE
005800             MOVE "UNREADABLE" TO WS-STL-STATE
005810             STRING "VOLUME-HISTORY FILE STATUS "
005820                 WS-VOLHIST-STATUS
005830                 DELIMITED BY SIZE
005840                 INTO WS-STL-DETAIL
005850             END-STRING
005860         END-IF
005870         MOVE 4 TO WS-LINE-SEVERITY
005880         PERFORM 6000-PRINT-STATUS-LINE THRU 6000-EXIT
005890         GO TO 2300-EXIT
005900     END-IF.
005910     MOVE "N" TO WS-EOF-SWITCH.
005920     PERFORM 2310-CHECK-ONE-VOLUME THRU 2310-EXIT
005930         UNTIL WS-END-OF-FILE.
005940     CLOSE VOLUME-HISTORY.
005950
005960     EVALUATE TRUE
005970         WHEN WS-VOLUMES-GATED = ZERO
005980             MOVE "NOT GATED" TO WS-STL-STATE
005990             MOVE "DATE NOT ON THE VOLUME HISTORY"
006000                 TO WS-STL-DETAIL
006010             MOVE 4 TO WS-LINE-SEVERITY
006020         WHEN WS-VOLUMES-WARNED > ZERO
006030             MOVE "WARNED" TO WS-STL-STATE
006040             MOVE WS-WARNED-CODES TO WS-STL-DETAIL
006050             MOVE 4 TO WS-LINE-SEVERITY
006060         WHEN OTHER
006070             MOVE "WITHIN LIMITS" TO WS-STL-STATE
006080             MOVE ZERO TO WS-LINE-SEVERITY
006090     END-EVALUATE.
006100     PERFORM 6000-PRINT-STATUS-LINE THRU 6000-EXIT.
006110 2300-EXIT.
006120     EXIT.
006130
006140******************************************************************
006150* 2310-CHECK-ONE-VOLUME - read one volume-history record and     *
006160*                         look through its days for the          *
006170*                         business date.                         *
006180******************************************************************
006190 2310-CHECK-ONE-VOLUME.
006200     READ VOLUME-HISTORY
006210         AT END
006220             MOVE "Y" TO WS-EOF-SWITCH
006230             GO TO 2310-EXIT
006240     END-READ.
006250     IF NOT WS-VOLHIST-OK
006260         MOVE "Y" TO WS-EOF-SWITCH
006270         GO TO 2310-EXIT
006280     END-IF.
006290     IF VHR-DAY-COUNT NOT NUMERIC
006300        OR VHR-DAY-COUNT > 5
006310         GO TO 2310-EXIT
006320     END-IF.
006330     PERFORM 2320-CHECK-ONE-DAY THRU 2320-EXIT
006340         VARYING WS-VOL-DAY-SUB FROM 1 BY 1
006350         UNTIL WS-VOL-DAY-SUB > VHR-DAY-COUNT.
006360 2310-EXIT.
006370     EXIT.
006380
006390******************************************************************
006400* 2320-CHECK-ONE-DAY - count one history day held for the        *
006410*                      business date, noting the region (or      *
006420*                      *TOT) when the gate warned on it.         *
006430******************************************************************
006440 2320-CHECK-ONE-DAY.
006450     IF VHD-RUN-DATE (WS-VOL-DAY-SUB) NOT = WS-BUSINESS-DATE
006460         GO TO 2320-EXIT
006470     END-IF.
006480     ADD 1 TO WS-VOLUMES-GATED.
006490     IF VHR-GATE-WARNED (WS-VOL-DAY-SUB)
006500         ADD 1 TO WS-VOLUMES-WARNED
006510         IF WS-WARNED-PTR < 27
006520             STRING VHR-REGION-CODE " "
006530                 DELIMITED BY SIZE
006540                 INTO WS-WARNED-CODES
006550                 WITH POINTER WS-WARNED-PTR
006560             END-STRING
006570         END-IF
006580     END-IF.
006590 2320-EXIT.
006600     EXIT.
006610
006620******************************************************************
006630* 2400-CHECK-REJECTS - count the rejects on the ERROR-REPORT for *
006640*                      the business date (a DATE reject has no   *
006650*                      date to trust and is always counted),     *
006660*                      less the corrections ERROR-CORRECT has    *
006670*                      written to the RESUBMIT-FILE for it.  The *
006680*                      ERROR-REPORT holds the latest run's       *
006690*                      rejects.  Any still outstanding is amber. *
006700******************************************************************
006710 2400-CHECK-REJECTS.
006720     MOVE SPACES TO WS-STATUS-LINE.
006730     MOVE "REJECTS OUTSTANDING .:" TO WS-STL-CHECK.
006740     OPEN INPUT ERROR-REPORT.
006750     IF WS-ERRRPT-OK
006760         MOVE "N" TO WS-EOF-SWITCH
006770         PERFORM 2410-COUNT-ONE-REJECT THRU 2410-EXIT
006780             UNTIL WS-END-OF-FILE
006790         CLOSE ERROR-REPORT
006800     ELSE
006810         IF NOT WS-ERRRPT-NOT-FOUND
006820             MOVE "UNREADABLE" TO WS-STL-STATE
006830             STRING "ERROR-REPORT FILE STATUS " WS-ERRRPT-STATUS
006840                 DELIMITED BY SIZE
006850                 INTO WS-STL-DETAIL
006860             END-STRING
006870             MOVE 4 TO WS-LINE-SEVERITY
006880             PERFORM 6000-PRINT-STATUS-LINE THRU 6000-EXIT
006890             GO TO 2400-EXIT
006900         END-IF
006910     END-IF.
006920
006930     OPEN INPUT RESUBMIT-FILE.
006940     IF WS-RESUBFIL-OK
006950         MOVE "N" TO WS-EOF-SWITCH
006960         PERFORM 2420-COUNT-ONE-CORRECTION THRU 2420-EXIT
006970             UNTIL WS-END-OF-FILE
006980         CLOSE RESUBMIT-FILE
006990     END-IF.
007000
007010     IF WS-CORRECTIONS-FOR-DATE < WS-REJECTS-FOR-DATE
007020         SUBTRACT WS-CORRECTIONS-FOR-DATE FROM WS-REJECTS-FOR-DATE
007030             GIVING WS-REJECTS-OUTSTANDING
007040     ELSE
007050         MOVE ZERO TO WS-REJECTS-OUTSTANDING
007060     END-IF.
007070     IF WS-REJECTS-OUTSTANDING = ZERO
007080         MOVE "NONE" TO WS-STL-STATE
007090         MOVE ZERO TO WS-LINE-SEVERITY
007100     ELSE
007110         MOVE WS-REJECTS-OUTSTANDING TO WS-OUTSTANDING-EDIT
007120         MOVE WS-OUTSTANDING-EDIT TO WS-STL-STATE
007130         MOVE 4 TO WS-LINE-SEVERITY
007140     END-IF.
007150     STRING WS-REJECTS-FOR-DATE " REJECTED, "
007160         WS-CORRECTIONS-FOR-DATE " CORRECTED"
007170         DELIMITED BY SIZE
007180         INTO WS-STL-DETAIL
007190     END-STRING.
007200     PERFORM 6000-PRINT-STATUS-LINE THRU 6000-EXIT.
007210 2400-EXIT.
007220     EXIT.
007230
007240******************************************************************
007250* 2410-COUNT-ONE-REJECT - read one error-report record and count *
007260*                         it when it belongs to the business     *
007270*                         date.                                  *
007280******************************************************************
007290 2410-COUNT-ONE-REJECT.
007300     READ ERROR-REPORT
007310         AT END
007320             MOVE "Y" TO WS-EOF-SWITCH
007330             GO TO 2410-EXIT
007340     END-READ.
007350     IF NOT WS-ERRRPT-OK
007360         MOVE "Y" TO WS-EOF-SWITCH
007370         GO TO 2410-EXIT
007380     END-IF.
007390     IF ERR-RUN-DATE = WS-BUSINESS-DATE
007400        OR ERR-REASON-CODE = "DATE"
007410         ADD 1 TO WS-REJECTS-FOR-DATE
007420     END-IF.
007430 2410-EXIT.
007440     EXIT.
007450
007460******************************************************************
007470* 2420-COUNT-ONE-CORRECTION - read one resubmit-file record and  *
007480*                             count it when it corrects a reject *
007490*                             for the business date.             *
007500******************************************************************
007510 2420-COUNT-ONE-CORRECTION.
007520     READ RESUBMIT-FILE
007530         AT END
007540             MOVE "Y" TO WS-EOF-SWITCH
007550             GO TO 2420-EXIT
007560     END-READ.
007570     IF NOT WS-RESUBFIL-OK
007580         MOVE "Y" TO WS-EOF-SWITCH
007590         GO TO 2420-EXIT
007600     END-IF.
007610     IF NAM-RUN-DATE = WS-BUSINESS-DATE
007620         ADD 1 TO WS-CORRECTIONS-FOR-DATE
007630     END-IF.
007640 2420-EXIT.
007650     EXIT.
007660
007670******************************************************************
007680* 5000-OVERALL-STATUS - print the rolled-up grade and set the    *
007690*                       return code the scheduler pages on.      *
007700******************************************************************
007710 5000-OVERALL-STATUS.
007720     MOVE SPACES TO BSTATRPT-PRINT-LINE.
007730     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
007740     EVALUATE WS-WORST-SEVERITY
007750         WHEN ZERO
007760             MOVE "GREEN" TO WS-OVL-GRADE
007770         WHEN 4
007780             MOVE "AMBER" TO WS-OVL-GRADE
007790         WHEN OTHER
007800             MOVE "RED" TO WS-OVL-GRADE
007810     END-EVALUATE.
007820     MOVE WS-WORST-SEVERITY TO WS-OVL-RETURN-CODE.
007830     MOVE WS-OVERALL-LINE TO BSTATRPT-PRINT-LINE.
007840     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
007850     MOVE WS-WORST-SEVERITY TO RETURN-CODE.
007860 5000-EXIT.
007870     EXIT.
007880
007890******************************************************************
007900* 6000-PRINT-STATUS-LINE - grade and print the check built in    *
007910*                          WS-STATUS-LINE, keeping the worst     *
007920*                          grade seen.                           *
007930******************************************************************
007940 6000-PRINT-STATUS-LINE.
007950     EVALUATE WS-LINE-SEVERITY
007960         WHEN ZERO
007970             MOVE "GREEN" TO WS-STL-GRADE
007980         WHEN 4
007990             MOVE "AMBER" TO WS-STL-GRADE
008000         WHEN OTHER
008010             MOVE "RED" TO WS-STL-GRADE
008020     END-EVALUATE.
008030     IF WS-LINE-SEVERITY > WS-WORST-SEVERITY
008040         MOVE WS-LINE-SEVERITY TO WS-WORST-SEVERITY
008050     END-IF.
008060     MOVE WS-STATUS-LINE TO BSTATRPT-PRINT-LINE.
008070     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
008080 6000-EXIT.
008090     EXIT.
008100
008110******************************************************************
008120* 6100-PRINT-LINE - print the line built in BSTATRPT-PRINT-LINE. *
008130******************************************************************
008140 6100-PRINT-LINE.
008150     WRITE BSTATRPT-PRINT-LINE AFTER ADVANCING 1 LINE.
008160 6100-EXIT.
008170     EXIT.
008180
008190******************************************************************
008200* 8000-END-OF-JOB - report the overall grade and close the       *
008210*                   report.                                      *
008220******************************************************************
008230 8000-END-OF-JOB.
008240     DISPLAY "BATCH-STATUS: BUSINESS DATE " WS-BUSINESS-DATE
008250         " " WS-RUN-MODE " - STATUS " WS-OVL-GRADE
008260         ", RC = " RETURN-CODE.
008270     CLOSE STATUS-REPORT.
008280 8000-EXIT.
008290     EXIT.
008300
008310******************************************************************
008320* End of program                                                 *
008330******************************************************************
