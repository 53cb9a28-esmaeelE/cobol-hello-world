001540*                    already trailered, and marking the date       *
001550*                    failed would salvage it into a                *
001560*                    double-trailer file.                          *
001561*   2026-10-15  JHM  Roster records are now edited against the     *
001562*                    REGION-MASTER: a region code not on the       *
001563*                    master, or marked inactive, rejects with      *
001564*                    reason RGNM instead of quietly becoming a     *
001565*                    new billable region, and the mailroom burst   *
001566*                    page prints the office name and address.      *
001567*   2026-10-15  JHM  A recipient terminated on the master by the   *
001568*                    nightly HR feed (RECIP-SYNC) is skipped and   *
001569*                    counted with the do-not-greet skips; a PROD   *
001570*                    run with no completed SYNC record for the     *
001571*                    business date on RUN-CONTROL warns that the   *
001572*                    roster was validated against the prior        *
001573*                    master and ends with a warning return code.   *
001574*   2026-10-15  JHM  A record whose roster and recipient master    *
001575*                    name no greeting code now takes the code of   *
001576*                    the GREETING-CALENDAR campaign covering its   *
001577*                    date, region and language before the parm     *
001578*                    default; STATS-REPORT counts by campaign.     *
001579*   2026-10-15  JHM  The volume gate's verdict for each day is now *
001580*                    kept on VOLUME-HISTORY beside the day's       *
001581*                    volume, so the morning status report can tell *
001582*                    whether the gate warned without rerunning it. *
001583*   2026-10-15  JHM  Writes a DAILY-STATS record per region as each*
001584*                    business date closes - read, produced, rejects*
001585*                    by reason, duplicate and do-not-greet skips,  *
001586*                    feed balanced - for REGION-SCORECARD; a feed  *
001587*                    stopped at balancing is recorded unbalanced.  *
001588*   2026-10-15  JHM  A roster record for a recipient merged into   *
001589*                    another on the master is greeted under the    *
001590*                    surviving ID, so the history duplicate check  *
001591*                    sees one person.                              *
001592*   2026-10-15  JHM  Extract details now carry the region,         *
001593*                    recipient ID, roster sequence number and      *
001594*                    resolved language, so LETTER-REPRINT can      *
001595*                    rebuild a lost letter from the extract.       *
001596*   2026-10-15  JHM  A run may now be scoped to named regions      *
001597*                    (REGIONS), so a business date can complete in *
001598*                    more than one piece: RUN-CONTROL, the         *
001599*                    checkpoint and TRANSMIT-LOG track each        *
001600*                    piece, a later piece takes only regions not   *
001601*                    yet completed, each piece cuts its own        *
001602*                    extract, and the volume gate accumulates the  *
001603*                    date's pieces.                                *
001604*   2026-10-15  JHM  The REGION-MASTER edit now runs before the    *
001605*                    region is located, so a rejected region code  *
001606*                    takes no region-table slot; its rejects go to *
001607*                    the *OVF statistics as RGNM.  A region with   *
001608*                    no letters and no rejects gets no extract     *
001609*                    region record, RUN-CONTROL entry, volume      *
001610*                    history or DAILY-STATS record.  Out-of-scope  *
001611*                    records now move the checkpoint along.        *
001612*                    REGIONS codes may now be separated by a comma *
001613*                    and spaces together.                          *
001614*                    A rejected REGIONS parameter is now recorded  *
001615*                    on the AUDIT-LOG, and a region inactive on    *
001616*                    the REGION-MASTER may not be named in it.     *
001617******************************************************************
001618
001619 IDENTIFICATION DIVISION.
001620 PROGRAM-ID.             HELLO-WORLD.
001621 AUTHOR.                 J. H. MARCHETTI.
001622 INSTALLATION.           DATA PROCESSING CENTER.
001623 DATE-WRITTEN.           2020-01-06.
001624 DATE-COMPILED.          2026-08-08.
001625
001660******************************************************************
001670* ENVIRONMENT DIVISION                                           *
001680******************************************************************
002080            ACCESS MODE IS RANDOM
002090            RECORD KEY IS REC-RECIPIENT-ID
002100            FILE STATUS IS WS-RECMSTR-STATUS.
002101
002102     SELECT REGION-MASTER   ASSIGN TO RGNMSTR
002103            ORGANIZATION IS INDEXED
002104            ACCESS MODE IS RANDOM
002105            RECORD KEY IS RGM-REGION-CODE
002106            FILE STATUS IS WS-RGNMSTR-STATUS.
002110
002111     SELECT GREETING-CALENDAR ASSIGN TO GRCALNDR
002112            ORGANIZATION IS INDEXED
002113            ACCESS MODE IS DYNAMIC
002114            RECORD KEY IS CAL-KEY
002115            FILE STATUS IS WS-GRCAL-STATUS.
002116
002120     SELECT GREETING-HISTORY ASSIGN TO WS-GRHIST-DSNAME
002130            ORGANIZATION IS INDEXED
002140            ACCESS MODE IS RANDOM
002270            ORGANIZATION IS LINE SEQUENTIAL
002280            FILE STATUS IS WS-VOLHIST-STATUS.
002290
002291     SELECT DAILY-STATS     ASSIGN TO WS-DLYSTAT-DSNAME
002292            ORGANIZATION IS INDEXED
002293            ACCESS MODE IS DYNAMIC
002294            RECORD KEY IS DST-KEY
002295            FILE STATUS IS WS-DLYSTAT-STATUS.
002296
002300     SELECT TRANSMIT-LOG    ASSIGN TO WS-XMITLOG-DSNAME
002310            ORGANIZATION IS INDEXED
002320            ACCESS MODE IS RANDOM
002750 COPY ERRREC.
002760
002770 FD  GREETING-EXTRACT
002780     RECORD CONTAINS 80 CHARACTERS
002790     RECORDING MODE IS F.
002800 COPY GREXTRC.
002810
002840
002850 FD  RECIPIENT-MASTER.
002860 COPY RECMSTR.
002861
002862 FD  REGION-MASTER.
002863 COPY RGNMSTR.
002864
002865 FD  GREETING-CALENDAR.
002866 COPY GRCAL.
002870
002880 FD  GREETING-HISTORY.
002890 COPY GRHIST.
003020     RECORDING MODE IS F.
003030 COPY VOLHST.
003040
003041 FD  DAILY-STATS.
003042 COPY DLYSTAT.
003043
003050 FD  GREETING-LETTERS
003060     RECORD CONTAINS 100 CHARACTERS
003070     RECORDING MODE IS F.
003430
003440 01  WS-GRMASTER-STATUS      PIC X(02).
003450     88  WS-GRMASTER-OK               VALUE "00".
003451 01  WS-GRCAL-STATUS         PIC X(02).
003452     88  WS-GRCAL-OK                  VALUE "00".
003453     88  WS-GRCAL-NOT-FOUND           VALUE "35".
003460 01  WS-RECMSTR-STATUS       PIC X(02).
003470     88  WS-RECMSTR-OK                VALUE "00".
003471 01  WS-RGNMSTR-STATUS       PIC X(02).
003472     88  WS-RGNMSTR-OK                VALUE "00".
003480 01  WS-GRHIST-STATUS        PIC X(02).
003490     88  WS-GRHIST-OK                 VALUE "00".
003500     88  WS-GRHIST-NOT-FOUND          VALUE "35".
003720 01  WS-VOLHIST-EOF-SWITCH   PIC X(01) VALUE "N".
003730     88  WS-END-OF-VOLHIST            VALUE "Y".
003740
003741 01  WS-DLYSTAT-STATUS       PIC X(02).
003742     88  WS-DLYSTAT-OK                VALUE "00".
003743     88  WS-DLYSTAT-NOT-FOUND         VALUE "35".
003744
003745 01  WS-DST-FOUND-SWITCH     PIC X(01).
003746     88  WS-DST-ON-FILE               VALUE "Y".
003747 01  WS-DST-PRIOR-BALANCED   PIC X(01).
003748
003750 01  WS-FEEDBAL-STATUS       PIC X(02).
003760     88  WS-FEEDBAL-OK                VALUE "00".
003770
004230 01  WS-CKPTFILE-DSNAME       PIC X(08) VALUE "CKPTFILE".
004240 01  WS-ERRRPT-DSNAME         PIC X(08) VALUE "ERRRPT".
004250 01  WS-RESUBFIL-DSNAME       PIC X(08) VALUE "RESUBFIL".
004251 01  WS-DLYSTAT-DSNAME        PIC X(08) VALUE "DLYSTATS".
004260
004270 01  WS-INPUT-PHASE           PIC X(01) VALUE "N".
004280     88  WS-RESUB-PHASE               VALUE "R".
004640         10  WS-DTE-REJECTED     PIC 9(06).
004650         10  WS-DTE-SKIPPED      PIC 9(06).
004660
004661******************************************************************
004662* Region-scope work area - REGIONS names the regions a single-   *
004663* date run is to process, so a business date can be completed    *
004664* in more than one piece when a region's feed is late.  RUN-     *
004665* CONTROL records each region's completion; a later piece takes  *
004666* only the named regions not yet completed (and any region a     *
004667* failed piece left unfinished), and cuts its own extract -      *
004668* GREXTP (GRXTTP in TEST) plus the piece number - with its own   *
004669* TRANSMIT-LOG record.  The prior run-control values are kept    *
004670* so a later piece stopped before it starts leaves the date as   *
004671* its completed pieces left it.                                  *
004672******************************************************************
004673 01  WS-REGIONS-PARM          PIC X(60) VALUE SPACES.
004674 01  WS-SCOPE-SWITCH          PIC X(01) VALUE "N".
004675     88  WS-REGION-SCOPED             VALUE "Y".
004676 01  WS-SCOPE-COUNT           PIC 9(02) COMP VALUE ZERO.
004677 01  WS-SCOPE-SUB             PIC 9(02) COMP.
004678 01  WS-SCOPE-LEFT-COUNT      PIC 9(02) COMP.
004679 01  WS-SCOPE-WORK-CODE       PIC X(04).
004680 01  WS-SCOPE-TABLE           VALUE SPACES.
004681     05  WS-SCOPE-CODE OCCURS 10 TIMES PIC X(04).
004682 01  WS-REGIONS-WORK          VALUE SPACES.
004683     05  WS-REGIONS-ITEM OCCURS 10 TIMES PIC X(08).
004684 01  WS-IN-SCOPE-SWITCH       PIC X(01) VALUE "Y".
004685     88  WS-REGION-IN-SCOPE           VALUE "Y".
004686 01  WS-DONE-SUB              PIC 9(02) COMP.
004687 01  WS-DONE-FOUND            PIC X(01).
004688 01  WS-OUT-OF-SCOPE-RECORDS  PIC 9(06) VALUE ZERO.
004689 01  WS-PIECE-NO              PIC 9(02) VALUE 1.
004690 01  WS-CONTINUE-SWITCH       PIC X(01) VALUE "N".
004691     88  WS-CONTINUATION-PIECE        VALUE "Y".
004692 01  WS-PRIOR-STATUS-FLAG     PIC X(01).
004693 01  WS-PRIOR-RUN-TIMESTAMP   PIC X(16).
004694 01  WS-PRIOR-RETURN-CODE     PIC 9(04).
004695 01  WS-VOL-PRIOR-DAYS        PIC 9(02) COMP.
004696 01  WS-VOL-SAME-DAY-SWITCH   PIC X(01) VALUE "N".
004697     88  WS-VOL-SAME-DAY              VALUE "Y".
004698 01  WS-OVF-DATE-TOTAL        PIC 9(06).
004699 01  WS-OVF-RGNM-DATE-TOTAL   PIC 9(06).
004700
004701******************************************************************
004702* Validation work area                                          *
004703******************************************************************
004704 01  WS-VALID-SWITCH          PIC X(01).
004710     88  WS-RECORD-VALID              VALUE "Y".
004720     88  WS-RECORD-INVALID            VALUE "N".
004730 01  WS-REJECT-REASON-CODE    PIC X(04).
004890 01  WS-LANGUAGE-CODE-WORK   PIC X(02).
004900 01  WS-GREETING-CODE-WORK   PIC X(04).
004910 01  WS-SALUTATION           PIC X(10).
004911 01  WS-CALENDAR-OPEN-SWITCH PIC X(01) VALUE "N".
004912     88  WS-CALENDAR-OPEN             VALUE "Y".
004913 01  WS-CAMPAIGN-SWITCH      PIC X(01) VALUE "N".
004914     88  WS-CAMPAIGN-APPLIED          VALUE "Y".
004915 01  WS-PROBE-REGION         PIC X(04).
004916 01  WS-PROBE-LANGUAGE       PIC X(02).
004920
004930******************************************************************
004940* Merge-variable work areas - a template carrying one or more    *
005540     05  WS-GREET-STAT-ENTRY OCCURS 50 TIMES.
005550         10  WS-GST-CODE         PIC X(04).
005560         10  WS-GST-COUNT        PIC 9(06).
005561 01  WS-CMP-STAT-COUNT        PIC 9(02) COMP VALUE ZERO.
005562 01  WS-CMP-STAT-OTHERS       PIC 9(06) VALUE ZERO.
005563 01  WS-CMP-STATS.
005564     05  WS-CMP-STAT-ENTRY OCCURS 20 TIMES.
005565         10  WS-CMT-KEY          PIC X(14).
005566         10  WS-CMT-FROM-DATE    PIC X(08).
005567         10  WS-CMT-CODE         PIC X(04).
005568         10  WS-CMT-NAME         PIC X(30).
005569         10  WS-CMT-COUNT        PIC 9(06).
005570 01  WS-RSN-STAT-COUNT        PIC 9(02) COMP VALUE ZERO.
005580 01  WS-RSN-STAT-OTHERS       PIC 9(06) VALUE ZERO.
005590 01  WS-RSN-STATS.
005680* Carries the region-scoped last sequence number for the        *
005690* duplicate/out-of-sequence edit and the region's volume        *
005700* counts for the summary, statistics report and extract         *
005710* subtotals, and the statistics kept for the DAILY-STATS         *
005711* record: whole-day reads (those before a restart are held       *
005712* apart, since the summary counts this run's reads), rejects by  *
005713* reason in WS-REASON-CODES order, and the two kinds of skip.    *
005714* A record rejected because its region is not on REGION-MASTER   *
005715* is never given an entry; its rejects are kept with the *OVF    *
005716* figures instead.                                               *
005720******************************************************************
005730 01  WS-REGION-COUNT          PIC 9(02) COMP VALUE ZERO.
005740 01  WS-RGN-SUB               PIC 9(02) COMP.
005760 01  WS-RGN-OVERFLOW-SWITCH   PIC X(01) VALUE "N".
005770     88  WS-REGION-TABLE-FULL         VALUE "Y".
005780     88  WS-REGION-SLOT-FOUND         VALUE "N".
005781     88  WS-REGION-UNMASTERED         VALUE "M".
005782     88  WS-REGION-NOT-IN-TABLE       VALUE "Y" "M".
005790 01  WS-REGION-TABLE.
005800     05  WS-REGION-ENTRY OCCURS 10 TIMES.
005810         10  WS-RGN-CODE         PIC X(04).
005840         10  WS-RGN-PRODUCED     PIC 9(06).
005850         10  WS-RGN-REJECTED     PIC 9(06).
005860         10  WS-RGN-SKIPPED      PIC 9(06).
005861         10  WS-RGN-PRIOR-READ   PIC 9(06).
005862         10  WS-RGN-DUP-SKIPPED  PIC 9(06).
005863         10  WS-RGN-DNG-SKIPPED  PIC 9(06).
005864         10  WS-RGN-REASON-COUNTS.
005865             15  WS-RGN-REASON-COUNT OCCURS 7 TIMES
005866                                 PIC 9(06).
005870
005871 01  WS-REASON-CODE-TABLE.
005872     05  FILLER                  PIC X(28)
005873         VALUE "RGNFBLNKDATEDUPLRCPTGRCDRGNM".
005874 01  WS-REASON-CODES REDEFINES WS-REASON-CODE-TABLE.
005875     05  WS-REASON-CODE OCCURS 7 TIMES PIC X(04).
005876 01  WS-REASON-IX             PIC 9(02) COMP.
005877 01  WS-OVF-REJECTED          PIC 9(06) VALUE ZERO.
005878 01  WS-OVF-RGNM-REJECTED     PIC 9(06) VALUE ZERO.
005879
005880******************************************************************
005890* Statistics report print work areas                            *
005900******************************************************************
006100     05  WS-STC-LABEL            PIC X(31).
006110     05  WS-STC-VALUE            PIC 9(06).
006120     05  FILLER                  PIC X(43) VALUE SPACES.
006121 01  WS-CAMPAIGN-STAT-LINE.
006122     05  FILLER                  PIC X(02) VALUE SPACES.
006123     05  WS-CSL-CODE             PIC X(04).
006124     05  FILLER                  PIC X(06) VALUE SPACES.
006125     05  WS-CSL-COUNT            PIC ZZZZZ9.
006126     05  FILLER                  PIC X(02) VALUE SPACES.
006127     05  WS-CSL-CAMPAIGN         PIC X(60).
006130 01  WS-REGION-COLUMN-HEADING.
006140     05  FILLER                  PIC X(08) VALUE "  REGION".
006150     05  FILLER                  PIC X(10) VALUE "      READ".
006770     05  WS-LTR-BANNER-REGION    PIC X(04).
006780     05  FILLER                  PIC X(06) VALUE "  ****".
006790     05  FILLER                  PIC X(68) VALUE SPACES.
006791 01  WS-LETTER-BANNER-ADDR-LINE.
006792     05  FILLER                  PIC X(06) VALUE SPACES.
006793     05  WS-LTR-BANNER-TEXT      PIC X(30).
006794     05  FILLER                  PIC X(64) VALUE SPACES.
006800
006810******************************************************************
006820* Volume reasonableness work areas - the rolling five-day        *
006900     88  WS-VOLUME-ALERT              VALUE "Y".
006910 01  WS-XMITLOG-ALERT-SWITCH  PIC X(01) VALUE "N".
006920     88  WS-XMITLOG-ALERT             VALUE "Y".
006921 01  WS-SYNC-ALERT-SWITCH     PIC X(01) VALUE "N".
006922     88  WS-SYNC-ALERT                VALUE "Y".
006930 01  WS-VOL-COUNT             PIC 9(02) COMP VALUE ZERO.
006940 01  WS-VOL-SUB               PIC 9(02) COMP.
006950 01  WS-VOL-DAY-SUB           PIC 9(02) COMP.
007020 01  WS-VOL-AVERAGE           PIC 9(06).
007030 01  WS-VOL-LOW-LIMIT         PIC 9(08).
007040 01  WS-VOL-HIGH-LIMIT        PIC 9(08).
007041 01  WS-GATE-FLAG             PIC X(01).
007050 01  WS-VOLUME-TABLE.
007060     05  WS-VOL-ENTRY OCCURS 11 TIMES.
007070         10  WS-VOL-CODE         PIC X(04).
007090         10  WS-VOL-DAY OCCURS 5 TIMES.
007100             15  WS-VOL-DATE     PIC X(08).
007110             15  WS-VOL-PRODUCED PIC 9(06).
007111         10  WS-VOL-GATE-FLAG    PIC X(01) OCCURS 5 TIMES.
007120
007130******************************************************************
007140* Feed-balancing table - one entry per region feed found by the  *
008030     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008040     IF RETURN-CODE = 16
008050         PERFORM 8100-WRITE-AUDIT-RECORD THRU 8100-EXIT
008051         IF WS-CONTINUATION-PIECE
008052             PERFORM 8210-RESTORE-RUN-CONTROL THRU 8210-EXIT
008053         END-IF
008060         PERFORM 8200-CLOSE-RUN-CONTROL THRU 8200-EXIT
008070         IF WS-AUDITLOG-OK
008080             CLOSE AUDIT-LOG
008460             "CATCH-UP MODE - RUNNING FRESH"
008470         MOVE "N" TO WS-RESTART-FLAG
008480     END-IF.
008481
008482     ACCEPT WS-REGIONS-PARM FROM ENVIRONMENT "REGIONS"
008483         ON EXCEPTION
008484             MOVE SPACES TO WS-REGIONS-PARM
008485     END-ACCEPT.
008490
008500     ACCEPT WS-RUN-MODE FROM ENVIRONMENT "RUN-MODE"
008510         ON EXCEPTION
008640         MOVE "VOLHTST " TO WS-VOLHIST-DSNAME
008650         MOVE "GRLTRTST" TO WS-LETTER-DSNAME
008660         MOVE "XMITLTST" TO WS-XMITLOG-DSNAME
008661         MOVE "DLYSTTST" TO WS-DLYSTAT-DSNAME
008670     ELSE
008680         MOVE "PROD" TO WS-RUN-MODE
008690         MOVE "AUDITLOG" TO WS-AUDITLOG-DSNAME
008780         MOVE "VOLHIST " TO WS-VOLHIST-DSNAME
008790         MOVE "GRLETTER" TO WS-LETTER-DSNAME
008800         MOVE "XMITLOG " TO WS-XMITLOG-DSNAME
008801         MOVE "DLYSTATS" TO WS-DLYSTAT-DSNAME
008810     END-IF.
008820
008830     PERFORM 1100-OPEN-AUDIT-LOG THRU 1100-EXIT.
008840     IF RETURN-CODE = 16
008850         GO TO 1000-EXIT
008860     END-IF.
008861
008862     PERFORM 1105-PARSE-REGIONS THRU 1105-EXIT.
008863     IF RETURN-CODE = 16
008864         GO TO 1000-EXIT
008865     END-IF.
008870
008880     PERFORM 1120-OPEN-HISTORY THRU 1120-EXIT.
008890     IF RETURN-CODE = 16
009320         MOVE "Y" TO WS-EOF-SWITCH
009330         GO TO 1000-EXIT
009340     END-IF.
009341
009342     PERFORM 1110-OPEN-CALENDAR THRU 1110-EXIT.
009343     IF RETURN-CODE = 16
009344         MOVE "Y" TO WS-EOF-SWITCH
009345         GO TO 1000-EXIT
009346     END-IF.
009350
009360     OPEN INPUT RECIPIENT-MASTER.
009370     IF NOT WS-RECMSTR-OK
009410         MOVE "Y" TO WS-EOF-SWITCH
009420         GO TO 1000-EXIT
009430     END-IF.
009431
009432     OPEN INPUT REGION-MASTER.
009433     IF NOT WS-RGNMSTR-OK
009434         DISPLAY "HELLO-WORLD: UNABLE TO OPEN REGION-MASTER, "
009435             "STATUS = " WS-RGNMSTR-STATUS
009436         MOVE 16 TO RETURN-CODE
009437         MOVE "Y" TO WS-EOF-SWITCH
009438         GO TO 1000-EXIT
009439     END-IF.
009440     IF WS-REGION-SCOPED
009441         PERFORM 1107-CHECK-SCOPE-REGION THRU 1107-EXIT
009442             VARYING WS-SCOPE-SUB FROM 1 BY 1
009443             UNTIL WS-SCOPE-SUB > WS-SCOPE-COUNT
009444         IF RETURN-CODE = 16
009445             MOVE "Y" TO WS-EOF-SWITCH
009446             GO TO 1000-EXIT
009447         END-IF
009448     END-IF.
009449
009450     OPEN INPUT NAMES-FILE.
009460     IF NOT WS-NAMESFIL-OK
009470         DISPLAY "HELLO-WORLD: UNABLE TO OPEN NAMES-FILE, "
009790             GO TO 1000-EXIT
009800         END-IF
009810     END-IF.
009811     IF WS-REGION-SCOPED AND WS-RESUB-PHASE
009812         DISPLAY "HELLO-WORLD: A REGION-SCOPED RUN DOES NOT "
009813             "PROCESS THE RESUBMIT FILE - CORRECTIONS WILL "
009814             "RECYCLE ON THE NEXT DAILY RUN"
009815         CLOSE RESUBMIT-FILE
009816         MOVE "N" TO WS-INPUT-PHASE
009817     END-IF.
009820
009830     IF WS-RESTART-REQUESTED
009840         OPEN EXTEND ERROR-REPORT
010810*                          The record is written in-flight here  *
010820*                          and closed out with the final return  *
010830*                          code by 8200-CLOSE-RUN-CONTROL.       *
010831*                          A completed date run again with       *
010832*                          REGIONS continues as its next piece,  *
010833*                          taking only the regions not yet       *
010834*                          completed (1133-CONTINUE-DATE).       *
010840******************************************************************
010850 1130-CHECK-RUN-CONTROL.
010860     PERFORM 1135-OPEN-RUN-CONTROL THRU 1135-EXIT.
010870     IF RETURN-CODE = 16
010880         GO TO 1130-EXIT
010890     END-IF.
010891     IF WS-PRODUCTION-MODE
010892         PERFORM 1132-CHECK-RECIPIENT-SYNC THRU 1132-EXIT
010893     END-IF.
010900
010910     MOVE WS-RUN-DATE-8 TO RCL-BUSINESS-DATE.
010920     MOVE WS-RUN-MODE   TO RCL-RUN-MODE.
011010             PERFORM 1140-WRITE-IN-FLIGHT THRU 1140-EXIT
011020             GO TO 1130-EXIT
011030     END-READ.
011031     PERFORM 1146-NORMALIZE-RUNCTL THRU 1146-EXIT.
011040
011050     EVALUATE TRUE
011060         WHEN RCL-IN-FLIGHT
011090                 " - CONCURRENT SUBMISSION BLOCKED"
011100             MOVE 16 TO RETURN-CODE
011110             CLOSE RUN-CONTROL
011111         WHEN RCL-COMPLETED AND WS-REGION-SCOPED
011112             PERFORM 1133-CONTINUE-DATE THRU 1133-EXIT
011120         WHEN RCL-COMPLETED AND WS-PRODUCTION-MODE
011130             DISPLAY "HELLO-WORLD: PROD RUN FOR "
011140                 RCL-BUSINESS-DATE
011150                 " ALREADY COMPLETED - SECOND RUN BLOCKED"
011151             IF RCL-REGION-COUNT > ZERO
011152                 DISPLAY "HELLO-WORLD: NAME THE REGIONS STILL TO "
011153                     "RUN IN REGIONS FOR A FURTHER PIECE"
011154             END-IF
011160             MOVE 16 TO RETURN-CODE
011170             CLOSE RUN-CONTROL
011180         WHEN RCL-FAILED
011190             MOVE "Y" TO WS-SALVAGE-SWITCH
011191             MOVE RCL-PIECE-COUNT TO WS-PIECE-NO
011200             IF NOT WS-RESTART-REQUESTED
011210                 DISPLAY "HELLO-WORLD: PRIOR RUN FAILED - "
011220                     "RUNNING FRESH FROM RECORD ONE, KEEPING "
011290                     "- RESTART IGNORED, RUNNING FRESH"
011300                 MOVE "N" TO WS-RESTART-FLAG
011310             END-IF
011311             PERFORM 1147-START-DATE-OVER THRU 1147-EXIT
011320             PERFORM 1145-REWRITE-IN-FLIGHT THRU 1145-EXIT
011330     END-EVALUATE.
011340 1130-EXIT.
012170     MOVE "I"              TO RCL-STATUS-FLAG.
012180     MOVE WS-RUN-TIMESTAMP TO RCL-RUN-TIMESTAMP.
012190     MOVE ZERO             TO RCL-RETURN-CODE.
012191     MOVE 1                TO RCL-PIECE-COUNT.
012192     MOVE ZERO             TO RCL-REGION-COUNT.
012193     MOVE 1                TO WS-PIECE-NO.
012200     WRITE RUNCTL-RECORD
012210         INVALID KEY
012220             DISPLAY "HELLO-WORLD: UNABLE TO WRITE RUN-CONTROL"
012680*                     the abend are already on the file, so     *
012690*                     1160-RECOUNT-EXTRACT derives them from    *
012700*                     the extract itself.                        *
012701*                     A checkpoint cut for another date, piece   *
012702*                     or region selection is not used.           *
012710******************************************************************
012720 1150-RESTART-SKIP.
012730     MOVE ZERO TO CKP-LAST-RECORD-NO.
012810         END-READ
012820         CLOSE CHECKPOINT-FILE
012830     END-IF.
012831     IF CKP-LAST-RECORD-NO > ZERO
012832        AND (CKP-BUSINESS-DATE NOT = WS-RUN-DATE-8
012833          OR CKP-PIECE-NO NOT = WS-PIECE-NO
012834          OR CKP-SCOPE-COUNT NOT = WS-SCOPE-COUNT
012835          OR CKP-SCOPE-TABLE NOT = WS-SCOPE-TABLE)
012836         PERFORM 1151-DISCARD-CHECKPOINT THRU 1151-EXIT
012837     END-IF.
012840
012850     PERFORM 2900-READ-NAMES-FILE THRU 2900-EXIT
012860         UNTIL WS-RECORDS-READ NOT LESS THAN CKP-LAST-RECORD-NO
012920             VARYING WS-RGN-SUB FROM 1 BY 1
012930             UNTIL WS-RGN-SUB > WS-REGION-COUNT
012940     END-IF.
012941     IF CKP-OVF-REJECTED NUMERIC
012942         MOVE CKP-OVF-REJECTED TO WS-OVF-REJECTED
012943     END-IF.
012944     IF CKP-OVF-RGNM-REJECTED NUMERIC
012945         MOVE CKP-OVF-RGNM-REJECTED TO WS-OVF-RGNM-REJECTED
012946     END-IF.
012950     SUBTRACT WS-RECORDS-READ FROM WS-RECORDS-READ-THIS-RUN.
012960     IF NOT WS-END-OF-NAMES
012970         PERFORM 2900-READ-NAMES-FILE THRU 2900-EXIT
013020******************************************************************
013030* 1155-RESTORE-REGION - restore one region's checkpointed        *
013040*                       sequence and produced counts; the        *
013050*                       this-run counters start at zero and the  *
013051*                       day's statistics pick up where the       *
013052*                       checkpoint left them.                    *
013060******************************************************************
013070 1155-RESTORE-REGION.
013080     MOVE CKP-RGN-CODE (WS-RGN-SUB)
013140     MOVE ZERO TO WS-RGN-READ (WS-RGN-SUB).
013150     MOVE ZERO TO WS-RGN-REJECTED (WS-RGN-SUB).
013160     MOVE ZERO TO WS-RGN-SKIPPED (WS-RGN-SUB).
013161     IF CKP-RGN-READ (WS-RGN-SUB) NUMERIC
013162         PERFORM 1156-RESTORE-REGION-COUNTS THRU 1156-EXIT
013163     ELSE
013164         MOVE ZERO TO WS-RGN-PRIOR-READ (WS-RGN-SUB)
013165         MOVE ZERO TO WS-RGN-DUP-SKIPPED (WS-RGN-SUB)
013166         MOVE ZERO TO WS-RGN-DNG-SKIPPED (WS-RGN-SUB)
013167         MOVE ZEROS TO WS-RGN-REASON-COUNTS (WS-RGN-SUB)
013168     END-IF.
013170 1155-EXIT.
013180     EXIT.
013190
013810*                      non-zero return code when any feed does   *
013820*                      not balance - a short feed is an          *
013830*                      operations incident, not a quiet short    *
013840*                      day - and each feed out of balance is     *
013841*                      recorded unbalanced on DAILY-STATS.       *
013842*                      The roster is closed and reopened         *
013850*                      afterwards so processing starts at        *
013860*                      record one.                               *
013870******************************************************************
014250         DISPLAY "HELLO-WORLD: FEED BALANCING FAILED - SEE THE "
014260             "FEED BALANCING REPORT"
014270         MOVE 16 TO RETURN-CODE
014271         PERFORM 8540-RECORD-UNBALANCED THRU 8540-EXIT
014280         GO TO 1170-EXIT
014290     END-IF.
014300     CLOSE NAMES-FILE.
015450     MOVE WS-FBL-TRL-COUNT (WS-FEED-SUB) TO WS-FBL-LINE-TRAILER.
015460     MOVE WS-FBL-DETAIL-COUNT (WS-FEED-SUB)
015470         TO WS-FBL-LINE-DETAILS.
015471     MOVE WS-FBL-CODE (WS-FEED-SUB) TO WS-SCOPE-WORK-CODE.
015472     MOVE "Y" TO WS-IN-SCOPE-SWITCH.
015473     IF NOT WS-CATCHUP-MODE
015474         PERFORM 3250-CHECK-REGION-SCOPE THRU 3250-EXIT
015475     END-IF.
015480     EVALUATE TRUE
015481         WHEN NOT WS-REGION-IN-SCOPE
015482             MOVE "NOT IN THIS RUN" TO WS-FBL-LINE-STATUS
015490         WHEN WS-FBL-HDR-SWITCH (WS-FEED-SUB) = "N"
015500             MOVE "HEADER MISSING" TO WS-FBL-LINE-STATUS
015510             MOVE "N" TO WS-FEED-BAL-SWITCH
015740*                         does not come here - it opens one      *
015750*                         extract per business date through      *
015760*                         2190-OPEN-DATE-EXTRACT.                *
015761*                         A later piece of a region-scoped date  *
015762*                         cuts its own extract, GREXTP (GRXTTP   *
015763*                         in TEST) plus the piece number.        *
015770******************************************************************
015780 1190-OPEN-RUN-EXTRACT.
015781     IF WS-PIECE-NO > 1
015782         IF WS-TEST-MODE
015783             MOVE "GRXTTP" TO WS-EXTRACT-DSNAME (1:6)
015784         ELSE
015785             MOVE "GREXTP" TO WS-EXTRACT-DSNAME (1:6)
015786         END-IF
015787         MOVE WS-PIECE-NO TO WS-EXTRACT-DSNAME (7:2)
015788     END-IF.
015790     IF WS-RESTART-REQUESTED OR WS-SALVAGE-EXTRACT
015800         PERFORM 1160-RECOUNT-EXTRACT THRU 1160-EXIT
015810         IF RETURN-CODE = 16
016640*                      reject it; checkpoint every N records      *
016650*                      read regardless of validity, then read     *
016660*                      the next.                                  *
016661*                      A record for a region outside this run's  *
016662*                      scope is passed over uncounted, though    *
016663*                      it still moves the checkpoint along.      *
016670******************************************************************
016680 2000-PROCESS-NAMES.
016690     IF WS-CATCHUP-MODE
016830         PERFORM 2900-READ-NAMES-FILE THRU 2900-EXIT
016840         GO TO 2000-EXIT
016850     END-IF.
016851     MOVE NAM-REGION-CODE TO WS-SCOPE-WORK-CODE.
016852     PERFORM 3250-CHECK-REGION-SCOPE THRU 3250-EXIT.
016853     IF NOT WS-REGION-IN-SCOPE
016854         SUBTRACT 1 FROM WS-RECORDS-READ-THIS-RUN
016855         ADD 1 TO WS-OUT-OF-SCOPE-RECORDS
016856         PERFORM 7000-CHECKPOINT THRU 7000-EXIT
016857         PERFORM 2900-READ-NAMES-FILE THRU 2900-EXIT
016858         GO TO 2000-EXIT
016859     END-IF.
016860     PERFORM 3000-VALIDATE-RECORD THRU 3000-EXIT.
016870     IF NOT WS-REGION-NOT-IN-TABLE
016880         ADD 1 TO WS-RGN-READ (WS-RGN-SUB)
016890     END-IF.
016900     EVALUATE TRUE
016910         WHEN WS-RECORD-INVALID
016920             PERFORM 6000-WRITE-ERROR THRU 6000-EXIT
016930             ADD 1 TO WS-RECORDS-REJECTED
016940             IF NOT WS-REGION-NOT-IN-TABLE
016950                 ADD 1 TO WS-RGN-REJECTED (WS-RGN-SUB)
016960             END-IF
016961             PERFORM 2010-COUNT-REGION-REJECT THRU 2010-EXIT
016970         WHEN WS-DO-NOT-GREET
016980             ADD 1 TO WS-OPTOUTS-SKIPPED
016990             ADD 1 TO WS-RGN-SKIPPED (WS-RGN-SUB)
016991             ADD 1 TO WS-RGN-DNG-SKIPPED (WS-RGN-SUB)
017000         WHEN OTHER
017010             PERFORM 4500-CHECK-HISTORY THRU 4500-EXIT
017020             IF WS-ALREADY-GREETED
017030                 ADD 1 TO WS-DUPLICATES-SKIPPED
017040                 ADD 1 TO WS-RGN-SKIPPED (WS-RGN-SUB)
017041                 ADD 1 TO WS-RGN-DUP-SKIPPED (WS-RGN-SUB)
017050             ELSE
017060                 PERFORM 5000-WRITE-GREETING THRU 5000-EXIT
017070                 ADD 1 TO WS-GREETINGS-PRODUCED
017360         MOVE WS-CURRENT-BUS-DATE TO WS-GATE-DATE
017370         MOVE WS-DTE-PRODUCED (WS-DATE-COUNT) TO WS-GATE-TOTAL
017380         PERFORM 8300-VOLUME-GATE-DATE THRU 8300-EXIT
017381         PERFORM 8500-WRITE-DAILY-STATS THRU 8500-EXIT
017390         PERFORM 5400-WRITE-EXTRACT-TRAILER THRU 5400-EXIT
017400         PERFORM 5450-LOG-TRANSMISSION THRU 5450-EXIT
017410         CLOSE GREETING-EXTRACT
017630     END-IF.
017640     MOVE ZERO TO WS-REGION-COUNT.
017650     MOVE ZERO TO WS-LAST-SEQUENCE-NO.
017651     MOVE ZERO TO WS-OVF-REJECTED.
017652     MOVE ZERO TO WS-OVF-RGNM-REJECTED.
017660     MOVE WS-RECORDS-READ-THIS-RUN TO WS-SNAP-READ.
017670     MOVE WS-GREETINGS-PRODUCED    TO WS-SNAP-PRODUCED.
017680     MOVE WS-RECORDS-REJECTED      TO WS-SNAP-REJECTED.
017980             PERFORM 1140-WRITE-IN-FLIGHT THRU 1140-EXIT
017990             GO TO 2150-EXIT
018000     END-READ.
018001     PERFORM 1146-NORMALIZE-RUNCTL THRU 1146-EXIT.
018010     EVALUATE TRUE
018020         WHEN RCL-IN-FLIGHT
018030             DISPLAY "HELLO-WORLD: RUN ALREADY IN FLIGHT FOR "
018110             MOVE WS-CURRENT-BUS-DATE TO WS-SKIP-DATE
018120         WHEN RCL-FAILED
018130             MOVE "Y" TO WS-DATE-SALVAGE-SWITCH
018131             MOVE RCL-PIECE-COUNT TO WS-PIECE-NO
018140             PERFORM 1145-REWRITE-IN-FLIGHT THRU 1145-EXIT
018150         WHEN OTHER
018151             PERFORM 1147-START-DATE-OVER THRU 1147-EXIT
018160             PERFORM 1145-REWRITE-IN-FLIGHT THRU 1145-EXIT
018170     END-EVALUATE.
018180 2150-EXIT.
018290     IF WS-RUNCTL-HELD
018300         IF RETURN-CODE = ZERO
018310            OR (RETURN-CODE = 4 AND
018320                (WS-VOLUME-ALERT OR WS-XMITLOG-ALERT
018321                 OR WS-SYNC-ALERT))
018330             MOVE "C" TO RCL-STATUS-FLAG
018340         ELSE
018350             MOVE "F" TO RCL-STATUS-FLAG
018360         END-IF
018361         PERFORM 8250-RECORD-REGIONS THRU 8250-EXIT
018370         MOVE RETURN-CODE TO RCL-RETURN-CODE
018380         REWRITE RUNCTL-RECORD
018390             INVALID KEY
018890*                          would otherwise be lost, exactly as   *
018900*                          in the single-date salvage path       *
018910*                          (1190).                               *
018911*                          A later piece of a date takes GE (GT  *
018912*                          in TEST), the piece number, and the   *
018913*                          month and day.                        *
018920******************************************************************
018930 2190-OPEN-DATE-EXTRACT.
018940     MOVE SPACES TO WS-EXTRACT-DSNAME.
018990     END-IF.
019000     MOVE WS-CURRENT-BUS-DATE (5:4)
019010         TO WS-EXTRACT-DSNAME (5:4).
019011     IF WS-PIECE-NO > 1
019012         IF WS-TEST-MODE
019013             MOVE "GT" TO WS-EXTRACT-DSNAME (1:2)
019014         ELSE
019015             MOVE "GE" TO WS-EXTRACT-DSNAME (1:2)
019016         END-IF
019017         MOVE WS-PIECE-NO TO WS-EXTRACT-DSNAME (3:2)
019018     END-IF.
019020     MOVE "N" TO WS-NEW-EXTRACT-SWITCH.
019030     IF WS-DATE-SALVAGE
019040         PERFORM 1160-RECOUNT-EXTRACT THRU 1160-EXIT
019370*                        record's within the same region feed -    *
019380*                        both an exact duplicate and a repeat      *
019390*                        that is not adjacent to its first         *
019400*                        occurrence.  A region not on the          *
019401*                        REGION-MASTER, or inactive there, is      *
019402*                        rejected ahead of every other edit,     *
019403*                        and is given no region-table entry.     *
019410******************************************************************
019420 3000-VALIDATE-RECORD.
019440     MOVE "Y" TO WS-VALID-SWITCH.
019450     MOVE SPACES TO WS-REJECT-REASON-CODE.
019460     MOVE SPACES TO WS-REJECT-REASON-TEXT.
019461     PERFORM 3020-CHECK-REGION THRU 3020-EXIT.
019462     IF WS-RECORD-INVALID
019463         MOVE "M" TO WS-RGN-OVERFLOW-SWITCH
019464         GO TO 3000-EXIT
019465     END-IF.
019466     PERFORM 3200-LOCATE-REGION THRU 3200-EXIT.
019470     IF WS-REGION-TABLE-FULL
019480         MOVE "N"    TO WS-VALID-SWITCH
019490         MOVE "RGNF" TO WS-REJECT-REASON-CODE
019860* 3050-RESOLVE-RECIPIENT - look the roster record's recipient ID  *
019870*                          up on RECIPIENT-MASTER.  A blank ID or *
019880*                          an ID not on the master rejects the    *
019890*                          record; a do-not-greet or terminated   *
019900*                          recipient passes validation but is     *
019901*                          skipped and counted by                 *
019910*                          2000-PROCESS-NAMES instead of greeted. *
019911*                          A merged ID is followed to the         *
019912*                          recipient it was merged into.          *
019930******************************************************************
019940 3050-RESOLVE-RECIPIENT.
019950     MOVE "N" TO WS-DNG-SWITCH.
020140         MOVE "RECIPIENT MASTER READ FAILED"
020150             TO WS-REJECT-REASON-TEXT
020160     END-IF.
020161     IF WS-RECORD-VALID AND REC-MERGED
020162         PERFORM 3055-FOLLOW-MERGE THRU 3055-EXIT
020163     END-IF.
020170     IF WS-RECORD-VALID
020171        AND (REC-DO-NOT-GREET OR REC-TERMINATED)
020180         MOVE "Y" TO WS-DNG-SWITCH
020190     END-IF.
020200 3050-EXIT.
020230******************************************************************
020240* 3100-RESOLVE-GREETING - look the roster record's greeting code  *
020250*                         (or the recipient's preferred code, or  *
020260*                         the covering GREETING-CALENDAR          *
020261*                         campaign's code, or the parm record's   *
020262*                         default) up on                          *
020270*                         GREETING-MASTER.  A code that is not on *
020280*                         the master, or whose template is marked *
020290*                         inactive, rejects the record - a typo'd *
020310*                         reporting suite unresolved.             *
020320******************************************************************
020330 3100-RESOLVE-GREETING.
020331     MOVE "N" TO WS-CAMPAIGN-SWITCH.
020340     EVALUATE TRUE
020350         WHEN NAM-GREETING-CODE NOT = SPACES
020360             MOVE NAM-GREETING-CODE TO WS-GREETING-CODE-WORK
020370         WHEN REC-GREETING-CODE NOT = SPACES
020380             MOVE REC-GREETING-CODE TO WS-GREETING-CODE-WORK
020390         WHEN OTHER
020391             PERFORM 3110-FIND-CAMPAIGN THRU 3110-EXIT
020392             IF WS-CAMPAIGN-APPLIED
020393                 MOVE CAL-GREETING-CODE TO WS-GREETING-CODE-WORK
020394             ELSE
020400                 MOVE GRP-DEFAULT-GREETING-CODE
020410                     TO WS-GREETING-CODE-WORK
020411             END-IF
020420     END-EVALUATE.
020430     MOVE WS-GREETING-CODE-WORK TO GRM-GREETING-CODE.
020440     READ GREETING-MASTER
020950         MOVE ZERO TO WS-RGN-PRODUCED (WS-RGN-SUB)
020960         MOVE ZERO TO WS-RGN-REJECTED (WS-RGN-SUB)
020970         MOVE ZERO TO WS-RGN-SKIPPED (WS-RGN-SUB)
020971         MOVE ZERO TO WS-RGN-PRIOR-READ (WS-RGN-SUB)
020972         MOVE ZERO TO WS-RGN-DUP-SKIPPED (WS-RGN-SUB)
020973         MOVE ZERO TO WS-RGN-DNG-SKIPPED (WS-RGN-SUB)
020974         MOVE ZEROS TO WS-RGN-REASON-COUNTS (WS-RGN-SUB)
020980     ELSE
020990         MOVE "Y" TO WS-RGN-OVERFLOW-SWITCH
021000     END-IF.
023030******************************************************************
023040* 5510-WRITE-REGION-BANNER - print the burst banner page that    *
023050*                            opens a new regional office's       *
023060*                            letters, addressed with the office  *
023061*                            name and mailing address from the   *
023062*                            REGION-MASTER record 3020 read.     *
023070******************************************************************
023080 5510-WRITE-REGION-BANNER.
023090     MOVE NAM-REGION-CODE TO WS-LTR-BANNER-REGION.
023100     MOVE WS-LETTER-BANNER-LINE TO LETTER-PRINT-LINE.
023110     WRITE LETTER-PRINT-LINE AFTER ADVANCING PAGE.
023111     PERFORM 5515-WRITE-BANNER-ADDRESS THRU 5515-EXIT.
023120 5510-EXIT.
023130     EXIT.
023140
024960     END-IF.
024970     MOVE WS-RUN-MODE TO EXT-HDR-RUN-MODE.
024980     MOVE WS-RUN-TIMESTAMP TO EXT-HDR-RUN-TIMESTAMP.
024981     MOVE WS-PIECE-NO      TO EXT-HDR-PIECE-NO.
024990     WRITE EXT-HEADER-RECORD.
025000 5300-EXIT.
025010     EXIT.
025250
025260******************************************************************
025270* 5410-WRITE-REGION-RECORD - write one region's subtotal control *
025280*                            record to the extract.  A region    *
025281*                            with no letters produced and no     *
025282*                            rejects has none.                   *
025290******************************************************************
025300 5410-WRITE-REGION-RECORD.
025301     IF WS-RGN-PRODUCED (WS-RGN-SUB) = ZERO
025302        AND WS-RGN-REASON-COUNTS (WS-RGN-SUB) = ZEROS
025303         GO TO 5410-EXIT
025304     END-IF.
025310     MOVE SPACES TO EXT-REGION-RECORD.
025320     MOVE "R" TO EXT-RGN-RECORD-TYPE.
025330     MOVE WS-RGN-CODE (WS-RGN-SUB) TO EXT-RGN-REGION-CODE.
025720         MOVE WS-RUN-DATE-8 TO XMT-RUN-DATE
025730     END-IF.
025740     MOVE WS-RUN-MODE      TO XMT-RUN-MODE.
025741     MOVE WS-PIECE-NO      TO XMT-PIECE-NO.
025750     MOVE "U"              TO XMT-STATUS-FLAG.
025760     MOVE WS-EXTRACT-COUNT TO XMT-DETAIL-COUNT.
025770     MOVE WS-EXTRACT-HASH  TO XMT-HASH-TOTAL.
026040     MOVE NAM-RUN-DATE      TO EXT-RUN-DATE.
026050     MOVE REC-OFFICIAL-NAME TO EXT-RECIPIENT-NAME.
026060     MOVE WS-GREETING-CODE-WORK TO EXT-GREETING-CODE.
026061     MOVE WS-LANGUAGE-CODE-WORK TO EXT-LANGUAGE-CODE.
026062     MOVE NAM-REGION-CODE   TO EXT-REGION-CODE.
026063     MOVE NAM-RECIPIENT-ID  TO EXT-RECIPIENT-ID.
026064     MOVE NAM-SEQUENCE-NO   TO EXT-SEQUENCE-NO.
026070     STRING WS-RUN-DATE-8 WS-RUN-TIME-8
026080         DELIMITED BY SIZE
026090         INTO EXT-TIMESTAMP
026100     END-STRING.
026110     ADD 1 TO WS-EXTRACT-COUNT.
026120     PERFORM 9420-COUNT-GREETING THRU 9420-EXIT.
026121     IF WS-CAMPAIGN-APPLIED
026122         PERFORM 9440-COUNT-CAMPAIGN THRU 9440-EXIT
026123     END-IF.
026130     PERFORM 5200-HASH-GREETING-CODE THRU 5200-EXIT.
026140     WRITE GREXTRC-RECORD.
026150 5100-EXIT.
026570     MOVE WS-EXTRACT-COUNT TO CKP-EXTRACT-COUNT.
026580     MOVE WS-EXTRACT-HASH  TO CKP-EXTRACT-HASH.
026590     MOVE WS-REGION-COUNT  TO CKP-REGION-COUNT.
026591     MOVE WS-OVF-REJECTED  TO CKP-OVF-REJECTED.
026592     MOVE WS-OVF-RGNM-REJECTED TO CKP-OVF-RGNM-REJECTED.
026593     MOVE WS-RUN-DATE-8    TO CKP-BUSINESS-DATE.
026594     MOVE WS-PIECE-NO      TO CKP-PIECE-NO.
026595     MOVE WS-SCOPE-COUNT   TO CKP-SCOPE-COUNT.
026596     MOVE WS-SCOPE-TABLE   TO CKP-SCOPE-TABLE.
026600     PERFORM 7150-SAVE-ONE-REGION THRU 7150-EXIT
026610         VARYING WS-RGN-SUB FROM 1 BY 1
026620         UNTIL WS-RGN-SUB > 10.
026930             TO CKP-RGN-LAST-SEQ (WS-RGN-SUB)
026940         MOVE WS-RGN-PRODUCED (WS-RGN-SUB)
026950             TO CKP-RGN-PRODUCED (WS-RGN-SUB)
026951         ADD WS-RGN-PRIOR-READ (WS-RGN-SUB)
026952             WS-RGN-READ (WS-RGN-SUB)
026953             GIVING CKP-RGN-READ (WS-RGN-SUB)
026954         MOVE WS-RGN-DUP-SKIPPED (WS-RGN-SUB)
026955             TO CKP-RGN-DUP-SKIPPED (WS-RGN-SUB)
026956         MOVE WS-RGN-DNG-SKIPPED (WS-RGN-SUB)
026957             TO CKP-RGN-DNG-SKIPPED (WS-RGN-SUB)
026958         MOVE WS-RGN-REASON-COUNTS (WS-RGN-SUB)
026959             TO CKP-RGN-REASON-COUNTS (WS-RGN-SUB)
026960     ELSE
026970         MOVE SPACES TO CKP-RGN-CODE (WS-RGN-SUB)
026980         MOVE ZERO TO CKP-RGN-LAST-SEQ (WS-RGN-SUB)
026990         MOVE ZERO TO CKP-RGN-PRODUCED (WS-RGN-SUB)
026991         MOVE ZERO TO CKP-RGN-READ (WS-RGN-SUB)
026992         MOVE ZERO TO CKP-RGN-DUP-SKIPPED (WS-RGN-SUB)
026993         MOVE ZERO TO CKP-RGN-DNG-SKIPPED (WS-RGN-SUB)
026994         MOVE ZEROS TO CKP-RGN-REASON-COUNTS (WS-RGN-SUB)
027000     END-IF.
027010 7150-EXIT.
027020     EXIT.
027160         MOVE WS-DTE-PRODUCED (WS-DATE-COUNT)
027170             TO WS-GATE-TOTAL
027180         PERFORM 8300-VOLUME-GATE-DATE THRU 8300-EXIT
027181         PERFORM 8500-WRITE-DAILY-STATS THRU 8500-EXIT
027190     END-IF.
027200     IF NOT WS-CATCHUP-MODE AND RETURN-CODE = ZERO
027210         MOVE WS-RUN-DATE-8 TO WS-GATE-DATE
027220         MOVE WS-GREETINGS-PRODUCED TO WS-GATE-TOTAL
027230         PERFORM 8300-VOLUME-GATE-DATE THRU 8300-EXIT
027231         PERFORM 8500-WRITE-DAILY-STATS THRU 8500-EXIT
027240     END-IF.
027250     IF (WS-VOLUME-ALERT OR WS-XMITLOG-ALERT OR WS-SYNC-ALERT)
027260        AND RETURN-CODE = ZERO
027270         MOVE 4 TO RETURN-CODE
027280     END-IF.
027370         DISPLAY "  COMPLETED-DATE RECORDS SKIPPED: "
027380             WS-SKIPPED-DATE-RECORDS
027390     END-IF.
027391     IF WS-OUT-OF-SCOPE-RECORDS > ZERO
027392         DISPLAY "  OTHER-REGION RECORDS PASSED OVER: "
027393             WS-OUT-OF-SCOPE-RECORDS
027394     END-IF.
027395     IF WS-REGION-SCOPED OR WS-PIECE-NO > 1
027396         DISPLAY "  BUSINESS DATE PIECE : " WS-PIECE-NO
027397     END-IF.
027400     DISPLAY "  DUPLICATES SKIPPED .: " WS-DUPLICATES-SKIPPED.
027410     DISPLAY "  OPT-OUTS SKIPPED ...: " WS-OPTOUTS-SKIPPED.
027420     PERFORM 9200-DISPLAY-REGION THRU 9200-EXIT
027540         DISPLAY "  *** TRANSMIT-LOG NOT UPDATED FOR ONE OR "
027550             "MORE DATES - SEE WARNINGS ABOVE"
027560     END-IF.
027561     IF WS-SYNC-ALERT
027562         DISPLAY "  *** RECIPIENT SYNC NOT COMPLETED - ROSTER "
027563             "VALIDATED AGAINST THE PRIOR MASTER"
027564     END-IF.
027570     DISPLAY "  RUN START TIME .....: " WS-START-TIME.
027580     DISPLAY "  RUN END TIME .......: " WS-END-TIME.
027590     PERFORM 9100-CONTROL-TOTALS THRU 9100-EXIT.
029330* 9500-STATISTICS-REPORT - print the formatted statistics        *
029340*                          report the business can be handed:    *
029350*                          greetings by language code, by        *
029360*                          greeting code, by campaign, rejects   *
029370*                          by reason code, and the control-      *
029380*                          totals reconciliation.                *
029390******************************************************************
029400 9500-STATISTICS-REPORT.
029410     OPEN OUTPUT STATS-REPORT.
029780     END-IF.
029790     MOVE SPACES TO STATRPT-PRINT-LINE.
029800     PERFORM 9520-STAT-PRINT-LINE THRU 9520-EXIT.
029801
029802     MOVE "GREETINGS PRODUCED BY CAMPAIGN" TO STATRPT-PRINT-LINE.
029803     PERFORM 9520-STAT-PRINT-LINE THRU 9520-EXIT.
029804     PERFORM 9580-PRINT-CAMPAIGN-STATS THRU 9580-EXIT.
029805     MOVE SPACES TO STATRPT-PRINT-LINE.
029806     PERFORM 9520-STAT-PRINT-LINE THRU 9520-EXIT.
029810
029820     MOVE "RECORDS REJECTED BY REASON CODE"
029830         TO STATRPT-PRINT-LINE.
030610             TO STATRPT-PRINT-LINE
030620         PERFORM 9520-STAT-PRINT-LINE THRU 9520-EXIT
030630     END-IF.
030631     IF WS-SYNC-ALERT
030632         MOVE "  *** RECIPIENT SYNC NOT COMPLETED FOR THE DATE"
030633             TO STATRPT-PRINT-LINE
030634         PERFORM 9520-STAT-PRINT-LINE THRU 9520-EXIT
030635     END-IF.
030640     CLOSE STATS-REPORT.
030650 9500-EXIT.
030660     EXIT.
031690     PERFORM 8100-WRITE-AUDIT-RECORD THRU 8100-EXIT.
031700     IF (RETURN-CODE = ZERO
031710        OR (RETURN-CODE = 4 AND
031720            (WS-VOLUME-ALERT OR WS-XMITLOG-ALERT
031721             OR WS-SYNC-ALERT)))
031730        AND WS-EXTRACT-OPEN
031740         PERFORM 5400-WRITE-EXTRACT-TRAILER THRU 5400-EXIT
031750         PERFORM 5450-LOG-TRANSMISSION THRU 5450-EXIT
031820
031830     CLOSE GREETING-PARM.
031840     CLOSE GREETING-MASTER.
031841     IF WS-CALENDAR-OPEN
031842         CLOSE GREETING-CALENDAR
031843     END-IF.
031850     CLOSE RECIPIENT-MASTER.
031851     CLOSE REGION-MASTER.
031860     CLOSE NAMES-FILE.
031870     IF WS-RESUB-PHASE
031880         CLOSE RESUBMIT-FILE
032460     IF WS-RUNCTL-HELD
032470         IF RETURN-CODE = ZERO
032480            OR (RETURN-CODE = 4 AND
032490                (WS-VOLUME-ALERT OR WS-XMITLOG-ALERT
032491                 OR WS-SYNC-ALERT))
032500             MOVE "C" TO RCL-STATUS-FLAG
032510         ELSE
032520             MOVE "F" TO RCL-STATUS-FLAG
032530         END-IF
032531         PERFORM 8250-RECORD-REGIONS THRU 8250-EXIT
032540         MOVE RETURN-CODE TO RCL-RETURN-CODE
032550         REWRITE RUNCTL-RECORD
032560             INVALID KEY
032870******************************************************************
032880* 8310-GATE-ONE-REGION - gate one region's produced volume for   *
032890*                        the business date being closed out.     *
032891*                        A region with no letters produced and   *
032892*                        no rejects is left off the history.     *
032900******************************************************************
032910 8310-GATE-ONE-REGION.
032911     IF WS-RGN-PRODUCED (WS-RGN-SUB) = ZERO
032912        AND WS-RGN-REASON-COUNTS (WS-RGN-SUB) = ZEROS
032913         GO TO 8310-EXIT
032914     END-IF.
032920     MOVE WS-RGN-CODE (WS-RGN-SUB) TO WS-VOL-WORK-CODE.
032930     MOVE WS-RGN-PRODUCED (WS-RGN-SUB) TO WS-GATE-PRODUCED.
032940     PERFORM 8320-GATE-ONE-VOLUME THRU 8320-EXIT.
033030*                        non-numeric tolerance, leaves the gate  *
033040*                        off for the comparison but still rolls  *
033050*                        the history forward.                    *
033051*                        A later piece of a date already on the  *
033052*                        history adds its volume to that day's   *
033053*                        and is gated against the days before    *
033054*                        it; a partial-date total is not held to *
033055*                        the low limit.                          *
033060******************************************************************
033070 8320-GATE-ONE-VOLUME.
033080     PERFORM 8330-LOCATE-VOL-ENTRY THRU 8330-EXIT.
033081     MOVE SPACE TO WS-GATE-FLAG.
033082     MOVE "N" TO WS-VOL-SAME-DAY-SWITCH.
033090     IF WS-VOL-SUB = ZERO
033100         GO TO 8320-EXIT
033110     END-IF.
033111     PERFORM 8325-CHECK-SAME-DAY THRU 8325-EXIT.
033120     IF GRP-VOLUME-TOLERANCE-PCT NUMERIC
033130        AND GRP-VOLUME-TOLERANCE-PCT > ZERO
033140        AND WS-VOL-PRIOR-DAYS > ZERO
033150         MOVE ZERO TO WS-VOL-SUM
033160         PERFORM 8340-SUM-ONE-DAY THRU 8340-EXIT
033170             VARYING WS-VOL-DAY-SUB FROM 1 BY 1
033180             UNTIL WS-VOL-DAY-SUB > WS-VOL-PRIOR-DAYS
033200         DIVIDE WS-VOL-SUM BY WS-VOL-PRIOR-DAYS
033210             GIVING WS-VOL-AVERAGE
033220         IF GRP-VOLUME-TOLERANCE-PCT < 100
033230             COMPUTE WS-VOL-LOW-LIMIT ROUNDED =
033260         ELSE
033270             MOVE ZERO TO WS-VOL-LOW-LIMIT
033280         END-IF
033281         IF WS-VOL-WORK-CODE = "*TOT"
033282            AND (WS-REGION-SCOPED OR WS-PIECE-NO > 1)
033283             MOVE ZERO TO WS-VOL-LOW-LIMIT
033284         END-IF
033290         COMPUTE WS-VOL-HIGH-LIMIT ROUNDED =
033300             (WS-VOL-AVERAGE *
033310              (100 + GRP-VOLUME-TOLERANCE-PCT)) / 100
033320         IF WS-GATE-PRODUCED < WS-VOL-LOW-LIMIT
033330            OR WS-GATE-PRODUCED > WS-VOL-HIGH-LIMIT
033340             MOVE "Y" TO WS-VOLUME-ALERT-SWITCH
033341             MOVE "W" TO WS-GATE-FLAG
033350             DISPLAY "HELLO-WORLD: VOLUME WARNING FOR "
033360                 WS-GATE-DATE " " WS-VOL-WORK-CODE
033370                 " - PRODUCED " WS-GATE-PRODUCED
033920     EXIT.
033930
033940******************************************************************
033950* 8350-ROLL-HISTORY - roll the gated volume, and the gate's      *
033960*                     verdict on it, into its history entry:     *
033970*                     append while fewer than five days are      *
033971*                     held, else drop the oldest day.            *
033980******************************************************************
033990 8350-ROLL-HISTORY.
033991     IF WS-VOL-SAME-DAY
033992         MOVE WS-GATE-PRODUCED
033993             TO WS-VOL-PRODUCED (WS-VOL-SUB
033994                                 WS-VOL-DAY-COUNT (WS-VOL-SUB))
033995         MOVE WS-GATE-FLAG
033996             TO WS-VOL-GATE-FLAG (WS-VOL-SUB
033997                                  WS-VOL-DAY-COUNT (WS-VOL-SUB))
033998         GO TO 8350-EXIT
033999     END-IF.
034000     IF WS-VOL-DAY-COUNT (WS-VOL-SUB) < 5
034010         ADD 1 TO WS-VOL-DAY-COUNT (WS-VOL-SUB)
034020     ELSE
034100     MOVE WS-GATE-PRODUCED
034110         TO WS-VOL-PRODUCED (WS-VOL-SUB
034120                             WS-VOL-DAY-COUNT (WS-VOL-SUB)).
034121     MOVE WS-GATE-FLAG
034122         TO WS-VOL-GATE-FLAG (WS-VOL-SUB
034123                              WS-VOL-DAY-COUNT (WS-VOL-SUB)).
034130 8350-EXIT.
034140     EXIT.
034150
034200 8355-SHIFT-ONE-DAY.
034210     MOVE WS-VOL-DAY (WS-VOL-SUB WS-VOL-DAY-SUB + 1)
034220         TO WS-VOL-DAY (WS-VOL-SUB WS-VOL-DAY-SUB).
034221     MOVE WS-VOL-GATE-FLAG (WS-VOL-SUB WS-VOL-DAY-SUB + 1)
034222         TO WS-VOL-GATE-FLAG (WS-VOL-SUB WS-VOL-DAY-SUB).
034230 8355-EXIT.
034240     EXIT.
034250
034340 8400-WRITE-VOLUME-HISTORY.
034350     IF RETURN-CODE NOT = ZERO
034360        AND NOT (RETURN-CODE = 4 AND
034370                 (WS-VOLUME-ALERT OR WS-XMITLOG-ALERT
034371                  OR WS-SYNC-ALERT))
034380         GO TO 8400-EXIT
034390     END-IF.
034400     IF WS-VOL-COUNT = ZERO
034640     EXIT.
034650
034660******************************************************************
034670* 3020-CHECK-REGION - look the roster record's region code up on *
034680*                     REGION-MASTER.  A code not on the master,  *
034690*                     or one whose office is marked inactive,    *
034700*                     rejects the record with its own reason     *
034710*                     code - a mis-keyed region must not become a*
034720*                     new billable region.  The record area is   *
034730*                     left holding the region's master record for*
034740*                     the letter banner.                         *
034750******************************************************************
034760 3020-CHECK-REGION.
034770     MOVE NAM-REGION-CODE TO RGM-REGION-CODE.
034780     READ REGION-MASTER
034790         INVALID KEY
034800             MOVE "N"    TO WS-VALID-SWITCH
034810             MOVE "RGNM" TO WS-REJECT-REASON-CODE
034820             MOVE "REGION NOT ON REGION MASTER"
034830                 TO WS-REJECT-REASON-TEXT
034840     END-READ.
034850     IF WS-RECORD-VALID AND NOT WS-RGNMSTR-OK
034860         MOVE "N"    TO WS-VALID-SWITCH
034870         MOVE "RGNM" TO WS-REJECT-REASON-CODE
034880         MOVE "REGION MASTER READ FAILED"
034890             TO WS-REJECT-REASON-TEXT
034900     END-IF.
034910     IF WS-RECORD-VALID AND RGM-INACTIVE
034920         MOVE "N"    TO WS-VALID-SWITCH
034930         MOVE "RGNM" TO WS-REJECT-REASON-CODE
034940         MOVE "REGION INACTIVE ON REGION MASTER"
034950             TO WS-REJECT-REASON-TEXT
034960     END-IF.
034970 3020-EXIT.
034980     EXIT.
034990
035000******************************************************************
035010* 5515-WRITE-BANNER-ADDRESS - print the regional office's name   *
035020*                             and mailing address under the      *
035030*                             burst banner; a blank second       *
035040*                             address line is not printed.       *
035050******************************************************************
035060 5515-WRITE-BANNER-ADDRESS.
035070     MOVE RGM-OFFICE-NAME TO WS-LTR-BANNER-TEXT.
035080     MOVE WS-LETTER-BANNER-ADDR-LINE TO LETTER-PRINT-LINE.
035090     WRITE LETTER-PRINT-LINE AFTER ADVANCING 2 LINES.
035100     MOVE RGM-ADDRESS-LINE-1 TO WS-LTR-BANNER-TEXT.
035110     MOVE WS-LETTER-BANNER-ADDR-LINE TO LETTER-PRINT-LINE.
035120     WRITE LETTER-PRINT-LINE AFTER ADVANCING 1 LINE.
035130     IF RGM-ADDRESS-LINE-2 NOT = SPACES
035140         MOVE RGM-ADDRESS-LINE-2 TO WS-LTR-BANNER-TEXT
035150         MOVE WS-LETTER-BANNER-ADDR-LINE TO LETTER-PRINT-LINE
035160         WRITE LETTER-PRINT-LINE AFTER ADVANCING 1 LINE
035170     END-IF.
035180     MOVE RGM-CITY-STATE-ZIP TO WS-LTR-BANNER-TEXT.
035190     MOVE WS-LETTER-BANNER-ADDR-LINE TO LETTER-PRINT-LINE.
035200     WRITE LETTER-PRINT-LINE AFTER ADVANCING 1 LINE.
035210 5515-EXIT.
035220     EXIT.
035230
035240******************************************************************
035250* 1132-CHECK-RECIPIENT-SYNC - PROD only: the nightly HR feed     *
035260*                             (RECIP-SYNC) runs ahead of this    *
035270*                             job and records a SYNC entry for   *
035280*                             the business date on RUN-CONTROL.  *
035290*                             When none has completed the roster *
035300*                             is being validated against the     *
035310*                             prior day's master - warned here   *
035320*                             and on the summary, and the run    *
035330*                             ends with a warning return code.   *
035340******************************************************************
035350 1132-CHECK-RECIPIENT-SYNC.
035360     MOVE WS-RUN-DATE-8 TO RCL-BUSINESS-DATE.
035370     MOVE "SYNC"        TO RCL-RUN-MODE.
035380     READ RUN-CONTROL
035390         INVALID KEY
035400             MOVE "Y" TO WS-SYNC-ALERT-SWITCH
035410     END-READ.
035420     IF NOT WS-SYNC-ALERT
035430         IF NOT WS-RUNCTL-OK OR NOT RCL-COMPLETED
035440             MOVE "Y" TO WS-SYNC-ALERT-SWITCH
035450         END-IF
035460     END-IF.
035470     IF WS-SYNC-ALERT
035480         DISPLAY "HELLO-WORLD: WARNING - NO COMPLETED RECIPIENT "
035490             "SYNC FOR " WS-RUN-DATE-8
035500         DISPLAY "HELLO-WORLD: ROSTER WILL BE VALIDATED AGAINST "
035510             "THE PRIOR RECIPIENT MASTER"
035520     END-IF.
035530 1132-EXIT.
035540     EXIT.
035550
035560******************************************************************
035570* 1110-OPEN-CALENDAR - open the GREETING-CALENDAR for the        *
035580*                      campaign lookups.  A site with no calendar*
035590*                      yet simply has no campaigns - the parm    *
035600*                      default applies as before.                *
035610******************************************************************
035620 1110-OPEN-CALENDAR.
035630     OPEN INPUT GREETING-CALENDAR.
035640     IF WS-GRCAL-OK
035650         MOVE "Y" TO WS-CALENDAR-OPEN-SWITCH
035660         GO TO 1110-EXIT
035670     END-IF.
035680     IF WS-GRCAL-NOT-FOUND
035690         DISPLAY "HELLO-WORLD: NO GREETING-CALENDAR - NO "
035700             "CAMPAIGNS APPLY"
035710         GO TO 1110-EXIT
035720     END-IF.
035730     DISPLAY "HELLO-WORLD: UNABLE TO OPEN GREETING-CALENDAR, "
035740         "STATUS = " WS-GRCAL-STATUS.
035750     MOVE 16 TO RETURN-CODE.
035760 1110-EXIT.
035770     EXIT.
035780
035790******************************************************************
035800* 3110-FIND-CAMPAIGN - look for the GREETING-CALENDAR campaign   *
035810*                      covering the record's business date, from *
035820*                      the most specific to the least: its region*
035830*                      and language, its region for all          *
035840*                      languages, its language for all regions,  *
035850*                      and all regions and languages.  The       *
035860*                      language is resolved as the greeting's    *
035870*                      will be.  Campaigns for the same region   *
035880*                      and language never overlap, so each probe *
035890*                      finds at most one.                        *
035900******************************************************************
035910 3110-FIND-CAMPAIGN.
035920     IF NOT WS-CALENDAR-OPEN
035930         GO TO 3110-EXIT
035940     END-IF.
035950     PERFORM 4000-DETERMINE-LANGUAGE THRU 4000-EXIT.
035960     MOVE NAM-REGION-CODE       TO WS-PROBE-REGION.
035970     MOVE WS-LANGUAGE-CODE-WORK TO WS-PROBE-LANGUAGE.
035980     PERFORM 3120-PROBE-CALENDAR THRU 3120-EXIT.
035990     IF WS-CAMPAIGN-APPLIED
036000         GO TO 3110-EXIT
036010     END-IF.
036020     MOVE SPACES TO WS-PROBE-LANGUAGE.
036030     PERFORM 3120-PROBE-CALENDAR THRU 3120-EXIT.
036040     IF WS-CAMPAIGN-APPLIED
036050         GO TO 3110-EXIT
036060     END-IF.
036070     MOVE SPACES                TO WS-PROBE-REGION.
036080     MOVE WS-LANGUAGE-CODE-WORK TO WS-PROBE-LANGUAGE.
036090     PERFORM 3120-PROBE-CALENDAR THRU 3120-EXIT.
036100     IF WS-CAMPAIGN-APPLIED
036110         GO TO 3110-EXIT
036120     END-IF.
036130     MOVE SPACES TO WS-PROBE-LANGUAGE.
036140     PERFORM 3120-PROBE-CALENDAR THRU 3120-EXIT.
036150 3110-EXIT.
036160     EXIT.
036170
036180******************************************************************
036190* 3120-PROBE-CALENDAR - position the calendar at the first       *
036200*                       campaign for the probe's region and      *
036210*                       language whose thru date is not before   *
036220*                       the business date; it applies when it    *
036230*                       has started by that date.                *
036240******************************************************************
036250 3120-PROBE-CALENDAR.
036260     MOVE WS-PROBE-REGION   TO CAL-REGION-CODE.
036270     MOVE WS-PROBE-LANGUAGE TO CAL-LANGUAGE-CODE.
036280     MOVE NAM-RUN-DATE      TO CAL-THRU-DATE.
036290     START GREETING-CALENDAR KEY NOT LESS THAN CAL-KEY
036300         INVALID KEY
036310             GO TO 3120-EXIT
036320     END-START.
036330     READ GREETING-CALENDAR NEXT RECORD
036340         AT END
036350             GO TO 3120-EXIT
036360     END-READ.
036370     IF WS-GRCAL-OK
036380        AND CAL-REGION-CODE   = WS-PROBE-REGION
036390        AND CAL-LANGUAGE-CODE = WS-PROBE-LANGUAGE
036400        AND CAL-FROM-DATE NOT > NAM-RUN-DATE
036410         MOVE "Y" TO WS-CAMPAIGN-SWITCH
036420     END-IF.
036430 3120-EXIT.
036440     EXIT.
036450
036460******************************************************************
036470* 9440-COUNT-CAMPAIGN - accumulate the campaign that supplied the*
036480*                       greeting code for the extract record just*
036490*                       written in the campaign statistics table.*
036500******************************************************************
036510 9440-COUNT-CAMPAIGN.
036520     MOVE "N" TO WS-STAT-FOUND.
036530     PERFORM 9445-SCAN-CAMPAIGN-STAT THRU 9445-EXIT
036540         VARYING WS-STAT-SUB FROM 1 BY 1
036550         UNTIL WS-STAT-SUB > WS-CMP-STAT-COUNT
036560            OR WS-STAT-FOUND = "Y".
036570     IF WS-STAT-FOUND = "N"
036580         IF WS-CMP-STAT-COUNT < 20
036590             ADD 1 TO WS-CMP-STAT-COUNT
036600             MOVE CAL-KEY TO WS-CMT-KEY (WS-CMP-STAT-COUNT)
036610             MOVE CAL-FROM-DATE
036620                 TO WS-CMT-FROM-DATE (WS-CMP-STAT-COUNT)
036630             MOVE CAL-GREETING-CODE
036640                 TO WS-CMT-CODE (WS-CMP-STAT-COUNT)
036650             MOVE CAL-CAMPAIGN-NAME
036660                 TO WS-CMT-NAME (WS-CMP-STAT-COUNT)
036670             MOVE 1 TO WS-CMT-COUNT (WS-CMP-STAT-COUNT)
036680         ELSE
036690             ADD 1 TO WS-CMP-STAT-OTHERS
036700         END-IF
036710     END-IF.
036720 9440-EXIT.
036730     EXIT.
036740
036750******************************************************************
036760* 9445-SCAN-CAMPAIGN-STAT - tally one campaign-table entry when  *
036770*                          it matches the campaign applied.      *
036780******************************************************************
036790 9445-SCAN-CAMPAIGN-STAT.
036800     IF WS-CMT-KEY (WS-STAT-SUB) = CAL-KEY
036810         ADD 1 TO WS-CMT-COUNT (WS-STAT-SUB)
036820         MOVE "Y" TO WS-STAT-FOUND
036830     END-IF.
036840 9445-EXIT.
036850     EXIT.
036860
036870******************************************************************
036880* 9580-PRINT-CAMPAIGN-STATS - print the greetings each campaign  *
036890*                             drove: greeting code, count, and   *
036900*                             the campaign's region, language,   *
036910*                             dates and name (a blank region or  *
036920*                             language covers them all).         *
036930******************************************************************
036940 9580-PRINT-CAMPAIGN-STATS.
036950     IF WS-CMP-STAT-COUNT = ZERO
036960         MOVE "  NONE" TO STATRPT-PRINT-LINE
036970         PERFORM 9520-STAT-PRINT-LINE THRU 9520-EXIT
036980         GO TO 9580-EXIT
036990     END-IF.
037000     MOVE "  CODE       COUNT  RGN  LG FROM     THRU     CAMPAIGN"
037010         TO STATRPT-PRINT-LINE.
037020     PERFORM 9520-STAT-PRINT-LINE THRU 9520-EXIT.
037030     PERFORM 9585-PRINT-CAMPAIGN-STAT THRU 9585-EXIT
037040         VARYING WS-STAT-SUB FROM 1 BY 1
037050         UNTIL WS-STAT-SUB > WS-CMP-STAT-COUNT.
037060     IF WS-CMP-STAT-OTHERS > ZERO
037070         MOVE SPACES TO WS-CAMPAIGN-STAT-LINE
037080         MOVE "****" TO WS-CSL-CODE
037090         MOVE WS-CMP-STAT-OTHERS TO WS-CSL-COUNT
037100         MOVE WS-CAMPAIGN-STAT-LINE TO STATRPT-PRINT-LINE
037110         PERFORM 9520-STAT-PRINT-LINE THRU 9520-EXIT
037120     END-IF.
037130 9580-EXIT.
037140     EXIT.
037150
037160******************************************************************
037170* 9585-PRINT-CAMPAIGN-STAT - print one campaign's count.         *
037180******************************************************************
037190 9585-PRINT-CAMPAIGN-STAT.
037200     MOVE SPACES TO WS-CAMPAIGN-STAT-LINE.
037210     MOVE WS-CMT-CODE (WS-STAT-SUB)  TO WS-CSL-CODE.
037220     MOVE WS-CMT-COUNT (WS-STAT-SUB) TO WS-CSL-COUNT.
037230     STRING WS-CMT-KEY (WS-STAT-SUB) (1:4) " "
037240            WS-CMT-KEY (WS-STAT-SUB) (5:2) " "
037250            WS-CMT-FROM-DATE (WS-STAT-SUB) " "
037260            WS-CMT-KEY (WS-STAT-SUB) (7:8) " "
037270            WS-CMT-NAME (WS-STAT-SUB)
037280         DELIMITED BY SIZE
037290         INTO WS-CSL-CAMPAIGN
037300     END-STRING.
037310     MOVE WS-CAMPAIGN-STAT-LINE TO STATRPT-PRINT-LINE.
037320     PERFORM 9520-STAT-PRINT-LINE THRU 9520-EXIT.
037330 9585-EXIT.
037340     EXIT.
037350
037360******************************************************************
037370* 2010-COUNT-REGION-REJECT - count the reject against its region *
037380*                            under its reason code for the       *
037390*                            DAILY-STATS record.  Rejects on a   *
037400*                            region the table could not hold,    *
037410*                            or on one not on REGION-MASTER      *
037411*                            (never given a table entry), are    *
037412*                            counted under the *OVF pseudo-      *
037413*                            region.                             *
037420******************************************************************
037430 2010-COUNT-REGION-REJECT.
037440     IF WS-REGION-TABLE-FULL
037450         ADD 1 TO WS-OVF-REJECTED
037460         GO TO 2010-EXIT
037470     END-IF.
037471     IF WS-REGION-UNMASTERED
037472         ADD 1 TO WS-OVF-RGNM-REJECTED
037473         GO TO 2010-EXIT
037474     END-IF.
037480     PERFORM 2015-FIND-REASON-CODE THRU 2015-EXIT
037490         VARYING WS-REASON-IX FROM 1 BY 1
037500         UNTIL WS-REASON-IX > 7
037510            OR WS-REASON-CODE (WS-REASON-IX) =
037520               WS-REJECT-REASON-CODE.
037530     IF WS-REASON-IX NOT > 7
037540         ADD 1 TO WS-RGN-REASON-COUNT (WS-RGN-SUB WS-REASON-IX)
037550     END-IF.
037560 2010-EXIT.
037570     EXIT.
037580
037590******************************************************************
037600* 2015-FIND-REASON-CODE - step to the reason-code table entry    *
037610*                         for the reject's reason.               *
037620******************************************************************
037630 2015-FIND-REASON-CODE.
037640     CONTINUE.
037650 2015-EXIT.
037660     EXIT.
037670
037680******************************************************************
037690* 8500-WRITE-DAILY-STATS - record the business date being        *
037700*                          closed out on DAILY-STATS: one record *
037710*                          per region in the table, plus the     *
037720*                          *OVF record when rejects fell on      *
037730*                          regions the table could not hold or   *
037740*                          that are not on REGION-MASTER.  A     *
037750*                          statistics file that cannot be        *
037760*                          opened only warns - the day's         *
037765*                          greetings stand.                      *
037770******************************************************************
037780 8500-WRITE-DAILY-STATS.
037790     PERFORM 8505-OPEN-DAILY-STATS THRU 8505-EXIT.
037800     IF NOT WS-DLYSTAT-OK
037810         GO TO 8500-EXIT
037820     END-IF.
037830     PERFORM 8510-WRITE-REGION-STATS THRU 8510-EXIT
037840         VARYING WS-RGN-SUB FROM 1 BY 1
037850         UNTIL WS-RGN-SUB > WS-REGION-COUNT.
037860     IF WS-OVF-REJECTED > ZERO OR WS-OVF-RGNM-REJECTED > ZERO
037870         PERFORM 8530-WRITE-OVERFLOW-STATS THRU 8530-EXIT
037880     END-IF.
037890     CLOSE DAILY-STATS.
037900 8500-EXIT.
037910     EXIT.
037920
037930******************************************************************
037940* 8505-OPEN-DAILY-STATS - open the daily statistics file for     *
037950*                         update, creating it on the first run.  *
037960******************************************************************
037970 8505-OPEN-DAILY-STATS.
037980     OPEN I-O DAILY-STATS.
037990     IF WS-DLYSTAT-NOT-FOUND
038000         OPEN OUTPUT DAILY-STATS
038010         CLOSE DAILY-STATS
038020         OPEN I-O DAILY-STATS
038030     END-IF.
038040     IF NOT WS-DLYSTAT-OK
038050         DISPLAY "HELLO-WORLD: UNABLE TO OPEN DAILY-STATS, "
038060             "STATUS = " WS-DLYSTAT-STATUS
038070             " - DAILY STATISTICS NOT RECORDED"
038080     END-IF.
038090 8505-EXIT.
038100     EXIT.
038110
038120******************************************************************
038130* 8510-WRITE-REGION-STATS - build and put one region's daily     *
038140*                           statistics record.  Reads include    *
038150*                           those made before a restart; the     *
038160*                           reject total is the sum of the       *
038170*                           reasons.  A region with no letters   *
038171*                           produced and no rejects has no       *
038172*                           record.                              *
038180******************************************************************
038190 8510-WRITE-REGION-STATS.
038191     IF WS-RGN-PRODUCED (WS-RGN-SUB) = ZERO
038192        AND WS-RGN-REASON-COUNTS (WS-RGN-SUB) = ZEROS
038193         GO TO 8510-EXIT
038194     END-IF.
038200     MOVE WS-GATE-DATE TO DST-BUSINESS-DATE.
038210     MOVE WS-RGN-CODE (WS-RGN-SUB) TO DST-REGION-CODE.
038220     PERFORM 8515-READ-DAILY-STATS THRU 8515-EXIT.
038230     ADD WS-RGN-PRIOR-READ (WS-RGN-SUB) WS-RGN-READ (WS-RGN-SUB)
038240         GIVING DST-RECORDS-READ.
038250     MOVE WS-RGN-PRODUCED (WS-RGN-SUB) TO DST-PRODUCED.
038260     MOVE WS-RGN-REASON-COUNTS (WS-RGN-SUB) TO DST-REJECT-COUNTS.
038270     MOVE ZERO TO DST-REJECTED.
038280     PERFORM 8512-ADD-ONE-REASON THRU 8512-EXIT
038290         VARYING WS-REASON-IX FROM 1 BY 1
038300         UNTIL WS-REASON-IX > 7.
038310     MOVE WS-RGN-DUP-SKIPPED (WS-RGN-SUB)
038320         TO DST-DUPLICATES-SKIPPED.
038330     MOVE WS-RGN-DNG-SKIPPED (WS-RGN-SUB) TO DST-DNG-SKIPPED.
038340     MOVE "Y" TO DST-FEED-BALANCED.
038350     PERFORM 8520-PUT-DAILY-STATS THRU 8520-EXIT.
038360 8510-EXIT.
038370     EXIT.
038380
038390******************************************************************
038400* 8512-ADD-ONE-REASON - add one reason's rejects to the record's *
038410*                       reject total.                            *
038420******************************************************************
038430 8512-ADD-ONE-REASON.
038440     ADD DST-REJ-COUNT (WS-REASON-IX) TO DST-REJECTED.
038450 8512-EXIT.
038460     EXIT.
038470
038480******************************************************************
038490* 8515-READ-DAILY-STATS - look for a record already on file for  *
038500*                         the key set up by the caller, keeping  *
038510*                         its feed-balanced flag.                *
038520******************************************************************
038530 8515-READ-DAILY-STATS.
038540     MOVE "N" TO WS-DST-FOUND-SWITCH.
038550     MOVE SPACE TO WS-DST-PRIOR-BALANCED.
038560     READ DAILY-STATS
038570         INVALID KEY
038580             MOVE "N" TO WS-DST-FOUND-SWITCH
038590         NOT INVALID KEY
038600             MOVE "Y" TO WS-DST-FOUND-SWITCH
038610             MOVE DST-FEED-BALANCED TO WS-DST-PRIOR-BALANCED
038620     END-READ.
038630 8515-EXIT.
038640     EXIT.
038650
038660******************************************************************
038670* 8520-PUT-DAILY-STATS - write the record built in the record    *
038680*                        area, or rewrite the one already on     *
038690*                        file.  A date once recorded unbalanced  *
038700*                        stays unbalanced when its corrected     *
038710*                        feed is later processed.                *
038720******************************************************************
038730 8520-PUT-DAILY-STATS.
038740     MOVE WS-RUN-TIMESTAMP TO DST-RUN-TIMESTAMP.
038750     IF WS-DST-PRIOR-BALANCED = "N"
038760         MOVE "N" TO DST-FEED-BALANCED
038770     END-IF.
038780     IF WS-DST-ON-FILE
038790         REWRITE DLYSTAT-RECORD
038800             INVALID KEY
038810                 DISPLAY "HELLO-WORLD: UNABLE TO REWRITE DAILY-"
038820                     "STATS FOR " DST-BUSINESS-DATE " "
038830                     DST-REGION-CODE
038840         END-REWRITE
038850     ELSE
038860         WRITE DLYSTAT-RECORD
038870             INVALID KEY
038880                 DISPLAY "HELLO-WORLD: UNABLE TO WRITE DAILY-"
038890                     "STATS FOR " DST-BUSINESS-DATE " "
038900                     DST-REGION-CODE
038910         END-WRITE
038920     END-IF.
038930 8520-EXIT.
038940     EXIT.
038950
038960******************************************************************
038970* 8530-WRITE-OVERFLOW-STATS - put the *OVF record: rejects on    *
038980*                             regions beyond the region table    *
038990*                             as RGNF, and on regions not on     *
038991*                             REGION-MASTER as RGNM.  A later    *
038992*                             piece of the date adds to the      *
038993*                             figures already on file.           *
039000******************************************************************
039010 8530-WRITE-OVERFLOW-STATS.
039020     MOVE WS-GATE-DATE TO DST-BUSINESS-DATE.
039030     MOVE "*OVF" TO DST-REGION-CODE.
039040     PERFORM 8515-READ-DAILY-STATS THRU 8515-EXIT.
039041     MOVE WS-OVF-REJECTED TO WS-OVF-DATE-TOTAL.
039042     MOVE WS-OVF-RGNM-REJECTED TO WS-OVF-RGNM-DATE-TOTAL.
039043     IF WS-DST-ON-FILE AND WS-PIECE-NO > 1
039044         ADD DST-REJ-RGNF TO WS-OVF-DATE-TOTAL
039045         ADD DST-REJ-RGNM TO WS-OVF-RGNM-DATE-TOTAL
039046     END-IF.
039050     ADD WS-OVF-DATE-TOTAL WS-OVF-RGNM-DATE-TOTAL
039055         GIVING DST-RECORDS-READ.
039060     MOVE ZERO TO DST-PRODUCED.
039070     MOVE ZEROS TO DST-REJECT-COUNTS.
039080     MOVE WS-OVF-DATE-TOTAL TO DST-REJ-RGNF.
039090     MOVE WS-OVF-RGNM-DATE-TOTAL TO DST-REJ-RGNM.
039095     MOVE DST-RECORDS-READ TO DST-REJECTED.
039100     MOVE ZERO TO DST-DUPLICATES-SKIPPED.
039110     MOVE ZERO TO DST-DNG-SKIPPED.
039120     MOVE "Y" TO DST-FEED-BALANCED.
039130     PERFORM 8520-PUT-DAILY-STATS THRU 8520-EXIT.
039140 8530-EXIT.
039150     EXIT.
039160
039170******************************************************************
039180* 8540-RECORD-UNBALANCED - the run is stopping at feed           *
039190*                          balancing: record each feed that did  *
039200*                          not balance on DAILY-STATS, under its *
039210*                          header's feed date.                   *
039220******************************************************************
039230 8540-RECORD-UNBALANCED.
039240     PERFORM 8505-OPEN-DAILY-STATS THRU 8505-EXIT.
039250     IF NOT WS-DLYSTAT-OK
039260         GO TO 8540-EXIT
039270     END-IF.
039280     PERFORM 8545-RECORD-ONE-FEED THRU 8545-EXIT
039290         VARYING WS-FEED-SUB FROM 1 BY 1
039300         UNTIL WS-FEED-SUB > WS-FEED-COUNT.
039310     CLOSE DAILY-STATS.
039320 8540-EXIT.
039330     EXIT.
039340
039350******************************************************************
039360* 8545-RECORD-ONE-FEED - flag one out-of-balance feed.  A region *
039370*                        and date with no record yet gets one    *
039380*                        showing the details that arrived; one   *
039390*                        already on file keeps its figures.  A   *
039400*                        feed with no header is dated with the   *
039410*                        run date.                               *
039420******************************************************************
039430 8545-RECORD-ONE-FEED.
039440     IF WS-FBL-HDR-SWITCH (WS-FEED-SUB) = "Y"
039450        AND WS-FBL-TRL-SWITCH (WS-FEED-SUB) = "Y"
039460        AND WS-FBL-TRL-COUNT (WS-FEED-SUB) =
039470            WS-FBL-DETAIL-COUNT (WS-FEED-SUB)
039480         GO TO 8545-EXIT
039490     END-IF.
039491     MOVE WS-FBL-CODE (WS-FEED-SUB) TO WS-SCOPE-WORK-CODE.
039492     IF NOT WS-CATCHUP-MODE
039493         PERFORM 3250-CHECK-REGION-SCOPE THRU 3250-EXIT
039494         IF NOT WS-REGION-IN-SCOPE
039495             GO TO 8545-EXIT
039496         END-IF
039497     END-IF.
039500     IF WS-FBL-FEED-DATE (WS-FEED-SUB) = SPACES
039510         MOVE WS-RUN-DATE-8 TO DST-BUSINESS-DATE
039520     ELSE
039530         MOVE WS-FBL-FEED-DATE (WS-FEED-SUB) TO DST-BUSINESS-DATE
039540     END-IF.
039550     MOVE WS-FBL-CODE (WS-FEED-SUB) TO DST-REGION-CODE.
039560     PERFORM 8515-READ-DAILY-STATS THRU 8515-EXIT.
039570     IF NOT WS-DST-ON-FILE
039580         MOVE WS-FBL-DETAIL-COUNT (WS-FEED-SUB)
039585             TO DST-RECORDS-READ
039590         MOVE ZERO TO DST-PRODUCED
039600         MOVE ZERO TO DST-REJECTED
039610         MOVE ZEROS TO DST-REJECT-COUNTS
039620         MOVE ZERO TO DST-DUPLICATES-SKIPPED
039630         MOVE ZERO TO DST-DNG-SKIPPED
039640     END-IF.
039650     MOVE "N" TO DST-FEED-BALANCED.
039660     PERFORM 8520-PUT-DAILY-STATS THRU 8520-EXIT.
039670 8545-EXIT.
039680     EXIT.
039690
039700******************************************************************
039710* 3055-FOLLOW-MERGE - the roster's recipient was merged into     *
039720*                     another: carry on with the surviving       *
039730*                     recipient, whose ID the record now bears   *
039740*                     for the history, extract and reports.  A   *
039750*                     survivor no longer on the master rejects.  *
039760******************************************************************
039770 3055-FOLLOW-MERGE.
039780     MOVE REC-MERGED-INTO-ID TO NAM-RECIPIENT-ID.
039790     MOVE REC-MERGED-INTO-ID TO REC-RECIPIENT-ID.
039800     READ RECIPIENT-MASTER
039810         INVALID KEY
039820             MOVE "N"    TO WS-VALID-SWITCH
039830             MOVE "RCPT" TO WS-REJECT-REASON-CODE
039840             MOVE "MERGED INTO A RECIPIENT NOT ON MASTER"
039850                 TO WS-REJECT-REASON-TEXT
039860             GO TO 3055-EXIT
039870     END-READ.
039880     IF NOT WS-RECMSTR-OK
039890         MOVE "N"    TO WS-VALID-SWITCH
039900         MOVE "RCPT" TO WS-REJECT-REASON-CODE
039910         MOVE "RECIPIENT MASTER READ FAILED"
039920             TO WS-REJECT-REASON-TEXT
039930         GO TO 3055-EXIT
039940     END-IF.
039950     IF REC-MERGED
039960         MOVE "N"    TO WS-VALID-SWITCH
039970         MOVE "RCPT" TO WS-REJECT-REASON-CODE
039980         MOVE "SURVIVING RECIPIENT IS ITSELF MERGED"
039990             TO WS-REJECT-REASON-TEXT
040000     END-IF.
040010 3055-EXIT.
040020     EXIT.
040030
040040******************************************************************
040050* 1105-PARSE-REGIONS - split the REGIONS parameter, a list of    *
040060*                      region codes separated by commas or       *
040070*                      spaces, into the scope table.  A code     *
040080*                      named twice is taken once; a code longer  *
040090*                      than four characters, or more than ten    *
040100*                      codes, stops the run.  A blank or ALL     *
040101*                      parameter runs every region, as does      *
040102*                      catch-up mode, which does not honor       *
040103*                      REGIONS.                                  *
040110******************************************************************
040120 1105-PARSE-REGIONS.
040121     IF WS-REGIONS-PARM = SPACES OR WS-REGIONS-PARM = "ALL"
040122         GO TO 1105-EXIT
040123     END-IF.
040124     IF WS-CATCHUP-MODE
040125         DISPLAY "HELLO-WORLD: REGIONS IS NOT HONORED IN "
040126             "CATCH-UP MODE - RUNNING EVERY REGION"
040127         GO TO 1105-EXIT
040128     END-IF.
040130     MOVE SPACES TO WS-REGIONS-WORK.
040140     MOVE SPACES TO WS-SCOPE-TABLE.
040150     MOVE ZERO TO WS-SCOPE-COUNT.
040155     INSPECT WS-REGIONS-PARM REPLACING ALL "," BY SPACE.
040160     UNSTRING WS-REGIONS-PARM
040170         DELIMITED BY ALL SPACES
040180         INTO WS-REGIONS-ITEM (1)  WS-REGIONS-ITEM (2)
040190              WS-REGIONS-ITEM (3)  WS-REGIONS-ITEM (4)
040200              WS-REGIONS-ITEM (5)  WS-REGIONS-ITEM (6)
040210              WS-REGIONS-ITEM (7)  WS-REGIONS-ITEM (8)
040220              WS-REGIONS-ITEM (9)  WS-REGIONS-ITEM (10)
040230         ON OVERFLOW
040240             DISPLAY "HELLO-WORLD: MORE THAN 10 REGIONS NAMED IN "
040250                 "REGIONS - RUN STOPPED"
040260             MOVE 16 TO RETURN-CODE
040270             GO TO 1105-EXIT
040280     END-UNSTRING.
040290     PERFORM 1106-ADD-SCOPE-REGION THRU 1106-EXIT
040300         VARYING WS-DONE-SUB FROM 1 BY 1
040310         UNTIL WS-DONE-SUB > 10
040320            OR RETURN-CODE = 16.
040330     IF RETURN-CODE = 16
040340         GO TO 1105-EXIT
040350     END-IF.
040360     IF WS-SCOPE-COUNT > ZERO
040370         MOVE "Y" TO WS-SCOPE-SWITCH
040380         DISPLAY "HELLO-WORLD: REGION-SCOPED RUN FOR "
040390             WS-REGIONS-PARM
040400     END-IF.
040410 1105-EXIT.
040420     EXIT.
040430
040440******************************************************************
040450* 1106-ADD-SCOPE-REGION - add one code from the REGIONS          *
040460*                         parameter to the scope table.          *
040470******************************************************************
040480 1106-ADD-SCOPE-REGION.
040490     IF WS-REGIONS-ITEM (WS-DONE-SUB) = SPACES
040500         GO TO 1106-EXIT
040510     END-IF.
040520     IF WS-REGIONS-ITEM (WS-DONE-SUB) (5:4) NOT = SPACES
040530         DISPLAY "HELLO-WORLD: REGION CODE "
040540             WS-REGIONS-ITEM (WS-DONE-SUB)
040550             " IN REGIONS IS LONGER THAN FOUR CHARACTERS - "
040560             "RUN STOPPED"
040570         MOVE 16 TO RETURN-CODE
040580         GO TO 1106-EXIT
040590     END-IF.
040600     MOVE WS-REGIONS-ITEM (WS-DONE-SUB) TO WS-SCOPE-WORK-CODE.
040610     MOVE "N" TO WS-IN-SCOPE-SWITCH.
040620     PERFORM 3255-SCAN-SCOPE-ENTRY THRU 3255-EXIT
040630         VARYING WS-SCOPE-SUB FROM 1 BY 1
040640         UNTIL WS-SCOPE-SUB > WS-SCOPE-COUNT
040650            OR WS-REGION-IN-SCOPE.
040660     IF WS-REGION-IN-SCOPE
040670         GO TO 1106-EXIT
040680     END-IF.
040690     ADD 1 TO WS-SCOPE-COUNT.
040700     MOVE WS-SCOPE-WORK-CODE TO WS-SCOPE-CODE (WS-SCOPE-COUNT).
040710 1106-EXIT.
040720     EXIT.
040730
040740******************************************************************
040750* 1107-CHECK-SCOPE-REGION - confirm a region named in REGIONS is *
040760*                           on the REGION-MASTER and active.     *
040770******************************************************************
040780 1107-CHECK-SCOPE-REGION.
040790     MOVE WS-SCOPE-CODE (WS-SCOPE-SUB) TO RGM-REGION-CODE.
040800     READ REGION-MASTER
040810         INVALID KEY
040820             DISPLAY "HELLO-WORLD: REGION " RGM-REGION-CODE
040830                 " NAMED IN REGIONS IS NOT ON REGION-MASTER"
040840             MOVE 16 TO RETURN-CODE
040845             GO TO 1107-EXIT
040850     END-READ.
040851     IF NOT WS-RGNMSTR-OK
040852         DISPLAY "HELLO-WORLD: REGION-MASTER READ FAILED FOR "
040853             "REGION " WS-SCOPE-CODE (WS-SCOPE-SUB)
040854             ", STATUS = " WS-RGNMSTR-STATUS
040855         MOVE 16 TO RETURN-CODE
040856         GO TO 1107-EXIT
040857     END-IF.
040858     IF RGM-INACTIVE
040859         DISPLAY "HELLO-WORLD: REGION " RGM-REGION-CODE
040860             " NAMED IN REGIONS IS INACTIVE ON REGION-MASTER"
040861         MOVE 16 TO RETURN-CODE
040862     END-IF.
040863 1107-EXIT.
040864     EXIT.
040880
040890******************************************************************
040900* 1133-CONTINUE-DATE - a region-scoped run for a date already    *
040910*                      completed: run it as the date's next      *
040920*                      piece.  A region already completed is not *
040930*                      reprocessed; when every region named is   *
040940*                      done, or the date's pieces did not record *
040950*                      their regions, the run is blocked.  The   *
040960*                      run-control values the record carried are *
040970*                      kept so 8210-RESTORE-RUN-CONTROL can put  *
040980*                      them back should the piece stop before it *
040990*                      starts.                                   *
041000******************************************************************
041010 1133-CONTINUE-DATE.
041020     IF RCL-REGION-COUNT = ZERO
041030         DISPLAY "HELLO-WORLD: RUN FOR " RCL-BUSINESS-DATE " "
041040             RCL-RUN-MODE " RECORDED NO REGIONS - FURTHER "
041050             "PIECE BLOCKED"
041060         MOVE 16 TO RETURN-CODE
041070         CLOSE RUN-CONTROL
041080         GO TO 1133-EXIT
041090     END-IF.
041100     MOVE ZERO TO WS-SCOPE-LEFT-COUNT.
041110     PERFORM 1134-CHECK-ONE-SCOPE THRU 1134-EXIT
041120         VARYING WS-SCOPE-SUB FROM 1 BY 1
041130         UNTIL WS-SCOPE-SUB > WS-SCOPE-COUNT.
041140     IF WS-SCOPE-LEFT-COUNT = ZERO
041150         DISPLAY "HELLO-WORLD: EVERY REGION NAMED IS ALREADY "
041160             "COMPLETED FOR " RCL-BUSINESS-DATE " "
041170             RCL-RUN-MODE " - RUN BLOCKED"
041180         MOVE 16 TO RETURN-CODE
041190         CLOSE RUN-CONTROL
041200         GO TO 1133-EXIT
041210     END-IF.
041220     IF RCL-PIECE-COUNT NOT < 99
041230         DISPLAY "HELLO-WORLD: RUN FOR " RCL-BUSINESS-DATE " "
041240             RCL-RUN-MODE " HAS NO FURTHER PIECE NUMBERS - "
041250             "RUN BLOCKED"
041260         MOVE 16 TO RETURN-CODE
041270         CLOSE RUN-CONTROL
041280         GO TO 1133-EXIT
041290     END-IF.
041300     IF WS-RESTART-REQUESTED
041310         DISPLAY "HELLO-WORLD: PRIOR RUN DID NOT FAIL "
041320             "- RESTART IGNORED, RUNNING FRESH"
041330         MOVE "N" TO WS-RESTART-FLAG
041340     END-IF.
041350     MOVE RCL-STATUS-FLAG   TO WS-PRIOR-STATUS-FLAG.
041360     MOVE RCL-RUN-TIMESTAMP TO WS-PRIOR-RUN-TIMESTAMP.
041370     MOVE RCL-RETURN-CODE   TO WS-PRIOR-RETURN-CODE.
041380     MOVE "Y" TO WS-CONTINUE-SWITCH.
041390     ADD 1 TO RCL-PIECE-COUNT.
041400     MOVE RCL-PIECE-COUNT TO WS-PIECE-NO.
041410     DISPLAY "HELLO-WORLD: RUNNING PIECE " WS-PIECE-NO " OF "
041420         RCL-BUSINESS-DATE " " RCL-RUN-MODE.
041430     PERFORM 1145-REWRITE-IN-FLIGHT THRU 1145-EXIT.
041440 1133-EXIT.
041450     EXIT.
041460
041470******************************************************************
041480* 1134-CHECK-ONE-SCOPE - report a region named in REGIONS that   *
041490*                        the date has already completed, and     *
041500*                        count those still to run.               *
041510******************************************************************
041520 1134-CHECK-ONE-SCOPE.
041530     MOVE WS-SCOPE-CODE (WS-SCOPE-SUB) TO WS-SCOPE-WORK-CODE.
041540     PERFORM 3260-LOCATE-DONE-REGION THRU 3260-EXIT.
041550     IF WS-DONE-FOUND = "Y"
041560         IF RCL-RGN-COMPLETED (WS-DONE-SUB)
041570             DISPLAY "HELLO-WORLD: REGION " WS-SCOPE-WORK-CODE
041580                 " ALREADY COMPLETED IN PIECE "
041590                 RCL-RGN-PIECE-NO (WS-DONE-SUB)
041600                 " - NOT REPROCESSED"
041610             GO TO 1134-EXIT
041620         END-IF
041630     END-IF.
041640     ADD 1 TO WS-SCOPE-LEFT-COUNT.
041650 1134-EXIT.
041660     EXIT.
041670
041680******************************************************************
041690* 1146-NORMALIZE-RUNCTL - a run-control record cut before dates  *
041700*                         were run in pieces carries no piece    *
041710*                         count or region table: treat it as one *
041720*                         piece with no regions recorded.        *
041730******************************************************************
041740 1146-NORMALIZE-RUNCTL.
041750     IF RCL-PIECE-COUNT NOT NUMERIC
041760        OR RCL-PIECE-COUNT = ZERO
041770         MOVE 1 TO RCL-PIECE-COUNT
041780     END-IF.
041790     IF RCL-REGION-COUNT NOT NUMERIC
041800        OR RCL-REGION-COUNT > 10
041810         MOVE ZERO TO RCL-REGION-COUNT
041820         MOVE SPACES TO RCL-REGION-TABLE
041830     END-IF.
041840 1146-EXIT.
041850     EXIT.
041860
041870******************************************************************
041880* 1147-START-DATE-OVER - a date run again from the top (a TEST   *
041890*                        rerun of a completed date) starts over  *
041900*                        as its first piece with no regions      *
041910*                        recorded.                               *
041920******************************************************************
041930 1147-START-DATE-OVER.
041940     MOVE 1 TO RCL-PIECE-COUNT.
041950     MOVE 1 TO WS-PIECE-NO.
041960     MOVE ZERO TO RCL-REGION-COUNT.
041970     MOVE SPACES TO RCL-REGION-TABLE.
041980 1147-EXIT.
041990     EXIT.
042000
042010******************************************************************
042020* 1151-DISCARD-CHECKPOINT - the checkpoint on file was cut for   *
042030*                           another business date, piece or      *
042040*                           region selection: restart from       *
042050*                           record one, keeping the partial      *
042060*                           extract as a failed run's rerun      *
042070*                           does.                                *
042080******************************************************************
042090 1151-DISCARD-CHECKPOINT.
042100     DISPLAY "HELLO-WORLD: CHECKPOINT IS FOR ANOTHER DATE, PIECE "
042110         "OR REGION SELECTION - RESTARTING FROM RECORD ONE, "
042120         "KEEPING THE PARTIAL EXTRACT".
042130     MOVE ZERO TO CKP-LAST-RECORD-NO.
042140     MOVE ZERO TO CKP-LAST-SEQUENCE-NO.
042150     MOVE ZERO TO CKP-REGION-COUNT.
042160     MOVE ZERO TO CKP-OVF-REJECTED.
042165     MOVE ZERO TO CKP-OVF-RGNM-REJECTED.
042170 1151-EXIT.
042180     EXIT.
042190
042200******************************************************************
042210* 3250-CHECK-REGION-SCOPE - decide whether the region in         *
042220*                           WS-SCOPE-WORK-CODE belongs to this   *
042230*                           run.  A region the business date has *
042240*                           already completed never does; one a  *
042250*                           failed piece left unfinished always  *
042260*                           does; otherwise a region-scoped run  *
042270*                           takes only the regions named in      *
042280*                           REGIONS.                             *
042290******************************************************************
042300 3250-CHECK-REGION-SCOPE.
042310     MOVE "Y" TO WS-IN-SCOPE-SWITCH.
042311     IF WS-CATCHUP-MODE AND WS-CURRENT-BUS-DATE = SPACES
042312         GO TO 3250-EXIT
042313     END-IF.
042320     PERFORM 3260-LOCATE-DONE-REGION THRU 3260-EXIT.
042330     IF WS-DONE-FOUND = "Y"
042340         IF RCL-RGN-COMPLETED (WS-DONE-SUB)
042350             MOVE "N" TO WS-IN-SCOPE-SWITCH
042360         END-IF
042370         GO TO 3250-EXIT
042380     END-IF.
042390     IF NOT WS-REGION-SCOPED
042400         GO TO 3250-EXIT
042410     END-IF.
042420     MOVE "N" TO WS-IN-SCOPE-SWITCH.
042430     PERFORM 3255-SCAN-SCOPE-ENTRY THRU 3255-EXIT
042440         VARYING WS-SCOPE-SUB FROM 1 BY 1
042450         UNTIL WS-SCOPE-SUB > WS-SCOPE-COUNT
042460            OR WS-REGION-IN-SCOPE.
042470 3250-EXIT.
042480     EXIT.
042490
042500******************************************************************
042510* 3255-SCAN-SCOPE-ENTRY - compare one scope-table entry to the   *
042520*                         region being checked.                  *
042530******************************************************************
042540 3255-SCAN-SCOPE-ENTRY.
042550     IF WS-SCOPE-CODE (WS-SCOPE-SUB) = WS-SCOPE-WORK-CODE
042560         MOVE "Y" TO WS-IN-SCOPE-SWITCH
042570     END-IF.
042580 3255-EXIT.
042590     EXIT.
042600
042610******************************************************************
042620* 3260-LOCATE-DONE-REGION - find the region in                   *
042630*                           WS-SCOPE-WORK-CODE among the regions *
042640*                           the run-control record has recorded  *
042650*                           for the date, leaving its subscript  *
042660*                           in WS-DONE-SUB.                      *
042670******************************************************************
042680 3260-LOCATE-DONE-REGION.
042690     MOVE "N" TO WS-DONE-FOUND.
042700     PERFORM 3265-SCAN-DONE-ENTRY THRU 3265-EXIT
042710         VARYING WS-DONE-SUB FROM 1 BY 1
042720         UNTIL WS-DONE-SUB > RCL-REGION-COUNT
042730            OR WS-DONE-FOUND = "Y".
042740     IF WS-DONE-FOUND = "Y"
042750         SUBTRACT 1 FROM WS-DONE-SUB
042760     END-IF.
042770 3260-EXIT.
042780     EXIT.
042790
042800******************************************************************
042810* 3265-SCAN-DONE-ENTRY - compare one recorded region to the      *
042820*                        region being located.                   *
042830******************************************************************
042840 3265-SCAN-DONE-ENTRY.
042850     IF RCL-RGN-CODE (WS-DONE-SUB) = WS-SCOPE-WORK-CODE
042860         MOVE "Y" TO WS-DONE-FOUND
042870     END-IF.
042880 3265-EXIT.
042890     EXIT.
042900
042910******************************************************************
042920* 8210-RESTORE-RUN-CONTROL - a later piece stopped before it     *
042930*                            started: put the date's run-control *
042940*                            record back as its completed pieces *
042950*                            left it, so the date stays          *
042960*                            completed and the piece can be      *
042970*                            resubmitted.                        *
042980******************************************************************
042990 8210-RESTORE-RUN-CONTROL.
043000     IF NOT WS-RUNCTL-HELD
043010         GO TO 8210-EXIT
043020     END-IF.
043030     MOVE WS-PRIOR-STATUS-FLAG   TO RCL-STATUS-FLAG.
043040     MOVE WS-PRIOR-RUN-TIMESTAMP TO RCL-RUN-TIMESTAMP.
043050     MOVE WS-PRIOR-RETURN-CODE   TO RCL-RETURN-CODE.
043060     SUBTRACT 1 FROM RCL-PIECE-COUNT.
043070     REWRITE RUNCTL-RECORD
043080         INVALID KEY
043090             DISPLAY "HELLO-WORLD: UNABLE TO RESTORE "
043100                 "RUN-CONTROL RECORD"
043110     END-REWRITE.
043120     MOVE "N" TO WS-RUNCTL-HELD-SWITCH.
043130     CLOSE RUN-CONTROL.
043140 8210-EXIT.
043150     EXIT.
043160
043170******************************************************************
043180* 8250-RECORD-REGIONS - record on the run-control record each    *
043190*                       region this run processed, with the      *
043200*                       run's outcome and piece number.          *
043210******************************************************************
043220 8250-RECORD-REGIONS.
043230     PERFORM 8255-RECORD-ONE-REGION THRU 8255-EXIT
043240         VARYING WS-RGN-SUB FROM 1 BY 1
043250         UNTIL WS-RGN-SUB > WS-REGION-COUNT.
043260 8250-EXIT.
043270     EXIT.
043280
043290******************************************************************
043300* 8255-RECORD-ONE-REGION - find (or add) one region's entry in   *
043310*                          the run-control region table and set  *
043320*                          its status and piece.  A region       *
043321*                          with no letters produced and no       *
043322*                          rejects is not recorded.              *
043330******************************************************************
043340 8255-RECORD-ONE-REGION.
043341     IF WS-RGN-PRODUCED (WS-RGN-SUB) = ZERO
043342        AND WS-RGN-REASON-COUNTS (WS-RGN-SUB) = ZEROS
043343         GO TO 8255-EXIT
043344     END-IF.
043350     MOVE WS-RGN-CODE (WS-RGN-SUB) TO WS-SCOPE-WORK-CODE.
043360     PERFORM 3260-LOCATE-DONE-REGION THRU 3260-EXIT.
043370     IF WS-DONE-FOUND NOT = "Y"
043380         IF RCL-REGION-COUNT NOT < 10
043390             DISPLAY "HELLO-WORLD: RUN-CONTROL REGION TABLE "
043400                 "FULL - REGION " WS-SCOPE-WORK-CODE
043410                 " NOT RECORDED"
043420             GO TO 8255-EXIT
043430         END-IF
043440         ADD 1 TO RCL-REGION-COUNT
043450         MOVE RCL-REGION-COUNT TO WS-DONE-SUB
043460         MOVE WS-SCOPE-WORK-CODE TO RCL-RGN-CODE (WS-DONE-SUB)
043470     END-IF.
043480     MOVE RCL-STATUS-FLAG TO RCL-RGN-STATUS (WS-DONE-SUB).
043490     MOVE WS-PIECE-NO     TO RCL-RGN-PIECE-NO (WS-DONE-SUB).
043500 8255-EXIT.
043510     EXIT.
043520
043530******************************************************************
043540* 8325-CHECK-SAME-DAY - a later piece of a business date whose   *
043550*                       earlier pieces already rolled the date   *
043560*                       into the history: add that day's volume  *
043570*                       to this piece's, and gate against the    *
043580*                       days before it only.                     *
043590******************************************************************
043600 8325-CHECK-SAME-DAY.
043610     MOVE WS-VOL-DAY-COUNT (WS-VOL-SUB) TO WS-VOL-PRIOR-DAYS.
043620     IF WS-PIECE-NO NOT > 1
043630        OR WS-VOL-PRIOR-DAYS = ZERO
043640         GO TO 8325-EXIT
043650     END-IF.
043660     IF WS-VOL-DATE (WS-VOL-SUB WS-VOL-PRIOR-DAYS)
043670        = WS-GATE-DATE
043680         MOVE "Y" TO WS-VOL-SAME-DAY-SWITCH
043690         ADD WS-VOL-PRODUCED (WS-VOL-SUB WS-VOL-PRIOR-DAYS)
043700             TO WS-GATE-PRODUCED
043710         SUBTRACT 1 FROM WS-VOL-PRIOR-DAYS
043720     END-IF.
043730 8325-EXIT.
043740     EXIT.
043750
043760******************************************************************
043770* 1156-RESTORE-REGION-COUNTS - restore one region's read count,  *
043780*                              duplicate and do-not-greet skips  *
043790*                              and rejects by reason from a      *
043800*                              checkpoint that carries them.     *
043810******************************************************************
043820 1156-RESTORE-REGION-COUNTS.
043830     MOVE CKP-RGN-READ (WS-RGN-SUB)
043840         TO WS-RGN-PRIOR-READ (WS-RGN-SUB).
043850     MOVE CKP-RGN-DUP-SKIPPED (WS-RGN-SUB)
043860         TO WS-RGN-DUP-SKIPPED (WS-RGN-SUB).
043870     MOVE CKP-RGN-DNG-SKIPPED (WS-RGN-SUB)
043880         TO WS-RGN-DNG-SKIPPED (WS-RGN-SUB).
043890     MOVE CKP-RGN-REASON-COUNTS (WS-RGN-SUB)
043900         TO WS-RGN-REASON-COUNTS (WS-RGN-SUB).
043910 1156-EXIT.
043920     EXIT.
043930
043940******************************************************************
043950* End of program                                                *
043960******************************************************************
