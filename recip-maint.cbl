000190*                    flag need update authority, delete needs    *
000200*                    supervisor authority, and every denied      *
000210*                    attempt is reported.                        *
000211*   2026-10-15  JHM  Inquiry shows the recipient's status and    *
000212*                    termination date kept by the HR feed, and   *
000213*                    where the do-not-greet flag came from; a    *
000214*                    flag set or cleared here is marked as set   *
000215*                    by hand so RECIP-SYNC leaves it alone.      *
000216*   2026-10-15  JHM  Added the supervisor merge of a duplicate   *
000217*                    recipient: history re-keyed, do-not-greet   *
000218*                    carried, the retired ID pointed at the      *
000219*                    survivor, and every merge logged.  A merge  *
000220*                    that fails partway stops short of retiring  *
000221*                    the ID and is logged as incomplete.         *
000222******************************************************************
000230
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID.             RECIP-MAINT.
000440            RECORD KEY IS REC-RECIPIENT-ID
000450            FILE STATUS IS WS-RECMSTR-STATUS.
000460
000461     SELECT GREETING-HISTORY ASSIGN TO GRHISTRY
000462            ORGANIZATION IS INDEXED
000463            ACCESS MODE IS DYNAMIC
000464            RECORD KEY IS GRH-KEY
000465            FILE STATUS IS WS-GRHIST-STATUS.
000466
000470     SELECT OPERATOR-MASTER ASSIGN TO OPRMSTR
000480            ORGANIZATION IS INDEXED
000490            ACCESS MODE IS RANDOM
000500            RECORD KEY IS OPR-OPERATOR-ID
000510            FILE STATUS IS WS-OPRMSTR-STATUS.
000520
000521     SELECT RECIPIENT-MERGE-LOG ASSIGN TO RCMRGLOG
000522            ORGANIZATION IS LINE SEQUENTIAL
000523            FILE STATUS IS WS-RMRGLOG-STATUS.
000524
000530******************************************************************
000540* DATA DIVISION                                                  *
000550******************************************************************
000580 FD  RECIPIENT-MASTER.
000590 COPY RECMSTR.
000600
000601 FD  GREETING-HISTORY.
000602 COPY GRHIST.
000603
000610 FD  OPERATOR-MASTER.
000620 COPY OPRMSTR.
000630
000631 FD  RECIPIENT-MERGE-LOG
000632     RECORDING MODE IS F.
000633 COPY RMRGLOG.
000634
000640 WORKING-STORAGE SECTION.
000650******************************************************************
000660* File status switches                                          *
000690     88  WS-RECMSTR-OK                VALUE "00".
000700     88  WS-RECMSTR-CREATED           VALUE "35".
000710
000711 01  WS-GRHIST-STATUS        PIC X(02).
000712     88  WS-GRHIST-OK                 VALUE "00".
000713     88  WS-GRHIST-DUPLICATE          VALUE "22".
000714     88  WS-GRHIST-NOT-FOUND          VALUE "35".
000715
000716 01  WS-RMRGLOG-STATUS       PIC X(02).
000717     88  WS-RMRGLOG-OK                VALUE "00".
000718     88  WS-RMRGLOG-NOT-FOUND         VALUE "35".
000719
000720 01  WS-EXIT-SWITCH           PIC X(01) VALUE "N".
000730     88  WS-EXIT-REQUESTED            VALUE "Y".
000740
000910 01  WS-DENIED-COUNT          PIC 9(04) VALUE ZERO.
000920 01  WS-DENIED-ACTION         PIC X(20).
000930
000931******************************************************************
000932* Merge work areas - the retired and surviving recipient IDs     *
000933* entered, both master records as they stood before the merge,   *
000934* and the counts logged on the RECIPIENT-MERGE-LOG.              *
000935******************************************************************
000936 01  WS-RUN-TIME-8            PIC 9(08).
000937 01  WS-RETIRED-ID            PIC X(08).
000938 01  WS-SURVIVOR-ID           PIC X(08).
000939 01  WS-RETIRED-DNG           PIC X(01).
000940 01  WS-RETIRED-IMAGE         PIC X(71).
000941 01  WS-SURVIVOR-IMAGE        PIC X(71).
000942 01  WS-MERGE-CONFIRM         PIC X(01).
000943 01  WS-HIST-HOLD             PIC X(36).
000944 01  WS-HIST-END-SWITCH       PIC X(01) VALUE "N".
000945     88  WS-END-OF-HISTORY            VALUE "Y".
000946 01  WS-MASTER-END-SWITCH     PIC X(01) VALUE "N".
000947     88  WS-END-OF-MASTER             VALUE "Y".
000948 01  WS-MERGE-FAILED-SWITCH   PIC X(01) VALUE "N".
000949     88  WS-MERGE-FAILED              VALUE "Y".
000950 01  WS-HISTORY-MOVED         PIC 9(06).
000951 01  WS-HISTORY-DROPPED       PIC 9(06).
000952 01  WS-DNG-CARRIED           PIC X(01).
000953 01  WS-IDS-REPOINTED         PIC 9(04).
000954 01  WS-MERGE-COUNT           PIC 9(04) VALUE ZERO.
000955
000985******************************************************************
000986* PROCEDURE DIVISION                                             *
000987******************************************************************
000988 PROCEDURE DIVISION.
000989
000990 0000-MAIN-PARAGRAPH.
001000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001010     IF RETURN-CODE = 16
001530     DISPLAY "  3.  DELETE  A RECIPIENT".
001540     DISPLAY "  4.  INQUIRE ON A RECIPIENT".
001550     DISPLAY "  5.  SET/CLEAR DO-NOT-GREET".
001560     DISPLAY "  6.  MERGE DUPLICATE RECIPIENTS".
001561     DISPLAY "  7.  EXIT".
001570     DISPLAY "ENTER SELECTION: " WITH NO ADVANCING.
001580     ACCEPT WS-MENU-CHOICE.
001590     EVALUATE WS-MENU-CHOICE
001870                 MOVE "SET DO-NOT-GREET" TO WS-DENIED-ACTION
001880                 PERFORM 9800-REPORT-DENIAL THRU 9800-EXIT
001890             END-IF
001891         WHEN "6"
001892             IF WS-SUPERVISOR-AUTHORITY
001893                 PERFORM 7500-MERGE-RECIPIENTS THRU 7500-EXIT
001894             ELSE
001895                 MOVE "MERGE RECIPIENTS" TO WS-DENIED-ACTION
001896                 PERFORM 9800-REPORT-DENIAL THRU 9800-EXIT
001897             END-IF
001900         WHEN "7"
001910             MOVE "Y" TO WS-EXIT-SWITCH
001920         WHEN OTHER
001930             DISPLAY "INVALID SELECTION - PLEASE TRY AGAIN"
002120         "BLANK FOR DEFAULT): " WITH NO ADVANCING.
002130     ACCEPT REC-GREETING-CODE.
002140     MOVE "N" TO REC-DNG-FLAG.
002141     MOVE SPACE TO REC-DNG-SOURCE.
002142     MOVE "A" TO REC-STATUS-FLAG.
002143     MOVE SPACES TO REC-TERMINATION-DATE.
002144     MOVE SPACES TO REC-MERGED-INTO-ID.
002150     MOVE WS-RUN-DATE-8 TO REC-LAST-CHANGE-DATE.
002160     WRITE RECMSTR-RECORD
002170         INVALID KEY
002970         DISPLAY "LANGUAGE CODE ..: " REC-LANGUAGE-CODE
002980         DISPLAY "GREETING CODE ..: " REC-GREETING-CODE
002990         DISPLAY "DO-NOT-GREET ...: " REC-DNG-FLAG
002991         EVALUATE TRUE
002992             WHEN REC-DNG-SET-BY-HAND
002993                 DISPLAY "  FLAG SET BY ..: HAND (RECIP-MAINT)"
002994             WHEN REC-DNG-SET-BY-HR
002995                 DISPLAY "  FLAG SET BY ..: HR FEED"
002996         END-EVALUATE
003000         DISPLAY "LAST CHANGED ...: " REC-LAST-CHANGE-DATE
003001         EVALUATE TRUE
003002             WHEN REC-TERMINATED
003003                 DISPLAY "STATUS .........: TERMINATED "
003004                     REC-TERMINATION-DATE
003005             WHEN REC-MERGED
003006                 DISPLAY "STATUS .........: MERGED INTO "
003007                     REC-MERGED-INTO-ID
003008                     " ON " REC-TERMINATION-DATE
003009             WHEN OTHER
003010                 DISPLAY "STATUS .........: ACTIVE"
003011         END-EVALUATE
003012     END-IF.
003020 6000-EXIT.
003030     EXIT.
003040
003060* 7000-SET-DNG-FLAG - set or clear the do-not-greet flag for a   *
003070*                     recipient; HELLO-WORLD skips and counts a  *
003080*                     flagged recipient instead of greeting      *
003090*                     them.  The flag is marked as set by hand,  *
003091*                     which the nightly HR feed does not         *
003092*                     overwrite.                                 *
003100******************************************************************
003110 7000-SET-DNG-FLAG.
003120     DISPLAY "ENTER RECIPIENT ID: " WITH NO ADVANCING.
003220         ACCEPT WS-FLAG-CHOICE
003230         IF WS-FLAG-CHOICE = "Y" OR WS-FLAG-CHOICE = "N"
003240             MOVE WS-FLAG-CHOICE TO REC-DNG-FLAG
003241             MOVE "M" TO REC-DNG-SOURCE
003250             MOVE WS-RUN-DATE-8 TO REC-LAST-CHANGE-DATE
003260             REWRITE RECMSTR-RECORD
003270                 INVALID KEY
003440         DISPLAY "RECIP-MAINT: DENIED ATTEMPTS THIS "
003450             "SESSION = " WS-DENIED-COUNT
003460     END-IF.
003461     IF WS-MERGE-COUNT > ZERO
003462         DISPLAY "RECIP-MAINT: RECIPIENTS MERGED THIS "
003463             "SESSION = " WS-MERGE-COUNT
003464     END-IF.
003470     CLOSE RECIPIENT-MASTER.
003480 8000-EXIT.
003490     EXIT.
004000     EXIT.
004010
004020******************************************************************
004030* 7500-MERGE-RECIPIENTS - merge a duplicate recipient into the   *
004040*                         one that survives: show both records   *
004050*                         and ask for confirmation, carry the    *
004060*                         retired recipient's do-not-greet flag  *
004070*                         to the survivor, re-key its greeting   *
004080*                         history to the surviving ID, mark it   *
004090*                         merged and pointing at the survivor,   *
004100*                         re-point any earlier merge into it,    *
004110*                         and log the merge.  Nothing changes    *
004120*                         unless the merge log can be written.   *
004121*                         A step that fails stops the merge      *
004122*                         short of retiring the recipient; the   *
004123*                         merge is logged and shown incomplete.  *
004130******************************************************************
004140 7500-MERGE-RECIPIENTS.
004150     DISPLAY "ENTER RECIPIENT ID TO RETIRE: " WITH NO ADVANCING.
004160     ACCEPT WS-RETIRED-ID.
004170     DISPLAY "ENTER SURVIVING RECIPIENT ID: " WITH NO ADVANCING.
004180     ACCEPT WS-SURVIVOR-ID.
004190     IF WS-RETIRED-ID = SPACES OR WS-SURVIVOR-ID = SPACES
004200        OR WS-RETIRED-ID = WS-SURVIVOR-ID
004210         DISPLAY "TWO DIFFERENT RECIPIENT IDS ARE NEEDED - "
004220             "NOTHING MERGED"
004230         GO TO 7500-EXIT
004240     END-IF.
004250     MOVE WS-SURVIVOR-ID TO REC-RECIPIENT-ID.
004260     READ RECIPIENT-MASTER
004270         INVALID KEY
004280             DISPLAY "SURVIVING RECIPIENT ID NOT FOUND"
004290             GO TO 7500-EXIT
004300     END-READ.
004310     IF NOT WS-RECMSTR-OK
004320         DISPLAY "UNABLE TO READ SURVIVING RECIPIENT"
004330         GO TO 7500-EXIT
004340     END-IF.
004350     IF REC-MERGED
004360         DISPLAY "SURVIVING RECIPIENT IS ITSELF MERGED INTO "
004370             REC-MERGED-INTO-ID " - NOTHING MERGED"
004380         GO TO 7500-EXIT
004390     END-IF.
004400     MOVE RECMSTR-RECORD TO WS-SURVIVOR-IMAGE.
004410     DISPLAY "SURVIVING RECIPIENT:".
004420     PERFORM 7505-SHOW-RECIPIENT THRU 7505-EXIT.
004430     MOVE WS-RETIRED-ID TO REC-RECIPIENT-ID.
004440     READ RECIPIENT-MASTER
004450         INVALID KEY
004460             DISPLAY "RECIPIENT ID TO RETIRE NOT FOUND"
004470             GO TO 7500-EXIT
004480     END-READ.
004490     IF NOT WS-RECMSTR-OK
004500         DISPLAY "UNABLE TO READ RECIPIENT TO RETIRE"
004510         GO TO 7500-EXIT
004520     END-IF.
004530     IF REC-MERGED
004540         DISPLAY "RECIPIENT IS ALREADY MERGED INTO "
004550             REC-MERGED-INTO-ID " - NOTHING MERGED"
004560         GO TO 7500-EXIT
004570     END-IF.
004580     MOVE RECMSTR-RECORD TO WS-RETIRED-IMAGE.
004590     MOVE REC-DNG-FLAG TO WS-RETIRED-DNG.
004600     DISPLAY "RECIPIENT TO RETIRE:".
004610     PERFORM 7505-SHOW-RECIPIENT THRU 7505-EXIT.
004620     DISPLAY "CONFIRM MERGE (Y/N): " WITH NO ADVANCING.
004630     ACCEPT WS-MERGE-CONFIRM.
004640     IF WS-MERGE-CONFIRM NOT = "Y"
004650         DISPLAY "MERGE CANCELLED - NOTHING CHANGED"
004660         GO TO 7500-EXIT
004670     END-IF.
004680
004690     OPEN I-O GREETING-HISTORY.
004700     IF WS-GRHIST-NOT-FOUND
004710         OPEN OUTPUT GREETING-HISTORY
004720         CLOSE GREETING-HISTORY
004730         OPEN I-O GREETING-HISTORY
004740     END-IF.
004750     IF NOT WS-GRHIST-OK
004760         DISPLAY "RECIP-MAINT: UNABLE TO OPEN GREETING-HISTORY, "
004770             "STATUS = " WS-GRHIST-STATUS " - NOTHING MERGED"
004780         GO TO 7500-EXIT
004790     END-IF.
004800     OPEN EXTEND RECIPIENT-MERGE-LOG.
004810     IF WS-RMRGLOG-NOT-FOUND
004820         OPEN OUTPUT RECIPIENT-MERGE-LOG
004830     END-IF.
004840     IF NOT WS-RMRGLOG-OK
004850         DISPLAY "RECIP-MAINT: UNABLE TO OPEN MERGE LOG, "
004860             "STATUS = " WS-RMRGLOG-STATUS " - NOTHING MERGED"
004870         CLOSE GREETING-HISTORY
004880         GO TO 7500-EXIT
004890     END-IF.
004900
004910     MOVE ZERO TO WS-HISTORY-MOVED.
004920     MOVE ZERO TO WS-HISTORY-DROPPED.
004930     MOVE ZERO TO WS-IDS-REPOINTED.
004940     MOVE "N" TO WS-DNG-CARRIED.
004945     MOVE "N" TO WS-MERGE-FAILED-SWITCH.
004950     PERFORM 7520-CARRY-DNG-FLAG THRU 7520-EXIT.
004960     MOVE "N" TO WS-HIST-END-SWITCH.
004970     PERFORM 7530-MOVE-HISTORY THRU 7530-EXIT
004980         UNTIL WS-END-OF-HISTORY
004981            OR WS-MERGE-FAILED.
004982     IF NOT WS-MERGE-FAILED
004990         PERFORM 7540-RETIRE-RECIPIENT THRU 7540-EXIT
004991     END-IF.
004992     IF NOT WS-MERGE-FAILED
005000         PERFORM 7550-REPOINT-MERGES THRU 7550-EXIT
005001     END-IF.
005010     PERFORM 9000-WRITE-MERGE-LOG THRU 9000-EXIT.
005020     CLOSE GREETING-HISTORY.
005030     CLOSE RECIPIENT-MERGE-LOG.
005040     IF WS-MERGE-FAILED
005041         DISPLAY "MERGE INCOMPLETE - RECIPIENT " WS-RETIRED-ID
005042             " NOT RETIRED INTO " WS-SURVIVOR-ID
005043         IF RETURN-CODE < 8
005044             MOVE 8 TO RETURN-CODE
005045         END-IF
005046     ELSE
005047         ADD 1 TO WS-MERGE-COUNT
005050         DISPLAY "RECIPIENT " WS-RETIRED-ID " MERGED INTO "
005060             WS-SURVIVOR-ID
005061     END-IF.
005070     DISPLAY "  HISTORY ENTRIES RE-KEYED ...: " WS-HISTORY-MOVED.
005080     DISPLAY "  SAME-DATE ENTRIES DROPPED ..: "
005085         WS-HISTORY-DROPPED.
005090     DISPLAY "  DO-NOT-GREET CARRIED .......: " WS-DNG-CARRIED.
005100     DISPLAY "  EARLIER MERGES RE-POINTED ..: " WS-IDS-REPOINTED.
005110 7500-EXIT.
005120     EXIT.
005130
005140******************************************************************
005150* 7505-SHOW-RECIPIENT - display the recipient in the record area *
005160*                       on one line for the merge confirmation.  *
005170******************************************************************
005180 7505-SHOW-RECIPIENT.
005190     DISPLAY "  " REC-RECIPIENT-ID "  " REC-OFFICIAL-NAME
005200         "  LANG " REC-LANGUAGE-CODE
005210         "  DNG " REC-DNG-FLAG
005220         "  STATUS " REC-STATUS-FLAG.
005230 7505-EXIT.
005240     EXIT.
005250
005260******************************************************************
005270* 7520-CARRY-DNG-FLAG - a retired recipient who asked not to be  *
005280*                       greeted passes the flag to the survivor, *
005290*                       marked as set by hand so the nightly HR  *
005300*                       feed does not clear it.  A survivor that *
005301*                       cannot be updated fails the merge.       *
005310******************************************************************
005320 7520-CARRY-DNG-FLAG.
005330     IF WS-RETIRED-DNG NOT = "Y"
005340         GO TO 7520-EXIT
005350     END-IF.
005360     MOVE WS-SURVIVOR-ID TO REC-RECIPIENT-ID.
005370     READ RECIPIENT-MASTER
005380         INVALID KEY
005390             CONTINUE
005410     END-READ.
005411     IF NOT WS-RECMSTR-OK
005412         DISPLAY "UNABLE TO RE-READ SURVIVING RECIPIENT, "
005413             "STATUS = " WS-RECMSTR-STATUS
005414         MOVE "Y" TO WS-MERGE-FAILED-SWITCH
005415         GO TO 7520-EXIT
005416     END-IF.
005420     IF REC-DO-NOT-GREET
005430         GO TO 7520-EXIT
005440     END-IF.
005450     MOVE "Y" TO REC-DNG-FLAG.
005460     MOVE "M" TO REC-DNG-SOURCE.
005470     MOVE WS-RUN-DATE-8 TO REC-LAST-CHANGE-DATE.
005480     REWRITE RECMSTR-RECORD
005490         INVALID KEY
005500             CONTINUE
005530     END-REWRITE.
005531     IF NOT WS-RECMSTR-OK
005532         DISPLAY "UNABLE TO REWRITE SURVIVING RECIPIENT, "
005533             "STATUS = " WS-RECMSTR-STATUS
005534         MOVE "Y" TO WS-MERGE-FAILED-SWITCH
005535         GO TO 7520-EXIT
005536     END-IF.
005537     MOVE "Y" TO WS-DNG-CARRIED.
005540 7520-EXIT.
005550     EXIT.
005560
005570******************************************************************
005580* 7530-MOVE-HISTORY - move the retired recipient's first         *
005590*                     remaining history entry to the surviving   *
005600*                     ID.  An entry for a run date the survivor  *
005610*                     was already greeted on is the double       *
005620*                     greeting the merge puts right: it is       *
005630*                     dropped and counted.  An entry that cannot *
005631*                     be read, written or removed fails the      *
005632*                     merge.                                     *
005640******************************************************************
005650 7530-MOVE-HISTORY.
005660     MOVE WS-RETIRED-ID TO GRH-RECIPIENT-ID.
005670     MOVE LOW-VALUES    TO GRH-RUN-DATE.
005680     START GREETING-HISTORY KEY NOT LESS THAN GRH-KEY
005690         INVALID KEY
005700             MOVE "Y" TO WS-HIST-END-SWITCH
005710             GO TO 7530-EXIT
005720     END-START.
005730     READ GREETING-HISTORY NEXT RECORD
005740         AT END
005750             MOVE "Y" TO WS-HIST-END-SWITCH
005760             GO TO 7530-EXIT
005770     END-READ.
005780     IF NOT WS-GRHIST-OK
005781         DISPLAY "UNABLE TO READ HISTORY FOR "
005782             WS-RETIRED-ID ", STATUS = " WS-GRHIST-STATUS
005783         MOVE "Y" TO WS-MERGE-FAILED-SWITCH
005784         MOVE "Y" TO WS-HIST-END-SWITCH
005785         GO TO 7530-EXIT
005786     END-IF.
005790     IF GRH-RECIPIENT-ID NOT = WS-RETIRED-ID
005800         MOVE "Y" TO WS-HIST-END-SWITCH
005810         GO TO 7530-EXIT
005820     END-IF.
005830     MOVE GRHIST-RECORD TO WS-HIST-HOLD.
005840     MOVE WS-SURVIVOR-ID TO GRH-RECIPIENT-ID.
005850     WRITE GRHIST-RECORD
005860         INVALID KEY
005870             CONTINUE
005880     END-WRITE.
005890     IF WS-GRHIST-OK
005900         ADD 1 TO WS-HISTORY-MOVED
005910     ELSE
005920         IF WS-GRHIST-DUPLICATE
005930             ADD 1 TO WS-HISTORY-DROPPED
005940         ELSE
005950             DISPLAY "UNABLE TO WRITE HISTORY FOR "
005960                 WS-SURVIVOR-ID ", STATUS = " WS-GRHIST-STATUS
005965             MOVE "Y" TO WS-MERGE-FAILED-SWITCH
005970             MOVE "Y" TO WS-HIST-END-SWITCH
005980             GO TO 7530-EXIT
005990         END-IF
006000     END-IF.
006010     MOVE WS-HIST-HOLD TO GRHIST-RECORD.
006020     DELETE GREETING-HISTORY RECORD
006030         INVALID KEY
006035             CONTINUE
006070     END-DELETE.
006071     IF NOT WS-GRHIST-OK
006072         DISPLAY "UNABLE TO REMOVE HISTORY ENTRY "
006073             GRH-RUN-DATE " FOR " WS-RETIRED-ID
006074             ", STATUS = " WS-GRHIST-STATUS
006075         MOVE "Y" TO WS-MERGE-FAILED-SWITCH
006076         MOVE "Y" TO WS-HIST-END-SWITCH
006077     END-IF.
006080 7530-EXIT.
006090     EXIT.
006100
006110******************************************************************
006120* 7540-RETIRE-RECIPIENT - mark the retired recipient merged,     *
006130*                         pointing at the survivor, as of today. *
006140*                         The record stays on the master so a    *
006150*                         roster still carrying the old ID is    *
006160*                         greeted under the surviving one.  A    *
006161*                         record that cannot be updated fails    *
006162*                         the merge.                             *
006170******************************************************************
006180 7540-RETIRE-RECIPIENT.
006190     MOVE WS-RETIRED-ID TO REC-RECIPIENT-ID.
006200     READ RECIPIENT-MASTER
006210         INVALID KEY
006220             CONTINUE
006240     END-READ.
006241     IF NOT WS-RECMSTR-OK
006242         DISPLAY "UNABLE TO RE-READ RECIPIENT TO RETIRE, "
006243             "STATUS = " WS-RECMSTR-STATUS
006244         MOVE "Y" TO WS-MERGE-FAILED-SWITCH
006245         GO TO 7540-EXIT
006246     END-IF.
006250     MOVE "M" TO REC-STATUS-FLAG.
006260     MOVE WS-SURVIVOR-ID TO REC-MERGED-INTO-ID.
006270     MOVE WS-RUN-DATE-8 TO REC-TERMINATION-DATE.
006280     MOVE WS-RUN-DATE-8 TO REC-LAST-CHANGE-DATE.
006290     REWRITE RECMSTR-RECORD
006300         INVALID KEY
006305             CONTINUE
006320     END-REWRITE.
006321     IF NOT WS-RECMSTR-OK
006322         DISPLAY "UNABLE TO REWRITE RECIPIENT TO RETIRE, "
006323             "STATUS = " WS-RECMSTR-STATUS
006324         MOVE "Y" TO WS-MERGE-FAILED-SWITCH
006325     END-IF.
006330 7540-EXIT.
006340     EXIT.
006350
006360******************************************************************
006370* 7550-REPOINT-MERGES - pass the master and point any recipient  *
006380*                       merged earlier into the retired ID at    *
006390*                       the survivor, so a merged ID never leads *
006400*                       to another merged ID.                    *
006410******************************************************************
006420 7550-REPOINT-MERGES.
006430     MOVE "N" TO WS-MASTER-END-SWITCH.
006440     MOVE LOW-VALUES TO REC-RECIPIENT-ID.
006450     START RECIPIENT-MASTER KEY NOT LESS THAN REC-RECIPIENT-ID
006460         INVALID KEY
006470             MOVE "Y" TO WS-MASTER-END-SWITCH
006480     END-START.
006490     PERFORM 7560-REPOINT-ONE THRU 7560-EXIT
006500         UNTIL WS-END-OF-MASTER.
006510 7550-EXIT.
006520     EXIT.
006530
006540******************************************************************
006550* 7560-REPOINT-ONE - read the next recipient and re-point it     *
006560*                    when it was merged into the retired ID.     *
006570******************************************************************
006580 7560-REPOINT-ONE.
006590     READ RECIPIENT-MASTER NEXT RECORD
006600         AT END
006610             MOVE "Y" TO WS-MASTER-END-SWITCH
006620             GO TO 7560-EXIT
006630     END-READ.
006640     IF NOT WS-RECMSTR-OK
006650         MOVE "Y" TO WS-MASTER-END-SWITCH
006660         GO TO 7560-EXIT
006670     END-IF.
006680     IF NOT REC-MERGED
006690        OR REC-MERGED-INTO-ID NOT = WS-RETIRED-ID
006700         GO TO 7560-EXIT
006710     END-IF.
006720     MOVE WS-SURVIVOR-ID TO REC-MERGED-INTO-ID.
006730     MOVE WS-RUN-DATE-8 TO REC-LAST-CHANGE-DATE.
006740     REWRITE RECMSTR-RECORD
006750         INVALID KEY
006760             DISPLAY "UNABLE TO RE-POINT RECIPIENT "
006770                 REC-RECIPIENT-ID
006780         NOT INVALID KEY
006790             ADD 1 TO WS-IDS-REPOINTED
006800     END-REWRITE.
006810 7560-EXIT.
006820     EXIT.
006830
006840******************************************************************
006850* 9000-WRITE-MERGE-LOG - write the merge log record for the      *
006860*                        merge just made: who, when, which IDs,  *
006870*                        what moved, whether it completed, and   *
006880*                        both master records as they stood       *
006881*                        before.                                 *
006890******************************************************************
006900 9000-WRITE-MERGE-LOG.
006910     ACCEPT WS-RUN-TIME-8 FROM TIME.
006920     MOVE SPACES TO RMRGLOG-RECORD.
006930     STRING WS-RUN-DATE-8 WS-RUN-TIME-8
006940         DELIMITED BY SIZE
006950         INTO RML-TIMESTAMP
006960     END-STRING.
006970     MOVE WS-OPERATOR-ID      TO RML-OPERATOR.
006980     MOVE WS-RETIRED-ID       TO RML-RETIRED-ID.
006990     MOVE WS-SURVIVOR-ID      TO RML-SURVIVOR-ID.
007000     MOVE WS-HISTORY-MOVED    TO RML-HISTORY-MOVED.
007010     MOVE WS-HISTORY-DROPPED  TO RML-HISTORY-DROPPED.
007020     MOVE WS-DNG-CARRIED      TO RML-DNG-CARRIED.
007030     MOVE WS-IDS-REPOINTED    TO RML-IDS-REPOINTED.
007040     MOVE WS-RETIRED-IMAGE    TO RML-RETIRED-BEFORE.
007050     MOVE WS-SURVIVOR-IMAGE   TO RML-SURVIVOR-BEFORE.
007051     IF WS-MERGE-FAILED
007052         MOVE "I"             TO RML-MERGE-RESULT
007053     ELSE
007054         MOVE "C"             TO RML-MERGE-RESULT
007055     END-IF.
007060     WRITE RMRGLOG-RECORD.
007070     IF NOT WS-RMRGLOG-OK
007080         DISPLAY "RECIP-MAINT: UNABLE TO WRITE MERGE LOG, "
007090             "STATUS = " WS-RMRGLOG-STATUS
007100         MOVE 8 TO RETURN-CODE
007110     END-IF.
007120 9000-EXIT.
007130     EXIT.
007140
007150******************************************************************
007160* End of program                                                *
007170******************************************************************
