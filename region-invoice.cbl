000150*              of the month's extract trailer counts, so a       *
000160*              truncated or double-loaded day surfaces here      *
000170*              instead of on a regional office's bill.           *
000171*              Every invoice is numbered and recorded on the     *
000172*              INVOICE-REGISTER.  A month already billed is      *
000173*              refused unless a supplementary run is asked for,  *
000174*              which bills each region only for the volume added *
000175*              since, on a supplementary invoice referencing the *
000176*              original.                                         *
000180* Language:    COBOL (GnuCOBOL, fixed format)                    *
000190*                                                                *
000200* Run-time parameters (environment):                             *
000210*   BILLING-MONTH  the month to bill, YYYYMM; required.          *
000211*   SUPPLEMENTARY  Y bills a month already billed for the volume *
000212*                  added to it since; default N.                 *
000220*                                                                *
000230* Modification History:                                         *
000240*   2026-09-02  JHM  Initial version.                            *
000290*                    scan stopped by a table overflow no longer  *
000300*                    prints invoices or cuts the AR extract      *
000310*                    from a partial scan.                        *
000311*   2026-10-15  JHM  Each invoice page is now addressed from the *
000312*                    REGION-MASTER - office name, mailing address*
000313*                    and billing contact - instead of the bare   *
000314*                    region code; a region not on the master is  *
000315*                    flagged on its page with a warning return   *
000316*                    code.                                       *
000317*   2026-10-15  JHM  Extract records are now 80 bytes - details  *
000318*                    carry region, recipient ID, sequence number *
000319*                    and language.                               *
000320*   2026-10-15  JHM  Invoices are now numbered and recorded on   *
000321*                    the INVOICE-REGISTER.  A month already      *
000322*                    billed is refused unless SUPPLEMENTARY=Y,   *
000323*                    which bills only the volume added since on  *
000324*                    a supplementary invoice referencing the     *
000325*                    original.  The AR extract is now 60 bytes   *
000326*                    and is not cut for a refused run.           *
000327*   2026-10-15  JHM  A region subtotal record with no volume is  *
000328*                    not billed, so it draws no invoice number.  *
000329*                    A failed INVOICE-REGISTER read or update    *
000330*                    now stops the run rather than issuing more  *
000331*                    invoice numbers.                            *
000332******************************************************************
000333
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID.             REGION-INVOICE.
000360 AUTHOR.                 J. H. MARCHETTI.
000570            ACCESS MODE IS SEQUENTIAL
000580            RECORD KEY IS RTM-KEY
000590            FILE STATUS IS WS-RATEMST-STATUS.
000591
000592     SELECT REGION-MASTER   ASSIGN TO RGNMSTR
000593            ORGANIZATION IS INDEXED
000594            ACCESS MODE IS RANDOM
000595            RECORD KEY IS RGM-REGION-CODE
000596            FILE STATUS IS WS-RGNMSTR-STATUS.
000600
000610     SELECT INVOICE-REPORT  ASSIGN TO INVRPT
000620            ORGANIZATION IS LINE SEQUENTIAL
000650     SELECT INVOICE-EXTRACT ASSIGN TO INVEXTR
000660            ORGANIZATION IS SEQUENTIAL
000670            FILE STATUS IS WS-INVEXT-STATUS.
000671
000672     SELECT INVOICE-REGISTER ASSIGN TO INVREGST
000673            ORGANIZATION IS INDEXED
000674            ACCESS MODE IS DYNAMIC
000675            RECORD KEY IS INR-KEY
000676            FILE STATUS IS WS-INVREG-STATUS.
000680
000690******************************************************************
000700* DATA DIVISION                                                  *
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  BILLING-EXTRACTS
000750     RECORD CONTAINS 80 CHARACTERS
000760     RECORDING MODE IS F.
000770 COPY GREXTRC.
000780
000790 FD  RATE-MASTER.
000800 COPY RATEMST.
000801
000802 FD  REGION-MASTER.
000803 COPY RGNMSTR.
000810
000820 FD  INVOICE-REPORT
000830     RECORD CONTAINS 80 CHARACTERS
000850 01  INVRPT-PRINT-LINE       PIC X(80).
000860
000870 FD  INVOICE-EXTRACT
000880     RECORD CONTAINS 60 CHARACTERS
000890     RECORDING MODE IS F.
000900 COPY INVEXTR.
000901
000902 FD  INVOICE-REGISTER.
000903 COPY INVREG.
000910
000920 WORKING-STORAGE SECTION.
000930******************************************************************
000980
000990 01  WS-RATEMST-STATUS       PIC X(02).
001000     88  WS-RATEMST-OK                VALUE "00".
001001
001002 01  WS-RGNMSTR-STATUS       PIC X(02).
001003     88  WS-RGNMSTR-OK                VALUE "00".
001010
001020 01  WS-INVRPT-STATUS        PIC X(02).
001030     88  WS-INVRPT-OK                 VALUE "00".
001040
001050 01  WS-INVEXT-STATUS        PIC X(02).
001060     88  WS-INVEXT-OK                 VALUE "00".
001061
001062 01  WS-INVREG-STATUS        PIC X(02).
001063     88  WS-INVREG-OK                 VALUE "00".
001064     88  WS-INVREG-NOT-FOUND          VALUE "35".
001070
001080 01  WS-EOF-SWITCH            PIC X(01) VALUE "N".
001090     88  WS-END-OF-EXTRACTS           VALUE "Y".
001130
001140 01  WS-IN-MONTH-SWITCH       PIC X(01) VALUE "N".
001150     88  WS-IN-MONTH                  VALUE "Y".
001151
001152 01  WS-REGISTER-EOF-SWITCH   PIC X(01) VALUE "N".
001153     88  WS-END-OF-REGISTER           VALUE "Y".
001154
001155 01  WS-INVEXT-OPEN-SWITCH    PIC X(01) VALUE "N".
001156     88  WS-INVEXT-OPEN               VALUE "Y".
001160
001170******************************************************************
001180* Billing month and scan work areas                              *
001240 01  WS-MONTH-VOLUME          PIC 9(09) VALUE ZERO.
001250 01  WS-TRAILER-VOLUME        PIC 9(09) VALUE ZERO.
001260 01  WS-GRAND-AMOUNT          PIC 9(11)V99 VALUE ZERO.
001261 01  WS-SUPPLEMENTARY-PARM    PIC X(01) VALUE "N".
001262     88  WS-SUPPLEMENTARY-RUN         VALUE "Y".
001263 01  WS-BILLED-REGION-COUNT   PIC 9(02) VALUE ZERO.
001264 01  WS-LAST-INVOICE-NO       PIC 9(08) VALUE ZERO.
001265 01  WS-INVOICES-ISSUED       PIC 9(04) VALUE ZERO.
001266 01  WS-RUN-BILLED-VOLUME     PIC 9(09) VALUE ZERO.
001267 01  WS-RUN-BILLED-AMOUNT     PIC 9(11)V99 VALUE ZERO.
001270
001280******************************************************************
001290* Rate table - the whole effective-dated rate master is loaded   *
001500******************************************************************
001510* Billing table - one entry per region billed, with one daily    *
001520* line per region subtotal record taken from the month's         *
001530* extracts, and the invoice being issued for the region in hand. *
001540******************************************************************
001550 01  WS-BILL-REGION-COUNT     PIC 9(02) COMP VALUE ZERO.
001560 01  WS-BILL-SUB              PIC 9(02) COMP.
001570 01  WS-BILL-DAY-SUB          PIC 9(02) COMP.
001580 01  WS-BILL-FOUND            PIC X(01).
001581 01  WS-LOCATE-REGION         PIC X(04).
001590 01  WS-BILL-TABLE.
001600     05  WS-BILL-REGION-ENTRY OCCURS 10 TIMES.
001610         10  WS-BLR-CODE         PIC X(04).
001630         10  WS-BLR-VOLUME       PIC 9(09).
001640         10  WS-BLR-AMOUNT       PIC 9(11)V99.
001650         10  WS-BLR-NO-RATE      PIC X(01).
001651         10  WS-BLR-PRIOR-COUNT  PIC 9(02).
001652         10  WS-BLR-PRIOR-VOLUME PIC 9(09).
001653         10  WS-BLR-PRIOR-AMOUNT PIC 9(11)V99.
001654         10  WS-BLR-ORIGINAL-NO  PIC 9(08).
001660         10  WS-BLR-DAY-ENTRY OCCURS 31 TIMES.
001670             15  WS-BLD-DATE     PIC X(08).
001680             15  WS-BLD-VOLUME   PIC 9(08).
001690             15  WS-BLD-RATE     PIC 9(03)V99.
001700             15  WS-BLD-AMOUNT   PIC 9(09)V99.
001701 01  WS-INVOICE-NO            PIC 9(08).
001702 01  WS-INVOICE-TYPE          PIC X(01).
001703     88  WS-INVOICE-ORIGINAL          VALUE "O".
001704     88  WS-INVOICE-SUPPLEMENT        VALUE "S".
001705     88  WS-NOTHING-TO-BILL           VALUE "N".
001706     88  WS-BELOW-INVOICED            VALUE "X".
001707 01  WS-BILL-VOLUME           PIC 9(09).
001708 01  WS-BILL-AMOUNT           PIC 9(11)V99.
001709 01  WS-BILL-RATE             PIC 9(03)V99.
001710
001720******************************************************************
001730* Print work areas                                              *
001890         VALUE "INVOICE FOR REGIONAL OFFICE ".
001900     05  WS-RGH-CODE             PIC X(04).
001910     05  FILLER                  PIC X(48) VALUE SPACES.
001911
001912 01  WS-ADDRESS-LINE.
001913     05  FILLER                  PIC X(02) VALUE SPACES.
001914     05  WS-ADL-LABEL            PIC X(06).
001915     05  WS-ADL-TEXT             PIC X(30).
001916     05  FILLER                  PIC X(42) VALUE SPACES.
001920
001930 01  WS-DAY-COLUMN-HEADING.
001940     05  FILLER                  PIC X(10) VALUE "  RUN DATE".
002080     05  FILLER                  PIC X(02) VALUE SPACES.
002090     05  WS-DYL-AMOUNT           PIC ZZZZZZZZ9.99.
002100     05  FILLER                  PIC X(36) VALUE SPACES.
002101
002102 01  WS-INVOICE-LINE.
002103     05  WS-INL-LABEL            PIC X(24).
002104     05  WS-INL-NUMBER           PIC 9(08).
002105     05  WS-INL-REF-LABEL        PIC X(14).
002106     05  WS-INL-REF-NUMBER       PIC X(08).
002107     05  FILLER                  PIC X(26) VALUE SPACES.
002110
002120 01  WS-TOTAL-LINE.
002130     05  WS-TOT-LABEL            PIC X(12).
002320         GO TO 0000-EXIT
002330     END-IF.
002340     PERFORM 2000-SCAN-EXTRACTS THRU 2000-EXIT.
002341     IF RETURN-CODE NOT = 16
002342         PERFORM 4000-CHECK-REGISTER THRU 4000-EXIT
002343     END-IF.
002344     IF RETURN-CODE NOT = 16
002345         PERFORM 1200-OPEN-INVOICE-EXTRACT THRU 1200-EXIT
002346     END-IF.
002350     IF RETURN-CODE NOT = 16
002360         PERFORM 5000-INVOICE-OUTPUT THRU 5000-EXIT
002370     END-IF.
002560         GO TO 1000-EXIT
002570     END-IF.
002580     MOVE WS-BILLING-MONTH TO WS-HDG-MONTH.
002581     ACCEPT WS-SUPPLEMENTARY-PARM FROM ENVIRONMENT "SUPPLEMENTARY"
002582         ON EXCEPTION
002583             MOVE "N" TO WS-SUPPLEMENTARY-PARM
002584     END-ACCEPT.
002585     IF WS-SUPPLEMENTARY-PARM NOT = "Y" AND NOT = "N"
002586         DISPLAY "REGION-INVOICE: SUPPLEMENTARY MUST BE Y OR N"
002587         MOVE 16 TO RETURN-CODE
002588         GO TO 1000-EXIT
002589     END-IF.
002590
002600     OPEN INPUT BILLING-EXTRACTS.
002610     IF NOT WS-BILLEXT-OK
002760     PERFORM 1100-LOAD-ONE-RATE THRU 1100-EXIT
002770         UNTIL WS-END-OF-RATES.
002780     CLOSE RATE-MASTER.
002781
002782     OPEN INPUT REGION-MASTER.
002783     IF NOT WS-RGNMSTR-OK
002784         DISPLAY "REGION-INVOICE: UNABLE TO OPEN REGION-MASTER, "
002785             "STATUS = " WS-RGNMSTR-STATUS
002786         MOVE 16 TO RETURN-CODE
002787         CLOSE BILLING-EXTRACTS
002788         GO TO 1000-EXIT
002789     END-IF.
002790
002800     OPEN OUTPUT INVOICE-REPORT.
002810     IF NOT WS-INVRPT-OK
002830             "STATUS = " WS-INVRPT-STATUS
002840         MOVE 16 TO RETURN-CODE
002850         CLOSE BILLING-EXTRACTS
002851         CLOSE REGION-MASTER
002860         GO TO 1000-EXIT
002870     END-IF.
002880
002890     OPEN I-O INVOICE-REGISTER.
002891     IF WS-INVREG-NOT-FOUND
002892         OPEN OUTPUT INVOICE-REGISTER
002893         CLOSE INVOICE-REGISTER
002894         OPEN I-O INVOICE-REGISTER
002895     END-IF.
002896     IF NOT WS-INVREG-OK
002897         DISPLAY "REGION-INVOICE: UNABLE TO OPEN INVOICE-"
002898             "REGISTER, STATUS = " WS-INVREG-STATUS
002930         MOVE 16 TO RETURN-CODE
002940         CLOSE BILLING-EXTRACTS
002941         CLOSE REGION-MASTER
002950         CLOSE INVOICE-REPORT
002960         GO TO 1000-EXIT
002970     END-IF.
002971     PERFORM 1300-READ-REGISTER-CONTROL THRU 1300-EXIT.
002972     IF RETURN-CODE = 16
002973         CLOSE BILLING-EXTRACTS
002974         CLOSE REGION-MASTER
002975         CLOSE INVOICE-REPORT
002976         CLOSE INVOICE-REGISTER
002977     END-IF.
002980 1000-EXIT.
002990     EXIT.
003000
003970*                           and accumulate the region and grand  *
003980*                           totals.  A region with no effective  *
003990*                           rate is flagged and the run ends     *
004000*                           with a warning return code.  A       *
004001*                           subtotal with no volume bills        *
004002*                           nothing and opens no billing entry.  *
004010******************************************************************
004020 3000-BILL-REGION-VOLUME.
004021     IF EXT-RGN-RECORD-COUNT = ZERO
004022         GO TO 3000-EXIT
004023     END-IF.
004024     MOVE EXT-RGN-REGION-CODE TO WS-LOCATE-REGION.
004030     PERFORM 3100-LOCATE-BILL-REGION THRU 3100-EXIT.
004040     IF RETURN-CODE = 16
004050         GO TO 3000-EXIT
004400
004410******************************************************************
004420* 3100-LOCATE-BILL-REGION - find (or add) the billing-table      *
004430*                           entry for the region in the locate   *
004440*                           work area and leave its subscript    *
004450*                           in WS-BILL-SUB.                      *
004460******************************************************************
004470 3100-LOCATE-BILL-REGION.
004480     MOVE "N" TO WS-BILL-FOUND.
004570     IF WS-BILL-REGION-COUNT < 10
004580         ADD 1 TO WS-BILL-REGION-COUNT
004590         MOVE WS-BILL-REGION-COUNT TO WS-BILL-SUB
004600         MOVE WS-LOCATE-REGION TO WS-BLR-CODE (WS-BILL-SUB)
004610         MOVE ZERO TO WS-BLR-DAY-COUNT (WS-BILL-SUB)
004620         MOVE ZERO TO WS-BLR-VOLUME (WS-BILL-SUB)
004630         MOVE ZERO TO WS-BLR-AMOUNT (WS-BILL-SUB)
004640         MOVE "N" TO WS-BLR-NO-RATE (WS-BILL-SUB)
004641         MOVE ZERO TO WS-BLR-PRIOR-COUNT (WS-BILL-SUB)
004642         MOVE ZERO TO WS-BLR-PRIOR-VOLUME (WS-BILL-SUB)
004643         MOVE ZERO TO WS-BLR-PRIOR-AMOUNT (WS-BILL-SUB)
004644         MOVE ZERO TO WS-BLR-ORIGINAL-NO (WS-BILL-SUB)
004650     ELSE
004660         DISPLAY "REGION-INVOICE: MORE REGIONS THAN THE "
004670             "BILLING TABLE HOLDS - RUN STOPPED"
004750*                         the region being located.              *
004760******************************************************************
004770 3110-SCAN-BILL-REGION.
004780     IF WS-BLR-CODE (WS-BILL-SUB) = WS-LOCATE-REGION
004790         MOVE "Y" TO WS-BILL-FOUND
004800     END-IF.
004810 3110-EXIT.
005210*                       write the invoice extract records for    *
005220*                       accounts receivable, and reconcile the   *
005230*                       grand total billed back to the sum of    *
005240*                       the month's extract trailer counts.  A   *
005241*                       failed INVOICE-REGISTER update stops the *
005242*                       run before the next region is invoiced.  *
005250******************************************************************
005260 5000-INVOICE-OUTPUT.
005270     PERFORM 5100-INVOICE-ONE-REGION THRU 5100-EXIT
005280         VARYING WS-BILL-SUB FROM 1 BY 1
005290         UNTIL WS-BILL-SUB > WS-BILL-REGION-COUNT
005291            OR RETURN-CODE = 16.
005292     IF RETURN-CODE = 16
005293         DISPLAY "REGION-INVOICE: INVOICE-REGISTER NOT UPDATED - "
005294             "INVOICING STOPPED"
005295         GO TO 5000-EXIT
005296     END-IF.
005300     PERFORM 5200-GRAND-TOTALS THRU 5200-EXIT.
005310 5000-EXIT.
005320     EXIT.
005330
005340******************************************************************
005350* 5100-INVOICE-ONE-REGION - print one regional office's invoice  *
005360*                           page, write its extract records and  *
005361*                           record the invoice on the register.  *
005370******************************************************************
005380 5100-INVOICE-ONE-REGION.
005390     MOVE WS-HEADING-1 TO INVRPT-PRINT-LINE.
005430     MOVE WS-BLR-CODE (WS-BILL-SUB) TO WS-RGH-CODE.
005440     MOVE WS-REGION-HEADING TO INVRPT-PRINT-LINE.
005450     WRITE INVRPT-PRINT-LINE AFTER ADVANCING 1 LINE.
005451     PERFORM 5120-PRINT-REGION-ADDRESS THRU 5120-EXIT.
005452     MOVE SPACES TO INVRPT-PRINT-LINE.
005453     WRITE INVRPT-PRINT-LINE AFTER ADVANCING 1 LINE.
005454     PERFORM 5130-ISSUE-INVOICE THRU 5130-EXIT.
005460     MOVE WS-DAY-COLUMN-HEADING TO INVRPT-PRINT-LINE.
005470     WRITE INVRPT-PRINT-LINE AFTER ADVANCING 1 LINE.
005480     PERFORM 5110-INVOICE-ONE-DAY THRU 5110-EXIT
005620             MOVE 8 TO RETURN-CODE
005630         END-IF
005640     END-IF.
005641     PERFORM 5140-CLOSE-INVOICE THRU 5140-EXIT.
005650 5100-EXIT.
005660     EXIT.
005670
005680******************************************************************
005690* 5110-INVOICE-ONE-DAY - print one daily billing line and, on    *
005700*                        an original invoice, write its invoice  *
005701*                        extract record.                         *
005710******************************************************************
005720 5110-INVOICE-ONE-DAY.
005730     MOVE SPACES TO WS-DAY-LINE.
005810         TO WS-DYL-AMOUNT.
005820     MOVE WS-DAY-LINE TO INVRPT-PRINT-LINE.
005830     WRITE INVRPT-PRINT-LINE AFTER ADVANCING 1 LINE.
005831     IF NOT WS-INVOICE-ORIGINAL
005832         GO TO 5110-EXIT
005833     END-IF.
005840     MOVE SPACES TO INVEXTR-RECORD.
005850     MOVE WS-BLR-CODE (WS-BILL-SUB) TO INV-REGION-CODE.
005860     MOVE WS-BILLING-MONTH TO INV-BILLING-MONTH.
005920         TO INV-RATE.
005930     MOVE WS-BLD-AMOUNT (WS-BILL-SUB WS-BILL-DAY-SUB)
005940         TO INV-AMOUNT.
005941     MOVE WS-INVOICE-NO TO INV-INVOICE-NO.
005942     MOVE "O" TO INV-INVOICE-TYPE.
005943     MOVE ZERO TO INV-ORIGINAL-INVOICE-NO.
005950     WRITE INVEXTR-RECORD.
005960 5110-EXIT.
005970     EXIT.
006350     MOVE WS-GRAND-AMOUNT TO WS-TOT-AMOUNT.
006360     MOVE WS-TOTAL-LINE TO INVRPT-PRINT-LINE.
006370     WRITE INVRPT-PRINT-LINE AFTER ADVANCING 1 LINE.
006371     MOVE SPACES TO WS-TOTAL-LINE.
006372     MOVE "  THIS RUN  " TO WS-TOT-LABEL.
006373     MOVE WS-RUN-BILLED-VOLUME TO WS-TOT-VOLUME.
006374     MOVE WS-RUN-BILLED-AMOUNT TO WS-TOT-AMOUNT.
006375     MOVE WS-TOTAL-LINE TO INVRPT-PRINT-LINE.
006376     WRITE INVRPT-PRINT-LINE AFTER ADVANCING 1 LINE.
006380     IF WS-MONTH-VOLUME = WS-TRAILER-VOLUME
006390         MOVE "  VOLUMES RECONCILE WITH THE TRAILERS"
006400             TO INVRPT-PRINT-LINE
006570     DISPLAY "REGION-INVOICE: EXTRACTS BILLED = "
006580         WS-EXTRACTS-IN-MONTH
006590         ", VOLUME = " WS-MONTH-VOLUME
006600         ", INVOICES = " WS-INVOICES-ISSUED
006601         ", RC = " RETURN-CODE.
006610     CLOSE BILLING-EXTRACTS.
006620     CLOSE INVOICE-REPORT.
006630     CLOSE INVOICE-REGISTER.
006631     CLOSE REGION-MASTER.
006632     IF WS-INVEXT-OPEN
006633         CLOSE INVOICE-EXTRACT
006634     END-IF.
006640 8000-EXIT.
006650     EXIT.
006660
006670******************************************************************
006680* 5120-PRINT-REGION-ADDRESS - address the invoice page from the  *
006690*                             REGION-MASTER: office name,        *
006700*                             mailing address and billing        *
006710*                             contact.  A region not on the      *
006720*                             master is flagged on its page and  *
006730*                             the run ends with a warning.       *
006740******************************************************************
006750 5120-PRINT-REGION-ADDRESS.
006760     MOVE WS-BLR-CODE (WS-BILL-SUB) TO RGM-REGION-CODE.
006770     READ REGION-MASTER
006780         INVALID KEY
006790             MOVE "  *** REGION NOT ON REGION MASTER - NOT "
006800                 & "ADDRESSED" TO INVRPT-PRINT-LINE
006810             WRITE INVRPT-PRINT-LINE AFTER ADVANCING 1 LINE
006820             IF RETURN-CODE = ZERO
006830                 MOVE 4 TO RETURN-CODE
006840             END-IF
006850             GO TO 5120-EXIT
006860     END-READ.
006870     MOVE SPACES TO WS-ADL-LABEL.
006880     MOVE RGM-OFFICE-NAME TO WS-ADL-TEXT.
006890     MOVE WS-ADDRESS-LINE TO INVRPT-PRINT-LINE.
006900     WRITE INVRPT-PRINT-LINE AFTER ADVANCING 1 LINE.
006910     MOVE RGM-ADDRESS-LINE-1 TO WS-ADL-TEXT.
006920     MOVE WS-ADDRESS-LINE TO INVRPT-PRINT-LINE.
006930     WRITE INVRPT-PRINT-LINE AFTER ADVANCING 1 LINE.
006940     IF RGM-ADDRESS-LINE-2 NOT = SPACES
006950         MOVE RGM-ADDRESS-LINE-2 TO WS-ADL-TEXT
006960         MOVE WS-ADDRESS-LINE TO INVRPT-PRINT-LINE
006970         WRITE INVRPT-PRINT-LINE AFTER ADVANCING 1 LINE
006980     END-IF.
006990     MOVE RGM-CITY-STATE-ZIP TO WS-ADL-TEXT.
007000     MOVE WS-ADDRESS-LINE TO INVRPT-PRINT-LINE.
007010     WRITE INVRPT-PRINT-LINE AFTER ADVANCING 1 LINE.
007020     MOVE "ATTN: " TO WS-ADL-LABEL.
007030     MOVE RGM-BILLING-CONTACT TO WS-ADL-TEXT.
007040     MOVE WS-ADDRESS-LINE TO INVRPT-PRINT-LINE.
007050     WRITE INVRPT-PRINT-LINE AFTER ADVANCING 1 LINE.
007060 5120-EXIT.
007070     EXIT.
007080
007090******************************************************************
007100* 1200-OPEN-INVOICE-EXTRACT - open the accounts receivable       *
007110*                             extract once the register check    *
007120*                             has passed, so a refused run does  *
007130*                             not cut one.                       *
007140******************************************************************
007150 1200-OPEN-INVOICE-EXTRACT.
007160     OPEN OUTPUT INVOICE-EXTRACT.
007170     IF NOT WS-INVEXT-OK
007180         DISPLAY "REGION-INVOICE: UNABLE TO OPEN INVEXTR, "
007190             "STATUS = " WS-INVEXT-STATUS
007200         MOVE 16 TO RETURN-CODE
007210         GO TO 1200-EXIT
007220     END-IF.
007230     MOVE "Y" TO WS-INVEXT-OPEN-SWITCH.
007240 1200-EXIT.
007250     EXIT.
007260
007270******************************************************************
007280* 1300-READ-REGISTER-CONTROL - pick up the last invoice number   *
007290*                              assigned from the register's      *
007300*                              control record.  A new register   *
007310*                              has none and starts from zero; a  *
007311*                              control record that cannot be     *
007312*                              read stops the run.               *
007320******************************************************************
007330 1300-READ-REGISTER-CONTROL.
007340     MOVE "*CTL00000000" TO INC-KEY.
007350     READ INVOICE-REGISTER
007360         INVALID KEY
007370             MOVE ZERO TO WS-LAST-INVOICE-NO
007380             GO TO 1300-EXIT
007390     END-READ.
007391     IF NOT WS-INVREG-OK
007392         DISPLAY "REGION-INVOICE: UNABLE TO READ "
007393             "INVOICE-REGISTER CONTROL RECORD, STATUS = "
007394             WS-INVREG-STATUS
007395         MOVE 16 TO RETURN-CODE
007396         GO TO 1300-EXIT
007397     END-IF.
007400     MOVE INC-LAST-INVOICE-NO TO WS-LAST-INVOICE-NO.
007410 1300-EXIT.
007420     EXIT.
007430
007440******************************************************************
007450* 4000-CHECK-REGISTER - total what the register already holds    *
007460*                       invoiced for the billing month, region   *
007470*                       by region.  A regular run for a month    *
007480*                       that is already billed is refused, as is *
007490*                       a supplementary run for a month that has *
007500*                       never been billed.                       *
007510******************************************************************
007520 4000-CHECK-REGISTER.
007530     MOVE LOW-VALUES TO INR-KEY.
007540     START INVOICE-REGISTER KEY NOT LESS THAN INR-KEY
007550         INVALID KEY
007560             MOVE "Y" TO WS-REGISTER-EOF-SWITCH
007570     END-START.
007580     PERFORM 4100-TALLY-ONE-INVOICE THRU 4100-EXIT
007590         UNTIL WS-END-OF-REGISTER
007600            OR RETURN-CODE = 16.
007610     IF RETURN-CODE = 16
007620         GO TO 4000-EXIT
007630     END-IF.
007640     IF WS-SUPPLEMENTARY-RUN
007650         IF WS-BILLED-REGION-COUNT = ZERO
007660             PERFORM 4300-REFUSE-SUPPLEMENT THRU 4300-EXIT
007670         END-IF
007680     ELSE
007690         IF WS-BILLED-REGION-COUNT > ZERO
007700             PERFORM 4200-REFUSE-REBILL THRU 4200-EXIT
007710         END-IF
007720     END-IF.
007730 4000-EXIT.
007740     EXIT.
007750
007760******************************************************************
007770* 4100-TALLY-ONE-INVOICE - read the next register record and, if *
007780*                          it is an invoice for the billing      *
007790*                          month, add it to its region's totals  *
007800*                          already invoiced.  A region billed    *
007810*                          before but missing from this month's  *
007820*                          extracts is added to the billing      *
007830*                          table with no current volume.         *
007840******************************************************************
007850 4100-TALLY-ONE-INVOICE.
007860     READ INVOICE-REGISTER NEXT RECORD
007870         AT END
007880             MOVE "Y" TO WS-REGISTER-EOF-SWITCH
007890             GO TO 4100-EXIT
007900     END-READ.
007910     IF INR-REGION-CODE = "*CTL"
007920        OR INR-BILLING-MONTH NOT = WS-BILLING-MONTH
007930         GO TO 4100-EXIT
007940     END-IF.
007950     MOVE INR-REGION-CODE TO WS-LOCATE-REGION.
007960     PERFORM 3100-LOCATE-BILL-REGION THRU 3100-EXIT.
007970     IF RETURN-CODE = 16
007980         GO TO 4100-EXIT
007990     END-IF.
008000     IF WS-BLR-PRIOR-COUNT (WS-BILL-SUB) = ZERO
008010         ADD 1 TO WS-BILLED-REGION-COUNT
008020     END-IF.
008030     ADD 1 TO WS-BLR-PRIOR-COUNT (WS-BILL-SUB).
008040     ADD INR-VOLUME TO WS-BLR-PRIOR-VOLUME (WS-BILL-SUB).
008050     ADD INR-AMOUNT TO WS-BLR-PRIOR-AMOUNT (WS-BILL-SUB).
008060     IF INR-ORIGINAL
008070         MOVE INR-INVOICE-NO TO WS-BLR-ORIGINAL-NO (WS-BILL-SUB)
008080     END-IF.
008090 4100-EXIT.
008100     EXIT.
008110
008120******************************************************************
008130* 4200-REFUSE-REBILL - refuse a regular run for a month already  *
008140*                      billed, listing the original invoice of   *
008150*                      each region billed on the report.         *
008160******************************************************************
008170 4200-REFUSE-REBILL.
008180     DISPLAY "REGION-INVOICE: BILLING MONTH " WS-BILLING-MONTH
008190         " IS ALREADY BILLED - RUN REFUSED".
008200     DISPLAY "REGION-INVOICE: SET SUPPLEMENTARY=Y TO BILL VOLUME "
008210         "ADDED TO THE MONTH SINCE".
008220     MOVE WS-HEADING-1 TO INVRPT-PRINT-LINE.
008230     WRITE INVRPT-PRINT-LINE AFTER ADVANCING PAGE.
008240     MOVE SPACES TO INVRPT-PRINT-LINE.
008250     WRITE INVRPT-PRINT-LINE AFTER ADVANCING 1 LINE.
008260     MOVE "*** BILLING MONTH ALREADY BILLED - RUN REFUSED"
008270         TO INVRPT-PRINT-LINE.
008280     WRITE INVRPT-PRINT-LINE AFTER ADVANCING 1 LINE.
008290     MOVE "    SET SUPPLEMENTARY=Y TO BILL VOLUME ADDED SINCE"
008300         TO INVRPT-PRINT-LINE.
008310     WRITE INVRPT-PRINT-LINE AFTER ADVANCING 1 LINE.
008320     MOVE SPACES TO INVRPT-PRINT-LINE.
008330     WRITE INVRPT-PRINT-LINE AFTER ADVANCING 1 LINE.
008340     PERFORM 4210-LIST-BILLED-REGION THRU 4210-EXIT
008350         VARYING WS-BILL-SUB FROM 1 BY 1
008360         UNTIL WS-BILL-SUB > WS-BILL-REGION-COUNT.
008370     MOVE 16 TO RETURN-CODE.
008380 4200-EXIT.
008390     EXIT.
008400
008410******************************************************************
008420* 4210-LIST-BILLED-REGION - print the original invoice of one    *
008430*                           region already billed for the month. *
008440******************************************************************
008450 4210-LIST-BILLED-REGION.
008460     IF WS-BLR-PRIOR-COUNT (WS-BILL-SUB) = ZERO
008470         GO TO 4210-EXIT
008480     END-IF.
008490     MOVE SPACES TO WS-INVOICE-LINE.
008500     MOVE "  ORIGINAL INVOICE NO. " TO WS-INL-LABEL.
008510     MOVE WS-BLR-ORIGINAL-NO (WS-BILL-SUB) TO WS-INL-NUMBER.
008520     MOVE "  FOR REGION  " TO WS-INL-REF-LABEL.
008530     MOVE WS-BLR-CODE (WS-BILL-SUB) TO WS-INL-REF-NUMBER.
008540     MOVE WS-INVOICE-LINE TO INVRPT-PRINT-LINE.
008550     WRITE INVRPT-PRINT-LINE AFTER ADVANCING 1 LINE.
008560 4210-EXIT.
008570     EXIT.
008580
008590******************************************************************
008600* 4300-REFUSE-SUPPLEMENT - refuse a supplementary run for a      *
008610*                          month with nothing on the register -  *
008620*                          its first billing is a regular run.   *
008630******************************************************************
008640 4300-REFUSE-SUPPLEMENT.
008650     DISPLAY "REGION-INVOICE: BILLING MONTH " WS-BILLING-MONTH
008660         " HAS NOT BEEN BILLED - SUPPLEMENTARY RUN REFUSED".
008670     MOVE WS-HEADING-1 TO INVRPT-PRINT-LINE.
008680     WRITE INVRPT-PRINT-LINE AFTER ADVANCING PAGE.
008690     MOVE SPACES TO INVRPT-PRINT-LINE.
008700     WRITE INVRPT-PRINT-LINE AFTER ADVANCING 1 LINE.
008710     MOVE "*** BILLING MONTH NOT YET BILLED - SUPPLEMENTARY RUN "
008720         & "REFUSED" TO INVRPT-PRINT-LINE.
008730     WRITE INVRPT-PRINT-LINE AFTER ADVANCING 1 LINE.
008740     MOVE 16 TO RETURN-CODE.
008750 4300-EXIT.
008760     EXIT.
008770
008780******************************************************************
008790* 5130-ISSUE-INVOICE - decide what the region in hand is billed  *
008800*                      and print its invoice number.  A region   *
008810*                      with nothing on the register gets an      *
008820*                      original invoice for the whole month; one *
008830*                      already invoiced gets a supplementary     *
008840*                      invoice for the volume and amount added   *
008850*                      since, unless nothing has been added or   *
008860*                      the month now falls short of what was     *
008870*                      invoiced.                                 *
008880******************************************************************
008890 5130-ISSUE-INVOICE.
008900     MOVE ZERO TO WS-INVOICE-NO.
008910     MOVE ZERO TO WS-BILL-VOLUME.
008920     MOVE ZERO TO WS-BILL-AMOUNT.
008930     MOVE ZERO TO WS-BILL-RATE.
008940     EVALUATE TRUE
008950         WHEN WS-BLR-PRIOR-COUNT (WS-BILL-SUB) = ZERO
008960             MOVE "O" TO WS-INVOICE-TYPE
008970             MOVE WS-BLR-VOLUME (WS-BILL-SUB) TO WS-BILL-VOLUME
008980             MOVE WS-BLR-AMOUNT (WS-BILL-SUB) TO WS-BILL-AMOUNT
008990         WHEN WS-BLR-VOLUME (WS-BILL-SUB) =
009000              WS-BLR-PRIOR-VOLUME (WS-BILL-SUB)
009010          AND WS-BLR-AMOUNT (WS-BILL-SUB) =
009020              WS-BLR-PRIOR-AMOUNT (WS-BILL-SUB)
009030             MOVE "N" TO WS-INVOICE-TYPE
009040         WHEN WS-BLR-VOLUME (WS-BILL-SUB) NOT >
009050              WS-BLR-PRIOR-VOLUME (WS-BILL-SUB)
009060           OR WS-BLR-AMOUNT (WS-BILL-SUB) <
009070              WS-BLR-PRIOR-AMOUNT (WS-BILL-SUB)
009080             MOVE "X" TO WS-INVOICE-TYPE
009090         WHEN OTHER
009100             MOVE "S" TO WS-INVOICE-TYPE
009110             COMPUTE WS-BILL-VOLUME = WS-BLR-VOLUME (WS-BILL-SUB)
009120                 - WS-BLR-PRIOR-VOLUME (WS-BILL-SUB)
009130             COMPUTE WS-BILL-AMOUNT = WS-BLR-AMOUNT (WS-BILL-SUB)
009140                 - WS-BLR-PRIOR-AMOUNT (WS-BILL-SUB)
009150     END-EVALUATE.
009160     MOVE SPACES TO WS-INVOICE-LINE.
009170     IF WS-INVOICE-ORIGINAL OR WS-INVOICE-SUPPLEMENT
009180         ADD 1 TO WS-LAST-INVOICE-NO
009190         MOVE WS-LAST-INVOICE-NO TO WS-INVOICE-NO
009200         ADD 1 TO WS-INVOICES-ISSUED
009210         ADD WS-BILL-VOLUME TO WS-RUN-BILLED-VOLUME
009220         ADD WS-BILL-AMOUNT TO WS-RUN-BILLED-AMOUNT
009230         IF WS-BILL-VOLUME > ZERO
009240             COMPUTE WS-BILL-RATE ROUNDED =
009250                 WS-BILL-AMOUNT / WS-BILL-VOLUME
009260         END-IF
009270         MOVE WS-INVOICE-NO TO WS-INL-NUMBER
009280     ELSE
009290         MOVE WS-BLR-ORIGINAL-NO (WS-BILL-SUB) TO WS-INL-NUMBER
009300     END-IF.
009310     EVALUATE TRUE
009320         WHEN WS-INVOICE-ORIGINAL
009330             MOVE "  INVOICE NO.          " TO WS-INL-LABEL
009340         WHEN WS-INVOICE-SUPPLEMENT
009350             MOVE "  SUPPLEMENTARY INVOICE" TO WS-INL-LABEL
009360             MOVE "  TO INVOICE  " TO WS-INL-REF-LABEL
009370             MOVE WS-BLR-ORIGINAL-NO (WS-BILL-SUB)
009380                 TO WS-INL-REF-NUMBER
009390         WHEN OTHER
009400             MOVE "  ORIGINAL INVOICE NO. " TO WS-INL-LABEL
009410     END-EVALUATE.
009420     MOVE WS-INVOICE-LINE TO INVRPT-PRINT-LINE.
009430     WRITE INVRPT-PRINT-LINE AFTER ADVANCING 1 LINE.
009440     MOVE SPACES TO INVRPT-PRINT-LINE.
009450     WRITE INVRPT-PRINT-LINE AFTER ADVANCING 1 LINE.
009460 5130-EXIT.
009470     EXIT.
009480
009490******************************************************************
009500* 5140-CLOSE-INVOICE - finish the region's invoice page: on a    *
009510*                      supplementary invoice print what was      *
009520*                      invoiced before and what is billed now,   *
009530*                      note a region with nothing to bill, flag  *
009540*                      one short of what was invoiced, and       *
009550*                      record the invoice issued on the          *
009560*                      register.                                 *
009570******************************************************************
009580 5140-CLOSE-INVOICE.
009590     EVALUATE TRUE
009600         WHEN WS-INVOICE-SUPPLEMENT
009610             MOVE SPACES TO WS-TOTAL-LINE
009620             MOVE "  PRIOR INV " TO WS-TOT-LABEL
009630             MOVE WS-BLR-PRIOR-VOLUME (WS-BILL-SUB)
009631                 TO WS-TOT-VOLUME
009640             MOVE WS-BLR-PRIOR-AMOUNT (WS-BILL-SUB)
009641                 TO WS-TOT-AMOUNT
009650             MOVE WS-TOTAL-LINE TO INVRPT-PRINT-LINE
009660             WRITE INVRPT-PRINT-LINE AFTER ADVANCING 1 LINE
009670             MOVE "  THIS INV  " TO WS-TOT-LABEL
009680             MOVE WS-BILL-VOLUME TO WS-TOT-VOLUME
009690             MOVE WS-BILL-AMOUNT TO WS-TOT-AMOUNT
009700             MOVE WS-TOTAL-LINE TO INVRPT-PRINT-LINE
009710             WRITE INVRPT-PRINT-LINE AFTER ADVANCING 1 LINE
009720             PERFORM 5145-WRITE-SUPPLEMENT-EXTRACT THRU 5145-EXIT
009730         WHEN WS-NOTHING-TO-BILL
009740             MOVE "  NO VOLUME ADDED SINCE INVOICED - NOTHING "
009750                 & "BILLED" TO INVRPT-PRINT-LINE
009760             WRITE INVRPT-PRINT-LINE AFTER ADVANCING 1 LINE
009770         WHEN WS-BELOW-INVOICED
009780             MOVE "  *** MONTH NO LONGER AGREES WITH WHAT WAS "
009790                 & "INVOICED - NOT BILLED" TO INVRPT-PRINT-LINE
009800             WRITE INVRPT-PRINT-LINE AFTER ADVANCING 1 LINE
009810             DISPLAY "REGION-INVOICE: REGION "
009820                 WS-BLR-CODE (WS-BILL-SUB)
009830                 " NO LONGER AGREES WITH WHAT WAS INVOICED - "
009840                 "NOT BILLED"
009850             IF RETURN-CODE < 8
009860                 MOVE 8 TO RETURN-CODE
009870             END-IF
009880         WHEN OTHER
009890             CONTINUE
009900     END-EVALUATE.
009910     IF WS-INVOICE-ORIGINAL OR WS-INVOICE-SUPPLEMENT
009920         PERFORM 5150-REGISTER-INVOICE THRU 5150-EXIT
009930     END-IF.
009940 5140-EXIT.
009950     EXIT.
009960
009970******************************************************************
009980* 5145-WRITE-SUPPLEMENT-EXTRACT - write the single extract       *
009990*                                 record of a supplementary      *
010000*                                 invoice, dated the day billed. *
010010******************************************************************
010020 5145-WRITE-SUPPLEMENT-EXTRACT.
010030     MOVE SPACES TO INVEXTR-RECORD.
010040     MOVE WS-BLR-CODE (WS-BILL-SUB) TO INV-REGION-CODE.
010050     MOVE WS-BILLING-MONTH TO INV-BILLING-MONTH.
010060     MOVE WS-RUN-DATE-8 TO INV-RUN-DATE.
010070     MOVE WS-BILL-VOLUME TO INV-VOLUME.
010080     MOVE WS-BILL-RATE TO INV-RATE.
010090     MOVE WS-BILL-AMOUNT TO INV-AMOUNT.
010100     MOVE WS-INVOICE-NO TO INV-INVOICE-NO.
010110     MOVE "S" TO INV-INVOICE-TYPE.
010120     MOVE WS-BLR-ORIGINAL-NO (WS-BILL-SUB)
010130         TO INV-ORIGINAL-INVOICE-NO.
010140     WRITE INVEXTR-RECORD.
010150 5145-EXIT.
010160     EXIT.
010170
010180******************************************************************
010190* 5150-REGISTER-INVOICE - record the invoice just issued on the  *
010200*                         register under the region's next       *
010210*                         supplement number, and carry the last  *
010220*                         invoice number forward on the control  *
010230*                         record.  The control record is         *
010231*                         written even when the invoice record   *
010232*                         fails, since the number is already on  *
010233*                         the printed invoice and the extract.   *
010240******************************************************************
010250 5150-REGISTER-INVOICE.
010260     MOVE SPACES TO INVREG-RECORD.
010270     MOVE WS-BLR-CODE (WS-BILL-SUB) TO INR-REGION-CODE.
010280     MOVE WS-BILLING-MONTH TO INR-BILLING-MONTH.
010290     MOVE WS-BLR-PRIOR-COUNT (WS-BILL-SUB) TO INR-SUPPLEMENT-NO.
010300     MOVE WS-INVOICE-NO TO INR-INVOICE-NO.
010310     MOVE WS-INVOICE-TYPE TO INR-INVOICE-TYPE.
010320     IF WS-INVOICE-SUPPLEMENT
010330         MOVE WS-BLR-ORIGINAL-NO (WS-BILL-SUB)
010340             TO INR-ORIGINAL-INVOICE-NO
010350     ELSE
010360         MOVE ZERO TO INR-ORIGINAL-INVOICE-NO
010370     END-IF.
010380     MOVE WS-BILL-VOLUME TO INR-VOLUME.
010390     MOVE WS-BILL-RATE TO INR-RATE.
010400     MOVE WS-BILL-AMOUNT TO INR-AMOUNT.
010410     MOVE WS-RUN-DATE-8 TO INR-DATE-BILLED.
010420     WRITE INVREG-RECORD
010430         INVALID KEY
010440             DISPLAY "REGION-INVOICE: UNABLE TO RECORD INVOICE "
010450                 WS-INVOICE-NO " FOR REGION "
010460                 WS-BLR-CODE (WS-BILL-SUB)
010470                 " ON INVOICE-REGISTER, STATUS = "
010471                 WS-INVREG-STATUS
010480             MOVE 16 TO RETURN-CODE
010490     END-WRITE.
010491     IF NOT WS-INVREG-OK AND RETURN-CODE NOT = 16
010492         DISPLAY "REGION-INVOICE: UNABLE TO RECORD INVOICE "
010493             WS-INVOICE-NO " FOR REGION "
010494             WS-BLR-CODE (WS-BILL-SUB)
010495             " ON INVOICE-REGISTER, STATUS = "
010496             WS-INVREG-STATUS
010497         MOVE 16 TO RETURN-CODE
010498     END-IF.
010500     MOVE SPACES TO INVREG-CONTROL-RECORD.
010510     MOVE "*CTL00000000" TO INC-KEY.
010520     MOVE WS-LAST-INVOICE-NO TO INC-LAST-INVOICE-NO.
010530     WRITE INVREG-CONTROL-RECORD
010540         INVALID KEY
010550             REWRITE INVREG-CONTROL-RECORD
010560     END-WRITE.
010561     IF NOT WS-INVREG-OK
010562         DISPLAY "REGION-INVOICE: UNABLE TO CARRY LAST INVOICE "
010563             "NUMBER " WS-LAST-INVOICE-NO " FORWARD ON "
010564             "INVOICE-REGISTER, STATUS = " WS-INVREG-STATUS
010565         MOVE 16 TO RETURN-CODE
010566     END-IF.
010570 5150-EXIT.
010580     EXIT.
010590
010600******************************************************************
010610* End of program                                                *
010620******************************************************************
