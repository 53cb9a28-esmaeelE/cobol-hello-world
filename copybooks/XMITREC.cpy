000020* Copybook:    XMITREC                                           *
000030* Purpose:     Record layout for the TRANSMIT-LOG file.  One     *
000040*              record per extract transmitted, keyed by run     *
000050*              date, mode and piece, carrying the detail count  *
000060*              and hash total from the trailer HELLO-WORLD      *
000070*              cut.  Written unacknowledged by HELLO-WORLD,     *
000080*              marked acknowledged by EXTRACT-ACK when the      *
000090*              acknowledgment reconciles; XMIT-AGING lists      *
000100*              whatever downstream has gone silent about.       *
000110* Used by:     HELLO-WORLD, EXTRACT-ACK, XMIT-AGING,             *
000111*              BATCH-STATUS                                      *
000120*                                                                *
000130* Modification History:                                         *
000140*   2026-09-02  JHM  Initial version.                            *
000141*   2026-10-15  JHM  Added the piece number to the key - a date  *
000142*                    completed in more than one region-scoped    *
000143*                    piece transmits one extract per piece, each *
000144*                    logged and acknowledged on its own.  A date *
000145*                    run in one piece logs piece 01.             *
000150******************************************************************
000160
000170 01  XMITREC-RECORD.
000180     05  XMT-KEY.
000190         10  XMT-RUN-DATE            PIC X(08).
000200         10  XMT-RUN-MODE            PIC X(04).
000201         10  XMT-PIECE-NO            PIC 9(02).
000210     05  XMT-STATUS-FLAG             PIC X(01).
000220         88  XMT-UNACKNOWLEDGED              VALUE "U".
000230         88  XMT-ACKNOWLEDGED                VALUE "A".
