001300*    MODIFICATION HISTORY                                        *
001400*    DATE       INIT DESCRIPTION                                 *
001500*    08/22/26   JMH  INITIAL VERSION.                            *
001510*    10/15/26   JMH  ADDED SUSP-LAST-SITE-ID AND SUSP-LAST-BATCH-*
001520*                    ID - THE SITE AND BATCH OF THE MOST RECENT  *
001530*                    OCCURRENCE OF THE MISS.  RECORD IS NOW 248  *
001540*                    BYTES; ANTSCNV CONVERTS THE EXISTING FILE.  *
001600*****************************************************************
001700 01  SUSP-RECORD.
001800     05  SUSP-KEY.
002400     05  SUSP-FIRST-DATE         PIC 9(08).
002500     05  SUSP-LAST-DATE          PIC 9(08).
002600     05  SUSP-ICHAR              PIC X(12).
002700     05  SUSP-LAST-SITE-ID       PIC X(04).
002800     05  SUSP-LAST-BATCH-ID      PIC X(08).
