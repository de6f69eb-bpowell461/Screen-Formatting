000990*                    FOR WORD LOOKUPS SO FALSE MISSES FROM        *
000995*                    CASE/PUNCTUATION ARE VISIBLE.  LRECL         *
000997*                    UNCHANGED AT 126.                            *
000998*    10/15/26   JMH  ADDED RPT-SITE-ID AND RPT-BATCH-ID SO EVERY  *
000999*                    EXCEPTION LINE NAMES THE KEYING SITE AND     *
001000*                    BATCH.  LRECL IS NOW 133.                    *
001001*****************************************************************
001100 01  RPT-LINE.
001200     05  RPT-REC-NBR             PIC ZZZ,ZZZ,ZZ9.
001300     05  FILLER                  PIC X(03)   VALUE SPACES.
001700     05  FILLER                  PIC X(02)   VALUE SPACES.
001800     05  RPT-SOURCE-LINE         PIC X(60).
001850     05  RPT-MATCH-VIA           PIC X(10).
001900     05  FILLER                  PIC X(01)   VALUE SPACES.
002000     05  RPT-SITE-ID             PIC X(04).
002100     05  FILLER                  PIC X(01)   VALUE SPACES.
002200     05  RPT-BATCH-ID            PIC X(08).
