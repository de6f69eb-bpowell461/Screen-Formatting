000100*****************************************************************
000200*    BRRPREC.CPY                                                 *
000300*    BATCH REGISTRY HISTORY REPORT LINES (BREGRPT) WRITTEN BY    *
000400*    ANTBREG.  BRRPT-LINE IS ONE REGISTERED CAPTURE BATCH, IN    *
000500*    SITE AND SEQUENCE ORDER.  BRRPT-TITLE-LINE HEADS THE REPORT *
000600*    WITH THE SITE ASKED FOR.                                    *
000700*                                                                *
000800*    MODIFICATION HISTORY                                        *
000900*    DATE       INIT DESCRIPTION                                 *
001000*    10/15/26   JMH  INITIAL VERSION.                            *
001100*****************************************************************
001200 01  BRRPT-LINE.
001300     05  BRR-SITE-ID             PIC X(04).
001400     05  FILLER                  PIC X(02).
001500     05  BRR-BATCH-SEQ           PIC ZZZZ9.
001600     05  FILLER                  PIC X(02).
001700     05  BRR-BATCH-ID            PIC X(08).
001800     05  FILLER                  PIC X(02).
001900     05  BRR-CAPTURE-DATE        PIC 9(08).
002000     05  FILLER                  PIC X(02).
002100     05  BRR-LOAD-DATE           PIC 9(08).
002200     05  FILLER                  PIC X(02).
002300     05  BRR-EXPECTED            PIC Z,ZZZ,ZZ9.
002400     05  FILLER                  PIC X(02).
002500     05  BRR-LINES               PIC Z,ZZZ,ZZ9.
002600     05  FILLER                  PIC X(02).
002700     05  BRR-LOADED              PIC Z,ZZZ,ZZ9.
002800     05  FILLER                  PIC X(02).
002900     05  BRR-REJECTED            PIC Z,ZZZ,ZZ9.
003000     05  FILLER                  PIC X(02).
003100     05  BRR-HASH-TOTAL          PIC Z(14)9.
003200     05  FILLER                  PIC X(02).
003300     05  BRR-BALANCE             PIC X(10).
003400     05  FILLER                  PIC X(02).
003500     05  BRR-SEQUENCE            PIC X(15).
003600     05  FILLER                  PIC X(01).
003700*
003800 01  BRRPT-TITLE-LINE.
003900     05  BRT-TEXT                PIC X(40).
004000     05  BRT-SITE-ID             PIC X(04).
004100     05  FILLER                  PIC X(88).
