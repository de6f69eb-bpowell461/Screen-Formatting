000100*****************************************************************
000200*    BDRPREC.CPY                                                 *
000300*    BUSINESS-DATE RUN STATUS REPORT LINES (BDSTRPT) WRITTEN BY  *
000400*    ANTBDST.  BDRPT-HEAD-LINE NAMES THE STEP COLUMNS IN CHAIN   *
000500*    ORDER.  BDRPT-LINE IS ONE BUSINESS DATE - ONE CELL PER      *
000600*    STEP ('DONE', 'FORCED', 'RC NNNN', 'STARTED', OR '-' FOR    *
000700*    NOT RUN) AND WHERE THE DATE STANDS.  BDRPT-NOTE-LINE        *
000800*    FOLLOWS A DATE FOR EACH STEP LAST RUN BY FORCE, WITH WHAT   *
000900*    IT WAS FORCED PAST.                                         *
001000*                                                                *
001100*    MODIFICATION HISTORY                                        *
001200*    DATE       INIT DESCRIPTION                                 *
001300*    10/15/26   JMH  INITIAL VERSION.                            *
001400*****************************************************************
001500 01  BDRPT-LINE.
001600     05  BDR-BUS-DATE            PIC 9(08).
001700     05  FILLER                  PIC X(02).
001800     05  BDR-STEP-CELL           OCCURS 10 TIMES.
001900         10  BDR-CELL            PIC X(08).
002000         10  FILLER              PIC X(01).
002100     05  FILLER                  PIC X(01).
002200     05  BDR-STANDS-AT           PIC X(30).
002300     05  FILLER                  PIC X(01).
002400*
002500 01  BDRPT-HEAD-LINE.
002600     05  BDH-LABEL               PIC X(10).
002700     05  BDH-STEP-CELL           OCCURS 10 TIMES.
002800         10  BDH-STEP-NAME       PIC X(08).
002900         10  FILLER              PIC X(01).
003000     05  FILLER                  PIC X(01).
003100     05  BDH-STANDS-AT           PIC X(30).
003200     05  FILLER                  PIC X(01).
003300*
003400 01  BDRPT-NOTE-LINE.
003500     05  FILLER                  PIC X(10).
003600     05  BDN-STEP                PIC X(08).
003700     05  FILLER                  PIC X(01).
003800     05  BDN-TEXT                PIC X(11).
003900     05  BDN-REASON              PIC X(40).
004000     05  FILLER                  PIC X(62).
004100*
004200 01  BDRPT-TITLE-LINE.
004300     05  BDT-TEXT                PIC X(60).
004400     05  FILLER                  PIC X(72).
