000100*****************************************************************
000200*    DFRPREC.CPY                                                 *
000300*    DISTRIBUTION REPORT LINES (DISTRPT) WRITTEN BY ANTDFEED.    *
000400*    DFRPT-TITLE-LINE NAMES THE FEED - SEQUENCE, DELTA OR FULL   *
000500*    REFRESH, AND THE JOURNAL WINDOW IT COVERS.  DFRPT-LINE IS   *
000600*    ONE CHANGE SENT ON A DELTA FEED, WITH THE JOURNAL POSITION  *
000700*    IT CAME FROM AND THE USERID THAT MADE IT (A FULL REFRESH    *
000800*    LISTS NO DETAIL LINES).  DFRPT-TOTAL-LINE CARRIES THE       *
000900*    TRAILER COUNTS AND THE TOTALS THE SITES BALANCE TO.         *
001000*                                                                *
001100*    MODIFICATION HISTORY                                        *
001200*    DATE       INIT DESCRIPTION                                 *
001300*    10/15/26   JMH  INITIAL VERSION.                            *
001400*****************************************************************
001500 01  DFRPT-LINE.
001600     05  DFR-JRNL-POS            PIC ZZZ,ZZZ,ZZ9.
001700     05  FILLER                  PIC X(02).
001800     05  DFR-FILE                PIC X(06).
001900     05  FILLER                  PIC X(02).
002000     05  DFR-ACTION              PIC X(07).
002100     05  FILLER                  PIC X(02).
002200     05  DFR-CHG-DATE            PIC 9(08).
002300     05  FILLER                  PIC X(01).
002400     05  DFR-CHG-TIME            PIC 9(08).
002500     05  FILLER                  PIC X(02).
002600     05  DFR-USERID              PIC X(08).
002700     05  FILLER                  PIC X(02).
002800     05  DFR-KEY                 PIC X(60).
002900     05  FILLER                  PIC X(13).
003000*
003100 01  DFRPT-TITLE-LINE.
003200     05  DFT-TEXT                PIC X(30).
003300     05  DFT-FEED-SEQ            PIC ZZZZZZ9.
003400     05  FILLER                  PIC X(02).
003500     05  DFT-FEED-TYPE           PIC X(12).
003600     05  FILLER                  PIC X(02).
003700     05  DFT-WINDOW              PIC X(60).
003800     05  FILLER                  PIC X(19).
003900*
004000 01  DFRPT-TOTAL-LINE.
004100     05  DFL-LABEL               PIC X(40).
004200     05  DFL-COUNT               PIC ZZZ,ZZZ,ZZ9.
004300     05  FILLER                  PIC X(81).
