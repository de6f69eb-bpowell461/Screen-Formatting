000100*****************************************************************
000200*    SCRPREC.CPY                                                 *
000300*    SITE DATA-QUALITY SCORECARD LINE (SCORERPT) WRITTEN BY      *
000400*    ANTSCORE.  ONE LINE PER CAPTURE SITE SEEN ON THE AUDIT LOG  *
000500*    FOR THE REPORTING WEEK, PLUS A TOTAL LINE: LINES KEYED,     *
000600*    BAD-ICHAR, NO-MATCH, AND NORMALIZED-MATCH COUNTS, EACH      *
000700*    WITH ITS RATE AGAINST LINES KEYED, AND THE RECYCLE ITEMS    *
000800*    THE SITE STILL HAS OUTSTANDING ON RECYFILE.                 *
000810*    SCRPT-TITLE-LINE HEADS THE REPORT WITH THE AUDIT-DATE       *
000820*    WINDOW SCORED.                                              *
000900*                                                                *
001000*    MODIFICATION HISTORY                                        *
001100*    DATE       INIT DESCRIPTION                                 *
001200*    10/15/26   JMH  INITIAL VERSION.                            *
001210*    10/15/26   JMH  ADDED SCRPT-TITLE-LINE.                     *
001300*****************************************************************
001400 01  SCRPT-LINE.
001500     05  SCR-SITE-ID             PIC X(08).
001600     05  FILLER                  PIC X(02)   VALUE SPACES.
001700     05  SCR-LINES-KEYED         PIC ZZZ,ZZZ,ZZ9.
001800     05  FILLER                  PIC X(02)   VALUE SPACES.
001900     05  SCR-BAD-ICHAR           PIC ZZZ,ZZZ,ZZ9.
002000     05  FILLER                  PIC X(01)   VALUE SPACES.
002100     05  SCR-BAD-ICHAR-RATE      PIC ZZ9.99.
002200     05  FILLER                  PIC X(02)   VALUE SPACES.
002300     05  SCR-NO-MATCH            PIC ZZZ,ZZZ,ZZ9.
002400     05  FILLER                  PIC X(01)   VALUE SPACES.
002500     05  SCR-NO-MATCH-RATE       PIC ZZ9.99.
002600     05  FILLER                  PIC X(02)   VALUE SPACES.
002700     05  SCR-NORM-MATCH          PIC ZZZ,ZZZ,ZZ9.
002800     05  FILLER                  PIC X(01)   VALUE SPACES.
002900     05  SCR-NORM-MATCH-RATE     PIC ZZ9.99.
003000     05  FILLER                  PIC X(02)   VALUE SPACES.
003100     05  SCR-RECY-OPEN           PIC ZZZ,ZZZ,ZZ9.
003200     05  FILLER                  PIC X(38)   VALUE SPACES.
003300*
003400 01  SCRPT-TITLE-LINE.
003500     05  SCT-TEXT                PIC X(41).
003600     05  SCT-FROM                PIC X(08).
003700     05  SCT-TO-TEXT             PIC X(04).
003800     05  SCT-TO                  PIC X(08).
003900     05  FILLER                  PIC X(71).
