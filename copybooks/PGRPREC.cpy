000100*****************************************************************
000200*    PGRPREC.CPY                                                 *
000300*    PENDING-CHANGE AGING REPORT LINE (PAGERPT) WRITTEN BY       *
000400*    ANTPAGE.  ONE LINE PER HELD CHANGE STILL OPEN (AWAITING     *
000500*    REVIEW, OR RELEASED BUT NOT YET APPLIED BY ANTPREL) THAT IS *
000600*    AT LEAST THE PARM NUMBER OF DAYS OLD, WITH ITS AGE IN DAYS, *
000700*    WHO MADE IT, AND THE MAKER'S REASON.                        *
000800*                                                                *
000900*    MODIFICATION HISTORY                                        *
001000*    DATE       INIT DESCRIPTION                                 *
001100*    10/15/26   JMH  INITIAL VERSION.                            *
001200*****************************************************************
001300 01  PGRPT-LINE.
001400     05  PGR-MAKE-DATE           PIC 9(08).
001500     05  FILLER                  PIC X(02)   VALUE SPACES.
001600     05  PGR-AGE-DAYS            PIC ZZ,ZZ9.
001700     05  FILLER                  PIC X(02)   VALUE SPACES.
001800     05  PGR-STATUS              PIC X(08).
001900     05  FILLER                  PIC X(02)   VALUE SPACES.
002000     05  PGR-MAKER-ID            PIC X(08).
002100     05  FILLER                  PIC X(02)   VALUE SPACES.
002200     05  PGR-CHECKER-ID          PIC X(08).
002300     05  FILLER                  PIC X(02)   VALUE SPACES.
002400     05  PGR-FILE-ID             PIC X(01).
002500     05  FILLER                  PIC X(01)   VALUE SPACES.
002600     05  PGR-ACTION              PIC X(01).
002700     05  FILLER                  PIC X(02)   VALUE SPACES.
002800     05  PGR-KEY                 PIC X(40).
002900     05  FILLER                  PIC X(02)   VALUE SPACES.
003000     05  PGR-REASON              PIC X(30).
003100     05  FILLER                  PIC X(07)   VALUE SPACES.
