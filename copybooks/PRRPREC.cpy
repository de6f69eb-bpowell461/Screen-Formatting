000100*****************************************************************
000200*    PRRPREC.CPY                                                 *
000300*    RELEASE REPORT LINE (PRELRPT) WRITTEN BY ANTPREL.  ONE LINE *
000400*    PER RELEASED PENDING CHANGE THE RUN PICKED UP, SHOWING WHO  *
000500*    MADE IT, WHO RELEASED IT, THE ENTRY IT TOUCHES, AND WHETHER *
000600*    IT WAS APPLIED OR WHY IT FAILED.                            *
000700*                                                                *
000800*    MODIFICATION HISTORY                                        *
000900*    DATE       INIT DESCRIPTION                                 *
001000*    10/15/26   JMH  INITIAL VERSION.                            *
001100*****************************************************************
001200 01  PRRPT-LINE.
001300     05  PRR-MAKE-DATE           PIC 9(08).
001400     05  FILLER                  PIC X(02)   VALUE SPACES.
001500     05  PRR-MAKER-ID            PIC X(08).
001600     05  FILLER                  PIC X(02)   VALUE SPACES.
001700     05  PRR-CHECKER-ID          PIC X(08).
001800     05  FILLER                  PIC X(02)   VALUE SPACES.
001900     05  PRR-FILE-ID             PIC X(01).
002000     05  FILLER                  PIC X(01)   VALUE SPACES.
002100     05  PRR-ACTION              PIC X(01).
002200     05  FILLER                  PIC X(02)   VALUE SPACES.
002300     05  PRR-KEY                 PIC X(40).
002400     05  FILLER                  PIC X(02)   VALUE SPACES.
002500     05  PRR-RESULT              PIC X(20).
002600     05  FILLER                  PIC X(35)   VALUE SPACES.
