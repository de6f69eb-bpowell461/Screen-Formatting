000100*****************************************************************
000200*    IMRPREC.CPY                                                 *
000300*    MAINTENANCE IMPACT SIMULATION REPORT LINES (IMPCTRPT)       *
000400*    WRITTEN BY ANTIMPCT.  IMRPT-LINE IS ONE FINDING: A WORD OR  *
000500*    PHRASE LOOKED UP IN THE AUDIT WINDOW THAT WOULD STOP        *
000600*    MATCHING (LOST) OR START MATCHING (GAINED) ONCE THE         *
000700*    PROPOSED MAINTTXN IS APPLIED, WITH ITS HISTORICAL HIT       *
000800*    COUNT, OR A SUSPENSE ENTRY THE CHANGE WOULD CLEAR (CLEARS)  *
000900*    WITH ITS SUSPENSE COUNT.  IMRPT-TOTAL-LINE CARRIES THE      *
001000*    MATCHED/UNMATCHED COUNTS AND MATCH RATE - AS RECORDED ON    *
001100*    CTLFILE AND THE AUDIT LOG, AND AS PROJECTED.                *
001200*    IMRPT-TITLE-LINE INTRODUCES EACH SECTION.                   *
001300*                                                                *
001400*    MODIFICATION HISTORY                                        *
001500*    DATE       INIT DESCRIPTION                                 *
001600*    10/15/26   JMH  INITIAL VERSION.                            *
001625*    10/15/26   JMH  ADDED IMR-COUNT-X SO A FINDING WHOSE HIT    *
001650*                    COUNT CANNOT BE KNOWN PRINTS 'UNKNOWN' IN   *
001675*                    THE COUNT COLUMN.                           *
001700*****************************************************************
001800 01  IMRPT-LINE.
001900     05  IMR-CATEGORY            PIC X(08).
002000     05  FILLER                  PIC X(02).
002100     05  IMR-TYPE                PIC X(01).
002200     05  FILLER                  PIC X(02).
002300     05  IMR-TEXT                PIC X(60).
002400     05  FILLER                  PIC X(02).
002500     05  IMR-COUNT               PIC ZZZ,ZZZ,ZZ9.
002550     05  IMR-COUNT-X REDEFINES IMR-COUNT
002560                                 PIC X(11).
002600     05  FILLER                  PIC X(02).
002700     05  IMR-REASON              PIC X(20).
002800     05  FILLER                  PIC X(24).
002900*
003000 01  IMRPT-TOTAL-LINE.
003100     05  IMT-LABEL               PIC X(40).
003200     05  FILLER                  PIC X(02).
003300     05  IMT-MATCHED             PIC ZZZ,ZZZ,ZZ9.
003400     05  FILLER                  PIC X(02).
003500     05  IMT-UNMATCHED           PIC ZZZ,ZZZ,ZZ9.
003600     05  FILLER                  PIC X(02).
003700     05  IMT-RATE                PIC ZZ9.99.
003800     05  FILLER                  PIC X(58).
003900*
004000 01  IMRPT-TITLE-LINE.
004100     05  IMT-T-TEXT              PIC X(60).
004200     05  IMT-T-FROM              PIC 9(08).
004300     05  FILLER                  PIC X(01).
004400     05  IMT-T-TO                PIC 9(08).
004500     05  FILLER                  PIC X(55).
