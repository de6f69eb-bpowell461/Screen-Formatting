000100*****************************************************************
000200*    CPRPREC.CPY                                                 *
000300*    CORRECTION-PAIR REPORT LINES (PAIRRPT) WRITTEN BY ANTCPAIR. *
000400*    IN REPORT MODE, A TITLE LINE GIVING THE THRESHOLD AND THE   *
000500*    SINCE DATE, THEN ONE LINE PER PAIR THAT QUALIFIED, HIGHEST  *
000600*    COUNT FIRST, SHOWING HOW OFTEN THE ORIGINAL WORD CAME OUT   *
000700*    ON THE SUGGESTION REPORT AND HOW OFTEN THE CORRECTED WORD   *
000800*    WAS AMONG ITS CANDIDATES.  IN APPROVE MODE, ONE LINE PER    *
000900*    APPROVAL TRANSACTION SHOWING WHAT BECAME OF IT.             *
001000*                                                                *
001100*    MODIFICATION HISTORY                                        *
001200*    DATE       INIT DESCRIPTION                                 *
001300*    10/15/26   JMH  INITIAL VERSION.                            *
001400*****************************************************************
001500 01  CPRPT-LINE.
001600     05  CPR-ORIG-WORD           PIC X(20).
001700     05  FILLER                  PIC X(02)   VALUE SPACES.
001800     05  CPR-CORR-WORD           PIC X(20).
001900     05  FILLER                  PIC X(02)   VALUE SPACES.
002000     05  CPR-COUNT               PIC Z,ZZZ,ZZ9.
002100     05  FILLER                  PIC X(02)   VALUE SPACES.
002200     05  CPR-FIRST-DATE          PIC 9(08).
002300     05  FILLER                  PIC X(02)   VALUE SPACES.
002400     05  CPR-LAST-DATE           PIC 9(08).
002500     05  FILLER                  PIC X(02)   VALUE SPACES.
002600     05  CPR-SUGG-SEEN           PIC Z,ZZZ,ZZ9.
002700     05  FILLER                  PIC X(02)   VALUE SPACES.
002800     05  CPR-SUGG-OFFERED        PIC Z,ZZZ,ZZ9.
002900     05  FILLER                  PIC X(02)   VALUE SPACES.
003000     05  CPR-DISPOSITION         PIC X(20).
003100     05  FILLER                  PIC X(02)   VALUE SPACES.
003200     05  CPR-XREF-DATE           PIC X(08).
003300     05  FILLER                  PIC X(05)   VALUE SPACES.
003400*
003500 01  CPRPT-TITLE-LINE REDEFINES CPRPT-LINE.
003600     05  CPRT-TEXT               PIC X(40).
003700     05  CPRT-THRESHOLD          PIC ZZ9.
003800     05  FILLER                  PIC X(02).
003900     05  CPRT-SINCE-TEXT         PIC X(24).
004000     05  CPRT-SINCE-DATE         PIC X(08).
004100     05  FILLER                  PIC X(55).
