000100*****************************************************************
000200*    CPHREC.CPY                                                  *
000300*    CORRECTION-PAIR HISTORY RECORD (CPHFILE) - INDEXED (VSAM    *
000400*    KSDS) KEYED ON THE LEADING WORD AS ORIGINALLY KEYED PLUS    *
000500*    THE LEADING WORD DATA ENTRY CORRECTED IT TO.  ANTRECYC      *
000600*    POSTS ONE OCCURRENCE FOR EVERY RECYCLE ENTRY IT CLEARS      *
000700*    WHERE THE TWO WORDS DIFFER, SO THE MISKEYS THE CLERKS MAKE  *
000800*    OVER AND OVER STAND OUT.  THE FIRST AND LAST DATES ARE THE  *
000900*    RUN DATES OF THE FAILED LINES, NOT THE CORRECTION DATES.    *
001000*    ANTCPAIR REPORTS THE PAIRS THAT RECUR AND TURNS THE ONES    *
001100*    THE DICTIONARY STAFF APPROVE INTO CROSS-REFERENCE ADDS ON   *
001200*    MAINTTXN, STAMPING CPH-XREF-STATUS SO A PAIR IS SENT ONCE.  *
001300*                                                                *
001400*    MODIFICATION HISTORY                                        *
001500*    DATE       INIT DESCRIPTION                                 *
001600*    10/15/26   JMH  INITIAL VERSION.                            *
001700*****************************************************************
001800 01  CPH-RECORD.
001900     05  CPH-KEY.
002000         10  CPH-ORIG-WORD       PIC X(20).
002100         10  CPH-CORR-WORD       PIC X(20).
002200     05  CPH-COUNT               PIC 9(07).
002300     05  CPH-FIRST-DATE          PIC 9(08).
002400     05  CPH-LAST-DATE           PIC 9(08).
002500     05  CPH-LAST-SITE-ID        PIC X(04).
002600     05  CPH-XREF-STATUS         PIC X(01).
002700         88  CPH-XREF-NOT-SENT           VALUE ' '.
002800         88  CPH-XREF-GENERATED          VALUE 'G'.
002900     05  CPH-XREF-DATE           PIC 9(08).
003000     05  CPH-XREF-USERID         PIC X(08).
003100     05  FILLER                  PIC X(16).
