000100*****************************************************************
000200*    CPAPREC.CPY                                                 *
000300*    CORRECTION-PAIR APPROVAL TRANSACTION RECORD (PAIRTXN) READ  *
000400*    BY ANTCPAIR IN APPROVE MODE.  ONE RECORD PER PAIR OFF THE   *
000500*    CORRECTION-PAIR REPORT THAT THE DICTIONARY STAFF HAVE       *
000600*    ACCEPTED; BOTH WORDS MUST MATCH THE CPHFILE KEY EXACTLY.    *
000700*    THE ORIGINAL WORD BECOMES A CROSS-REFERENCE POINTING AT THE *
000800*    CORRECTED WORD.                                             *
000900*                                                                *
001000*    MODIFICATION HISTORY                                        *
001100*    DATE       INIT DESCRIPTION                                 *
001200*    10/15/26   JMH  INITIAL VERSION.                            *
001300*****************************************************************
001400 01  CPA-RECORD.
001500     05  CPA-ORIG-WORD           PIC X(20).
001600     05  CPA-CORR-WORD           PIC X(20).
