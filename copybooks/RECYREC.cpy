000300*    FAILED-TRANSACTION RECYCLE RECORD (RECYFILE) - INDEXED      *
000400*    (VSAM KSDS) KEYED ON RUN DATE PLUS WORDLINE RELATIVE        *
000500*    RECORD NUMBER.  ANTIQUITY POSTS ONE RECORD PER WORDLINE    *
000600*    TRANSACTION THAT TRIPPED BAD-ICHAR, NO-MATCH, OR ICHAR-     *
000650*    MISM (MATCHED, BUT KEYED WITH A DISALLOWED CHAR), CARRYING  *
000700*    THE ORIGINAL SOURCE LINE AND KEYSTROKE, SO A FAILED LINE    *
000800*    IS HELD ON FILE INSTEAD OF LIVING ONLY ON PAPER.  ANTRECYC  *
000900*    APPLIES DATA ENTRY'S CORRECTION TRANSACTIONS AGAINST THE    *
001400*    MODIFICATION HISTORY                                        *
001500*    DATE       INIT DESCRIPTION                                 *
001600*    09/02/26   JMH  INITIAL VERSION.                            *
001610*    10/15/26   JMH  ADDED RECY-SITE-ID AND RECY-BATCH-ID SO A   *
001620*                    FAILED LINE NAMES THE SITE AND BATCH THAT   *
001630*                    KEYED IT, AND ANTRECYC HANDS BOTH BACK ON   *
001640*                    THE CORRECTED LINE.  RECORD IS NOW 100      *
001650*                    BYTES; ANTSCNV CONVERTS THE EXISTING FILE.  *
001660*    10/15/26   JMH  RECY-REASON 'ICHAR-MISM' ADDED - THE LINE   *
001670*                    MATCHED BUT WAS KEYED WITH AN INPUT         *
001680*                    CHARACTER THE ENTRY'S I-CHAR DOES NOT ALLOW.*
001690*                    NO LENGTH CHANGE.                           *
001700*****************************************************************
001800 01  RECY-RECORD.
001900     05  RECY-KEY.
002200     05  RECY-REASON             PIC X(10).
002300         88  RECY-BAD-ICHAR              VALUE 'BAD-ICHAR'.
002400         88  RECY-NO-MATCH               VALUE 'NO-MATCH'.
002450         88  RECY-ICHAR-MISM             VALUE 'ICHAR-MISM'.
002500     05  RECY-WORD-LINE          PIC X(60).
002600     05  RECY-INPUT-CHAR         PIC X(01).
002700     05  RECY-SITE-ID            PIC X(04).
002800     05  RECY-BATCH-ID           PIC X(08).
