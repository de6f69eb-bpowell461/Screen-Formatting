001000*    MODIFICATION HISTORY                                        *
001100*    DATE       INIT DESCRIPTION                                 *
001200*    09/02/26   JMH  INITIAL VERSION.                            *
001210*    10/15/26   JMH  CAPT-BATCH-ID CARVED FROM THE HEADER FILLER *
001220*                    - THE SITE'S OWN IDENTIFIER FOR THE BATCH,  *
001230*                    CARRIED ONTO EVERY WORDLINE RECORD.  LRECL  *
001240*                    UNCHANGED AT 80.                            *
001248*    10/15/26   JMH  CAPT-CAPTURE-DATE AND CAPT-BATCH-SEQ CARVED *
001256*                    FROM THE HEADER FILLER - THE DATE THE SITE  *
001264*                    KEYED THE BATCH AND THE SITE'S RUNNING      *
001272*                    BATCH NUMBER, CHECKED BY ANTWLOAD AGAINST   *
001280*                    THE BATCH REGISTRY (BATCHREG). LRECL        *
001288*                    UNCHANGED AT 80.                            *
001300*****************************************************************
001400 01  CAPT-RECORD.
001500     05  CAPT-REC-TYPE           PIC X(01).
001900     05  CAPT-HEADER REDEFINES CAPT-DATA.
002000         10  CAPT-SITE-ID        PIC X(04).
002100         10  CAPT-EXPECT-CNT     PIC 9(07).
002150         10  CAPT-BATCH-ID       PIC X(08).
002160         10  CAPT-CAPTURE-DATE   PIC 9(08).
002170         10  CAPT-BATCH-SEQ      PIC 9(05).
002200         10  FILLER              PIC X(47).
002300     05  CAPT-DETAIL REDEFINES CAPT-DATA.
002400         10  CAPT-WORD-LINE      PIC X(60).
002500         10  CAPT-INPUT-CHAR     PIC X(01).
