000900*    MODIFICATION HISTORY                                        *
001000*    DATE       INIT DESCRIPTION                                 *
001100*    09/02/26   JMH  INITIAL VERSION.                            *
001114*    10/15/26   JMH  ADDED THE 'REGISTRY' LINE FOR A BATCH-      *
001128*                    REGISTRY FINDING - REASON 'DUPLICATE BATCH' *
001142*                    (ALSO ON THAT BATCH'S BALANCE LINE),        *
001156*                    'SEQUENCE GAP', 'OUT OF SEQUENCE', OR       *
001170*                    'POSSIBLE DUP' - WITH THE BATCH ID AND      *
001184*                    SEQUENCE IN THE SOURCE-LINE AREA.           *
001200*****************************************************************
001300 01  WLRPT-LINE.
001400     05  WLR-SITE-ID             PIC X(04).
