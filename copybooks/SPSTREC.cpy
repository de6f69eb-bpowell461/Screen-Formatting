001200*    MODIFICATION HISTORY                                        *
001300*    DATE       INIT DESCRIPTION                                 *
001400*    09/02/26   JMH  INITIAL VERSION.                            *
001410*    10/15/26   JMH  ADDED SPOST-SITE-ID AND SPOST-BATCH-ID SO   *
001420*                    ANTSMERG CAN STAMP THE LAST SITE AND BATCH  *
001430*                    ON THE SUSPENSE ENTRY.  RECORD IS NOW 233   *
001440*                    BYTES.                                      *
001500*****************************************************************
001600 01  SPOST-RECORD.
001700     05  SPOST-TYPE              PIC X(01).
002000     05  SPOST-TEXT              PIC X(200).
002100     05  SPOST-ICHAR             PIC X(12).
002200     05  SPOST-DATE              PIC 9(08).
002300     05  SPOST-SITE-ID           PIC X(04).
002400     05  SPOST-BATCH-ID          PIC X(08).
