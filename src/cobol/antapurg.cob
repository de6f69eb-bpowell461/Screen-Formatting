002500*    MODIFICATION HISTORY                                       *
002600*    DATE       INIT DESCRIPTION                                 *
002700*    08/22/26   JMH  INITIAL VERSION.                            *
002710*    10/15/26   JMH  ARCHIVE AND KEEP RECORDS WIDENED TO 262     *
002720*                    BYTES FOR THE AUDIT SITE AND BATCH IDS.     *
002800******************************************************************
002900 PROGRAM-ID. ANTAPURG.
003000*
006700 FD  AUDARCH
006800     LABEL RECORDS ARE STANDARD
006900     RECORDING MODE IS F.
007000 01  ARCH-RECORD             PIC X(262).
007100*
007200 FD  AUDNEW
007300     LABEL RECORDS ARE STANDARD
007400     RECORDING MODE IS F.
007500 01  NEW-RECORD              PIC X(262).
007600*
007700 FD  AUDSRPT
007800     LABEL RECORDS ARE STANDARD
