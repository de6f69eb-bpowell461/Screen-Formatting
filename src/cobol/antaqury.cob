001800*                            BLANK - OPEN-ENDED).                *
001900*                 USERID     EXACT AUDIT-USERID, BLANK = ANY.    *
002000*                 M          MATCH STATUS Y/N, BLANK = ANY.      *
002100*                 I          ICHAR STATUS Y/N/M, BLANK = ANY     *
002150*                            (M = ICHAR-MISMATCH).               *
002200*                 TEXT       LEADING CHARACTERS OF THE WORD OR   *
002300*                            PHRASE LOOKED UP, BLANK = ANY.      *
002400*                                                                *
002500*                 EVERY SELECTED RECORD GETS A FORMATTED LINE    *
002600*                 ON AQRYRPT AND A FULL 262-BYTE COPY ON THE     *
002700*                 AQRYEXT EXTRACT FOR WHATEVER COMPLIANCE WANTS  *
002800*                 TO DO WITH IT NEXT.  SCANNED AND SELECTED      *
002900*                 TOTALS PRINT AT END OF RUN.                    *
003100*    MODIFICATION HISTORY                                       *
003200*    DATE       INIT DESCRIPTION                                 *
003300*    09/02/26   JMH  INITIAL VERSION.                            *
003310*    10/15/26   JMH  EXTRACT RECORD WIDENED TO 262 BYTES FOR THE *
003320*                    AUDIT SITE AND BATCH IDS.                   *
003346*    10/15/26   JMH  THE ICHAR STATUS SELECTION NOW ALSO TAKES   *
003372*                    'M' TO PULL THE ICHAR-MISMATCH LOOKUPS.     *
003400******************************************************************
003500 PROGRAM-ID. ANTAQURY.
003600*
007300 FD  AQRYEXT
007400     LABEL RECORDS ARE STANDARD
007500     RECORDING MODE IS F.
007600 01  EXT-RECORD              PIC X(262).
007700*
007800 WORKING-STORAGE SECTION.
007900*
017900     IF DL-SEL-ICHAR NOT = SPACE
018000       AND DL-SEL-ICHAR NOT = 'Y'
018100       AND DL-SEL-ICHAR NOT = 'N'
018150       AND DL-SEL-ICHAR NOT = 'M'
018200         DISPLAY 'ANTAQURY - PARM ICHAR STATUS MUST BE Y, N, OR M'
018300         GO TO 1000-ABEND
018400     END-IF.
018500     PERFORM 1100-CALC-TEXT-LEN
