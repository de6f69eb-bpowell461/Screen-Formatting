000100*****************************************************************
000200*    WUSEREC.CPY                                                 *
000300*    WHERE-USED CONCORDANCE RECORD (WUSEFILE) - INDEXED (VSAM    *
000400*    KSDS) KEYED ON A DICTIONARY WORD, THE KIND OF USE, AND THE  *
000500*    KEY OF THE ENTRY THAT USES IT.  ONE RECORD PER PHRASE THAT  *
000600*    CONTAINS THE WORD (USE TYPE P, THE PHRASE TEXT AS THE USER  *
000700*    KEY) AND PER CROSS-REFERENCE ENTRY THAT POINTS AT THE WORD  *
000800*    (USE TYPE X, THE CROSS-REFERENCE WORD AS THE USER KEY), SO  *
000900*    A KEYED START ON THE WORD BROWSES EVERYTHING THAT DEPENDS   *
001000*    ON IT.  A PHRASE IS POSTED UNDER EACH OF ITS SPACE-         *
001100*    DELIMITED WORDS OF 20 BYTES OR LESS, WHETHER OR NOT THAT    *
001200*    WORD IS ON DICTFILE YET.                                    *
001300*                                                                *
001400*    KEPT CURRENT ONLY THROUGH THE ANTWUSE MODULE (SEE WUSEPARM) *
001500*    BY ANTPREL, ANTSUSP, AND ANTJRECV AS THEY CHANGE DICTFILE   *
001600*    AND PHRASFILE.  ANTWBLD REBUILDS IT FROM BOTH FILES.        *
001700*                                                                *
001800*    MODIFICATION HISTORY                                        *
001900*    DATE       INIT DESCRIPTION                                 *
002000*    10/15/26   JMH  INITIAL VERSION.                            *
002100*****************************************************************
002200 01  WU-RECORD.
002300     05  WU-KEY.
002400         10  WU-WORD             PIC X(20).
002500         10  WU-USE-TYPE         PIC X(01).
002600             88  WU-USE-PHRASE           VALUE 'P'.
002700             88  WU-USE-XREF             VALUE 'X'.
002800         10  WU-USER-KEY         PIC X(200).
002900         10  WU-USER-WORD REDEFINES WU-USER-KEY.
003000             15  WU-USER-XREF-WORD
003100                                 PIC X(20).
003200             15  FILLER          PIC X(180).
003300     05  WU-POSTED-DATE          PIC 9(08).
003400     05  FILLER                  PIC X(11).
