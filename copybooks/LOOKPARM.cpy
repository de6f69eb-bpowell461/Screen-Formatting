001500*    MODIFICATION HISTORY                                        *
001600*    DATE       INIT DESCRIPTION                                 *
001700*    09/02/26   JMH  INITIAL VERSION.                            *
001714*    10/15/26   JMH  ADDED LOOK-AS-OF-DATE (YYYYMMDD). A LOOKUP  *
001728*                    ONLY MATCHES A DICTIONARY OR PHRASE ENTRY   *
001742*                    IN EFFECT ON THAT DATE (SEE DICTREC); ZERO  *
001756*                    MEANS THE CURRENT DATE. A NONZERO DATE ALSO *
001770*                    BYPASSES THE HOT-CACHE SEED, WHICH IS BUILT *
001784*                    FOR CURRENT PROCESSING ONLY.                *
001786*    10/15/26   JMH  ADDED LOOK-XREF-FROM-WORD - ON A MATCH VIA  *
001788*                    A CROSS-REFERENCE, THE CROSS-REFERENCE      *
001790*                    ENTRY'S OWN WORD (LOOK-MATCHED-TEXT HOLDS   *
001792*                    THE CANONICAL TARGET); SPACES OTHERWISE. A  *
001794*                    NONZERO AS-OF DATE NO LONGER BYPASSES THE   *
001796*                    HOT CACHE - ANTLOOK DATE-CHECKS A CACHE HIT *
001798*                    THE SAME AS A KEYED READ.                   *
001800*****************************************************************
001900 01  LOOK-PARM-AREA.
002000     05  LOOK-FUNCTION           PIC X(01).
004500     05  LOOK-HC-HIT-SW          PIC X(01).
004600         88  LOOK-HC-HIT                 VALUE 'Y'.
004700     05  LOOK-DICT-READS         PIC 9(03).
004800     05  LOOK-AS-OF-DATE         PIC 9(08).
004900     05  LOOK-XREF-FROM-WORD     PIC X(20).
