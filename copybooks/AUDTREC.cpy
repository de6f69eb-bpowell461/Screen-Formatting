001098*                    WORD MATCHED THROUGH A CROSS-REFERENCE       *
001099*                    ENTRY RESOLVED TO ITS CANONICAL WORD (SEE    *
001100*                    DICTREC).  NO LENGTH CHANGE.                 *
001101*    10/15/26   JMH  ADDED AUDIT-SITE-ID AND AUDIT-BATCH-ID - THE *
001102*                    CAPTURE SITE AND BATCH THAT KEYED THE LINE,  *
001103*                    FROM THE WORDLINE RECORD - FOR THE PER-SITE  *
001104*                    SCORECARD (ANTSCORE).  RECORD IS NOW 262     *
001105*                    BYTES; ANTSCNV CONVERTS THE EXISTING LOG.    *
001106*    10/15/26   JMH  AUDIT-ICHAR-STATUS VALUE 'M' ADDED - THE     *
001107*                    KEYED INPUT CHARACTER PASSED THE A-Z EDIT BUT*
001108*                    IS NOT ONE OF THE MATCHED ENTRY'S I-CHAR     *
001109*                    CHARACTERS.  NO LENGTH CHANGE.               *
001110*    10/15/26   JMH  ADDED AUDIT-WORD-DETAIL, REDEFINING AUDIT-   *
001111*                    PHRASE-TEXT FOR A WORD LOOKUP: AUDIT-XREF-   *
001112*                    FROM-WORD HOLDS THE CROSS-REFERENCE ENTRY A  *
001113*                    WORD MATCHED THROUGH (AUDIT-MATCH-XREF),     *
001114*                    AUDIT-WORD STILL THE CANONICAL TARGET.       *
001115*                    SPACES OTHERWISE. NO LENGTH CHANGE.          *
001116*****************************************************************
001200 01  AUDIT-RECORD.
001300     05  AUDIT-USERID            PIC X(08).
001400     05  AUDIT-DATE              PIC 9(08).
001620     05  AUDIT-ICHAR-STATUS      PIC X(01).
001630         88  AUDIT-ICHAR-VALID           VALUE 'Y'.
001640         88  AUDIT-ICHAR-INVALID         VALUE 'N'.
001650         88  AUDIT-ICHAR-MISMATCH        VALUE 'M'.
001700     05  AUDIT-WORD              PIC X(20).
001800     05  AUDIT-MATCH-STATUS      PIC X(01).
001900         88  AUDIT-MATCHED               VALUE 'Y'.
002200         88  AUDIT-TYPE-WORD             VALUE 'W'.
002300         88  AUDIT-TYPE-PHRASE           VALUE 'P'.
002400     05  AUDIT-PHRASE-TEXT       PIC X(200).
002410     05  AUDIT-WORD-DETAIL REDEFINES AUDIT-PHRASE-TEXT.
002420         10  AUDIT-XREF-FROM-WORD    PIC X(20).
002430         10  FILLER                  PIC X(180).
002500     05  AUDIT-SITE-ID           PIC X(04).
002600     05  AUDIT-BATCH-ID          PIC X(08).
