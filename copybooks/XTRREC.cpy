001060*                    BY 2270-VALIDATE-INPUT-CHAR (NEVER ACTUALLY *
001070*                    LOOKED UP) IS NOT INDISTINGUISHABLE FROM A  *
001080*                    CONFIRMED NOT-MATCHED LOOKUP DOWNSTREAM.    *
001084*    10/15/26   JMH  XTR-ICHAR-STATUS VALUE 'M' ADDED - MATCHED, *
001088*                    BUT THE KEYED INPUT CHARACTER IS NOT ONE OF *
001092*                    THE ENTRY'S I-CHAR CHARACTERS.  NO LENGTH   *
001096*                    CHANGE.                                     *
001100*****************************************************************
001200 01  XTRACT-RECORD.
001300     05  XTR-WORD                PIC X(20).
001650     05  XTR-ICHAR-STATUS         PIC X(01).
001660         88  XTR-ICHAR-VALID             VALUE 'Y'.
001670         88  XTR-ICHAR-INVALID           VALUE 'N'.
001680         88  XTR-ICHAR-MISMATCH          VALUE 'M'.
001700     05  XTR-ENTRY-TYPE           PIC X(01).
001800         88  XTR-TYPE-WORD               VALUE 'W'.
001900         88  XTR-TYPE-PHRASE             VALUE 'P'.
