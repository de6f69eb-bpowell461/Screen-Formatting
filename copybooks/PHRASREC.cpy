001150*    08/09/26   JMH  ADDED PHRASE-LAST-UPD-DATE SO ANTMAINT CAN   *
001160*                    MAINTAIN PHRASFILE THE SAME WAY IT ALREADY   *
001170*                    MAINTAINS DICTFILE.                          *
001176*    10/15/26   JMH  ADDED PHRASE-EFF-DATE AND PHRASE-EXP-DATE,   *
001182*                    SAME RULES AS THE DICTREC DATES. RECORD      *
001188*                    GROWS 223 TO 239 BYTES - CONVERTED BY        *
001194*                    ANTECNV.                                     *
001200*****************************************************************
001300 01  PHRASE-RECORD.
001400     05  PHRASE-LEN              PIC 9(03).
001500     05  PHRASE-TEXT             PIC X(200).
001600     05  PHRASE-ICHAR            PIC X(12).
001700     05  PHRASE-LAST-UPD-DATE    PIC 9(08).
001800     05  PHRASE-EFF-DATE         PIC 9(08).
001900     05  PHRASE-EXP-DATE         PIC 9(08).
002000         88  PHRASE-NO-EXPIRY            VALUE 99999999.
