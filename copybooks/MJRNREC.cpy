000100*****************************************************************
000200*    MJRNREC.CPY                                                 *
000300*    MAINTENANCE JOURNAL RECORD (MAINTJRN) WRITTEN BY ANTPREL    *
000400*    AND ANTSUSP FOR EVERY SUCCESSFUL ADD, CORRECT, AND DELETE   *
000500*    AGAINST DICTFILE OR PHRASFILE - BEFORE IMAGE, AFTER IMAGE,  *
000600*    USER, DATE, AND TIME - AND READ BACK BY ANTJRECV TO ROLL    *
000700*    THE JOURNAL FORWARD AGAINST A RESTORED COPY OF EITHER FILE  *
000800*    UP TO A CHOSEN CUTOFF.  THE IMAGE FIELDS ARE SIZED FOR THE  *
000900*    239-BYTE PHRASE-RECORD; A 96-BYTE DICT-RECORD OCCUPIES THE  *
001000*    FIRST 96 BYTES WITH THE REMAINDER LOW-VALUES.  AN ADD HAS   *
001100*    A LOW-VALUES BEFORE IMAGE; A DELETE HAS A LOW-VALUES AFTER  *
001200*    IMAGE.                                                      *
001300*                                                                *
001640*                    CARRY LOW-VALUES IN POSITIONS 46-80 OF THE  *
001650*                    IMAGE, WHICH REAPPLY HARMLESSLY - THE KEY   *
001660*                    IS THE FIRST 20 BYTES EITHER WAY.           *
001665*    10/15/26   JMH  ANTMAINT AND ANTBMNT NO LONGER WRITE THE    *
001670*                    JOURNAL - THEIR CHANGES ARE HELD ON         *
001675*                    PENDFILE FOR APPROVAL AND ANTPREL JOURNALS  *
001680*                    EACH ONE AS IT APPLIES IT.  JRNL-USERID IS  *
001685*                    THE MAKER'S USERID; THE CHECKER IS ON THE   *
001690*                    PENDFILE RECORD.  NO LAYOUT CHANGE.         *
001691*    10/15/26   JMH  IMAGES WIDENED 223 TO 239 BYTES AND THE     *
001692*                    DICT VIEWS 80 TO 96 FOR THE EFFECTIVE AND   *
001693*                    EXPIRY DATES (SEE DICTREC AND PHRASREC).    *
001694*                    RECORD GROWS 472 TO 504 BYTES; ANTECNV      *
001695*                    CONVERTS THE JOURNAL ALONG WITH THE FILES.  *
001696*    10/15/26   JMH  ALSO READ BY ANTDFEED, WHICH SENDS EVERY    *
001697*                    ENTRY PAST ITS HIGH-WATER MARK TO THE       *
001698*                    REMOTE SITES ON THE DISTRIBUTION FEED. THE  *
001699*                    MARK IS A RECORD POSITION, SO THE JOURNAL   *
001700*                    MUST ONLY EVER BE APPENDED TO OR CONVERTED  *
001701*                    RECORD FOR RECORD. NO LAYOUT CHANGE.        *
001702*****************************************************************
001800 01  JRNL-RECORD.
001900     05  JRNL-FILE-ID            PIC X(01).
002000         88  JRNL-FILE-DICT              VALUE 'D'.
002600     05  JRNL-USERID             PIC X(08).
002700     05  JRNL-DATE               PIC 9(08).
002800     05  JRNL-TIME               PIC 9(08).
002900     05  JRNL-BEFORE-IMAGE       PIC X(239).
003000     05  JRNL-BEFORE-DICT REDEFINES JRNL-BEFORE-IMAGE.
003100         10  JRNL-BEF-DICT-REC   PIC X(96).
003200         10  FILLER              PIC X(143).
003300     05  JRNL-AFTER-IMAGE        PIC X(239).
003400     05  JRNL-AFTER-DICT REDEFINES JRNL-AFTER-IMAGE.
003500         10  JRNL-AFT-DICT-REC   PIC X(96).
003600         10  FILLER              PIC X(143).
