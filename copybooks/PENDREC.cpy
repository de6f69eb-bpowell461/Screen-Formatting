000100*****************************************************************
000200*    PENDREC.CPY                                                 *
000300*    PENDING MAINTENANCE CHANGE RECORD (PENDFILE) - INDEXED      *
000400*    (VSAM KSDS) KEYED ON THE DATE AND TIME THE CHANGE WAS MADE, *
000500*    THE MAKER'S USERID, AND A SEQUENCE WITHIN THE SESSION OR    *
000600*    BATCH.  ANTMAINT AND ANTBMNT NO LONGER UPDATE DICTFILE OR   *
000700*    PHRASFILE THEMSELVES - EACH CHANGE IS HELD HERE WITH ITS    *
000800*    BEFORE AND AFTER IMAGES AND THE MAKER'S REASON UNTIL A      *
000900*    DIFFERENT USERID RELEASES OR REJECTS IT ON THE ANTPREV      *
001000*    REVIEW SCREEN.  THE ANTPREL BATCH STEP THEN APPLIES THE     *
001100*    RELEASED CHANGES TO THE LIVE FILES AND MAINTJRN.  APPLIED,  *
001200*    FAILED, AND REJECTED RECORDS STAY ON FILE AS THE RECORD OF  *
001300*    WHO MADE AND WHO CHECKED EACH CHANGE.                       *
001400*                                                                *
001500*    THE IMAGE FIELDS FOLLOW THE MAINTJRN CONVENTION (SEE        *
001600*    MJRNREC): SIZED FOR THE 239-BYTE PHRASE-RECORD, A 96-BYTE   *
001700*    DICT-RECORD IN THE FIRST 96 BYTES WITH THE REMAINDER        *
001800*    LOW-VALUES.  AN ADD HAS A LOW-VALUES BEFORE IMAGE; A DELETE *
001900*    HAS A LOW-VALUES AFTER IMAGE.                               *
002000*                                                                *
002100*    MODIFICATION HISTORY                                        *
002200*    DATE       INIT DESCRIPTION                                 *
002300*    10/15/26   JMH  INITIAL VERSION.                            *
002320*    10/15/26   JMH  IMAGES WIDENED 223 TO 239 BYTES AND THE     *
002340*                    DICT VIEWS 80 TO 96 FOR THE EFFECTIVE AND   *
002360*                    EXPIRY DATES. RECORD GROWS 620 TO 652       *
002380*                    BYTES; ANTECNV CONVERTS PENDFILE.           *
002382*    10/15/26   JMH  A WORD DELETE MADE WHILE PHRASES OR CROSS-  *
002384*                    REFERENCES STILL USE THE WORD (SEE WUSEREC) *
002386*                    IS HELD WITH PEND-IN-USE-SW SET; THE        *
002388*                    CHECKER'S OVERRIDE OF THE PROTECTION IS     *
002390*                    RECORDED IN PEND-OVERRIDE-SW. CARVED FROM   *
002392*                    FILLER - RECORD LENGTH UNCHANGED.           *
002394*    10/15/26   JMH  PEND-IN-USE-SW AND PEND-OVERRIDE-SW ALSO   *
002396*                    COVER A WORD CORRECT OR RETIRE HELD WHILE  *
002398*                    CROSS-REFERENCES POINT AT THE WORD.        *
002400*****************************************************************
002500 01  PEND-RECORD.
002600     05  PEND-KEY.
002700         10  PEND-MAKE-DATE      PIC 9(08).
002800         10  PEND-MAKE-TIME      PIC 9(08).
002900         10  PEND-MAKER-ID       PIC X(08).
003000         10  PEND-MAKE-SEQ       PIC 9(05).
003100     05  PEND-STATUS             PIC X(01).
003200         88  PEND-AWAITING               VALUE 'P'.
003300         88  PEND-RELEASED               VALUE 'R'.
003400         88  PEND-REJECTED               VALUE 'J'.
003500         88  PEND-APPLIED                VALUE 'A'.
003600         88  PEND-FAILED                 VALUE 'F'.
003700         88  PEND-OPEN                   VALUES 'P' 'R'.
003800     05  PEND-SOURCE             PIC X(01).
003900         88  PEND-FROM-ONLINE            VALUE 'O'.
004000         88  PEND-FROM-BATCH             VALUE 'B'.
004100     05  PEND-FILE-ID            PIC X(01).
004200         88  PEND-FILE-DICT              VALUE 'D'.
004300         88  PEND-FILE-PHRASE            VALUE 'P'.
004400     05  PEND-ACTION             PIC X(01).
004500         88  PEND-ACTION-ADD             VALUE 'A'.
004600         88  PEND-ACTION-CORRECT         VALUE 'C'.
004700         88  PEND-ACTION-DELETE          VALUE 'D'.
004800     05  PEND-REASON             PIC X(40).
004900     05  PEND-CHECKER-ID         PIC X(08).
005000     05  PEND-CHECK-DATE         PIC 9(08).
005100     05  PEND-CHECK-TIME         PIC 9(08).
005200     05  PEND-CHECK-REASON       PIC X(40).
005300     05  PEND-APPLY-DATE         PIC 9(08).
005400     05  PEND-APPLY-RESULT       PIC X(20).
005500     05  PEND-BEFORE-IMAGE       PIC X(239).
005600     05  PEND-BEFORE-DICT REDEFINES PEND-BEFORE-IMAGE.
005700         10  PEND-BEF-DICT-REC   PIC X(96).
005800         10  FILLER              PIC X(143).
005900     05  PEND-AFTER-IMAGE        PIC X(239).
006000     05  PEND-AFTER-DICT REDEFINES PEND-AFTER-IMAGE.
006100         10  PEND-AFT-DICT-REC   PIC X(96).
006200         10  FILLER              PIC X(143).
006210     05  PEND-IN-USE-SW          PIC X(01).
006220         88  PEND-WORD-IN-USE            VALUE 'U'.
006230     05  PEND-OVERRIDE-SW        PIC X(01).
006240         88  PEND-DELETE-OVERRIDDEN      VALUE 'Y'.
006300     05  FILLER                  PIC X(07).
