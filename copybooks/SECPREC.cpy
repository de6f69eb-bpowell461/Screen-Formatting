000100*****************************************************************
000200*    SECPREC.CPY                                                 *
000300*    USER SECURITY PROFILE RECORD (SECPROF) - INDEXED (VSAM      *
000400*    KSDS) KEYED ON USERID.  ONE RECORD PER PERSON ALLOWED TO    *
000500*    USE THE DICTIONARY SYSTEM, SAYING WHICH FUNCTIONS THEY MAY  *
000600*    USE.  A USERID WITH NO RECORD, OR WITH A REVOKED RECORD,    *
000700*    MAY USE NOTHING.  THE PROFILE IS CHECKED THROUGH THE        *
000800*    ANTSECK MODULE (SEE SECKPARM) BY EVERY PROGRAM THAT CAN     *
000900*    CHANGE THE VOCABULARY; EVERY REFUSAL IS LOGGED ON SECVIOL.  *
001000*                                                                *
001100*    THE FUNCTION FLAGS ARE 'Y' (GRANTED) OR ANYTHING ELSE (NOT  *
001200*    GRANTED).  THEIR ORDER MATCHES THE FUNCTION-CODE TABLE IN   *
001300*    ANTSECK - I W P X S R J - SO SEC-FN-FLAG CAN BE SUBSCRIPTED *
001400*    BY POSITION.  AN INQUIRY-ONLY USER HAS ONLY SEC-FN-INQUIRY. *
001500*                                                                *
001600*    MODIFICATION HISTORY                                        *
001700*    DATE       INIT DESCRIPTION                                 *
001800*    10/15/26   JMH  INITIAL VERSION.                            *
001900*****************************************************************
002000 01  SEC-RECORD.
002100     05  SEC-USERID              PIC X(08).
002200     05  SEC-USER-NAME           PIC X(30).
002300     05  SEC-STATUS              PIC X(01).
002400         88  SEC-ACTIVE                  VALUE 'A'.
002500         88  SEC-REVOKED                 VALUE 'R'.
002600     05  SEC-FUNCTIONS.
002700         10  SEC-FN-INQUIRY      PIC X(01).
002800             88  SEC-INQUIRY-OK          VALUE 'Y'.
002900         10  SEC-FN-WORD-MAINT   PIC X(01).
003000             88  SEC-WORD-MAINT-OK       VALUE 'Y'.
003100         10  SEC-FN-PHRASE-MAINT PIC X(01).
003200             88  SEC-PHRASE-MAINT-OK     VALUE 'Y'.
003300         10  SEC-FN-XREF-MAINT   PIC X(01).
003400             88  SEC-XREF-MAINT-OK       VALUE 'Y'.
003500         10  SEC-FN-SUSP-APPROVE PIC X(01).
003600             88  SEC-SUSP-APPROVE-OK     VALUE 'Y'.
003700         10  SEC-FN-RECYCLE-CORR PIC X(01).
003800             88  SEC-RECYCLE-CORR-OK     VALUE 'Y'.
003900         10  SEC-FN-JRNL-RECOVER PIC X(01).
004000             88  SEC-JRNL-RECOVER-OK     VALUE 'Y'.
004100     05  SEC-FUNCTION-TABLE REDEFINES SEC-FUNCTIONS.
004200         10  SEC-FN-FLAG         PIC X(01)  OCCURS 7 TIMES.
004300     05  SEC-LAST-UPD-DATE       PIC 9(08).
004400     05  SEC-LAST-UPD-BY         PIC X(08).
004500     05  FILLER                  PIC X(38).
