000100*****************************************************************
000200*    SECKPARM.CPY                                                *
000300*    PARAMETER AREA FOR THE CALLABLE SECURITY-CHECK MODULE       *
000400*    (ANTSECK).  CALLERS COPY THIS AT THE 01 LEVEL IN WORKING-   *
000500*    STORAGE AND PASS IT ON EVERY CALL; ANTSECK COPIES IT IN     *
000600*    LINKAGE.  FUNCTIONS: 'O' OPENS THE PROFILE FILE (SECPROF)   *
000700*    AND THE VIOLATION LOG (SECVIOL), 'K' CHECKS ONE USERID FOR  *
000800*    ONE REQUESTED FUNCTION, 'C' CLOSES.  A REFUSED CHECK COMES  *
000900*    BACK WITH SECK-REFUSED AND A REASON, AND HAS ALREADY BEEN   *
001000*    LOGGED ON SECVIOL WITH THE CALLER'S PROGRAM NAME AND        *
001100*    DETAIL TEXT - THE CALLER ONLY HAS TO STOP.  A NONZERO       *
001200*    STATUS FROM 'O' MEANS THE FILES COULD NOT BE OPENED AND     *
001300*    THE CALLER MUST NOT GO ON.                                  *
001400*                                                                *
001500*    REQUESTED FUNCTION CODES (SEE SECPREC FOR THE FLAGS):       *
001600*        I  INQUIRY                 S  SUSPENSE APPROVAL         *
001700*        W  WORD MAINTENANCE        R  RECYCLE CORRECTION        *
001800*        P  PHRASE MAINTENANCE      J  JOURNAL RECOVERY          *
001900*        X  CROSS-REFERENCE MAINTENANCE                          *
002000*                                                                *
002100*    MODIFICATION HISTORY                                        *
002200*    DATE       INIT DESCRIPTION                                 *
002300*    10/15/26   JMH  INITIAL VERSION.                            *
002400*****************************************************************
002500 01  SECK-PARM-AREA.
002600     05  SECK-FUNCTION           PIC X(01).
002700         88  SECK-FUNC-OPEN              VALUE 'O'.
002800         88  SECK-FUNC-CHECK             VALUE 'K'.
002900         88  SECK-FUNC-CLOSE             VALUE 'C'.
003000     05  SECK-USERID             PIC X(08).
003100     05  SECK-PROGRAM            PIC X(08).
003200     05  SECK-REQUESTED          PIC X(01).
003300         88  SECK-REQ-INQUIRY            VALUE 'I'.
003400         88  SECK-REQ-WORD               VALUE 'W'.
003500         88  SECK-REQ-PHRASE             VALUE 'P'.
003600         88  SECK-REQ-XREF               VALUE 'X'.
003700         88  SECK-REQ-SUSPENSE           VALUE 'S'.
003800         88  SECK-REQ-RECYCLE            VALUE 'R'.
003900         88  SECK-REQ-RECOVERY           VALUE 'J'.
004000     05  SECK-DETAIL             PIC X(40).
004100     05  SECK-STATUS             PIC X(02).
004200         88  SECK-OK                     VALUE '00'.
004300         88  SECK-BAD-REQUEST            VALUE '97'.
004400         88  SECK-BAD-FUNCTION           VALUE '98'.
004500     05  SECK-ANSWER             PIC X(01).
004600         88  SECK-ALLOWED                VALUE 'Y'.
004700         88  SECK-REFUSED                VALUE 'N'.
004800     05  SECK-REFUSE-REASON      PIC X(20).
