000100*****************************************************************
000200*    BDCKPARM.CPY                                                *
000300*    PARAMETER AREA FOR THE CALLABLE RUN-CONTROL MODULE          *
000400*    (ANTBDCK).  EACH NIGHTLY STEP COPIES THIS AT THE 01 LEVEL   *
000500*    IN WORKING-STORAGE; ANTBDCK COPIES IT IN LINKAGE.           *
000600*    FUNCTIONS: 'B' AT STEP START ASKS WHETHER THE STEP MAY RUN  *
000700*    FOR THE BUSINESS DATE AND, IF SO, RECORDS IT STARTED; 'E'   *
000800*    AT STEP END RECORDS THE STEP'S RETURN CODE.  PASS THE SAME  *
000900*    AREA TO 'E' THAT WAS PASSED TO 'B' - A BLANK BUSINESS DATE  *
001000*    COMES BACK FROM 'B' SET TO THE DATE CHOSEN (SEE ANTBDCK),   *
001100*    AND 'E' MUST POST AGAINST IT EVEN IF THE STEP RAN PAST      *
001150*    MIDNIGHT.                                                   *
001200*                                                                *
001300*    A REFUSED START COMES BACK BDCK-REFUSED WITH A REASON - THE *
001400*    CALLER MUST STOP WITHOUT TOUCHING ITS FILES.  WITH          *
001500*    BDCK-FORCE SET A START IS ALLOWED ANYWAY, AND THE REASON IT *
001600*    WOULD HAVE BEEN REFUSED IS LEFT IN BDCK-REFUSE-REASON AND   *
001700*    KEPT ON THE RUN-CONTROL RECORD.  A NONZERO STATUS MEANS THE *
001800*    RUN-CONTROL FILE COULD NOT BE READ OR UPDATED, OR THE STEP  *
001900*    CODE OR DATE WAS BAD - THE CALLER MUST NOT GO ON.           *
002000*                                                                *
002100*    MODIFICATION HISTORY                                        *
002200*    DATE       INIT DESCRIPTION                                 *
002300*    10/15/26   JMH  INITIAL VERSION.                            *
002320*    10/15/26   JMH  A BLANK BUSINESS DATE NO LONGER ALWAYS      *
002340*                    COMES BACK AS TODAY - A STEP AFTER ANTWLOAD *
002360*                    MAY BE GIVEN YESTERDAY'S DATE WHEN ITS      *
002380*                    CHAIN STARTED BEFORE MIDNIGHT.              *
002400*****************************************************************
002500 01  BDCK-PARM-AREA.
002600     05  BDCK-FUNCTION           PIC X(01).
002700         88  BDCK-FUNC-BEGIN             VALUE 'B'.
002800         88  BDCK-FUNC-END               VALUE 'E'.
002900     05  BDCK-STEP               PIC X(08).
003000     05  BDCK-BUS-DATE-X         PIC X(08).
003100     05  BDCK-BUS-DATE REDEFINES BDCK-BUS-DATE-X
003200                                 PIC 9(08).
003300     05  BDCK-FORCE-SW           PIC X(01).
003400         88  BDCK-FORCE                  VALUE 'Y'.
003500     05  BDCK-STEP-RC            PIC 9(04).
003600     05  BDCK-STATUS             PIC X(02).
003700         88  BDCK-OK                     VALUE '00'.
003800         88  BDCK-BAD-DATE               VALUE '96'.
003900         88  BDCK-BAD-STEP               VALUE '97'.
004000         88  BDCK-BAD-FUNCTION           VALUE '98'.
004100     05  BDCK-ANSWER             PIC X(01).
004200         88  BDCK-ALLOWED                VALUE 'Y'.
004300         88  BDCK-REFUSED                VALUE 'N'.
004400     05  BDCK-REFUSE-REASON      PIC X(40).
