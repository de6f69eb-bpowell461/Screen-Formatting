000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID.  ANTSECK                                        *
000500*    AUTHOR.      J. HOLLOWAY, APPLICATIONS MAINTENANCE          *
000600*    INSTALLATION. DATA ENTRY SYSTEMS                            *
000700*    DATE-WRITTEN. 10/15/26                                      *
000800*    DATE-COMPILED.                                              *
000900*                                                                *
001000*    REMARKS.     CALLABLE SECURITY-CHECK MODULE.  ANSWERS ONE   *
001100*                 QUESTION - MAY THIS USERID USE THIS FUNCTION - *
001200*                 FROM THE USER SECURITY PROFILE FILE (SECPROF - *
001300*                 SEE SECPREC), AND WRITES EVERY REFUSAL TO THE  *
001400*                 SECURITY-VIOLATION LOG (SECVIOL - SEE          *
001500*                 SVIOREC) BEFORE RETURNING, SO NO CALLER CAN    *
001600*                 FORGET TO LOG ONE.  A USERID IS REFUSED IF IT  *
001700*                 HAS NO PROFILE, IF ITS PROFILE IS NOT ACTIVE,  *
001800*                 OR IF THE PROFILE DOES NOT GRANT THE FUNCTION. *
001900*                 CALLED BY ANTMAINT, ANTBMNT, ANTPREV, ANTSUSP, *
002000*                 ANTRECYC, AND ANTJRECV.                        *
002100*                                                                *
002200*                 SEE SECKPARM.CPY FOR THE PARAMETER AREA AND    *
002300*                 FUNCTION CODES.  THE MODULE HOLDS ITS FILES    *
002400*                 OPEN BETWEEN CALLS - CALL 'O' ONCE, 'K' PER    *
002500*                 CHECK, 'C' AT END.                             *
002600*                                                                *
002700*    MODIFICATION HISTORY                                       *
002800*    DATE       INIT DESCRIPTION                                 *
002900*    10/15/26   JMH  INITIAL VERSION.                            *
003000******************************************************************
003100 PROGRAM-ID. ANTSECK.
003200*
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. IBM-370.
003600 OBJECT-COMPUTER. IBM-370.
003700*
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000*
004100     SELECT SECPROF ASSIGN TO SECPROF
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS SEC-USERID OF SEC-RECORD
004500         FILE STATUS IS DL-PROF-STATUS.
004600*
004700     SELECT SECVIOL ASSIGN TO SECVIOL
004800         ORGANIZATION IS SEQUENTIAL
004900         ACCESS MODE IS SEQUENTIAL
005000         FILE STATUS IS DL-VIOL-STATUS.
005100*
005200 DATA DIVISION.
005300 FILE SECTION.
005400*
005500 FD  SECPROF
005600     LABEL RECORDS ARE STANDARD.
005700     COPY SECPREC.
005800*
005900 FD  SECVIOL
006000     LABEL RECORDS ARE STANDARD
006100     RECORDING MODE IS F.
006200     COPY SVIOREC.
006300*
006400 WORKING-STORAGE SECTION.
006500*
006600 01  DL-FILE-STATUSES.
006700     05  DL-PROF-STATUS      PIC X(02).
006800         88  DL-PROF-OK                VALUE '00'.
006900     05  DL-VIOL-STATUS      PIC X(02).
007000         88  DL-VIOL-OK                VALUE '00'.
007100         88  DL-VIOL-NOT-THERE         VALUE '35'.
007200*
007300 01  DL-COUNTERS.
007400     05  DL-FN-IDX           PIC 9(03)  COMP  VALUE ZERO.
007500     05  DL-CHECK-CNT        PIC 9(09)  COMP  VALUE ZERO.
007600     05  DL-REFUSED-CNT      PIC 9(09)  COMP  VALUE ZERO.
007700*
007800******************************************************************
007900*    DL-FN-CODES - THE REQUESTED-FUNCTION CODES IN THE SAME      *
008000*    ORDER AS THE FLAGS IN SEC-FUNCTIONS, SO THE POSITION OF A   *
008100*    CODE HERE IS THE SUBSCRIPT OF ITS FLAG IN SEC-FN-FLAG.      *
008200******************************************************************
008300 01  DL-FN-CODES             PIC X(07)  VALUE 'IWPXSRJ'.
008400 01  DL-FN-CODE-TABLE REDEFINES DL-FN-CODES.
008500     05  DL-FN-CODE          PIC X(01)  OCCURS 7 TIMES.
008600*
008700 LINKAGE SECTION.
008800*
008900     COPY SECKPARM.
009000*
009100 PROCEDURE DIVISION USING SECK-PARM-AREA.
009200*
009300 0000-MAINLINE.
009400     MOVE '00' TO SECK-STATUS.
009500     EVALUATE TRUE
009600         WHEN SECK-FUNC-OPEN
009700             PERFORM 1000-OPEN-FILES
009800                 THRU 1000-EXIT
009900         WHEN SECK-FUNC-CHECK
010000             PERFORM 3000-CHECK-ACCESS
010100                 THRU 3000-EXIT
010200         WHEN SECK-FUNC-CLOSE
010300             PERFORM 9000-CLOSE-FILES
010400                 THRU 9000-EXIT
010500         WHEN OTHER
010600             MOVE '98' TO SECK-STATUS
010700     END-EVALUATE.
010800     GOBACK.
010900*
011000 0000-EXIT.
011100     EXIT.
011200*
011300******************************************************************
011400*    1000-OPEN-FILES - OPEN THE PROFILE FILE READ-ONLY AND THE   *
011500*    VIOLATION LOG FOR APPEND, CREATING THE LOG ON FIRST USE.    *
011600*    A MISSING PROFILE FILE IS AN ERROR - WITHOUT IT NOBODY CAN  *
011700*    BE SHOWN TO BE AUTHORIZED.                                  *
011800******************************************************************
011900 1000-OPEN-FILES.
012000     OPEN INPUT  SECPROF.
012100     IF NOT DL-PROF-OK
012200         DISPLAY 'ANTSECK - SECPROF OPEN FAILED, STATUS = '
012300             DL-PROF-STATUS
012400         MOVE DL-PROF-STATUS TO SECK-STATUS
012500         GO TO 1000-EXIT
012600     END-IF.
012700     OPEN EXTEND SECVIOL.
012800     IF DL-VIOL-NOT-THERE
012900         OPEN OUTPUT SECVIOL
013000     END-IF.
013100     IF NOT DL-VIOL-OK
013200         DISPLAY 'ANTSECK - SECVIOL OPEN FAILED, STATUS = '
013300             DL-VIOL-STATUS
013400         MOVE DL-VIOL-STATUS TO SECK-STATUS
013500     END-IF.
013600*
013700 1000-EXIT.
013800     EXIT.
013900*
014000******************************************************************
014100*    3000-CHECK-ACCESS - LOOK UP THE USERID'S PROFILE AND THE    *
014200*    FLAG FOR THE REQUESTED FUNCTION.  ANYTHING SHORT OF AN      *
014300*    ACTIVE PROFILE WITH THE FLAG SET IS A REFUSAL, AND EVERY    *
014400*    REFUSAL IS LOGGED.                                          *
014500******************************************************************
014600 3000-CHECK-ACCESS.
014700     ADD 1 TO DL-CHECK-CNT.
014800     SET SECK-REFUSED TO TRUE.
014900     MOVE SPACES TO SECK-REFUSE-REASON.
015000     PERFORM 3100-FIND-FUNCTION
015100         THRU 3100-EXIT
015200         VARYING DL-FN-IDX FROM 1 BY 1
015300         UNTIL DL-FN-IDX > 7
015400            OR DL-FN-CODE(DL-FN-IDX) = SECK-REQUESTED.
015500     IF DL-FN-IDX > 7
015600         MOVE '97' TO SECK-STATUS
015700         MOVE 'BAD FUNCTION CODE' TO SECK-REFUSE-REASON
015800         GO TO 3000-LOG
015900     END-IF.
016000     IF SECK-USERID = SPACES
016100         MOVE 'NO USERID' TO SECK-REFUSE-REASON
016200         GO TO 3000-LOG
016300     END-IF.
016400     MOVE SECK-USERID TO SEC-USERID.
016500     READ SECPROF
016600         KEY IS SEC-USERID OF SEC-RECORD
016700         INVALID KEY
016800             MOVE 'NO PROFILE' TO SECK-REFUSE-REASON
016900             GO TO 3000-LOG
017000     END-READ.
017100     IF NOT SEC-ACTIVE
017200         MOVE 'PROFILE NOT ACTIVE' TO SECK-REFUSE-REASON
017300         GO TO 3000-LOG
017400     END-IF.
017500     IF SEC-FN-FLAG(DL-FN-IDX) NOT = 'Y'
017600         MOVE 'FUNCTION NOT GRANTED' TO SECK-REFUSE-REASON
017700         GO TO 3000-LOG
017800     END-IF.
017900     SET SECK-ALLOWED TO TRUE.
018000     GO TO 3000-EXIT.
018100*
018200 3000-LOG.
018300     ADD 1 TO DL-REFUSED-CNT.
018400     PERFORM 3500-WRITE-VIOLATION
018500         THRU 3500-EXIT.
018600*
018700 3000-EXIT.
018800     EXIT.
018900*
019000 3100-FIND-FUNCTION.
019100     CONTINUE.
019200*
019300 3100-EXIT.
019400     EXIT.
019500*
019600******************************************************************
019700*    3500-WRITE-VIOLATION - APPEND ONE REFUSED ATTEMPT TO THE    *
019800*    SECURITY-VIOLATION LOG                                      *
019900******************************************************************
020000 3500-WRITE-VIOLATION.
020100     MOVE SPACES TO SVIO-RECORD.
020200     ACCEPT SVIO-DATE FROM DATE YYYYMMDD.
020300     ACCEPT SVIO-TIME FROM TIME.
020400     MOVE SECK-USERID TO SVIO-USERID.
020500     MOVE SECK-PROGRAM TO SVIO-PROGRAM.
020600     MOVE SECK-REQUESTED TO SVIO-REQUESTED.
020700     MOVE SECK-REFUSE-REASON TO SVIO-REASON.
020800     MOVE SECK-DETAIL TO SVIO-DETAIL.
020900     WRITE SVIO-RECORD.
021000     IF NOT DL-VIOL-OK
021100         DISPLAY 'ANTSECK - SECVIOL WRITE FAILED, STATUS = '
021200             DL-VIOL-STATUS
021300         MOVE DL-VIOL-STATUS TO SECK-STATUS
021400     END-IF.
021500*
021600 3500-EXIT.
021700     EXIT.
021800*
021900******************************************************************
022000*    9000-CLOSE-FILES - CLOSE THE PROFILE FILE AND THE LOG       *
022100******************************************************************
022200 9000-CLOSE-FILES.
022300     CLOSE SECPROF.
022400     CLOSE SECVIOL.
022500     DISPLAY 'ANTSECK - ACCESS CHECKS MADE:    ' DL-CHECK-CNT.
022600     DISPLAY 'ANTSECK - ACCESS CHECKS REFUSED: ' DL-REFUSED-CNT.
022700*
022800 9000-EXIT.
022900     EXIT.
