001000*    REMARKS.     FORWARD RECOVERY FOR THE WORD DICTIONARY       *
001100*                 (DICTFILE) AND PHRASE FILE (PHRASFILE).        *
001200*                 READS THE MAINTENANCE JOURNAL (MAINTJRN)       *
001300*                 WRITTEN BY ANTPREL AND ANTSUSP AND REAPPLIES   *
001400*                 EACH ADD, CORRECT, AND DELETE AGAINST A        *
001500*                 RESTORED COPY OF THE CHOSEN FILE, UP TO A      *
001600*                 CUTOFF DATE/TIME GIVEN IN THE PARM:            *
001700*                                                                *
001800*                     PARM='F,YYYYMMDD,HHMMSSTT,USERID'          *
001900*                                                                *
002000*                 WHERE F IS D (DICTFILE) OR P (PHRASFILE) AND   *
002100*                 THE TIME IS OPTIONAL (DEFAULTS TO END OF THE   *
002400*                 THE CUTOFF ARE REPORTED AS HELD.  EVERY ENTRY  *
002500*                 FOR THE CHOSEN FILE GETS A LINE ON THE         *
002600*                 RECOVERY REPORT (JRECVRPT).                    *
002610*                                                                *
002620*                 THE USERID MUST HOLD JOURNAL RECOVERY ON ITS   *
002630*                 SECURITY PROFILE (SECPROF, CHECKED BY THE      *
002640*                 ANTSECK MODULE); IF IT DOES NOT, THE REFUSAL   *
002650*                 IS LOGGED ON SECVIOL AND THE RUN ENDS RC 16    *
002660*                 WITHOUT TOUCHING ANY FILE.  WITH NO CUTOFF     *
002670*                 TIME, CODE THE PARM 'F,YYYYMMDD,,USERID'.      *
002673*                                                                *
002676*                 EVERY REAPPLIED ENTRY IS ALSO POSTED TO THE    *
002679*                 WHERE-USED CONCORDANCE (WUSEFILE) THROUGH THE  *
002682*                 ANTWUSE MODULE.  A POSTING FAILURE ENDS THE    *
002685*                 RUN RC 8; EITHER THAT OR A CUTOFF SHORT OF THE *
002688*                 JOURNAL END LEAVES THE CONCORDANCE OUT OF      *
002691*                 STEP, AND ANTWBLD MUST BE RUN.                 *
002700*                                                                *
002800*    MODIFICATION HISTORY                                       *
002900*    DATE       INIT DESCRIPTION                                 *
003000*    08/22/26   JMH  INITIAL VERSION.                            *
003025*    10/15/26   JMH  THE JOURNAL IS NOW WRITTEN BY ANTPREL       *
003050*                    (APPROVED ANTMAINT AND ANTBMNT CHANGES) AND *
003075*                    ANTSUSP.  REMARKS ONLY; NO LOGIC CHANGE.    *
003078*    10/15/26   JMH  PARM GAINS A FOURTH FIELD, THE USERID,      *
003081*                    WHICH MUST HOLD JOURNAL RECOVERY ON ITS     *
003084*                    SECURITY PROFILE (SECPROF), CHECKED THROUGH *
003087*                    ANTSECK BEFORE ANY FILE IS OPENED; A        *
003090*                    REFUSAL IS LOGGED ON SECVIOL AND ENDS THE   *
003093*                    RUN RC 16.                                  *
003094*    10/15/26   JMH  REAPPLIED ENTRIES ARE POSTED TO THE WHERE-  *
003095*                    USED CONCORDANCE (WUSEFILE) THROUGH         *
003096*                    ANTWUSE; RC 8 IF ANY POSTING FAILS.         *
003100******************************************************************
003200 PROGRAM-ID. ANTJRECV.
003300*
011600     05  DL-FAILED-CNT       PIC 9(09)  COMP  VALUE ZERO.
011700     05  DL-HELD-CNT         PIC 9(09)  COMP  VALUE ZERO.
011800     05  DL-OTHER-FILE-CNT   PIC 9(09)  COMP  VALUE ZERO.
011850     05  DL-WUSE-ERR-CNT     PIC 9(09)  COMP  VALUE ZERO.
011900*
012000 01  DL-CUTOFF-FIELDS.
012100     05  DL-CUT-DATE         PIC X(08)  VALUE SPACES.
012400     05  DL-JRN-TIME-X       PIC X(08).
012500*
012600 01  DL-DISPOSITION          PIC X(16)  VALUE SPACES.
012610 01  DL-USERID               PIC X(08)  VALUE SPACES.
012620*
012630     COPY SECKPARM.
012638*
012646******************************************************************
012654*    WUSE-PARM-AREA - THE PARAMETER AREA FOR THE CALLABLE        *
012662*    WHERE-USED MODULE (ANTWUSE), POSTED WITH THE IMAGES OF      *
012670*    EVERY REAPPLIED JOURNAL ENTRY                               *
012678******************************************************************
012686     COPY WUSEPARM.
012700*
012800 LINKAGE SECTION.
012900*
013000 01  DL-PARM-AREA.
013100     05  DL-PARM-LEN         PIC S9(4) COMP.
013200     05  DL-PARM-TEXT        PIC X(30).
013300*
013400 PROCEDURE DIVISION USING DL-PARM-AREA.
013500*
015300 1000-INITIALIZE.
015400     IF DL-PARM-LEN < 1
015500         DISPLAY 'ANTJRECV - PARM REQUIRED: F,YYYYMMDD,HHMMSSTT'
015550             ',USERID'
015600         GO TO 1000-ABEND
015700     END-IF.
015710     IF DL-PARM-LEN > 30
015720         MOVE 30 TO DL-PARM-LEN
015730     END-IF.
015800     UNSTRING DL-PARM-TEXT(1:DL-PARM-LEN)
015900         DELIMITED BY ','
016000         INTO DL-TARGET-FILE-ID
016100              DL-CUT-DATE
016200              DL-CUT-TIME
016250              DL-USERID
016300     END-UNSTRING.
016400     IF NOT DL-TARGET-VALID
016500         DISPLAY 'ANTJRECV - PARM FILE ID MUST BE D OR P'
017800             DL-CUT-TIME
017900         GO TO 1000-ABEND
018000     END-IF.
018010*
018020     PERFORM 1050-CHECK-AUTHORITY
018030         THRU 1050-EXIT.
018100*
018200     OPEN INPUT  MAINTJRN.
018300     IF NOT DL-JRN-OK
020100             GO TO 1000-ABEND
020200         END-IF
020300     END-IF.
020310*
020320     MOVE 'O' TO WUSE-FUNCTION.
020330     MOVE 'U' TO WUSE-OPEN-MODE.
020340     CALL 'ANTWUSE' USING WUSE-PARM-AREA.
020350     IF NOT WUSE-OK
020360         DISPLAY 'ANTJRECV - WUSEFILE OPEN FAILED, STATUS = '
020370             WUSE-STATUS
020380         GO TO 1000-ABEND
020390     END-IF.
020400*
020500     OPEN OUTPUT JRECVRPT.
020600     IF NOT DL-RPT-OK
022000 1000-EXIT.
022100     EXIT.
022200*
022210******************************************************************
022220*    1050-CHECK-AUTHORITY - THE PARM USERID MUST HOLD JOURNAL    *
022230*    RECOVERY BEFORE A RESTORED FILE IS ROLLED FORWARD.          *
022240*    ANTSECK LOGS A REFUSAL.                                     *
022250******************************************************************
022260 1050-CHECK-AUTHORITY.
022262     MOVE 'O' TO SECK-FUNCTION.
022264     CALL 'ANTSECK' USING SECK-PARM-AREA.
022266     IF NOT SECK-OK
022268         DISPLAY 'ANTJRECV - SECURITY FILES NOT AVAILABLE, '
022270             'STATUS = ' SECK-STATUS
022272         GO TO 1000-ABEND
022274     END-IF.
022276     MOVE 'K' TO SECK-FUNCTION.
022278     MOVE DL-USERID TO SECK-USERID.
022280     MOVE 'ANTJRECV' TO SECK-PROGRAM.
022282     MOVE 'J' TO SECK-REQUESTED.
022284     MOVE SPACES TO SECK-DETAIL.
022286     STRING 'RECOVER ' DL-TARGET-FILE-ID ' TO ' DL-CUT-DATE
022288         ' ' DL-CUT-TIME
022290         DELIMITED BY SIZE
022292         INTO SECK-DETAIL
022294     END-STRING.
022296     CALL 'ANTSECK' USING SECK-PARM-AREA.
022298     IF SECK-REFUSED
022300         DISPLAY 'ANTJRECV - ' DL-USERID ' NOT AUTHORIZED FOR '
022302             'JOURNAL RECOVERY - ' SECK-REFUSE-REASON
022304         MOVE 'C' TO SECK-FUNCTION
022306         CALL 'ANTSECK' USING SECK-PARM-AREA
022308         GO TO 1000-ABEND
022310     END-IF.
022312*
022314 1050-EXIT.
022316     EXIT.
022318*
022359******************************************************************
022400*    2000-PROCESS-JOURNAL - CLASSIFY ONE JOURNAL ENTRY AND       *
022500*    REAPPLY IT IF IT BELONGS TO THE TARGET FILE AND FALLS ON    *
022600*    OR BEFORE THE CUTOFF                                        *
025300     IF DL-APPLY-OK
025400         ADD 1 TO DL-APPLIED-CNT
025500         MOVE 'APPLIED' TO DL-DISPOSITION
025533         PERFORM 5000-POST-USES
025566             THRU 5000-EXIT
025600     ELSE
025700         ADD 1 TO DL-FAILED-CNT
025800     END-IF.
034600 4000-EXIT.
034700     EXIT.
034800*
034803******************************************************************
034806*    5000-POST-USES - KEEP THE WHERE-USED CONCORDANCE IN STEP    *
034809*    WITH THE REAPPLIED ENTRY: DROP THE USES OF THE BEFORE IMAGE *
034812*    AND POST THOSE OF THE AFTER IMAGE.  A FAILURE IS COUNTED    *
034815*    AND THE RECOVERY GOES ON.                                   *
034818******************************************************************
034821 5000-POST-USES.
034824     MOVE JRNL-FILE-ID TO WUSE-FILE-ID.
034827     MOVE 'D' TO WUSE-FUNCTION.
034830     MOVE JRNL-BEFORE-IMAGE TO WUSE-IMAGE.
034833     CALL 'ANTWUSE' USING WUSE-PARM-AREA.
034836     IF WUSE-OK
034839         MOVE 'A' TO WUSE-FUNCTION
034842         MOVE JRNL-AFTER-IMAGE TO WUSE-IMAGE
034845         CALL 'ANTWUSE' USING WUSE-PARM-AREA
034848     END-IF.
034851     IF NOT WUSE-OK
034854         DISPLAY 'ANTJRECV - WHERE-USED POSTING FAILED, STATUS = '
034857             WUSE-STATUS
034860         ADD 1 TO DL-WUSE-ERR-CNT
034863     END-IF.
034866*
034869 5000-EXIT.
034872     EXIT.
034875*
034900******************************************************************
035000*    6000-WRITE-REPORT - ONE LINE PER JOURNAL ENTRY FOR THE      *
035100*    TARGET FILE, SHOWING THE KEY IT CARRIES AND WHAT BECAME     *
038700         CLOSE PHRASFILE
038800     END-IF.
038900     CLOSE JRECVRPT.
038910     MOVE 'C' TO SECK-FUNCTION.
038920     CALL 'ANTSECK' USING SECK-PARM-AREA.
038946     MOVE 'C' TO WUSE-FUNCTION.
038972     CALL 'ANTWUSE' USING WUSE-PARM-AREA.
039000     DISPLAY 'ANTJRECV - JOURNAL RECORDS READ: ' DL-JRN-RECS-READ.
039100     DISPLAY 'ANTJRECV - APPLIED:              ' DL-APPLIED-CNT.
039200     DISPLAY 'ANTJRECV - FAILED:               ' DL-FAILED-CNT.
039300     DISPLAY 'ANTJRECV - HELD PAST CUTOFF:     ' DL-HELD-CNT.
039400     DISPLAY 'ANTJRECV - OTHER FILE SKIPPED:  ' DL-OTHER-FILE-CNT.
039410     IF DL-WUSE-ERR-CNT > 0
039420         DISPLAY 'ANTJRECV - WHERE-USED NOT POSTED: '
039430             DL-WUSE-ERR-CNT ' - RUN ANTWBLD'
039440         MOVE 8 TO RETURN-CODE
039450     END-IF.
039460     IF DL-HELD-CNT > 0
039470         DISPLAY 'ANTJRECV - CUTOFF SHORT OF JOURNAL END - '
039480             'RUN ANTWBLD'
039490     END-IF.
039500*
039600 9000-EXIT.
039700     EXIT.
