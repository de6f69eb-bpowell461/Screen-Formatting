001810*                 RUN'S WLCORR FEED AS A 'RECY' BATCH), AND      *
001820*                 CLEARS THE HANDLED ENTRIES.  AFTERWARD, EVERY  *
002000*                 RECYCLE ENTRY OLDER THAN THE PARM AGE          *
002100*                 THRESHOLD (THE YYYYMMDD IN PARM=               *
002150*                 'YYYYMMDD,USERID') IS REPORTED AS AGED         *
002200*                 OUTSTANDING, SO A FAILED LINE THAT NEVER       *
002300*                 COMES BACK IS CHASED INSTEAD OF FORGOTTEN.     *
002400*                                                                *
002500*                 EVERY CORRECTION AND EVERY AGED ENTRY GETS A   *
002600*                 LINE ON THE RESULTS REPORT (RECYRPT).          *
002610*                                                                *
002620*                 THE PARM USERID MUST HOLD RECYCLE CORRECTION   *
002630*                 ON ITS SECURITY PROFILE (SECPROF, CHECKED BY   *
002640*                 THE ANTSECK MODULE); IF IT DOES NOT, THE       *
002650*                 REFUSAL IS LOGGED ON SECVIOL AND THE RUN ENDS  *
002660*                 RC 16 WITHOUT TOUCHING ANY FILE.               *
002661*                                                                *
002662*                 EVERY CORRECTION THAT CHANGES THE LEADING WORD *
002663*                 OF THE LINE ALSO COUNTS ONE OCCURRENCE OF THE  *
002664*                 ORIGINAL/CORRECTED WORD PAIR ON THE            *
002665*                 CORRECTION-PAIR HISTORY (CPHFILE - SEE         *
002666*                 CPHREC), WHICH ANTCPAIR REPORTS AND TURNS INTO *
002667*                 CROSS-REFERENCES.                              *
002700*                                                                *
002800*    MODIFICATION HISTORY                                       *
002900*    DATE       INIT DESCRIPTION                                 *
003020*                    FEEDS ANTWLOAD'S WLCORR DD (WORDLINE-       *
003030*                    RECORD FORMAT), NOT THE 80-BYTE CAPTURE     *
003040*                    CONCATENATION.  NO LOGIC CHANGE HERE.       *
003050*    10/15/26   JMH  THE CORRECTED LINE GOES BACK OUT ON WLOUT   *
003060*                    WITH THE SITE ID AND BATCH ID OF THE        *
003070*                    RECYCLE ENTRY IT CLEARS, SO THE KEYING SITE *
003080*                    STAYS ATTACHED THROUGH THE RELOAD.  WLOUT   *
003090*                    IS NOW 73 BYTES.                            *
003091*    10/15/26   JMH  PARM IS NOW 'YYYYMMDD,USERID'. THE USERID   *
003092*                    MUST HOLD RECYCLE CORRECTION ON ITS         *
003093*                    SECURITY PROFILE (SECPROF), CHECKED THROUGH *
003094*                    ANTSECK BEFORE ANY FILE IS OPENED; A        *
003095*                    REFUSAL IS LOGGED ON SECVIOL AND ENDS THE   *
003096*                    RUN RC 16.                                  *
003097*    10/15/26   JMH  EVERY CORRECTION THAT CHANGES THE LEADING   *
003098*                    WORD POSTS THE ORIGINAL/CORRECTED WORD PAIR *
003099*                    TO THE NEW CORRECTION-PAIR HISTORY          *
003100*                    (CPHFILE) - A COUNT AND FIRST/LAST RUN      *
003101*                    DATES PER PAIR - BEFORE THE RECYCLE ENTRY   *
003102*                    IS CLEARED. CPHFILE IS CREATED ON FIRST     *
003103*                    USE.                                        *
003104******************************************************************
003200 PROGRAM-ID. ANTRECYC.
003300*
003400 ENVIRONMENT DIVISION.
005500         ACCESS MODE IS SEQUENTIAL
005600         FILE STATUS IS DL-WLO-STATUS.
005700*
005710     SELECT CPHFILE ASSIGN TO CPHFILE
005720         ORGANIZATION IS INDEXED
005730         ACCESS MODE IS DYNAMIC
005740         RECORD KEY IS CPH-KEY OF CPH-RECORD
005750         FILE STATUS IS DL-CPH-STATUS.
005760*
005800     SELECT RECYRPT ASSIGN TO RECYRPT
005900         ORGANIZATION IS SEQUENTIAL
006000         ACCESS MODE IS SEQUENTIAL
007700     RECORDING MODE IS F.
007800     COPY WORDLREC.
007900*
007910 FD  CPHFILE
007920     LABEL RECORDS ARE STANDARD.
007930     COPY CPHREC.
007940*
008000 FD  RECYRPT
008100     LABEL RECORDS ARE STANDARD
008200     RECORDING MODE IS F.
009300         88  DL-RECY-NOTFND            VALUE '23'.
009400     05  DL-WLO-STATUS       PIC X(02).
009500         88  DL-WLO-OK                 VALUE '00'.
009510     05  DL-CPH-STATUS       PIC X(02).
009520         88  DL-CPH-OK                 VALUE '00'.
009530         88  DL-CPH-NOT-THERE          VALUE '35'.
009600     05  DL-RPT-STATUS       PIC X(02).
009700         88  DL-RPT-OK                 VALUE '00'.
009800*
010800     05  DL-REJECTED-CNT     PIC 9(09)  COMP  VALUE ZERO.
010900     05  DL-OUTSTANDING-CNT  PIC 9(09)  COMP  VALUE ZERO.
011000     05  DL-AGED-CNT         PIC 9(09)  COMP  VALUE ZERO.
011010     05  DL-PAIRS-POSTED     PIC 9(09)  COMP  VALUE ZERO.
011020     05  DL-TOK-LEN          PIC 9(03)  COMP  VALUE ZERO.
011100*
011200 01  DL-CUT-DATE             PIC X(08)  VALUE SPACES.
011300 01  DL-RECY-DATE-X          PIC X(08).
011400 01  DL-DISPOSITION          PIC X(16)  VALUE SPACES.
011410 01  DL-USERID               PIC X(08)  VALUE SPACES.
011412 01  DL-ORIG-WORD            PIC X(20)  VALUE SPACES.
011414 01  DL-CORR-WORD            PIC X(20)  VALUE SPACES.
011420*
011430     COPY SECKPARM.
011500*
011600 LINKAGE SECTION.
011700*
011800 01  DL-PARM-AREA.
011900     05  DL-PARM-LEN         PIC S9(4) COMP.
012000     05  DL-PARM-TEXT        PIC X(17).
012100*
012200 PROCEDURE DIVISION USING DL-PARM-AREA.
012300*
014300 1000-INITIALIZE.
014400     IF DL-PARM-LEN < 8
014500         DISPLAY 'ANTRECYC - PARM REQUIRED: AGE CUTOFF YYYYMMDD'
014550             ',USERID'
014600         GO TO 1000-ABEND
014700     END-IF.
014710     IF DL-PARM-LEN > 17
014720         MOVE 17 TO DL-PARM-LEN
014730     END-IF.
014800     UNSTRING DL-PARM-TEXT(1:DL-PARM-LEN) DELIMITED BY ','
014810         INTO DL-CUT-DATE DL-USERID
014820     END-UNSTRING.
014900     IF DL-CUT-DATE NOT NUMERIC
015000         DISPLAY 'ANTRECYC - PARM CUTOFF NOT NUMERIC: '
015100             DL-CUT-DATE
015200         GO TO 1000-ABEND
015300     END-IF.
015310*
015320     PERFORM 1050-CHECK-AUTHORITY
015330         THRU 1050-EXIT.
015400*
015500     OPEN INPUT  CORRTXN.
015600     IF NOT DL-COR-OK
016600         GO TO 1000-ABEND
016700     END-IF.
016800*
016810     OPEN I-O CPHFILE.
016820     IF DL-CPH-NOT-THERE
016830         OPEN OUTPUT CPHFILE
016840         CLOSE CPHFILE
016850         OPEN I-O CPHFILE
016860     END-IF.
016870     IF NOT DL-CPH-OK
016880         DISPLAY 'ANTRECYC - CPHFILE OPEN FAILED, STATUS = '
016890             DL-CPH-STATUS
016892         GO TO 1000-ABEND
016894     END-IF.
016896*
016900     OPEN OUTPUT WLOUT.
017000     IF NOT DL-WLO-OK
017100         DISPLAY 'ANTRECYC - WLOUT OPEN FAILED, STATUS = '
019100 1000-EXIT.
019200     EXIT.
019300*
019310******************************************************************
019320*    1050-CHECK-AUTHORITY - THE PARM USERID MUST HOLD RECYCLE    *
019330*    CORRECTION BEFORE ANY RECYCLE ENTRY IS CLEARED OR ANY       *
019340*    CORRECTED LINE IS SENT BACK.  ANTSECK LOGS A REFUSAL.       *
019350******************************************************************
019360 1050-CHECK-AUTHORITY.
019362     MOVE 'O' TO SECK-FUNCTION.
019364     CALL 'ANTSECK' USING SECK-PARM-AREA.
019366     IF NOT SECK-OK
019368         DISPLAY 'ANTRECYC - SECURITY FILES NOT AVAILABLE, '
019370             'STATUS = ' SECK-STATUS
019372         GO TO 1000-ABEND
019374     END-IF.
019376     MOVE 'K' TO SECK-FUNCTION.
019378     MOVE DL-USERID TO SECK-USERID.
019380     MOVE 'ANTRECYC' TO SECK-PROGRAM.
019382     MOVE 'R' TO SECK-REQUESTED.
019384     MOVE 'APPLY CORRTXN TO RECYFILE' TO SECK-DETAIL.
019386     CALL 'ANTSECK' USING SECK-PARM-AREA.
019388     IF SECK-REFUSED
019390         DISPLAY 'ANTRECYC - ' DL-USERID ' NOT AUTHORIZED FOR '
019392             'RECYCLE CORRECTION - ' SECK-REFUSE-REASON
019394         MOVE 'C' TO SECK-FUNCTION
019396         CALL 'ANTSECK' USING SECK-PARM-AREA
019398         GO TO 1000-ABEND
019399     END-IF.
019400*
019401 1050-EXIT.
019402     EXIT.
019403*
019451******************************************************************
019500*    2000-APPLY-CORRECTION - MATCH ONE CORRECTION TRANSACTION    *
019600*    AGAINST THE RECYCLE FILE: EMIT THE CORRECTED LINE IN        *
019700*    WORDLINE FORMAT, CLEAR THE RECYCLE ENTRY, AND REPORT WHAT   *
019800*    BECAME OF IT.  A CORRECTION THAT MATCHES NOTHING, OR THAT   *
019900*    CARRIES A BLANK LINE, REJECTS AND LEAVES THE RECYCLE        *
020000*    ENTRY (IF ANY) OUTSTANDING.                                 *
020010*    BEFORE THE ENTRY IS CLEARED, THE LEADING WORD AS KEYED AND  *
020020*    AS CORRECTED ARE POSTED TO THE CORRECTION-PAIR HISTORY.     *
020100******************************************************************
020200 2000-APPLY-CORRECTION.
020300     ADD 1 TO DL-CORR-RECS-READ.
022300     END-IF.
022400     MOVE CORR-WORD-LINE TO WL-WORD-LINE.
022500     MOVE CORR-INPUT-CHAR TO WL-INPUT-CHAR.
022510     MOVE RECY-SITE-ID TO WL-SITE-ID.
022520     MOVE RECY-BATCH-ID TO WL-BATCH-ID.
022600     WRITE WORDLINE-RECORD.
022610     PERFORM 2500-POST-PAIR
022620         THRU 2500-EXIT.
022700     DELETE RECYFILE
022800         INVALID KEY
022900             DISPLAY 'ANTRECYC - RECYCLE DELETE FAILED FOR: '
025000 2100-EXIT.
025100     EXIT.
025200*
025201******************************************************************
025202*    2500-POST-PAIR - ISOLATE THE LEADING WORD OF THE FAILED     *
025203*    LINE AND OF ITS CORRECTION THE WAY ANTIQUITY DOES (EVERY    *
025204*    CHARACTER BEFORE THE FIRST SPACE) AND COUNT ONE MORE        *
025205*    OCCURRENCE OF THE PAIR ON CPHFILE.  NOTHING IS POSTED WHEN  *
025206*    THE WORDS ARE THE SAME (A BAD KEYSTROKE, NOT A MISKEYED     *
025207*    WORD), WHEN EITHER LINE STARTS WITH A SPACE, OR WHEN EITHER *
025208*    LEADING WORD RUNS PAST THE 20-BYTE DICTIONARY KEY.          *
025209******************************************************************
025210 2500-POST-PAIR.
025211     MOVE SPACES TO DL-ORIG-WORD.
025212     MOVE SPACES TO DL-CORR-WORD.
025213     MOVE ZERO TO DL-TOK-LEN.
025214     INSPECT RECY-WORD-LINE TALLYING DL-TOK-LEN
025215         FOR CHARACTERS BEFORE INITIAL SPACE.
025216     IF DL-TOK-LEN = 0 OR DL-TOK-LEN > 20
025217         GO TO 2500-EXIT
025218     END-IF.
025219     MOVE RECY-WORD-LINE(1:DL-TOK-LEN) TO DL-ORIG-WORD.
025220     MOVE ZERO TO DL-TOK-LEN.
025221     INSPECT CORR-WORD-LINE TALLYING DL-TOK-LEN
025222         FOR CHARACTERS BEFORE INITIAL SPACE.
025223     IF DL-TOK-LEN = 0 OR DL-TOK-LEN > 20
025224         GO TO 2500-EXIT
025225     END-IF.
025226     MOVE CORR-WORD-LINE(1:DL-TOK-LEN) TO DL-CORR-WORD.
025227     IF DL-ORIG-WORD = DL-CORR-WORD
025228         GO TO 2500-EXIT
025229     END-IF.
025230     MOVE DL-ORIG-WORD TO CPH-ORIG-WORD.
025231     MOVE DL-CORR-WORD TO CPH-CORR-WORD.
025232     READ CPHFILE
025233         KEY IS CPH-KEY OF CPH-RECORD
025234         INVALID KEY
025235             PERFORM 2600-ADD-PAIR
025236                 THRU 2600-EXIT
025237             GO TO 2500-EXIT
025238     END-READ.
025239     ADD 1 TO CPH-COUNT.
025240     IF RECY-RUN-DATE < CPH-FIRST-DATE
025241         MOVE RECY-RUN-DATE TO CPH-FIRST-DATE
025242     END-IF.
025243     IF RECY-RUN-DATE NOT < CPH-LAST-DATE
025244         MOVE RECY-RUN-DATE TO CPH-LAST-DATE
025245         MOVE RECY-SITE-ID TO CPH-LAST-SITE-ID
025246     END-IF.
025247     REWRITE CPH-RECORD
025248         INVALID KEY
025249             DISPLAY 'ANTRECYC - PAIR REWRITE FAILED FOR: '
025250                 CPH-ORIG-WORD ' ' CPH-CORR-WORD
025251             GO TO 2500-EXIT
025252     END-REWRITE.
025253     ADD 1 TO DL-PAIRS-POSTED.
025254*
025255 2500-EXIT.
025256     EXIT.
025257*
025258 2600-ADD-PAIR.
025259     MOVE SPACES TO CPH-RECORD.
025260     MOVE DL-ORIG-WORD TO CPH-ORIG-WORD.
025261     MOVE DL-CORR-WORD TO CPH-CORR-WORD.
025262     MOVE 1 TO CPH-COUNT.
025263     MOVE RECY-RUN-DATE TO CPH-FIRST-DATE.
025264     MOVE RECY-RUN-DATE TO CPH-LAST-DATE.
025265     MOVE RECY-SITE-ID TO CPH-LAST-SITE-ID.
025266     MOVE ZERO TO CPH-XREF-DATE.
025267     WRITE CPH-RECORD
025268         INVALID KEY
025269             DISPLAY 'ANTRECYC - PAIR WRITE FAILED FOR: '
025270                 CPH-ORIG-WORD ' ' CPH-CORR-WORD
025271             GO TO 2600-EXIT
025272     END-WRITE.
025273     ADD 1 TO DL-PAIRS-POSTED.
025274*
025275 2600-EXIT.
025276     EXIT.
025277*
025300******************************************************************
025400*    3000-WRITE-CORR-RESULT - ONE REPORT LINE PER CORRECTION     *
025500*    TRANSACTION.  THE LINE SHOWN IS THE CORRECTED ONE DATA      *
031400 9000-TERMINATE.
031500     CLOSE CORRTXN.
031600     CLOSE RECYFILE.
031610     CLOSE CPHFILE.
031700     CLOSE WLOUT.
031800     CLOSE RECYRPT.
031810     MOVE 'C' TO SECK-FUNCTION.
031820     CALL 'ANTSECK' USING SECK-PARM-AREA.
031900     DISPLAY 'ANTRECYC - CORRECTIONS READ:    ' DL-CORR-RECS-READ.
032000     DISPLAY 'ANTRECYC - CORRECTED:           ' DL-CORRECTED-CNT.
032100     DISPLAY 'ANTRECYC - REJECTED:            ' DL-REJECTED-CNT.
032200     DISPLAY 'ANTRECYC - STILL OUTSTANDING:   '
032300         DL-OUTSTANDING-CNT.
032400     DISPLAY 'ANTRECYC - AGED PAST THRESHOLD: ' DL-AGED-CNT.
032410     DISPLAY 'ANTRECYC - CORRECTION PAIRS:    ' DL-PAIRS-POSTED.
032500*
032600 9000-EXIT.
032700     EXIT.
