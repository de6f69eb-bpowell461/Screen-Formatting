000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID.  ANTSECR                                        *
000500*    AUTHOR.      J. HOLLOWAY, APPLICATIONS MAINTENANCE          *
000600*    INSTALLATION. DATA ENTRY SYSTEMS                            *
000700*    DATE-WRITTEN. 10/15/26                                      *
000800*    DATE-COMPILED.                                              *
000900*                                                                *
001000*    REMARKS.     DAILY SECURITY-VIOLATIONS REPORT.  LISTS EVERY *
001100*                 REFUSED ATTEMPT ON THE SECURITY-VIOLATION LOG  *
001200*                 (SECVIOL) FOR ONE DAY, THEN LISTS EVERY ACTIVE *
001300*                 USER PROFILE (SECPROF) HOLDING ANY FUNCTION    *
001400*                 THAT CAN CHANGE THE VOCABULARY - WORD, PHRASE, *
001500*                 OR CROSS-REFERENCE MAINTENANCE, SUSPENSE       *
001600*                 APPROVAL, RECYCLE CORRECTION, OR JOURNAL       *
001700*                 RECOVERY - SO ONE REPORT SHOWS BOTH WHO TRIED  *
001800*                 AND WHO WAS ABLE.                              *
001900*                                                                *
002000*                     PARM='YYYYMMDD'  - THE DAY TO REPORT       *
002100*                                                                *
002200*                 WITH NO PARM THE REPORT DATE IS TODAY.         *
002300*                 RETURN CODE 8 IF THE DAY HAS ANY VIOLATION, SO *
002400*                 THE SCHEDULER CAN ROUTE THE REPORT TO DATA     *
002500*                 SECURITY.                                      *
002600*                                                                *
002700*    MODIFICATION HISTORY                                       *
002800*    DATE       INIT DESCRIPTION                                 *
002900*    10/15/26   JMH  INITIAL VERSION.                            *
003000******************************************************************
003100 PROGRAM-ID. ANTSECR.
003200*
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. IBM-370.
003600 OBJECT-COMPUTER. IBM-370.
003700*
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000*
004100     SELECT SECVIOL ASSIGN TO SECVIOL
004200         ORGANIZATION IS SEQUENTIAL
004300         ACCESS MODE IS SEQUENTIAL
004400         FILE STATUS IS DL-VIOL-STATUS.
004500*
004600     SELECT SECPROF ASSIGN TO SECPROF
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS SEQUENTIAL
004900         RECORD KEY IS SEC-USERID OF SEC-RECORD
005000         FILE STATUS IS DL-PROF-STATUS.
005100*
005200     SELECT SECRPT ASSIGN TO SECRPT
005300         ORGANIZATION IS SEQUENTIAL
005400         ACCESS MODE IS SEQUENTIAL
005500         FILE STATUS IS DL-RPT-STATUS.
005600*
005700 DATA DIVISION.
005800 FILE SECTION.
005900*
006000 FD  SECVIOL
006100     LABEL RECORDS ARE STANDARD
006200     RECORDING MODE IS F.
006300     COPY SVIOREC.
006400*
006500 FD  SECPROF
006600     LABEL RECORDS ARE STANDARD.
006700     COPY SECPREC.
006800*
006900 FD  SECRPT
007000     LABEL RECORDS ARE STANDARD
007100     RECORDING MODE IS F.
007200     COPY SVRPREC.
007300*
007400 WORKING-STORAGE SECTION.
007500*
007600 01  DL-FILE-STATUSES.
007700     05  DL-VIOL-STATUS      PIC X(02).
007800         88  DL-VIOL-OK                VALUE '00'.
007900         88  DL-VIOL-NOT-THERE         VALUE '35'.
008000     05  DL-PROF-STATUS      PIC X(02).
008100         88  DL-PROF-OK                VALUE '00'.
008200     05  DL-RPT-STATUS       PIC X(02).
008300         88  DL-RPT-OK                 VALUE '00'.
008400*
008500 01  DL-SWITCHES.
008600     05  DL-VIOL-EOF-SW      PIC X(01)  VALUE 'N'.
008700         88  DL-VIOL-EOF                VALUE 'Y'.
008800     05  DL-VIOL-OPEN-SW     PIC X(01)  VALUE 'N'.
008900         88  DL-VIOL-IS-OPEN            VALUE 'Y'.
009000     05  DL-PROF-EOF-SW      PIC X(01)  VALUE 'N'.
009100         88  DL-PROF-EOF                VALUE 'Y'.
009200*
009300 01  DL-COUNTERS.
009400     05  DL-VIOL-READ        PIC 9(09)  COMP  VALUE ZERO.
009500     05  DL-VIOL-LISTED      PIC 9(09)  COMP  VALUE ZERO.
009600     05  DL-PROF-READ        PIC 9(09)  COMP  VALUE ZERO.
009700     05  DL-PROF-LISTED      PIC 9(09)  COMP  VALUE ZERO.
009800*
009900 01  DL-REPORT-DATE          PIC 9(08).
010000*
010100 LINKAGE SECTION.
010200*
010300 01  DL-PARM-AREA.
010400     05  DL-PARM-LEN         PIC S9(4) COMP.
010500     05  DL-PARM-TEXT        PIC X(08).
010600*
010700 PROCEDURE DIVISION USING DL-PARM-AREA.
010800*
010900 0000-MAINLINE.
011000     PERFORM 1000-INITIALIZE
011100         THRU 1000-EXIT.
011200     PERFORM 2000-CHECK-VIOLATION
011300         THRU 2000-EXIT
011400         UNTIL DL-VIOL-EOF.
011500     PERFORM 3000-START-ROSTER
011600         THRU 3000-EXIT.
011700     PERFORM 3100-CHECK-PROFILE
011800         THRU 3100-EXIT
011900         UNTIL DL-PROF-EOF.
012000     PERFORM 9000-TERMINATE
012100         THRU 9000-EXIT.
012200     GOBACK.
012300*
012400 0000-EXIT.
012500     EXIT.
012600*
012700******************************************************************
012800*    1000-INITIALIZE - SET THE REPORT DATE FROM THE PARM (OR     *
012900*    TODAY), OPEN THE FILES, AND TITLE THE VIOLATIONS SECTION    *
013000******************************************************************
013100 1000-INITIALIZE.
013200     ACCEPT DL-REPORT-DATE FROM DATE YYYYMMDD.
013300     IF DL-PARM-LEN > 0
013400         IF DL-PARM-LEN NOT = 8
013500            OR DL-PARM-TEXT NOT NUMERIC
013600             DISPLAY 'ANTSECR - PARM MUST BE A DATE, YYYYMMDD'
013700             GO TO 1000-ABEND
013800         END-IF
013900         MOVE DL-PARM-TEXT TO DL-REPORT-DATE
014000     END-IF.
014100*
014200     OPEN OUTPUT SECRPT.
014300     IF NOT DL-RPT-OK
014400         DISPLAY 'ANTSECR - SECRPT OPEN FAILED, STATUS = '
014500             DL-RPT-STATUS
014600         GO TO 1000-ABEND
014700     END-IF.
014800*
014900     OPEN INPUT SECPROF.
015000     IF NOT DL-PROF-OK
015100         DISPLAY 'ANTSECR - SECPROF OPEN FAILED, STATUS = '
015200             DL-PROF-STATUS
015300         GO TO 1000-ABEND
015400     END-IF.
015500*
015600     MOVE SPACES TO SVRPT-TITLE-LINE.
015700     MOVE 'SECURITY VIOLATIONS FOR' TO SVR-T-TEXT.
015800     MOVE DL-REPORT-DATE TO SVR-T-DATE.
015900     WRITE SVRPT-TITLE-LINE.
016000*
016100     OPEN INPUT SECVIOL.
016200     IF DL-VIOL-NOT-THERE
016300         DISPLAY 'ANTSECR - NO VIOLATION LOG YET - NOTHING '
016400             'REFUSED'
016500         SET DL-VIOL-EOF TO TRUE
016600         GO TO 1000-EXIT
016700     END-IF.
016800     IF NOT DL-VIOL-OK
016900         DISPLAY 'ANTSECR - SECVIOL OPEN FAILED, STATUS = '
017000             DL-VIOL-STATUS
017100         GO TO 1000-ABEND
017200     END-IF.
017300     SET DL-VIOL-IS-OPEN TO TRUE.
017400     GO TO 1000-EXIT.
017500*
017600 1000-ABEND.
017700     MOVE 16 TO RETURN-CODE.
017800     GOBACK.
017900*
018000 1000-EXIT.
018100     EXIT.
018200*
018300******************************************************************
018400*    2000-CHECK-VIOLATION - READ THE NEXT LOGGED REFUSAL AND     *
018500*    LIST IT IF IT FELL ON THE REPORT DATE                       *
018600******************************************************************
018700 2000-CHECK-VIOLATION.
018800     READ SECVIOL
018900         AT END
019000             SET DL-VIOL-EOF TO TRUE
019100             GO TO 2000-EXIT
019200     END-READ.
019300     ADD 1 TO DL-VIOL-READ.
019400     IF SVIO-DATE NOT = DL-REPORT-DATE
019500         GO TO 2000-EXIT
019600     END-IF.
019700     ADD 1 TO DL-VIOL-LISTED.
019800     MOVE SPACES TO SVRPT-LINE.
019900     MOVE SVIO-DATE TO SVR-DATE.
020000     MOVE SVIO-TIME TO SVR-TIME.
020100     MOVE SVIO-USERID TO SVR-USERID.
020200     MOVE SVIO-PROGRAM TO SVR-PROGRAM.
020300     MOVE SVIO-REQUESTED TO SVR-REQUESTED.
020400     MOVE SVIO-REASON TO SVR-REASON.
020500     MOVE SVIO-DETAIL TO SVR-DETAIL.
020600     WRITE SVRPT-LINE.
020700*
020800 2000-EXIT.
020900     EXIT.
021000*
021100******************************************************************
021200*    3000-START-ROSTER - TITLE THE ROSTER SECTION                *
021300******************************************************************
021400 3000-START-ROSTER.
021500     MOVE SPACES TO SVRPT-TITLE-LINE.
021600     MOVE 'PROFILES ABLE TO CHANGE THE VOCABULARY - FLAGS IWPXSRJ'
021700         TO SVR-T-TEXT.
021800     MOVE DL-REPORT-DATE TO SVR-T-DATE.
021900     WRITE SVRPT-TITLE-LINE.
022000*
022100 3000-EXIT.
022200     EXIT.
022300*
022400******************************************************************
022500*    3100-CHECK-PROFILE - READ THE NEXT PROFILE AND LIST IT IF   *
022600*    IT IS ACTIVE AND HOLDS ANY FUNCTION BEYOND INQUIRY          *
022700******************************************************************
022800 3100-CHECK-PROFILE.
022900     READ SECPROF NEXT RECORD
023000         AT END
023100             SET DL-PROF-EOF TO TRUE
023200             GO TO 3100-EXIT
023300     END-READ.
023400     ADD 1 TO DL-PROF-READ.
023500     IF NOT SEC-ACTIVE
023600         GO TO 3100-EXIT
023700     END-IF.
023800     IF NOT SEC-WORD-MAINT-OK
023900        AND NOT SEC-PHRASE-MAINT-OK
024000        AND NOT SEC-XREF-MAINT-OK
024100        AND NOT SEC-SUSP-APPROVE-OK
024200        AND NOT SEC-RECYCLE-CORR-OK
024300        AND NOT SEC-JRNL-RECOVER-OK
024400         GO TO 3100-EXIT
024500     END-IF.
024600     ADD 1 TO DL-PROF-LISTED.
024700     MOVE SPACES TO SVRPT-ROSTER-LINE.
024800     MOVE SEC-USERID TO SVR-R-USERID.
024900     MOVE SEC-USER-NAME TO SVR-R-USER-NAME.
025000     MOVE SEC-FUNCTIONS TO SVR-R-FLAGS.
025100     MOVE SEC-LAST-UPD-DATE TO SVR-R-LAST-UPD-DATE.
025200     MOVE SEC-LAST-UPD-BY TO SVR-R-LAST-UPD-BY.
025300     WRITE SVRPT-ROSTER-LINE.
025400*
025500 3100-EXIT.
025600     EXIT.
025700*
025800******************************************************************
025900*    9000-TERMINATE - CLOSE FILES, SUMMARIZE THE RUN, AND SET    *
026000*    RETURN CODE 8 IF THE REPORT DATE HAD ANY VIOLATION          *
026100******************************************************************
026200 9000-TERMINATE.
026300     IF DL-VIOL-IS-OPEN
026400         CLOSE SECVIOL
026500     END-IF.
026600     CLOSE SECPROF.
026700     CLOSE SECRPT.
026800     DISPLAY 'ANTSECR - REPORT DATE:          ' DL-REPORT-DATE.
026900     DISPLAY 'ANTSECR - LOG RECORDS READ:     ' DL-VIOL-READ.
027000     DISPLAY 'ANTSECR - VIOLATIONS LISTED:    ' DL-VIOL-LISTED.
027100     DISPLAY 'ANTSECR - PROFILES READ:        ' DL-PROF-READ.
027200     DISPLAY 'ANTSECR - ABLE TO CHANGE:       ' DL-PROF-LISTED.
027300     IF DL-VIOL-LISTED > 0
027400         MOVE 8 TO RETURN-CODE
027500     END-IF.
027600*
027700 9000-EXIT.
027800     EXIT.
