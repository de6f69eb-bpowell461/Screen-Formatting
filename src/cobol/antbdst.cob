000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID.  ANTBDST                                        *
000500*    AUTHOR.      J. HOLLOWAY, APPLICATIONS MAINTENANCE          *
000600*    INSTALLATION. DATA ENTRY SYSTEMS                            *
000700*    DATE-WRITTEN. 10/15/26                                      *
000800*    DATE-COMPILED.                                              *
000900*                                                                *
001000*    REMARKS.     BUSINESS-DATE RUN STATUS REPORT.  READS THE    *
001100*                 RUN-CONTROL FILE (BDCTL - SEE BDCREC) IN DATE  *
001200*                 ORDER AND WRITES ONE LINE PER BUSINESS DATE    *
001300*                 ON BDSTRPT SHOWING EVERY NIGHTLY STEP'S STATE  *
001400*                 FOR THE DATE AND WHERE THE DATE STANDS - THE   *
001500*                 NEXT STEP DUE, THE STEP THAT FAILED OR NEVER   *
001600*                 ENDED, OR COMPLETE.  EACH STEP LAST RUN BY     *
001700*                 FORCE GETS A NOTE LINE WITH WHAT IT WAS FORCED *
001800*                 PAST.                                          *
001900*                                                                *
002000*                 PARM='YYYYMMDD' STARTS THE LIST AT THAT        *
002100*                 BUSINESS DATE; NO PARM LISTS EVERY DATE.       *
002200*                 READ-ONLY.  RC 8 IF ANY LISTED STEP IS LEFT    *
002300*                 FAILED (NOT SINCE RERUN CLEAN).                *
002400*                                                                *
002500*    MODIFICATION HISTORY                                       *
002600*    DATE       INIT DESCRIPTION                                 *
002700*    10/15/26   JMH  INITIAL VERSION.                            *
002800******************************************************************
002900 PROGRAM-ID. ANTBDST.
003000*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. IBM-370.
003400 OBJECT-COMPUTER. IBM-370.
003500*
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800*
003900     SELECT BDCTL ASSIGN TO BDCTL
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS BDC-KEY OF BDC-RECORD
004300         FILE STATUS IS DL-BDC-STATUS.
004400*
004500     SELECT BDSTRPT ASSIGN TO BDSTRPT
004600         ORGANIZATION IS SEQUENTIAL
004700         ACCESS MODE IS SEQUENTIAL
004800         FILE STATUS IS DL-RPT-STATUS.
004900*
005000 DATA DIVISION.
005100 FILE SECTION.
005200*
005300 FD  BDCTL
005400     LABEL RECORDS ARE STANDARD.
005500     COPY BDCREC.
005600*
005700 FD  BDSTRPT
005800     LABEL RECORDS ARE STANDARD
005900     RECORDING MODE IS F.
006000     COPY BDRPREC.
006100*
006200 WORKING-STORAGE SECTION.
006300*
006400 01  DL-FILE-STATUSES.
006500     05  DL-BDC-STATUS       PIC X(02).
006600         88  DL-BDC-OK                 VALUE '00'.
006700     05  DL-RPT-STATUS       PIC X(02).
006800         88  DL-RPT-OK                 VALUE '00'.
006900*
007000 01  DL-SWITCHES.
007100     05  DL-BDC-EOF-SW       PIC X(01)  VALUE 'N'.
007200         88  DL-BDC-EOF                 VALUE 'Y'.
007300     05  DL-ANY-FAILED-SW    PIC X(01)  VALUE 'N'.
007400         88  DL-ANY-FAILED              VALUE 'Y'.
007500*
007600 01  DL-COUNTERS.
007700     05  DL-DATES-LISTED     PIC 9(09)  COMP  VALUE ZERO.
007800     05  DL-STEPS-READ       PIC 9(09)  COMP  VALUE ZERO.
007900     05  DL-FAILED-CNT       PIC 9(09)  COMP  VALUE ZERO.
008000     05  DL-STEP-IDX         PIC 9(02)  COMP  VALUE ZERO.
008100     05  DL-DESC-IDX         PIC 9(02)  COMP  VALUE ZERO.
008200*
008300 01  DL-DATE-WORK.
008400     05  DL-FROM-DATE-X      PIC X(08)  VALUE SPACES.
008500     05  DL-FROM-DATE REDEFINES DL-FROM-DATE-X
008600                             PIC 9(08).
008700     05  DL-CUR-DATE         PIC 9(08)  VALUE ZERO.
008800     05  DL-EDIT-RC          PIC 9(04).
008900*
009000******************************************************************
009100*    DL-STEP-NAMES - THE STEP CODES IN CHAIN ORDER; A STEP'S     *
009200*    POSITION HERE IS ITS COLUMN ON THE REPORT AND ITS           *
009300*    SUBSCRIPT IN DL-DATE-STEPS.                                 *
009400******************************************************************
009500 01  DL-STEP-NAMES.
009600     05  FILLER              PIC X(40)  VALUE
009700         'ANTWLOADANTIQTY ANTIQP1 ANTIQP2 ANTIQP3 '.
009800     05  FILLER              PIC X(40)  VALUE
009900         'ANTIQP4 ANTSMERGANTDSTATANTHCGENANTRTRND'.
010000 01  DL-STEP-NAME-TABLE REDEFINES DL-STEP-NAMES.
010100     05  DL-STEP-NAME        PIC X(08)  OCCURS 10 TIMES.
010200*
010300******************************************************************
010400*    DL-DATE-STEPS - THE CURRENT DATE'S RECORDS, ONE SLOT PER    *
010500*    STEP.  A BLANK STATUS MEANS THE STEP HAS NOT RUN.           *
010600******************************************************************
010700 01  DL-DATE-STEPS.
010800     05  DL-DATE-STEP        OCCURS 10 TIMES.
010900         10  DL-DS-STATUS    PIC X(01).
011000         10  DL-DS-RC        PIC 9(04).
011100         10  DL-DS-FORCED-SW PIC X(01).
011200         10  DL-DS-REASON    PIC X(40).
011300*
011400 LINKAGE SECTION.
011500*
011600 01  DL-PARM-AREA.
011700     05  DL-PARM-LEN         PIC S9(4) COMP.
011800     05  DL-PARM-TEXT        PIC X(08).
011900*
012000 PROCEDURE DIVISION USING DL-PARM-AREA.
012100*
012200 0000-MAINLINE.
012300     PERFORM 1000-INITIALIZE
012400         THRU 1000-EXIT.
012500     PERFORM 2000-COLLECT-ONE-STEP
012600         THRU 2000-EXIT
012700         UNTIL DL-BDC-EOF.
012800     IF DL-CUR-DATE NOT = ZERO
012900         PERFORM 3000-LIST-ONE-DATE
013000             THRU 3000-EXIT
013100     END-IF.
013200     PERFORM 9000-TERMINATE
013300         THRU 9000-EXIT.
013400     GOBACK.
013500*
013600 0000-EXIT.
013700     EXIT.
013800*
013900******************************************************************
014000*    1000-INITIALIZE - PICK UP THE STARTING DATE FROM THE PARM,  *
014100*    OPEN THE FILES, HEAD THE REPORT, AND POSITION ON THE FIRST  *
014200*    DATE TO LIST                                                *
014300******************************************************************
014400 1000-INITIALIZE.
014500     IF DL-PARM-LEN > 0
014600         IF DL-PARM-LEN NOT = 8
014700             DISPLAY 'ANTBDST - PARM MUST BE A START DATE '
014800                 'YYYYMMDD'
014900             GO TO 1000-ABEND
015000         END-IF
015100         MOVE DL-PARM-TEXT TO DL-FROM-DATE-X
015200         IF DL-FROM-DATE-X NOT NUMERIC
015300             DISPLAY 'ANTBDST - PARM START DATE NOT NUMERIC: '
015400                 DL-FROM-DATE-X
015500             GO TO 1000-ABEND
015600         END-IF
015700     ELSE
015800         MOVE ZERO TO DL-FROM-DATE
015900     END-IF.
016000*
016100     OPEN INPUT  BDCTL.
016200     IF NOT DL-BDC-OK
016300         DISPLAY 'ANTBDST - BDCTL OPEN FAILED, STATUS = '
016400             DL-BDC-STATUS
016500         GO TO 1000-ABEND
016600     END-IF.
016700*
016800     OPEN OUTPUT BDSTRPT.
016900     IF NOT DL-RPT-OK
017000         DISPLAY 'ANTBDST - BDSTRPT OPEN FAILED, STATUS = '
017100             DL-RPT-STATUS
017200         GO TO 1000-ABEND
017300     END-IF.
017400*
017500     MOVE SPACES TO BDRPT-TITLE-LINE.
017600     MOVE 'NIGHTLY CHAIN RUN STATUS BY BUSINESS DATE' TO BDT-TEXT.
017700     WRITE BDRPT-TITLE-LINE.
017800     MOVE SPACES TO BDRPT-HEAD-LINE.
017900     MOVE 'BUS DATE' TO BDH-LABEL.
018000     PERFORM 1100-HEAD-ONE-STEP
018100         THRU 1100-EXIT
018200         VARYING DL-STEP-IDX FROM 1 BY 1
018300         UNTIL DL-STEP-IDX > 10.
018400     MOVE 'STANDS AT' TO BDH-STANDS-AT.
018500     WRITE BDRPT-HEAD-LINE.
018600*
018700     MOVE DL-FROM-DATE TO BDC-BUS-DATE.
018800     MOVE LOW-VALUES TO BDC-STEP.
018900     START BDCTL KEY IS NOT LESS THAN BDC-KEY
019000         INVALID KEY
019100             SET DL-BDC-EOF TO TRUE
019200     END-START.
019300     GO TO 1000-EXIT.
019400*
019500 1000-ABEND.
019600     MOVE 16 TO RETURN-CODE.
019700     GOBACK.
019800*
019900 1000-EXIT.
020000     EXIT.
020100*
020200 1100-HEAD-ONE-STEP.
020300     MOVE DL-STEP-NAME(DL-STEP-IDX) TO BDH-STEP-NAME(DL-STEP-IDX).
020400*
020500 1100-EXIT.
020600     EXIT.
020700*
020800******************************************************************
020900*    2000-COLLECT-ONE-STEP - READ THE NEXT RUN-CONTROL RECORD.   *
021000*    A NEW BUSINESS DATE LISTS THE ONE BEFORE IT FIRST; THE      *
021100*    RECORD THEN GOES INTO ITS STEP'S SLOT.  A STEP CODE NOT IN  *
021200*    THE CHAIN IS COUNTED BUT NOT SHOWN.                         *
021300******************************************************************
021400 2000-COLLECT-ONE-STEP.
021500     READ BDCTL NEXT
021600         AT END
021700             SET DL-BDC-EOF TO TRUE
021800             GO TO 2000-EXIT
021900     END-READ.
022000     ADD 1 TO DL-STEPS-READ.
022100     IF BDC-BUS-DATE NOT = DL-CUR-DATE
022200         IF DL-CUR-DATE NOT = ZERO
022300             PERFORM 3000-LIST-ONE-DATE
022400                 THRU 3000-EXIT
022500         END-IF
022600         MOVE BDC-BUS-DATE TO DL-CUR-DATE
022700         MOVE SPACES TO DL-DATE-STEPS
022800     END-IF.
022900     PERFORM 2100-FIND-STEP
023000         THRU 2100-EXIT
023100         VARYING DL-STEP-IDX FROM 1 BY 1
023200         UNTIL DL-STEP-IDX > 10
023300            OR DL-STEP-NAME(DL-STEP-IDX) = BDC-STEP.
023400     IF DL-STEP-IDX > 10
023500         DISPLAY 'ANTBDST - UNKNOWN STEP ' BDC-STEP ' ON '
023600             BDC-BUS-DATE ' IGNORED'
023700         GO TO 2000-EXIT
023800     END-IF.
023900     MOVE BDC-RUN-STATUS TO DL-DS-STATUS(DL-STEP-IDX).
024000     MOVE BDC-RETURN-CODE TO DL-DS-RC(DL-STEP-IDX).
024100     MOVE BDC-FORCED-SW TO DL-DS-FORCED-SW(DL-STEP-IDX).
024200     MOVE BDC-FORCE-REASON TO DL-DS-REASON(DL-STEP-IDX).
024300*
024400 2000-EXIT.
024500     EXIT.
024600*
024700 2100-FIND-STEP.
024800     CONTINUE.
024900*
025000 2100-EXIT.
025100     EXIT.
025200*
025300******************************************************************
025400*    3000-LIST-ONE-DATE - WRITE THE CURRENT DATE'S LINE AND ITS  *
025500*    FORCED-RUN NOTES                                            *
025600******************************************************************
025700 3000-LIST-ONE-DATE.
025800     ADD 1 TO DL-DATES-LISTED.
025900     MOVE SPACES TO BDRPT-LINE.
026000     MOVE DL-CUR-DATE TO BDR-BUS-DATE.
026100     PERFORM 3100-FILL-ONE-CELL
026200         THRU 3100-EXIT
026300         VARYING DL-STEP-IDX FROM 1 BY 1
026400         UNTIL DL-STEP-IDX > 10.
026500     PERFORM 3200-JUDGE-DATE
026600         THRU 3200-EXIT.
026700     WRITE BDRPT-LINE.
026800     PERFORM 3400-NOTE-ONE-FORCE
026900         THRU 3400-EXIT
027000         VARYING DL-STEP-IDX FROM 1 BY 1
027100         UNTIL DL-STEP-IDX > 10.
027200*
027300 3000-EXIT.
027400     EXIT.
027500*
027600 3100-FILL-ONE-CELL.
027700     EVALUATE DL-DS-STATUS(DL-STEP-IDX)
027800         WHEN 'C'
027900             IF DL-DS-FORCED-SW(DL-STEP-IDX) = 'Y'
028000                 MOVE 'FORCED' TO BDR-CELL(DL-STEP-IDX)
028100             ELSE
028200                 MOVE 'DONE' TO BDR-CELL(DL-STEP-IDX)
028300             END-IF
028400         WHEN 'F'
028500             ADD 1 TO DL-FAILED-CNT
028600             SET DL-ANY-FAILED TO TRUE
028700             MOVE DL-DS-RC(DL-STEP-IDX) TO DL-EDIT-RC
028800             STRING 'RC ' DL-EDIT-RC DELIMITED BY SIZE
028900                 INTO BDR-CELL(DL-STEP-IDX)
029000             END-STRING
029100         WHEN 'S'
029200             MOVE 'STARTED' TO BDR-CELL(DL-STEP-IDX)
029300         WHEN OTHER
029400             MOVE '-' TO BDR-CELL(DL-STEP-IDX)
029500     END-EVALUATE.
029600*
029700 3100-EXIT.
029800     EXIT.
029900*
030000******************************************************************
030100*    3200-JUDGE-DATE - WALK THE CHAIN TO THE FIRST STEP NOT      *
030200*    ENDED CLEAN AND SAY WHERE THE DATE STANDS.  THE ANTIQUITY   *
030300*    LINK IS SATISFIED BY EITHER THE WHOLE-FILE RUN OR THE       *
030400*    PARTITION MERGE; ONCE ANY PARTITION OR THE MERGE HAS RUN    *
030500*    THE DATE IS TAKEN TO BE ON THE PARTITION PATH.              *
030600******************************************************************
030700 3200-JUDGE-DATE.
030800     IF DL-DS-STATUS(1) NOT = 'C'
030900         MOVE 1 TO DL-DESC-IDX
031000         GO TO 3200-DESCRIBE
031100     END-IF.
031200     IF DL-DS-STATUS(2) = 'C'
031300       OR DL-DS-STATUS(7) = 'C'
031400         GO TO 3200-AFTER-ANTIQUITY
031500     END-IF.
031600     IF DL-DS-STATUS(3) = SPACE
031700       AND DL-DS-STATUS(4) = SPACE
031800       AND DL-DS-STATUS(5) = SPACE
031900       AND DL-DS-STATUS(6) = SPACE
032000       AND DL-DS-STATUS(7) = SPACE
032100         MOVE 2 TO DL-DESC-IDX
032200         GO TO 3200-DESCRIBE
032300     END-IF.
032400     PERFORM 3300-FIND-OPEN-STEP
032500         THRU 3300-EXIT
032600         VARYING DL-DESC-IDX FROM 3 BY 1
032700         UNTIL DL-DESC-IDX > 6
032800            OR DL-DS-STATUS(DL-DESC-IDX) NOT = 'C'.
032900     GO TO 3200-DESCRIBE.
033000*
033100 3200-AFTER-ANTIQUITY.
033200     PERFORM 3300-FIND-OPEN-STEP
033300         THRU 3300-EXIT
033400         VARYING DL-DESC-IDX FROM 8 BY 1
033500         UNTIL DL-DESC-IDX > 10
033600            OR DL-DS-STATUS(DL-DESC-IDX) NOT = 'C'.
033700     IF DL-DESC-IDX > 10
033800         MOVE 'COMPLETE' TO BDR-STANDS-AT
033900         GO TO 3200-EXIT
034000     END-IF.
034100*
034200 3200-DESCRIBE.
034300     EVALUATE DL-DS-STATUS(DL-DESC-IDX)
034400         WHEN 'F'
034500             MOVE DL-DS-RC(DL-DESC-IDX) TO DL-EDIT-RC
034600             STRING DL-STEP-NAME(DL-DESC-IDX) DELIMITED BY SPACE
034700                 ' FAILED RC ' DL-EDIT-RC DELIMITED BY SIZE
034800                 INTO BDR-STANDS-AT
034900             END-STRING
035000         WHEN 'S'
035100             STRING DL-STEP-NAME(DL-DESC-IDX) DELIMITED BY SPACE
035200                 ' STARTED, NOT ENDED' DELIMITED BY SIZE
035300                 INTO BDR-STANDS-AT
035400             END-STRING
035500         WHEN OTHER
035600             STRING 'NEXT: ' DELIMITED BY SIZE
035700                 DL-STEP-NAME(DL-DESC-IDX) DELIMITED BY SPACE
035800                 INTO BDR-STANDS-AT
035900             END-STRING
036000     END-EVALUATE.
036100*
036200 3200-EXIT.
036300     EXIT.
036400*
036500 3300-FIND-OPEN-STEP.
036600     CONTINUE.
036700*
036800 3300-EXIT.
036900     EXIT.
037000*
037100 3400-NOTE-ONE-FORCE.
037200     IF DL-DS-STATUS(DL-STEP-IDX) = SPACE
037300       OR DL-DS-FORCED-SW(DL-STEP-IDX) NOT = 'Y'
037400         GO TO 3400-EXIT
037500     END-IF.
037600     MOVE SPACES TO BDRPT-NOTE-LINE.
037700     MOVE DL-STEP-NAME(DL-STEP-IDX) TO BDN-STEP.
037800     MOVE 'FORCED PAST' TO BDN-TEXT.
037900     MOVE DL-DS-REASON(DL-STEP-IDX) TO BDN-REASON.
038000     WRITE BDRPT-NOTE-LINE.
038100*
038200 3400-EXIT.
038300     EXIT.
038400*
038500******************************************************************
038600*    9000-TERMINATE - CLOSE FILES AND SUMMARIZE THE RUN          *
038700******************************************************************
038800 9000-TERMINATE.
038900     CLOSE BDCTL.
039000     CLOSE BDSTRPT.
039100     DISPLAY 'ANTBDST - RUN-CONTROL RECORDS:   ' DL-STEPS-READ.
039200     DISPLAY 'ANTBDST - BUSINESS DATES LISTED: ' DL-DATES-LISTED.
039300     DISPLAY 'ANTBDST - STEPS LEFT FAILED:     ' DL-FAILED-CNT.
039400     IF DL-ANY-FAILED
039500         MOVE 8 TO RETURN-CODE
039600     END-IF.
039700*
039800 9000-EXIT.
039900     EXIT.
