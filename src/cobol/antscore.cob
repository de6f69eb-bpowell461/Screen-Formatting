000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID.  ANTSCORE                                       *
000500*    AUTHOR.      J. HOLLOWAY, APPLICATIONS MAINTENANCE          *
000600*    INSTALLATION. DATA ENTRY SYSTEMS                            *
000700*    DATE-WRITTEN. 10/15/26                                      *
000800*    DATE-COMPILED.                                              *
000900*                                                                *
001000*    REMARKS.     WEEKLY PER-SITE DATA-QUALITY SCORECARD.        *
001100*                 READS THE LOOKUP AUDIT LOG (AUDITLOG) FOR THE  *
001200*                 PARM DATE WINDOW (PARM='FROMDATE,TODATE', BOTH *
001300*                 YYYYMMDD) AND, FOR EACH CAPTURE SITE CARRIED   *
001400*                 ON THE AUDIT RECORDS, COUNTS THE LINES KEYED,  *
001500*                 THE BAD-ICHAR LINES, THE NO-MATCH LINES (A     *
001600*                 GOOD KEYSTROKE THAT STILL FOUND NOTHING), AND  *
001700*                 THE LINES THAT ONLY MATCHED AFTER TOKEN        *
001800*                 NORMALIZATION.  IT THEN BROWSES THE RECYCLE    *
001900*                 FILE (RECYFILE) AND COUNTS THE FAILED LINES    *
002000*                 EACH SITE HAS NOT YET CORRECTED, WHATEVER      *
002100*                 NIGHT THEY FAILED ON.                          *
002200*                                                                *
002300*                 THE SCORECARD (SCORERPT) PRINTS ONE LINE PER   *
002400*                 SITE IN SITE ORDER - EACH COUNT WITH ITS RATE  *
002500*                 AGAINST LINES KEYED - AND A TOTAL LINE, UNDER  *
002550*                 A TITLE LINE GIVING THE DATE WINDOW SCORED.    *
002600*                 RECORDS WRITTEN BEFORE THE SITE ID WAS CARRIED *
002700*                 (BLANK SITE) SCORE UNDER SITE '????'.          *
002800*                                                                *
002900*    MODIFICATION HISTORY                                       *
003000*    DATE       INIT DESCRIPTION                                 *
003100*    10/15/26   JMH  INITIAL VERSION.                            *
003133*    10/15/26   JMH  THE SCORECARD NOW STARTS WITH A TITLE LINE  *
003166*                    GIVING THE DATE WINDOW SCORED.              *
003200******************************************************************
003300 PROGRAM-ID. ANTSCORE.
003400*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER. IBM-370.
003800 OBJECT-COMPUTER. IBM-370.
003900*
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200*
004300     SELECT AUDITLOG ASSIGN TO AUDITLOG
004400         ORGANIZATION IS SEQUENTIAL
004500         ACCESS MODE IS SEQUENTIAL
004600         FILE STATUS IS DL-AUD-STATUS.
004700*
004800     SELECT RECYFILE ASSIGN TO RECYFILE
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS RECY-KEY OF RECY-RECORD
005200         FILE STATUS IS DL-RECY-STATUS.
005300*
005400     SELECT SCORERPT ASSIGN TO SCORERPT
005500         ORGANIZATION IS SEQUENTIAL
005600         ACCESS MODE IS SEQUENTIAL
005700         FILE STATUS IS DL-RPT-STATUS.
005800*
005900 DATA DIVISION.
006000 FILE SECTION.
006100*
006200 FD  AUDITLOG
006300     LABEL RECORDS ARE STANDARD
006400     RECORDING MODE IS F.
006500     COPY AUDTREC.
006600*
006700 FD  RECYFILE
006800     LABEL RECORDS ARE STANDARD.
006900     COPY RECYREC.
007000*
007100 FD  SCORERPT
007200     LABEL RECORDS ARE STANDARD
007300     RECORDING MODE IS F.
007400     COPY SCRPREC.
007500*
007600 WORKING-STORAGE SECTION.
007700*
007800 01  DL-FILE-STATUSES.
007900     05  DL-AUD-STATUS       PIC X(02).
008000         88  DL-AUD-OK                 VALUE '00'.
008100         88  DL-AUD-EOF-STAT           VALUE '10'.
008200     05  DL-RECY-STATUS      PIC X(02).
008300         88  DL-RECY-OK                VALUE '00'.
008400     05  DL-RPT-STATUS       PIC X(02).
008500         88  DL-RPT-OK                 VALUE '00'.
008600*
008700 01  DL-SWITCHES.
008800     05  DL-AUD-EOF-SW       PIC X(01)  VALUE 'N'.
008900         88  DL-AUD-EOF                 VALUE 'Y'.
009000     05  DL-RECY-EOF-SW      PIC X(01)  VALUE 'N'.
009100         88  DL-RECY-EOF                VALUE 'Y'.
009200     05  DL-TBL-FULL-SW      PIC X(01)  VALUE 'N'.
009300         88  DL-TBL-FULL                VALUE 'Y'.
009400*
009500 01  DL-COUNTERS.
009600     05  DL-RECS-SCANNED     PIC 9(09)  COMP  VALUE ZERO.
009700     05  DL-RECS-SCORED      PIC 9(09)  COMP  VALUE ZERO.
009800     05  DL-RECY-READ        PIC 9(09)  COMP  VALUE ZERO.
009900     05  DL-SITE-CNT         PIC 9(03)  COMP  VALUE ZERO.
010000     05  DL-SITE-IDX         PIC 9(03)  COMP  VALUE ZERO.
010100     05  DL-FOUND-IDX        PIC 9(03)  COMP  VALUE ZERO.
010200     05  DL-INSERT-IDX       PIC 9(03)  COMP  VALUE ZERO.
010300     05  DL-SHIFT-IDX        PIC 9(03)  COMP  VALUE ZERO.
010400*
010500 01  DL-SELECT-FIELDS.
010600     05  DL-SEL-FROM         PIC X(08)  VALUE SPACES.
010700     05  DL-SEL-TO           PIC X(08)  VALUE SPACES.
010800*
010900 01  DL-AUD-DATE-X           PIC X(08).
011000 01  DL-WORK-SITE            PIC X(04).
011100*
011200 01  DL-SCORE-WORK.
011300     05  DL-RATE             PIC 9(03)V9(02) COMP VALUE ZERO.
011400     05  DL-RATE-NUMER       PIC 9(09)  COMP  VALUE ZERO.
011500     05  DL-RATE-DENOM       PIC 9(09)  COMP  VALUE ZERO.
011600*
011700 01  DL-TOTALS.
011800     05  DL-TOT-LINES        PIC 9(09)  COMP  VALUE ZERO.
011900     05  DL-TOT-BADICHAR     PIC 9(09)  COMP  VALUE ZERO.
012000     05  DL-TOT-NOMATCH      PIC 9(09)  COMP  VALUE ZERO.
012100     05  DL-TOT-NORM         PIC 9(09)  COMP  VALUE ZERO.
012200     05  DL-TOT-RECY         PIC 9(09)  COMP  VALUE ZERO.
012300*
012400******************************************************************
012500*    DL-SITE-TABLE - ONE ENTRY PER CAPTURE SITE, KEPT IN         *
012600*    ASCENDING SITE ORDER BY INSERTING IN PLACE (THE SAME SCHEME *
012700*    ANTRTRND USES FOR ITS NIGHTS).  A SITE WITH RECYCLE ITEMS   *
012800*    OUTSTANDING BUT NO LINES IN THE WINDOW STILL GETS AN ENTRY. *
012900******************************************************************
013000 01  DL-SITE-TABLE.
013100     05  DL-ST-ENTRY OCCURS 200 TIMES.
013200         10  DL-ST-SITE-ID   PIC X(04).
013300         10  DL-ST-LINES     PIC 9(09)  COMP.
013400         10  DL-ST-BADICHAR  PIC 9(09)  COMP.
013500         10  DL-ST-NOMATCH   PIC 9(09)  COMP.
013600         10  DL-ST-NORM      PIC 9(09)  COMP.
013700         10  DL-ST-RECY      PIC 9(09)  COMP.
013800*
013900 LINKAGE SECTION.
014000*
014100 01  DL-PARM-AREA.
014200     05  DL-PARM-LEN         PIC S9(4) COMP.
014300     05  DL-PARM-TEXT        PIC X(100).
014400*
014500 PROCEDURE DIVISION USING DL-PARM-AREA.
014600*
014700 0000-MAINLINE.
014800     PERFORM 1000-INITIALIZE
014900         THRU 1000-EXIT.
015000     PERFORM 2000-SCORE-ONE-AUDIT
015100         THRU 2000-EXIT
015200         UNTIL DL-AUD-EOF.
015300     PERFORM 3000-COUNT-RECYCLE
015400         THRU 3000-EXIT.
015500     PERFORM 5000-WRITE-SCORECARD
015600         THRU 5000-EXIT.
015700     PERFORM 9000-TERMINATE
015800         THRU 9000-EXIT.
015900     GOBACK.
016000*
016100 0000-EXIT.
016200     EXIT.
016300*
016400******************************************************************
016500*    1000-INITIALIZE - PARSE AND EDIT THE DATE-WINDOW PARM, OPEN *
016600*    THE FILES, AND PRIME THE AUDIT READ.  BOTH DATES ARE        *
016700*    REQUIRED - A SCORECARD WITH NO WINDOW WOULD SCORE THE       *
016800*    WHOLE RETAINED LOG AND MEAN NOTHING WEEK TO WEEK.           *
016900******************************************************************
017000 1000-INITIALIZE.
017100     IF DL-PARM-LEN < 1
017200         DISPLAY 'ANTSCORE - PARM REQUIRED: FROMDATE,TODATE'
017300         GO TO 1000-ABEND
017400     END-IF.
017500     UNSTRING DL-PARM-TEXT(1:DL-PARM-LEN)
017600         DELIMITED BY ','
017700         INTO DL-SEL-FROM
017800              DL-SEL-TO
017900     END-UNSTRING.
018000     IF DL-SEL-FROM NOT NUMERIC
018100         DISPLAY 'ANTSCORE - PARM FROM DATE NOT NUMERIC: '
018200             DL-SEL-FROM
018300         GO TO 1000-ABEND
018400     END-IF.
018500     IF DL-SEL-TO NOT NUMERIC
018600         DISPLAY 'ANTSCORE - PARM TO DATE NOT NUMERIC: '
018700             DL-SEL-TO
018800         GO TO 1000-ABEND
018900     END-IF.
019000     IF DL-SEL-FROM > DL-SEL-TO
019100         DISPLAY 'ANTSCORE - PARM DATE RANGE INVERTED'
019200         GO TO 1000-ABEND
019300     END-IF.
019400*
019500     OPEN INPUT  AUDITLOG.
019600     IF NOT DL-AUD-OK
019700         DISPLAY 'ANTSCORE - AUDITLOG OPEN FAILED, STATUS = '
019800             DL-AUD-STATUS
019900         GO TO 1000-ABEND
020000     END-IF.
020100*
020200     OPEN INPUT  RECYFILE.
020300     IF NOT DL-RECY-OK
020400         DISPLAY 'ANTSCORE - RECYFILE OPEN FAILED, STATUS = '
020500             DL-RECY-STATUS
020600         GO TO 1000-ABEND
020700     END-IF.
020800*
020900     OPEN OUTPUT SCORERPT.
021000     IF NOT DL-RPT-OK
021100         DISPLAY 'ANTSCORE - SCORERPT OPEN FAILED, STATUS = '
021200             DL-RPT-STATUS
021300         GO TO 1000-ABEND
021400     END-IF.
021500*
021600     PERFORM 2100-READ-AUDIT
021700         THRU 2100-EXIT.
021800     GO TO 1000-EXIT.
021900*
022000 1000-ABEND.
022100     MOVE 16 TO RETURN-CODE.
022200     GOBACK.
022300*
022400 1000-EXIT.
022500     EXIT.
022600*
022700******************************************************************
022800*    2000-SCORE-ONE-AUDIT - COUNT ONE LOOKUP IN THE WINDOW       *
022900*    AGAINST ITS SITE.  A BAD KEYSTROKE IS SCORED AS BAD-ICHAR   *
023000*    ONLY; NO-MATCH IS A GOOD KEYSTROKE THAT STILL FOUND         *
023100*    NOTHING, SO THE TWO RATES NEVER COUNT THE SAME LINE.        *
023200******************************************************************
023300 2000-SCORE-ONE-AUDIT.
023400     ADD 1 TO DL-RECS-SCANNED.
023500     MOVE AUDIT-DATE TO DL-AUD-DATE-X.
023600     IF DL-AUD-DATE-X < DL-SEL-FROM
023700       OR DL-AUD-DATE-X > DL-SEL-TO
023800         GO TO 2000-NEXT
023900     END-IF.
024000     MOVE AUDIT-SITE-ID TO DL-WORK-SITE.
024100     PERFORM 2200-FIND-SITE
024200         THRU 2200-EXIT.
024300     IF DL-FOUND-IDX = ZERO
024400         GO TO 2000-NEXT
024500     END-IF.
024600     ADD 1 TO DL-RECS-SCORED.
024700     ADD 1 TO DL-ST-LINES(DL-FOUND-IDX).
024800     IF AUDIT-ICHAR-INVALID
024900         ADD 1 TO DL-ST-BADICHAR(DL-FOUND-IDX)
025000     ELSE
025100         IF NOT AUDIT-MATCHED
025200             ADD 1 TO DL-ST-NOMATCH(DL-FOUND-IDX)
025300         END-IF
025400     END-IF.
025500     IF AUDIT-MATCHED
025600       AND AUDIT-MATCH-NORMALIZED
025700         ADD 1 TO DL-ST-NORM(DL-FOUND-IDX)
025800     END-IF.
025900*
026000 2000-NEXT.
026100     PERFORM 2100-READ-AUDIT
026200         THRU 2100-EXIT.
026300*
026400 2000-EXIT.
026500     EXIT.
026600*
026700 2100-READ-AUDIT.
026800     READ AUDITLOG
026900         AT END
027000             SET DL-AUD-EOF TO TRUE
027100     END-READ.
027200*
027300 2100-EXIT.
027400     EXIT.
027500*
027600******************************************************************
027700*    2200-FIND-SITE - LOCATE DL-WORK-SITE IN THE SITE TABLE,     *
027800*    STARTING A NEW ENTRY IN SITE ORDER IF IT IS NOT THERE.      *
027900*    LEAVES DL-FOUND-IDX ZERO ONLY WHEN THE TABLE IS FULL.       *
028000******************************************************************
028100 2200-FIND-SITE.
028200     IF DL-WORK-SITE = SPACES
028300         MOVE '????' TO DL-WORK-SITE
028400     END-IF.
028500     MOVE ZERO TO DL-FOUND-IDX.
028600     MOVE ZERO TO DL-INSERT-IDX.
028700     PERFORM 2210-SCAN-ONE-SITE
028800         THRU 2210-EXIT
028900         VARYING DL-SITE-IDX FROM 1 BY 1
029000         UNTIL DL-SITE-IDX > DL-SITE-CNT
029100            OR DL-FOUND-IDX > ZERO
029200            OR DL-INSERT-IDX > ZERO.
029300     IF DL-FOUND-IDX = ZERO
029400         PERFORM 2300-INSERT-SITE
029500             THRU 2300-EXIT
029600     END-IF.
029700*
029800 2200-EXIT.
029900     EXIT.
030000*
030100 2210-SCAN-ONE-SITE.
030200     IF DL-ST-SITE-ID(DL-SITE-IDX) = DL-WORK-SITE
030300         MOVE DL-SITE-IDX TO DL-FOUND-IDX
030400     ELSE
030500         IF DL-ST-SITE-ID(DL-SITE-IDX) > DL-WORK-SITE
030600             MOVE DL-SITE-IDX TO DL-INSERT-IDX
030700         END-IF
030800     END-IF.
030900*
031000 2210-EXIT.
031100     EXIT.
031200*
031300******************************************************************
031400*    2300-INSERT-SITE - OPEN A SLOT AT THE INSERT POSITION AND   *
031500*    START THE NEW SITE AT ZERO.  MORE THAN 200 SITES IS         *
031600*    REPORTED ONCE AND THE EXCESS IS LEFT OFF THE SCORECARD.     *
031700******************************************************************
031800 2300-INSERT-SITE.
031900     IF DL-SITE-CNT >= 200
032000         IF NOT DL-TBL-FULL
032100             SET DL-TBL-FULL TO TRUE
032200             DISPLAY 'ANTSCORE - MORE THAN 200 SITES, '
032300                 'EXCESS LEFT OFF THE SCORECARD'
032400         END-IF
032500         GO TO 2300-EXIT
032600     END-IF.
032700     IF DL-INSERT-IDX = ZERO
032800         COMPUTE DL-INSERT-IDX = DL-SITE-CNT + 1
032900     END-IF.
033000     PERFORM 2310-SHIFT-ONE-SITE
033100         THRU 2310-EXIT
033200         VARYING DL-SHIFT-IDX FROM DL-SITE-CNT BY -1
033300         UNTIL DL-SHIFT-IDX < DL-INSERT-IDX.
033400     MOVE DL-WORK-SITE TO DL-ST-SITE-ID(DL-INSERT-IDX).
033500     MOVE ZERO TO DL-ST-LINES(DL-INSERT-IDX).
033600     MOVE ZERO TO DL-ST-BADICHAR(DL-INSERT-IDX).
033700     MOVE ZERO TO DL-ST-NOMATCH(DL-INSERT-IDX).
033800     MOVE ZERO TO DL-ST-NORM(DL-INSERT-IDX).
033900     MOVE ZERO TO DL-ST-RECY(DL-INSERT-IDX).
034000     ADD 1 TO DL-SITE-CNT.
034100     MOVE DL-INSERT-IDX TO DL-FOUND-IDX.
034200*
034300 2300-EXIT.
034400     EXIT.
034500*
034600 2310-SHIFT-ONE-SITE.
034700     MOVE DL-ST-ENTRY(DL-SHIFT-IDX)
034800         TO DL-ST-ENTRY(DL-SHIFT-IDX + 1).
034900*
035000 2310-EXIT.
035100     EXIT.
035200*
035300******************************************************************
035400*    3000-COUNT-RECYCLE - BROWSE THE WHOLE RECYCLE FILE FROM THE *
035500*    LOW KEY AND CHARGE EVERY ENTRY STILL ON IT TO ITS SITE.     *
035600*    ANYTHING ON RECYFILE IS BY DEFINITION NOT YET CORRECTED.    *
035700******************************************************************
035800 3000-COUNT-RECYCLE.
035900     MOVE LOW-VALUES TO RECY-KEY.
036000     START RECYFILE KEY IS NOT LESS THAN RECY-KEY
036100         INVALID KEY
036200             SET DL-RECY-EOF TO TRUE
036300     END-START.
036400     PERFORM 3100-COUNT-ONE-RECYCLE
036500         THRU 3100-EXIT
036600         UNTIL DL-RECY-EOF.
036700*
036800 3000-EXIT.
036900     EXIT.
037000*
037100 3100-COUNT-ONE-RECYCLE.
037200     READ RECYFILE NEXT RECORD
037300         AT END
037400             SET DL-RECY-EOF TO TRUE
037500             GO TO 3100-EXIT
037600     END-READ.
037700     ADD 1 TO DL-RECY-READ.
037800     MOVE RECY-SITE-ID TO DL-WORK-SITE.
037900     PERFORM 2200-FIND-SITE
038000         THRU 2200-EXIT.
038100     IF DL-FOUND-IDX > ZERO
038200         ADD 1 TO DL-ST-RECY(DL-FOUND-IDX)
038300     END-IF.
038400*
038500 3100-EXIT.
038600     EXIT.
038700*
038800******************************************************************
038900*    5000-WRITE-SCORECARD - ONE LINE PER SITE IN SITE ORDER,     *
039000*    THEN THE TOTAL LINE OVER EVERY SITE, ALL UNDER A TITLE LINE *
039050*    GIVING THE PARM DATE WINDOW.                                *
039100******************************************************************
039200 5000-WRITE-SCORECARD.
039210     MOVE SPACES TO SCRPT-TITLE-LINE.
039220     MOVE 'SITE DATA-QUALITY SCORECARD, AUDIT DATES' TO SCT-TEXT.
039230     MOVE DL-SEL-FROM TO SCT-FROM.
039240     MOVE ' TO ' TO SCT-TO-TEXT.
039250     MOVE DL-SEL-TO TO SCT-TO.
039260     WRITE SCRPT-TITLE-LINE.
039270     MOVE SPACES TO SCRPT-LINE.
039300     PERFORM 5100-WRITE-ONE-SITE
039400         THRU 5100-EXIT
039500         VARYING DL-SITE-IDX FROM 1 BY 1
039600         UNTIL DL-SITE-IDX > DL-SITE-CNT.
039700     MOVE 'TOTAL' TO SCR-SITE-ID.
039800     MOVE DL-TOT-LINES TO SCR-LINES-KEYED.
039900     MOVE DL-TOT-BADICHAR TO SCR-BAD-ICHAR.
040000     MOVE DL-TOT-NOMATCH TO SCR-NO-MATCH.
040100     MOVE DL-TOT-NORM TO SCR-NORM-MATCH.
040200     MOVE DL-TOT-RECY TO SCR-RECY-OPEN.
040300     MOVE DL-TOT-LINES TO DL-RATE-DENOM.
040400     MOVE DL-TOT-BADICHAR TO DL-RATE-NUMER.
040500     PERFORM 5200-CALC-RATE
040600         THRU 5200-EXIT.
040700     MOVE DL-RATE TO SCR-BAD-ICHAR-RATE.
040800     MOVE DL-TOT-NOMATCH TO DL-RATE-NUMER.
040900     PERFORM 5200-CALC-RATE
041000         THRU 5200-EXIT.
041100     MOVE DL-RATE TO SCR-NO-MATCH-RATE.
041200     MOVE DL-TOT-NORM TO DL-RATE-NUMER.
041300     PERFORM 5200-CALC-RATE
041400         THRU 5200-EXIT.
041500     MOVE DL-RATE TO SCR-NORM-MATCH-RATE.
041600     WRITE SCRPT-LINE.
041700*
041800 5000-EXIT.
041900     EXIT.
042000*
042100 5100-WRITE-ONE-SITE.
042200     MOVE DL-ST-SITE-ID(DL-SITE-IDX) TO SCR-SITE-ID.
042300     MOVE DL-ST-LINES(DL-SITE-IDX) TO SCR-LINES-KEYED.
042400     MOVE DL-ST-BADICHAR(DL-SITE-IDX) TO SCR-BAD-ICHAR.
042500     MOVE DL-ST-NOMATCH(DL-SITE-IDX) TO SCR-NO-MATCH.
042600     MOVE DL-ST-NORM(DL-SITE-IDX) TO SCR-NORM-MATCH.
042700     MOVE DL-ST-RECY(DL-SITE-IDX) TO SCR-RECY-OPEN.
042800     MOVE DL-ST-LINES(DL-SITE-IDX) TO DL-RATE-DENOM.
042900     MOVE DL-ST-BADICHAR(DL-SITE-IDX) TO DL-RATE-NUMER.
043000     PERFORM 5200-CALC-RATE
043100         THRU 5200-EXIT.
043200     MOVE DL-RATE TO SCR-BAD-ICHAR-RATE.
043300     MOVE DL-ST-NOMATCH(DL-SITE-IDX) TO DL-RATE-NUMER.
043400     PERFORM 5200-CALC-RATE
043500         THRU 5200-EXIT.
043600     MOVE DL-RATE TO SCR-NO-MATCH-RATE.
043700     MOVE DL-ST-NORM(DL-SITE-IDX) TO DL-RATE-NUMER.
043800     PERFORM 5200-CALC-RATE
043900         THRU 5200-EXIT.
044000     MOVE DL-RATE TO SCR-NORM-MATCH-RATE.
044100     WRITE SCRPT-LINE.
044200     ADD DL-ST-LINES(DL-SITE-IDX) TO DL-TOT-LINES.
044300     ADD DL-ST-BADICHAR(DL-SITE-IDX) TO DL-TOT-BADICHAR.
044400     ADD DL-ST-NOMATCH(DL-SITE-IDX) TO DL-TOT-NOMATCH.
044500     ADD DL-ST-NORM(DL-SITE-IDX) TO DL-TOT-NORM.
044600     ADD DL-ST-RECY(DL-SITE-IDX) TO DL-TOT-RECY.
044700*
044800 5100-EXIT.
044900     EXIT.
045000*
045100 5200-CALC-RATE.
045200     MOVE ZERO TO DL-RATE.
045300     IF DL-RATE-DENOM > 0
045400         COMPUTE DL-RATE ROUNDED =
045500             DL-RATE-NUMER * 100 / DL-RATE-DENOM
045600     END-IF.
045700*
045800 5200-EXIT.
045900     EXIT.
046000*
046100******************************************************************
046200*    9000-TERMINATE - CLOSE FILES AND SUMMARIZE                  *
046300******************************************************************
046400 9000-TERMINATE.
046500     CLOSE AUDITLOG.
046600     CLOSE RECYFILE.
046700     CLOSE SCORERPT.
046800     DISPLAY 'ANTSCORE - WINDOW:               ' DL-SEL-FROM
046900         ' - ' DL-SEL-TO.
047000     DISPLAY 'ANTSCORE - AUDIT RECORDS SCANNED: ' DL-RECS-SCANNED.
047100     DISPLAY 'ANTSCORE - AUDIT RECORDS SCORED:  ' DL-RECS-SCORED.
047200     DISPLAY 'ANTSCORE - RECYCLE ENTRIES READ:  ' DL-RECY-READ.
047300     DISPLAY 'ANTSCORE - SITES ON SCORECARD:    ' DL-SITE-CNT.
047400*
047500 9000-EXIT.
047600     EXIT.
