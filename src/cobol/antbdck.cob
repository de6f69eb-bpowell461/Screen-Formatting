000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID.  ANTBDCK                                        *
000500*    AUTHOR.      J. HOLLOWAY, APPLICATIONS MAINTENANCE          *
000600*    INSTALLATION. DATA ENTRY SYSTEMS                            *
000700*    DATE-WRITTEN. 10/15/26                                      *
000800*    DATE-COMPILED.                                              *
000900*                                                                *
001000*    REMARKS.     CALLABLE RUN-CONTROL MODULE FOR THE NIGHTLY    *
001100*                 CHAIN.  KEEPS ONE RECORD PER STEP PER          *
001200*                 BUSINESS DATE ON THE RUN-CONTROL FILE (BDCTL - *
001300*                 SEE BDCREC) AND ANSWERS, AT THE START OF A     *
001400*                 STEP, WHETHER IT MAY RUN.  A STEP IS REFUSED   *
001500*                 IF ITS PREDECESSOR HAS NOT ENDED CLEAN (RC 4   *
001600*                 OR LESS) FOR THE SAME BUSINESS DATE, OR IF THE *
001700*                 STEP ITSELF HAS ALREADY ENDED CLEAN FOR THAT   *
001800*                 DATE.  A FORCE PARM ON THE STEP OVERRIDES      *
001900*                 EITHER REFUSAL AND IS RECORDED.  A STEP THAT   *
002000*                 FAILED OR ABENDED MAY BE RERUN WITHOUT FORCE.  *
002011*                                                                *
002022*                 A STEP STARTED WITHOUT A BUSINESS DATE RUNS    *
002033*                 FOR TODAY, EXCEPT THAT A STEP AFTER ANTWLOAD   *
002044*                 WHOSE PREDECESSOR HAS NOT ENDED CLEAN TODAY    *
002055*                 TAKES YESTERDAY'S DATE WHEN ITS PREDECESSOR    *
002066*                 ENDED CLEAN FOR YESTERDAY AND IT HAS NOT - SO  *
002077*                 A NIGHTLY CHAIN THAT CROSSES MIDNIGHT STAYS ON *
002088*                 THE DATE IT STARTED.                           *
002100*                                                                *
002200*                 THE CHAIN -                                    *
002300*                     ANTWLOAD                                   *
002400*                     ANTIQTY, OR ANTIQP1-ANTIQP4 THEN ANTSMERG  *
002500*                     ANTDSTAT (AFTER ANTIQTY OR ANTSMERG)       *
002600*                     ANTHCGEN                                   *
002700*                     ANTRTRND                                   *
002800*                                                                *
002900*                 CALLED BY ANTWLOAD, ANTIQUITY, ANTSMERG,       *
003000*                 ANTDSTAT, ANTHCGEN, AND ANTRTRND.  SEE         *
003100*                 BDCKPARM.CPY FOR THE PARAMETER AREA.  THE FILE *
003200*                 IS OPENED AND CLOSED ON EVERY CALL SO THE FOUR *
003300*                 ANTIQUITY PARTITIONS NEVER HOLD IT OPEN        *
003400*                 AGAINST EACH OTHER FOR THE LENGTH OF A RUN.    *
003500*                                                                *
003600*    MODIFICATION HISTORY                                       *
003700*    DATE       INIT DESCRIPTION                                 *
003800*    10/15/26   JMH  INITIAL VERSION.                            *
003812*    10/15/26   JMH  A STEP AFTER ANTWLOAD STARTED WITHOUT A     *
003824*                    BUSINESS DATE NOW TAKES YESTERDAY'S DATE    *
003836*                    WHEN ITS PREDECESSOR HAS NOT ENDED CLEAN    *
003848*                    TODAY BUT DID YESTERDAY AND THE STEP ITSELF *
003860*                    HAS NOT (NEW 1200/1210), SO A CHAIN THAT    *
003872*                    RUNS PAST MIDNIGHT IS NOT REFUSED STEP BY   *
003884*                    STEP.                                       *
003900******************************************************************
004000 PROGRAM-ID. ANTBDCK.
004100*
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER. IBM-370.
004500 OBJECT-COMPUTER. IBM-370.
004600*
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900*
005000     SELECT BDCTL ASSIGN TO BDCTL
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS BDC-KEY OF BDC-RECORD
005400         FILE STATUS IS DL-BDC-STATUS.
005500*
005600 DATA DIVISION.
005700 FILE SECTION.
005800*
005900 FD  BDCTL
006000     LABEL RECORDS ARE STANDARD.
006100     COPY BDCREC.
006200*
006300 WORKING-STORAGE SECTION.
006400*
006500 01  DL-FILE-STATUSES.
006600     05  DL-BDC-STATUS       PIC X(02).
006700         88  DL-BDC-OK                 VALUE '00'.
006800         88  DL-BDC-NOT-THERE          VALUE '35'.
006900*
007000 01  DL-SWITCHES.
007100     05  DL-OWN-FOUND-SW     PIC X(01)  VALUE 'N'.
007200         88  DL-OWN-FOUND               VALUE 'Y'.
007300*
007400 01  DL-CHECK-WORK.
007500     05  DL-PRED-STEP        PIC X(08).
007600     05  DL-PART-STEP.
007700         10  FILLER          PIC X(06)  VALUE 'ANTIQP'.
007800         10  DL-PART-DIGIT   PIC 9(01)  VALUE ZERO.
007900         10  FILLER          PIC X(01)  VALUE SPACE.
008000     05  DL-EDIT-RC          PIC 9(04).
008005*
008010 01  DL-DATE-WORK.
008015     05  DL-TODAY            PIC 9(08).
008020     05  DL-PRIOR-DATE       PIC 9(08).
008025     05  DL-PRIOR-PARTS REDEFINES DL-PRIOR-DATE.
008030         10  DL-PRIOR-YYYY   PIC 9(04).
008035         10  DL-PRIOR-MM     PIC 9(02).
008040         10  DL-PRIOR-DD     PIC 9(02).
008045     05  DL-LEAP-QUOT        PIC 9(04)  COMP.
008050     05  DL-LEAP-REM-4       PIC 9(04)  COMP.
008055     05  DL-LEAP-REM-100     PIC 9(04)  COMP.
008060     05  DL-LEAP-REM-400     PIC 9(04)  COMP.
008065*
008070 01  DL-MONTH-DAYS-TABLE.
008075     05  FILLER              PIC X(24)
008080             VALUE '312831303130313130313031'.
008085 01  DL-MONTH-DAYS-R REDEFINES DL-MONTH-DAYS-TABLE.
008090     05  DL-MONTH-DAYS       PIC 9(02)  OCCURS 12 TIMES.
008100*
008200 LINKAGE SECTION.
008300*
008400     COPY BDCKPARM.
008500*
008600 PROCEDURE DIVISION USING BDCK-PARM-AREA.
008700*
008800 0000-MAINLINE.
008900     MOVE '00' TO BDCK-STATUS.
009000     EVALUATE TRUE
009100         WHEN BDCK-FUNC-BEGIN
009200             PERFORM 2000-BEGIN-STEP
009300                 THRU 2000-EXIT
009400         WHEN BDCK-FUNC-END
009500             PERFORM 3000-END-STEP
009600                 THRU 3000-EXIT
009700         WHEN OTHER
009800             MOVE '98' TO BDCK-STATUS
009900     END-EVALUATE.
010000     GOBACK.
010100*
010200 0000-EXIT.
010300     EXIT.
010400*
010500******************************************************************
010600*    1000-OPEN-CONTROL - OPEN THE RUN-CONTROL FILE FOR UPDATE,   *
010700*    CREATING IT EMPTY ON FIRST USE                              *
010800******************************************************************
010900 1000-OPEN-CONTROL.
011000     OPEN I-O BDCTL.
011100     IF DL-BDC-NOT-THERE
011200         OPEN OUTPUT BDCTL
011300         CLOSE BDCTL
011400         OPEN I-O BDCTL
011500     END-IF.
011600     IF NOT DL-BDC-OK
011700         DISPLAY 'ANTBDCK - BDCTL OPEN FAILED, STATUS = '
011800             DL-BDC-STATUS
011900         MOVE DL-BDC-STATUS TO BDCK-STATUS
012000     END-IF.
012100*
012200 1000-EXIT.
012300     EXIT.
012400*
012500******************************************************************
012600*    1100-SET-BUS-DATE - A BLANK BUSINESS DATE MEANS TODAY, OR   *
012700*    FOR A LATER STEP OF A CHAIN THAT RAN PAST MIDNIGHT,         *
012800*    YESTERDAY (1200); THE DATE USED IS HANDED BACK IN THE PARM  *
012900*    AREA SO THE END CALL POSTS TO THE SAME RECORD.  ANYTHING    *
012950*    ELSE MUST BE A VALID YYYYMMDD.                              *
013000******************************************************************
013100 1100-SET-BUS-DATE.
013200     IF BDCK-BUS-DATE-X = SPACES
013300         ACCEPT BDCK-BUS-DATE FROM DATE YYYYMMDD
013320         IF BDCK-STEP NOT = 'ANTWLOAD'
013340             PERFORM 1200-CHOOSE-BUS-DATE
013360                 THRU 1200-EXIT
013380         END-IF
013400         GO TO 1100-EXIT
013500     END-IF.
013600     IF BDCK-BUS-DATE-X NOT NUMERIC
013700       OR BDCK-BUS-DATE < 19000101
013800         MOVE '96' TO BDCK-STATUS
013900         MOVE 'BUSINESS DATE NOT A VALID YYYYMMDD'
014000             TO BDCK-REFUSE-REASON
014100     END-IF.
014200*
014300 1100-EXIT.
014400     EXIT.
014500*
014501******************************************************************
014502*    1200-CHOOSE-BUS-DATE - NO DATE WAS GIVEN TO A STEP THAT HAS *
014503*    A PREDECESSOR.  TODAY STANDS IF THE PREDECESSOR ENDED CLEAN *
014504*    TODAY.  OTHERWISE, IF IT ENDED CLEAN YESTERDAY AND THIS     *
014505*    STEP HAS NOT, THE CHAIN STARTED BEFORE MIDNIGHT AND THE     *
014506*    STEP RUNS FOR YESTERDAY.  FAILING BOTH, TODAY STANDS AND    *
014507*    THE NORMAL CHECKS REFUSE IT.  THE REFUSAL REASON IS LEFT    *
014508*    BLANK FOR 2000-BEGIN-STEP.                                  *
014509******************************************************************
014510 1200-CHOOSE-BUS-DATE.
014511     PERFORM 2100-CHECK-PREDECESSOR
014512         THRU 2100-EXIT.
014513     IF NOT BDCK-OK
014514         GO TO 1200-EXIT
014515     END-IF.
014516     IF BDCK-REFUSE-REASON = SPACES
014517         GO TO 1200-EXIT
014518     END-IF.
014519     MOVE SPACES TO BDCK-REFUSE-REASON.
014520     MOVE BDCK-BUS-DATE TO DL-TODAY.
014521     PERFORM 1210-SET-PRIOR-DATE
014522         THRU 1210-EXIT.
014523     MOVE DL-PRIOR-DATE TO BDCK-BUS-DATE.
014524     PERFORM 2100-CHECK-PREDECESSOR
014525         THRU 2100-EXIT.
014526     IF BDCK-REFUSE-REASON = SPACES
014527         PERFORM 2300-READ-OWN-RECORD
014528             THRU 2300-EXIT
014529     END-IF.
014530     IF BDCK-REFUSE-REASON = SPACES
014531         DISPLAY 'ANTBDCK - ' BDCK-STEP ' TAKES BUSINESS DATE '
014532             BDCK-BUS-DATE ' - PREDECESSOR NOT YET CLEAN FOR '
014533             DL-TODAY
014534     ELSE
014535         MOVE DL-TODAY TO BDCK-BUS-DATE
014536     END-IF.
014537     MOVE SPACES TO BDCK-REFUSE-REASON.
014538*
014539 1200-EXIT.
014540     EXIT.
014541*
014542******************************************************************
014543*    1210-SET-PRIOR-DATE - THE CALENDAR DAY BEFORE DL-TODAY,     *
014544*    ACROSS MONTH AND YEAR ENDS AND FEBRUARY 29                  *
014545******************************************************************
014546 1210-SET-PRIOR-DATE.
014547     MOVE DL-TODAY TO DL-PRIOR-DATE.
014548     IF DL-PRIOR-DD > 1
014549         SUBTRACT 1 FROM DL-PRIOR-DD
014550         GO TO 1210-EXIT
014551     END-IF.
014552     IF DL-PRIOR-MM = 1
014553         MOVE 12 TO DL-PRIOR-MM
014554         SUBTRACT 1 FROM DL-PRIOR-YYYY
014555     ELSE
014556         SUBTRACT 1 FROM DL-PRIOR-MM
014557     END-IF.
014558     MOVE DL-MONTH-DAYS(DL-PRIOR-MM) TO DL-PRIOR-DD.
014559     IF DL-PRIOR-MM = 2
014560         DIVIDE DL-PRIOR-YYYY BY 4 GIVING DL-LEAP-QUOT
014561             REMAINDER DL-LEAP-REM-4
014562         DIVIDE DL-PRIOR-YYYY BY 100 GIVING DL-LEAP-QUOT
014563             REMAINDER DL-LEAP-REM-100
014564         DIVIDE DL-PRIOR-YYYY BY 400 GIVING DL-LEAP-QUOT
014565             REMAINDER DL-LEAP-REM-400
014566         IF DL-LEAP-REM-4 = 0
014567           AND (DL-LEAP-REM-100 NOT = 0 OR DL-LEAP-REM-400 = 0)
014568             MOVE 29 TO DL-PRIOR-DD
014569         END-IF
014570     END-IF.
014571*
014572 1210-EXIT.
014573     EXIT.
014574*
014600******************************************************************
014700*    2000-BEGIN-STEP - DECIDE WHETHER THE STEP MAY RUN FOR THE   *
014800*    BUSINESS DATE.  THE PREDECESSOR CHECK RUNS FIRST, THEN THE  *
014900*    STEP'S OWN RECORD IS READ FOR THE ALREADY-COMPLETE CHECK.   *
015000*    A REFUSAL STANDS UNLESS THE CALLER ASKED TO FORCE; AN       *
015100*    ALLOWED START IS RECORDED BEFORE RETURNING.                 *
015200******************************************************************
015300 2000-BEGIN-STEP.
015400     SET BDCK-REFUSED TO TRUE.
015500     MOVE SPACES TO BDCK-REFUSE-REASON.
015600     PERFORM 1000-OPEN-CONTROL
015700         THRU 1000-EXIT.
015800     IF NOT BDCK-OK
015900         GO TO 2000-EXIT
016000     END-IF.
016100     PERFORM 1100-SET-BUS-DATE
016200         THRU 1100-EXIT.
016300     IF NOT BDCK-OK
016400         GO TO 2000-CLOSE
016500     END-IF.
016600     PERFORM 2100-CHECK-PREDECESSOR
016700         THRU 2100-EXIT.
016800     IF NOT BDCK-OK
016900         GO TO 2000-CLOSE
017000     END-IF.
017100     PERFORM 2300-READ-OWN-RECORD
017200         THRU 2300-EXIT.
017300     IF BDCK-REFUSE-REASON NOT = SPACES
017400         IF BDCK-FORCE
017500             DISPLAY 'ANTBDCK - ' BDCK-STEP ' FORCED FOR '
017600                 BDCK-BUS-DATE ' PAST: ' BDCK-REFUSE-REASON
017700         ELSE
017800             GO TO 2000-CLOSE
017900         END-IF
018000     END-IF.
018100     PERFORM 2400-RECORD-START
018200         THRU 2400-EXIT.
018300     IF BDCK-OK
018400         SET BDCK-ALLOWED TO TRUE
018500     END-IF.
018600*
018700 2000-CLOSE.
018800     CLOSE BDCTL.
018900*
019000 2000-EXIT.
019100     EXIT.
019200*
019300******************************************************************
019400*    2100-CHECK-PREDECESSOR - NAME THE STEP'S PREDECESSOR(S) AND *
019500*    CHECK EACH ENDED CLEAN FOR THE DATE.  ANTSMERG NEEDS ALL    *
019600*    FOUR PARTITIONS; ANTDSTAT NEEDS EITHER THE WHOLE-FILE RUN   *
019700*    OR THE PARTITION MERGE.  AN UNKNOWN STEP CODE IS AN ERROR.  *
019800******************************************************************
019900 2100-CHECK-PREDECESSOR.
020000     EVALUATE BDCK-STEP
020100         WHEN 'ANTWLOAD'
020200             CONTINUE
020300         WHEN 'ANTIQTY '
020400         WHEN 'ANTIQP1 '
020500         WHEN 'ANTIQP2 '
020600         WHEN 'ANTIQP3 '
020700         WHEN 'ANTIQP4 '
020800             MOVE 'ANTWLOAD' TO DL-PRED-STEP
020900             PERFORM 2200-CHECK-ONE-STEP
021000                 THRU 2200-EXIT
021100         WHEN 'ANTSMERG'
021200             PERFORM 2110-CHECK-PARTITION
021300                 THRU 2110-EXIT
021400                 VARYING DL-PART-DIGIT FROM 1 BY 1
021500                 UNTIL DL-PART-DIGIT > 4
021600                    OR BDCK-REFUSE-REASON NOT = SPACES
021700         WHEN 'ANTDSTAT'
021800             MOVE 'ANTIQTY ' TO DL-PRED-STEP
021900             PERFORM 2200-CHECK-ONE-STEP
022000                 THRU 2200-EXIT
022100             IF BDCK-REFUSE-REASON NOT = SPACES
022200                 MOVE SPACES TO BDCK-REFUSE-REASON
022300                 MOVE 'ANTSMERG' TO DL-PRED-STEP
022400                 PERFORM 2200-CHECK-ONE-STEP
022500                     THRU 2200-EXIT
022600                 IF BDCK-REFUSE-REASON NOT = SPACES
022700                     MOVE 'NO CLEAN ANTIQTY OR ANTSMERG FOR DATE'
022800                         TO BDCK-REFUSE-REASON
022900                 END-IF
023000             END-IF
023100         WHEN 'ANTHCGEN'
023200             MOVE 'ANTDSTAT' TO DL-PRED-STEP
023300             PERFORM 2200-CHECK-ONE-STEP
023400                 THRU 2200-EXIT
023500         WHEN 'ANTRTRND'
023600             MOVE 'ANTHCGEN' TO DL-PRED-STEP
023700             PERFORM 2200-CHECK-ONE-STEP
023800                 THRU 2200-EXIT
023900         WHEN OTHER
024000             MOVE '97' TO BDCK-STATUS
024100             MOVE 'UNKNOWN STEP CODE' TO BDCK-REFUSE-REASON
024200     END-EVALUATE.
024300*
024400 2100-EXIT.
024500     EXIT.
024600*
024700 2110-CHECK-PARTITION.
024800     MOVE DL-PART-STEP TO DL-PRED-STEP.
024900     PERFORM 2200-CHECK-ONE-STEP
025000         THRU 2200-EXIT.
025100*
025200 2110-EXIT.
025300     EXIT.
025400*
025500******************************************************************
025600*    2200-CHECK-ONE-STEP - READ DL-PRED-STEP'S RECORD FOR THE    *
025700*    DATE.  ANYTHING BUT 'C' LEAVES A REFUSAL REASON SAYING WHY. *
025800******************************************************************
025900 2200-CHECK-ONE-STEP.
026000     MOVE BDCK-BUS-DATE TO BDC-BUS-DATE.
026100     MOVE DL-PRED-STEP TO BDC-STEP.
026200     READ BDCTL
026300         KEY IS BDC-KEY OF BDC-RECORD
026400         INVALID KEY
026500             STRING DL-PRED-STEP DELIMITED BY SPACE
026600                 ' HAS NOT RUN FOR THE DATE' DELIMITED BY SIZE
026700                 INTO BDCK-REFUSE-REASON
026800             END-STRING
026900             GO TO 2200-EXIT
027000     END-READ.
027100     EVALUATE TRUE
027200         WHEN BDC-COMPLETE
027300             CONTINUE
027400         WHEN BDC-FAILED
027500             MOVE BDC-RETURN-CODE TO DL-EDIT-RC
027600             STRING DL-PRED-STEP DELIMITED BY SPACE
027700                 ' ENDED RC ' DL-EDIT-RC DELIMITED BY SIZE
027800                 INTO BDCK-REFUSE-REASON
027900             END-STRING
028000         WHEN OTHER
028100             STRING DL-PRED-STEP DELIMITED BY SPACE
028200                 ' STARTED BUT NEVER ENDED' DELIMITED BY SIZE
028300                 INTO BDCK-REFUSE-REASON
028400             END-STRING
028500     END-EVALUATE.
028600*
028700 2200-EXIT.
028800     EXIT.
028900*
029000******************************************************************
029100*    2300-READ-OWN-RECORD - LOOK FOR THE STEP'S OWN RECORD FOR   *
029200*    THE DATE.  ONE ALREADY ENDED CLEAN IS A REFUSAL UNLESS THE  *
029300*    PREDECESSOR CHECK HAS ALREADY GIVEN ONE.  A RECORD LEFT     *
029400*    'S' OR 'F' BY AN ABEND OR A FAILED RUN IS A NORMAL RERUN.   *
029500******************************************************************
029600 2300-READ-OWN-RECORD.
029700     MOVE 'N' TO DL-OWN-FOUND-SW.
029800     MOVE BDCK-BUS-DATE TO BDC-BUS-DATE.
029900     MOVE BDCK-STEP TO BDC-STEP.
030000     READ BDCTL
030100         KEY IS BDC-KEY OF BDC-RECORD
030200         INVALID KEY
030300             GO TO 2300-EXIT
030400     END-READ.
030500     MOVE 'Y' TO DL-OWN-FOUND-SW.
030600     IF BDC-COMPLETE
030700       AND BDCK-REFUSE-REASON = SPACES
030800         STRING BDCK-STEP DELIMITED BY SPACE
030900             ' ALREADY COMPLETE FOR THE DATE' DELIMITED BY SIZE
031000             INTO BDCK-REFUSE-REASON
031100         END-STRING
031200     END-IF.
031300*
031400 2300-EXIT.
031500     EXIT.
031600*
031700******************************************************************
031800*    2400-RECORD-START - MARK THE STEP STARTED FOR THE DATE.     *
031900*    A RERUN REUSES THE RECORD, CLEARS THE LAST END, AND STEPS   *
032000*    THE RUN COUNT.                                              *
032100******************************************************************
032200 2400-RECORD-START.
032300     IF NOT DL-OWN-FOUND
032400         MOVE SPACES TO BDC-RECORD
032500         MOVE BDCK-BUS-DATE TO BDC-BUS-DATE
032600         MOVE BDCK-STEP TO BDC-STEP
032700         MOVE ZERO TO BDC-RUN-CNT
032800     END-IF.
032900     SET BDC-STARTED TO TRUE.
033000     ACCEPT BDC-START-DATE FROM DATE YYYYMMDD.
033100     ACCEPT BDC-START-TIME FROM TIME.
033200     MOVE ZERO TO BDC-END-DATE.
033300     MOVE ZERO TO BDC-END-TIME.
033400     MOVE ZERO TO BDC-RETURN-CODE.
033500     ADD 1 TO BDC-RUN-CNT.
033600     IF BDCK-REFUSE-REASON NOT = SPACES
033700         MOVE 'Y' TO BDC-FORCED-SW
033800     ELSE
033900         MOVE 'N' TO BDC-FORCED-SW
034000     END-IF.
034100     MOVE BDCK-REFUSE-REASON TO BDC-FORCE-REASON.
034200     IF DL-OWN-FOUND
034300         REWRITE BDC-RECORD
034400             INVALID KEY
034500                 CONTINUE
034600         END-REWRITE
034700     ELSE
034800         WRITE BDC-RECORD
034900             INVALID KEY
035000                 CONTINUE
035100         END-WRITE
035200     END-IF.
035300     IF NOT DL-BDC-OK
035400         DISPLAY 'ANTBDCK - BDCTL START UPDATE FAILED, STATUS = '
035500             DL-BDC-STATUS
035600         MOVE DL-BDC-STATUS TO BDCK-STATUS
035700     END-IF.
035800*
035900 2400-EXIT.
036000     EXIT.
036100*
036200******************************************************************
036300*    3000-END-STEP - POST THE STEP'S RETURN CODE TO ITS RECORD   *
036400*    FOR THE DATE: 'C' FOR RC 4 OR LESS, 'F' OTHERWISE.  THE     *
036500*    RECORD MUST EXIST - THE START CALL WROTE IT.                *
036600******************************************************************
036700 3000-END-STEP.
036800     PERFORM 1000-OPEN-CONTROL
036900         THRU 1000-EXIT.
037000     IF NOT BDCK-OK
037100         GO TO 3000-EXIT
037200     END-IF.
037300     MOVE BDCK-BUS-DATE TO BDC-BUS-DATE.
037400     MOVE BDCK-STEP TO BDC-STEP.
037500     READ BDCTL
037600         KEY IS BDC-KEY OF BDC-RECORD
037700         INVALID KEY
037800             DISPLAY 'ANTBDCK - NO START RECORDED FOR '
037900                 BDCK-STEP ' ON ' BDCK-BUS-DATE
038000             MOVE DL-BDC-STATUS TO BDCK-STATUS
038100             GO TO 3000-CLOSE
038200     END-READ.
038300     MOVE BDCK-STEP-RC TO BDC-RETURN-CODE.
038400     IF BDCK-STEP-RC > 4
038500         SET BDC-FAILED TO TRUE
038600     ELSE
038700         SET BDC-COMPLETE TO TRUE
038800     END-IF.
038900     ACCEPT BDC-END-DATE FROM DATE YYYYMMDD.
039000     ACCEPT BDC-END-TIME FROM TIME.
039100     REWRITE BDC-RECORD
039200         INVALID KEY
039300             CONTINUE
039400     END-REWRITE.
039500     IF NOT DL-BDC-OK
039600         DISPLAY 'ANTBDCK - BDCTL END UPDATE FAILED, STATUS = '
039700             DL-BDC-STATUS
039800         MOVE DL-BDC-STATUS TO BDCK-STATUS
039900     END-IF.
040000*
040100 3000-CLOSE.
040200     CLOSE BDCTL.
040300*
040400 3000-EXIT.
040500     EXIT.
