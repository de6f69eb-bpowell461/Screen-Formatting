001500*                 MATCH-DATE REFRESHED (SEE DICTREC).  PASS TWO  *
001600*                 SCANS THE WHOLE DICTIONARY AND REPORTS EVERY   *
001700*                 ENTRY WITH NO MATCHED LOOKUP SINCE THE PARM    *
001800*                 CUTOFF ON STALERPT (ONE YEAR BEFORE THE        *
001850*                 BUSINESS DATE IF THE PARM GIVES NONE) - THE    *
001900*                 LIST ANTHCGEN'S TOP-500 VIEW CANNOT GIVE:      *
002000*                 WHICH OF THE 850,000 ENTRIES NOBODY LOOKS UP.  *
002100*                                                                *
002580*                 INSTEAD OF NOMINATING EVERY ABBREVIATION AS A  *
002590*                 PRUNE CANDIDATE FOREVER.                       *
002600*                                                                *
002610*                 PASS ONE POSTS THE AUDIT RECORDS DATED AFTER   *
002620*                 THE HIGH-WATER MARK ON STATCTL (SEE DSCREC) UP *
002630*                 TO AND INCLUDING THE BUSINESS DATE, AND A RUN  *
002640*                 THAT ENDS CLEAN MOVES THE MARK TO THE BUSINESS *
002650*                 DATE.  AUDIT DATES COME FROM THE CLOCK, NOT    *
002660*                 THE BUSINESS DATE, SO A LOOKUP LOGGED AFTER    *
002661*                 MIDNIGHT, OR ON A DATE NO RUN WAS MADE FOR, IS *
002662*                 STILL POSTED - BY THE NEXT RUN WHOSE BUSINESS  *
002663*                 DATE REACHES IT - AND A MONTH OF LOG ON        *
002664*                 AUDITLOG IS NEVER POSTED TWICE.  WITH NO MARK  *
002665*                 YET ONLY THE BUSINESS DATE ITSELF IS POSTED.   *
002670*                                                                *
002700*                 RUNS NIGHTLY AFTER ANTIQTY (OR ANTSMERG) AND   *
002800*                 NEVER CONCURRENTLY WITH ANY JOB UPDATING       *
002900*                 DICTFILE OR REWRITING AUDITLOG.                *
003000*                                                                *
003100*    MODIFICATION HISTORY                                       *
003200*    DATE       INIT DESCRIPTION                                 *
003330*                    WORD, SO A ZERO COUNT ON THE XREF ITSELF    *
003340*                    SAYS NOTHING ABOUT ITS USE.  SKIPPED        *
003350*                    ENTRIES ARE COUNTED ON THE RUN SUMMARY.     *
003354*    10/15/26   JMH  RUN CONTROL: PARM IS NOW                    *
003358*                    'CUTOFF,BUSDATE,FORCE' - FIELDS 2 AND 3     *
003362*                    OPTIONAL (BLANK DATE = TODAY). AFTER THE    *
003366*                    CUTOFF IS EDITED THE STEP ASKS ANTBDCK      *
003370*                    WHETHER IT MAY RUN - ANTIQTY OR, ON A       *
003374*                    PARTITION NIGHT, ANTSMERG MUST HAVE ENDED   *
003378*                    CLEAN FOR THE BUSINESS DATE, AND A DATE     *
003382*                    ALREADY POSTED IS REFUSED UNLESS FORCED, SO *
003386*                    A HAND RERUN CANNOT POST THE SAME AUDIT     *
003390*                    HITS TWICE - AND POSTS ITS RETURN CODE AT   *
003394*                    END.                                        *
003395*    10/15/26   JMH  THE CUTOFF IS NOW OPTIONAL - BLANK MEANS    *
003396*                    ONE YEAR BEFORE THE BUSINESS DATE - SO THE  *
003397*                    NIGHTLY JCL NEED NOT CARRY A FIXED DATE.    *
003398*                    THE PARM IS SPLIT BEFORE ANY FIELD IS       *
003399*                    EDITED.                                     *
003400*    10/15/26   JMH  PASS ONE NOW POSTS BY A HIGH-WATER MARK     *
003401*                    KEPT ON THE NEW STATCTL FILE (SEE DSCREC):  *
003402*                    EVERY AUDIT RECORD DATED AFTER THE LAST     *
003403*                    DATE POSTED, UP TO THE BUSINESS DATE, AND A *
003404*                    CLEAN RUN MOVES THE MARK TO THE BUSINESS    *
003405*                    DATE. THE STEP CAN SO RUN NIGHTLY IN THE    *
003406*                    CHAIN WITHOUT POSTING A HIT TWICE, AND      *
003407*                    LOOKUPS LOGGED AFTER MIDNIGHT OR ON A DATE  *
003408*                    WITH NO RUN STILL POST. RECORDS ALREADY     *
003409*                    POSTED OR LEFT FOR A LATER RUN ARE COUNTED  *
003410*                    ON THE RUN SUMMARY.                         *
003411******************************************************************
003500 PROGRAM-ID. ANTDSTAT.
003600*
003700 ENVIRONMENT DIVISION.
005800         ACCESS MODE IS SEQUENTIAL
005900         FILE STATUS IS DL-RPT-STATUS.
006000*
006010     SELECT STATCTL ASSIGN TO STATCTL
006020         ORGANIZATION IS RELATIVE
006030         ACCESS MODE IS RANDOM
006040         RELATIVE KEY IS DL-CTL-RRN-KEY
006050         FILE STATUS IS DL-CTL-STATUS.
006060*
006100 DATA DIVISION.
006200 FILE SECTION.
006300*
007500     RECORDING MODE IS F.
007600     COPY DSRPREC.
007700*
007710 FD  STATCTL
007720     LABEL RECORDS ARE STANDARD.
007730     COPY DSCREC.
007740*
007800 WORKING-STORAGE SECTION.
007900*
008000 01  DL-FILE-STATUSES.
008600         88  DL-DICT-NOTFND            VALUE '23'.
008700     05  DL-RPT-STATUS       PIC X(02).
008800         88  DL-RPT-OK                 VALUE '00'.
008810     05  DL-CTL-STATUS       PIC X(02).
008820         88  DL-CTL-OK                 VALUE '00'.
008830         88  DL-CTL-NOTFND             VALUE '23' '35'.
008900*
009000 01  DL-SWITCHES.
009100     05  DL-AUD-EOF-SW       PIC X(01)  VALUE 'N'.
009200         88  DL-AUD-EOF                 VALUE 'Y'.
009300     05  DL-DICT-EOF-SW      PIC X(01)  VALUE 'N'.
009400         88  DL-DICT-EOF                VALUE 'Y'.
009410     05  DL-CTL-NEW-SW       PIC X(01)  VALUE 'N'.
009420         88  DL-CTL-NEW                 VALUE 'Y'.
009500*
009600 01  DL-COUNTERS.
009700     05  DL-AUD-RECS-READ    PIC 9(09)  COMP  VALUE ZERO.
010000     05  DL-DICT-RECS-READ   PIC 9(09)  COMP  VALUE ZERO.
010100     05  DL-STALE-CNT        PIC 9(09)  COMP  VALUE ZERO.
010110     05  DL-XREF-SKIP-CNT    PIC 9(09)  COMP  VALUE ZERO.
010120     05  DL-DATE-DONE-CNT    PIC 9(09)  COMP  VALUE ZERO.
010130     05  DL-DATE-NEXT-CNT    PIC 9(09)  COMP  VALUE ZERO.
010200*
010300 01  DL-CUT-DATE             PIC X(08)  VALUE SPACES.
010333 01  DL-CUT-DATE-N REDEFINES DL-CUT-DATE
010366                             PIC 9(08).
010400 01  DL-LAST-MATCH-X         PIC X(08).
010401 01  DL-POSTED-THRU          PIC 9(08)  VALUE ZERO.
010402 01  DL-RUN-DATE             PIC 9(08)  VALUE ZERO.
010403 01  DL-RUN-TIME             PIC 9(08)  VALUE ZERO.
010404 01  DL-CTL-RRN-KEY          PIC 9(09)  COMP  VALUE 1.
010408*
010416 01  DL-RUN-PARM-FIELDS.
010424     05  DL-PARM-BDATE-X     PIC X(08)  VALUE SPACES.
010432     05  DL-PARM-FORCE-X     PIC X(08)  VALUE SPACES.
010440     05  DL-PARM-CUT-X       PIC X(08)  VALUE SPACES.
010448******************************************************************
010456*    BDCK-PARM-AREA - THE PARAMETER AREA FOR THE CALLABLE        *
010464*    RUN-CONTROL MODULE (ANTBDCK), CHECKED BEFORE ANY FILE IS    *
010472*    OPENED AND POSTED WITH THE RETURN CODE AT THE END           *
010480******************************************************************
010488     COPY BDCKPARM.
010500*
010600 LINKAGE SECTION.
010700*
010800 01  DL-PARM-AREA.
010900     05  DL-PARM-LEN         PIC S9(4) COMP.
011000     05  DL-PARM-TEXT        PIC X(30).
011100*
011200 PROCEDURE DIVISION USING DL-PARM-AREA.
011300*
012700     EXIT.
012800*
012900******************************************************************
013000*    1000-INITIALIZE - SPLIT AND VALIDATE THE PARM, CHECK RUN    *
013100*    CONTROL, OPEN THE FILES, AND PRIME THE AUDIT READ.  PARM    *
013133*    IS 'CUTOFF,BUSDATE,FORCE', ALL OPTIONAL.  A BLANK CUTOFF IS *
013166*    ONE YEAR BEFORE THE BUSINESS DATE THE STEP RUNS FOR.        *
013200******************************************************************
013300 1000-INITIALIZE.
013325     MOVE SPACES TO DL-PARM-CUT-X.
013350     MOVE SPACES TO DL-PARM-BDATE-X.
013375     MOVE SPACES TO DL-PARM-FORCE-X.
013400     IF DL-PARM-LEN > 0
013442         UNSTRING DL-PARM-TEXT(1:DL-PARM-LEN)
013484             DELIMITED BY ','
013526             INTO DL-PARM-CUT-X
013568                  DL-PARM-BDATE-X
013610                  DL-PARM-FORCE-X
013652         END-UNSTRING
013700     END-IF.
013750     IF DL-PARM-CUT-X NOT = SPACES
013800         MOVE DL-PARM-CUT-X TO DL-CUT-DATE
013900         IF DL-CUT-DATE NOT NUMERIC
014000             DISPLAY 'ANTDSTAT - PARM CUTOFF NOT NUMERIC: '
014100                 DL-CUT-DATE
014200             GO TO 1000-ABEND
014250         END-IF
014300     END-IF.
014310     PERFORM 1050-CHECK-RUN-CONTROL
014320         THRU 1050-EXIT.
014336     IF DL-PARM-CUT-X = SPACES
014352         COMPUTE DL-CUT-DATE-N = BDCK-BUS-DATE - 10000
014368     END-IF.
014384     DISPLAY 'ANTDSTAT - STALE CUTOFF ' DL-CUT-DATE.
014400*
014500     OPEN INPUT  AUDITLOG.
014600     IF NOT DL-AUD-OK
016300         GO TO 1000-ABEND
016400     END-IF.
016500*
016510     PERFORM 1200-OPEN-CONTROL
016520         THRU 1200-EXIT.
016530*
016600     PERFORM 2100-READ-AUDIT
016700         THRU 2100-EXIT.
016800     GO TO 1000-EXIT.
017300*
017400 1000-EXIT.
017500     EXIT.
017502*
017504******************************************************************
017506*    1050-CHECK-RUN-CONTROL - PARM FIELDS 2 AND 3 ARE THE        *
017508*    BUSINESS DATE (BLANK - SEE ANTBDCK) AND 'FORCE'.  ASK THE   *
017510*    RUN-CONTROL MODULE WHETHER THIS STEP MAY RUN FOR THE DATE - *
017512*    EACH NIGHT'S AUDIT HITS MUST BE POSTED EXACTLY ONCE - AND   *
017514*    STOP IF IT MAY NOT                                          *
017516******************************************************************
017518 1050-CHECK-RUN-CONTROL.
017536     IF DL-PARM-FORCE-X NOT = SPACES
017538       AND DL-PARM-FORCE-X NOT = 'FORCE'
017540         DISPLAY 'ANTDSTAT - PARM RERUN FIELD MUST BE FORCE OR '
017542             'BLANK, GOT: ' DL-PARM-FORCE-X
017544         GO TO 1000-ABEND
017546     END-IF.
017548     MOVE 'B' TO BDCK-FUNCTION.
017550     MOVE 'ANTDSTAT' TO BDCK-STEP.
017552     MOVE DL-PARM-BDATE-X TO BDCK-BUS-DATE-X.
017554     MOVE 'N' TO BDCK-FORCE-SW.
017556     IF DL-PARM-FORCE-X = 'FORCE'
017558         SET BDCK-FORCE TO TRUE
017560     END-IF.
017562     CALL 'ANTBDCK' USING BDCK-PARM-AREA.
017564     IF NOT BDCK-OK
017566         DISPLAY 'ANTDSTAT - RUN CONTROL CHECK FAILED, STATUS = '
017568             BDCK-STATUS ' ' BDCK-REFUSE-REASON
017570         GO TO 1000-ABEND
017572     END-IF.
017574     IF BDCK-REFUSED
017576         DISPLAY 'ANTDSTAT - RUN REFUSED FOR ' BDCK-BUS-DATE-X
017578             ': ' BDCK-REFUSE-REASON
017580         GO TO 1000-ABEND
017582     END-IF.
017584     DISPLAY 'ANTDSTAT - BUSINESS DATE ' BDCK-BUS-DATE-X.
017586*
017588 1050-EXIT.
017590     EXIT.
017600*
017605******************************************************************
017610*    1200-OPEN-CONTROL - OPEN THE STATISTICS CONTROL FILE        *
017615*    (CREATING IT ON THE FIRST RUN) AND READ THE HIGH-WATER MARK *
017620*    - THE LAST AUDIT DATE ALREADY POSTED.  WITH NO MARK YET THE *
017625*    DAY BEFORE THE BUSINESS DATE IS TAKEN, SO THE FIRST RUN     *
017630*    POSTS ONLY ITS OWN DATE.                                    *
017635******************************************************************
017640 1200-OPEN-CONTROL.
017642     OPEN I-O STATCTL.
017644     IF DL-CTL-NOTFND
017646         OPEN OUTPUT STATCTL
017648         CLOSE STATCTL
017650         OPEN I-O STATCTL
017652     END-IF.
017654     IF NOT DL-CTL-OK
017656         DISPLAY 'ANTDSTAT - STATCTL OPEN FAILED, STATUS = '
017658             DL-CTL-STATUS
017660         GO TO 1000-ABEND
017662     END-IF.
017664     MOVE 1 TO DL-CTL-RRN-KEY.
017666     READ STATCTL
017668         INVALID KEY
017670             SET DL-CTL-NEW TO TRUE
017672             MOVE SPACES TO DSC-RECORD
017674             COMPUTE DSC-POSTED-THRU-DATE = BDCK-BUS-DATE - 1
017676             MOVE ZERO TO DSC-LAST-RUN-DATE DSC-LAST-RUN-TIME
017678                 DSC-LAST-POSTED-CNT
017680     END-READ.
017682     MOVE DSC-POSTED-THRU-DATE TO DL-POSTED-THRU.
017684     DISPLAY 'ANTDSTAT - POSTING AUDIT DATES AFTER '
017686         DL-POSTED-THRU ' THROUGH ' BDCK-BUS-DATE-X.
017688*
017690 1200-EXIT.
017692     EXIT.
017694*
017700******************************************************************
017800*    2000-POST-ONE-AUDIT - STEP THE DICTIONARY STATISTICS FOR    *
017900*    ONE MATCHED SINGLE-WORD LOOKUP.  PHRASE LOOKUPS AND MISSES  *
018000*    NEVER POST; A MATCHED WORD SINCE DELETED FROM THE           *
018100*    DICTIONARY IS COUNTED AND SKIPPED.  A RECORD DATED ON OR    *
018150*    BEFORE THE HIGH-WATER MARK WAS POSTED BY AN EARLIER RUN,    *
018160*    AND ONE DATED AFTER THE BUSINESS DATE IS LEFT FOR A LATER   *
018170*    RUN - BOTH ARE COUNTED AND SKIPPED.                         *
018200******************************************************************
018300 2000-POST-ONE-AUDIT.
018400     ADD 1 TO DL-AUD-RECS-READ.
018410     IF AUDIT-DATE NOT > DL-POSTED-THRU
018420         ADD 1 TO DL-DATE-DONE-CNT
018430         GO TO 2000-NEXT
018440     END-IF.
018450     IF AUDIT-DATE > BDCK-BUS-DATE
018460         ADD 1 TO DL-DATE-NEXT-CNT
018470         GO TO 2000-NEXT
018480     END-IF.
018500     IF NOT (AUDIT-TYPE-WORD AND AUDIT-MATCHED)
018600         GO TO 2000-NEXT
018700     END-IF.
028300     EXIT.
028400*
028500******************************************************************
028600*    9000-TERMINATE - CLOSE FILES, MOVE THE HIGH-WATER MARK UP   *
028650*    TO THE BUSINESS DATE, AND SUMMARIZE THE RUN                 *
028700******************************************************************
028800 9000-TERMINATE.
028900     CLOSE AUDITLOG.
029000     CLOSE DICTFILE.
029100     CLOSE STALERPT.
029110     PERFORM 9200-ADVANCE-MARK
029120         THRU 9200-EXIT.
029200     DISPLAY 'ANTDSTAT - AUDIT RECORDS READ:   ' DL-AUD-RECS-READ.
029300     DISPLAY 'ANTDSTAT - LOOKUPS POSTED:       ' DL-POSTED-CNT.
029400     DISPLAY 'ANTDSTAT - WORD SINCE DELETED:   '
029600     DISPLAY 'ANTDSTAT - DICT ENTRIES READ:    ' DL-DICT-RECS-READ.
029700     DISPLAY 'ANTDSTAT - STALE ENTRIES LISTED: ' DL-STALE-CNT.
029710     DISPLAY 'ANTDSTAT - XREF ENTRIES SKIPPED: ' DL-XREF-SKIP-CNT.
029720     DISPLAY 'ANTDSTAT - ALREADY POSTED:       ' DL-DATE-DONE-CNT.
029730     DISPLAY 'ANTDSTAT - LATER DATES LEFT:     ' DL-DATE-NEXT-CNT.
029740     PERFORM 9500-POST-RUN-CONTROL
029770         THRU 9500-EXIT.
029800*
029900 9000-EXIT.
030000     EXIT.
030010*
030011******************************************************************
030012*    9200-ADVANCE-MARK - EVERY AUDIT RECORD DATED UP TO THE      *
030013*    BUSINESS DATE IS NOW POSTED, SO THE MARK MOVES TO IT - BUT  *
030014*    NEVER BACK, WHEN A FORCED RUN IS FOR AN EARLIER DATE.       *
030015*    A RUN THAT FAILS NEVER GETS HERE AND LEAVES THE MARK WHERE  *
030016*    IT WAS.  IF THE MARK CANNOT BE WRITTEN THE STEP ENDS RC 16. *
030017******************************************************************
030018 9200-ADVANCE-MARK.
030019     IF BDCK-BUS-DATE > DSC-POSTED-THRU-DATE
030020         MOVE BDCK-BUS-DATE TO DSC-POSTED-THRU-DATE
030021     END-IF.
030022     ACCEPT DL-RUN-DATE FROM DATE YYYYMMDD.
030023     ACCEPT DL-RUN-TIME FROM TIME.
030024     MOVE DL-RUN-DATE TO DSC-LAST-RUN-DATE.
030025     MOVE DL-RUN-TIME TO DSC-LAST-RUN-TIME.
030026     MOVE DL-POSTED-CNT TO DSC-LAST-POSTED-CNT.
030027     MOVE 1 TO DL-CTL-RRN-KEY.
030028     IF DL-CTL-NEW
030029         WRITE DSC-RECORD
030030             INVALID KEY
030031                 DISPLAY 'ANTDSTAT - STATCTL WRITE FAILED, '
030032                     'STATUS = ' DL-CTL-STATUS
030033                 MOVE 16 TO RETURN-CODE
030034         END-WRITE
030035     ELSE
030036         REWRITE DSC-RECORD
030037             INVALID KEY
030038                 DISPLAY 'ANTDSTAT - STATCTL REWRITE FAILED, '
030039                     'STATUS = ' DL-CTL-STATUS
030040                 MOVE 16 TO RETURN-CODE
030041         END-REWRITE
030042     END-IF.
030043     CLOSE STATCTL.
030044     DISPLAY 'ANTDSTAT - POSTED THROUGH:       '
030045         DSC-POSTED-THRU-DATE.
030046*
030047 9200-EXIT.
030048     EXIT.
030049*
030050******************************************************************
030051*    9500-POST-RUN-CONTROL - RECORD THE STEP'S RETURN CODE FOR   *
030052*    THE BUSINESS DATE.  THE CALL RESETS RETURN-CODE, SO IT IS   *
030053*    PUT BACK AFTERWARD.                                         *
030060******************************************************************
030070 9500-POST-RUN-CONTROL.
030080     MOVE 'E' TO BDCK-FUNCTION.
030090     MOVE RETURN-CODE TO BDCK-STEP-RC.
030100     CALL 'ANTBDCK' USING BDCK-PARM-AREA.
030110     MOVE BDCK-STEP-RC TO RETURN-CODE.
030120     IF NOT BDCK-OK
030130         DISPLAY 'ANTDSTAT - RUN CONTROL END NOT POSTED, '
030140             'STATUS = ' BDCK-STATUS
030150         MOVE 16 TO RETURN-CODE
030160     END-IF.
030170*
030180 9500-EXIT.
030190     EXIT.
