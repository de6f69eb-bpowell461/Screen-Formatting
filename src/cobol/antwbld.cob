000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID.  ANTWBLD                                        *
000500*    AUTHOR.      J. HOLLOWAY, APPLICATIONS MAINTENANCE          *
000600*    INSTALLATION. DATA ENTRY SYSTEMS                            *
000700*    DATE-WRITTEN. 10/15/26                                      *
000800*    DATE-COMPILED.                                              *
000900*                                                                *
001000*    REMARKS.     FULL REBUILD OF THE WHERE-USED CONCORDANCE     *
001100*                 (WUSEFILE - SEE WUSEREC) FROM DICTFILE AND     *
001200*                 PHRASFILE.  EVERY CROSS-REFERENCE ENTRY AND    *
001300*                 EVERY WORD OF EVERY PHRASE IS RELEASED TO THE  *
001400*                 SORT AS A USE, BY THE SAME RULES ANTWUSE       *
001500*                 APPLIES TO A SINGLE CHANGE; THE SORTED USES    *
001600*                 ARE LOADED IN KEY ORDER INTO THE REUSABLE      *
001700*                 CLUSTER, A WORD REPEATED IN A PHRASE LOADING   *
001800*                 ONCE.  RUN BEFORE THE CONCORDANCE IS FIRST     *
001900*                 USED, AND AFTER ANY RESTORE OF DICTFILE OR     *
002000*                 PHRASFILE THAT ANTJRECV DOES NOT ROLL FORWARD  *
002100*                 TO THE PRESENT.                                *
002200*                                                                *
002300*                 ENDS RC 16, WITH WUSEFILE NOT TO BE TRUSTED,   *
002400*                 IF ANY FILE FAILS TO OPEN OR A LOAD WRITE      *
002500*                 FAILS.                                         *
002600*                                                                *
002700*    MODIFICATION HISTORY                                       *
002800*    DATE       INIT DESCRIPTION                                 *
002900*    10/15/26   JMH  INITIAL VERSION.                            *
003000******************************************************************
003100 PROGRAM-ID. ANTWBLD.
003200*
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. IBM-370.
003600 OBJECT-COMPUTER. IBM-370.
003700*
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000*
004100     SELECT DICTFILE ASSIGN TO DICTFILE
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS WORD OF DICT-RECORD
004500         FILE STATUS IS DL-DICT-STATUS.
004600*
004700     SELECT PHRASFILE ASSIGN TO PHRASFILE
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS PHRASE-TEXT OF PHRASE-RECORD
005100         FILE STATUS IS DL-PHR-STATUS.
005200*
005300     SELECT WUSEFILE ASSIGN TO WUSEFILE
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS SEQUENTIAL
005600         RECORD KEY IS WU-KEY OF WU-RECORD
005700         FILE STATUS IS DL-WUSE-STATUS.
005800*
005900     SELECT SORTWORK ASSIGN TO SORTWORK.
006000*
006100 DATA DIVISION.
006200 FILE SECTION.
006300*
006400 FD  DICTFILE
006500     LABEL RECORDS ARE STANDARD.
006600     COPY DICTREC.
006700*
006800 FD  PHRASFILE
006900     LABEL RECORDS ARE STANDARD.
007000     COPY PHRASREC.
007100*
007200 FD  WUSEFILE
007300     LABEL RECORDS ARE STANDARD.
007400     COPY WUSEREC.
007500*
007600 SD  SORTWORK.
007700 01  SORT-RECORD.
007800     05  SRT-KEY.
007900         10  SRT-WORD            PIC X(20).
008000         10  SRT-USE-TYPE        PIC X(01).
008100         10  SRT-USER-KEY        PIC X(200).
008200*
008300 WORKING-STORAGE SECTION.
008400*
008500 01  DL-FILE-STATUSES.
008600     05  DL-DICT-STATUS      PIC X(02).
008700         88  DL-DICT-OK                VALUE '00'.
008800     05  DL-PHR-STATUS       PIC X(02).
008900         88  DL-PHR-OK                 VALUE '00'.
009000     05  DL-WUSE-STATUS      PIC X(02).
009100         88  DL-WUSE-OK                VALUE '00'.
009200*
009300 01  DL-SWITCHES.
009400     05  DL-DICT-EOF-SW      PIC X(01)  VALUE 'N'.
009500         88  DL-DICT-EOF                VALUE 'Y'.
009600     05  DL-PHR-EOF-SW       PIC X(01)  VALUE 'N'.
009700         88  DL-PHR-EOF                 VALUE 'Y'.
009800     05  DL-SRT-EOF-SW       PIC X(01)  VALUE 'N'.
009900         88  DL-SRT-EOF                 VALUE 'Y'.
010000     05  DL-LOAD-FAIL-SW     PIC X(01)  VALUE 'N'.
010100         88  DL-LOAD-FAILED             VALUE 'Y'.
010200*
010300 01  DL-COUNTERS.
010400     05  DL-DICT-READ        PIC 9(09)  COMP  VALUE ZERO.
010500     05  DL-XREF-USES        PIC 9(09)  COMP  VALUE ZERO.
010600     05  DL-PHR-READ         PIC 9(09)  COMP  VALUE ZERO.
010700     05  DL-PHR-USES         PIC 9(09)  COMP  VALUE ZERO.
010800     05  DL-DUP-USES         PIC 9(09)  COMP  VALUE ZERO.
010900     05  DL-WRITTEN-CNT      PIC 9(09)  COMP  VALUE ZERO.
011000     05  DL-TOK-PTR          PIC 9(03)  COMP  VALUE ZERO.
011100     05  DL-TOK-LEN          PIC 9(03)  COMP  VALUE ZERO.
011200*
011300 01  DL-TODAY                PIC 9(08)  VALUE ZERO.
011400 01  DL-TOKEN                PIC X(20).
011500 01  DL-PREV-KEY             PIC X(221) VALUE LOW-VALUES.
011600*
011700 PROCEDURE DIVISION.
011800*
011900 0000-MAINLINE.
012000     PERFORM 1000-INITIALIZE
012100         THRU 1000-EXIT.
012200     SORT SORTWORK
012300         ON ASCENDING KEY SRT-KEY
012400         INPUT PROCEDURE IS 2000-FEED-USES
012500             THRU 2000-EXIT
012600         OUTPUT PROCEDURE IS 3000-LOAD-CONCORDANCE
012700             THRU 3000-EXIT.
012800     IF DL-LOAD-FAILED
012900         DISPLAY 'ANTWBLD - WUSEFILE LOAD FAILED, RERUN THIS '
013000             'JOB BEFORE ANY MAINTENANCE IS APPLIED'
013100         MOVE 16 TO RETURN-CODE
013200     END-IF.
013300     PERFORM 9000-TERMINATE
013400         THRU 9000-EXIT.
013500     GOBACK.
013600*
013700 0000-EXIT.
013800     EXIT.
013900*
014000******************************************************************
014100*    1000-INITIALIZE - OPEN BOTH SOURCE FILES AND THE            *
014200*    CONCORDANCE.  OPEN OUTPUT EMPTIES THE REUSABLE CLUSTER      *
014300*    BEFORE THE LOAD.                                            *
014400******************************************************************
014500 1000-INITIALIZE.
014600     ACCEPT DL-TODAY FROM DATE YYYYMMDD.
014700     OPEN INPUT  DICTFILE.
014800     IF NOT DL-DICT-OK
014900         DISPLAY 'ANTWBLD - DICTFILE OPEN FAILED, STATUS = '
015000             DL-DICT-STATUS
015100         GO TO 1000-ABEND
015200     END-IF.
015300*
015400     OPEN INPUT  PHRASFILE.
015500     IF NOT DL-PHR-OK
015600         DISPLAY 'ANTWBLD - PHRASFILE OPEN FAILED, STATUS = '
015700             DL-PHR-STATUS
015800         GO TO 1000-ABEND
015900     END-IF.
016000*
016100     OPEN OUTPUT WUSEFILE.
016200     IF NOT DL-WUSE-OK
016300         DISPLAY 'ANTWBLD - WUSEFILE OPEN FAILED, STATUS = '
016400             DL-WUSE-STATUS
016500         GO TO 1000-ABEND
016600     END-IF.
016700     GO TO 1000-EXIT.
016800*
016900 1000-ABEND.
017000     MOVE 16 TO RETURN-CODE.
017100     GOBACK.
017200*
017300 1000-EXIT.
017400     EXIT.
017500*
017600******************************************************************
017700*    2000-FEED-USES - RELEASE EVERY USE ON BOTH FILES TO THE     *
017800*    SORT: THE CROSS-REFERENCES ON DICTFILE, THEN THE PHRASE     *
017900*    WORDS ON PHRASFILE                                          *
018000******************************************************************
018100 2000-FEED-USES.
018200     PERFORM 2100-FEED-ONE-DICT
018300         THRU 2100-EXIT
018400         UNTIL DL-DICT-EOF.
018500     PERFORM 2200-FEED-ONE-PHRASE
018600         THRU 2200-EXIT
018700         UNTIL DL-PHR-EOF.
018800*
018900 2000-EXIT.
019000     EXIT.
019100*
019200******************************************************************
019300*    2100-FEED-ONE-DICT - A CROSS-REFERENCE ENTRY IS A USE OF    *
019400*    ITS CANONICAL WORD.  A STANDARD ENTRY USES NOTHING.         *
019500******************************************************************
019600 2100-FEED-ONE-DICT.
019700     READ DICTFILE NEXT RECORD
019800         AT END
019900             SET DL-DICT-EOF TO TRUE
020000             GO TO 2100-EXIT
020100     END-READ.
020200     ADD 1 TO DL-DICT-READ.
020300     IF NOT DICT-TYPE-XREF
020400        OR DICT-XREF-WORD = SPACES
020500         GO TO 2100-EXIT
020600     END-IF.
020700     MOVE SPACES TO SORT-RECORD.
020800     MOVE DICT-XREF-WORD TO SRT-WORD.
020900     MOVE 'X' TO SRT-USE-TYPE.
021000     MOVE WORD OF DICT-RECORD TO SRT-USER-KEY(1:20).
021100     RELEASE SORT-RECORD.
021200     ADD 1 TO DL-XREF-USES.
021300*
021400 2100-EXIT.
021500     EXIT.
021600*
021700******************************************************************
021800*    2200-FEED-ONE-PHRASE - A PHRASE IS A USE OF EACH OF ITS     *
021900*    SPACE-DELIMITED WORDS THAT FITS THE 20-BYTE DICTIONARY KEY  *
022000******************************************************************
022100 2200-FEED-ONE-PHRASE.
022200     READ PHRASFILE NEXT RECORD
022300         AT END
022400             SET DL-PHR-EOF TO TRUE
022500             GO TO 2200-EXIT
022600     END-READ.
022700     ADD 1 TO DL-PHR-READ.
022800     MOVE 1 TO DL-TOK-PTR.
022900     PERFORM 2210-FEED-ONE-WORD
023000         THRU 2210-EXIT
023100         UNTIL DL-TOK-PTR > 200.
023200*
023300 2200-EXIT.
023400     EXIT.
023500*
023600 2210-FEED-ONE-WORD.
023700     MOVE SPACES TO DL-TOKEN.
023800     MOVE ZERO TO DL-TOK-LEN.
023900     UNSTRING PHRASE-TEXT OF PHRASE-RECORD
024000         DELIMITED BY ALL SPACE
024100         INTO DL-TOKEN COUNT IN DL-TOK-LEN
024200         WITH POINTER DL-TOK-PTR
024300         ON OVERFLOW
024400             CONTINUE
024500     END-UNSTRING.
024600     IF DL-TOK-LEN = 0
024700        OR DL-TOK-LEN > 20
024800         GO TO 2210-EXIT
024900     END-IF.
025000     MOVE DL-TOKEN TO SRT-WORD.
025100     MOVE 'P' TO SRT-USE-TYPE.
025200     MOVE PHRASE-TEXT OF PHRASE-RECORD TO SRT-USER-KEY.
025300     RELEASE SORT-RECORD.
025400     ADD 1 TO DL-PHR-USES.
025500*
025600 2210-EXIT.
025700     EXIT.
025800*
025900******************************************************************
026000*    3000-LOAD-CONCORDANCE - TAKE THE USES BACK IN KEY ORDER AND *
026100*    WRITE EACH DISTINCT ONE.  A DUPLICATE (A WORD REPEATED IN   *
026200*    ONE PHRASE) IS COUNTED AND PASSED BY.                       *
026300******************************************************************
026400 3000-LOAD-CONCORDANCE.
026500     PERFORM 3100-LOAD-ONE-USE
026600         THRU 3100-EXIT
026700         UNTIL DL-SRT-EOF
026800            OR DL-LOAD-FAILED.
026900*
027000 3000-EXIT.
027100     EXIT.
027200*
027300 3100-LOAD-ONE-USE.
027400     RETURN SORTWORK
027500         AT END
027600             SET DL-SRT-EOF TO TRUE
027700             GO TO 3100-EXIT
027800     END-RETURN.
027900     IF SRT-KEY = DL-PREV-KEY
028000         ADD 1 TO DL-DUP-USES
028100         GO TO 3100-EXIT
028200     END-IF.
028300     MOVE SRT-KEY TO DL-PREV-KEY.
028400     MOVE SPACES TO WU-RECORD.
028500     MOVE SRT-KEY TO WU-KEY.
028600     MOVE DL-TODAY TO WU-POSTED-DATE.
028700     WRITE WU-RECORD
028800         INVALID KEY
028900             DISPLAY 'ANTWBLD - WUSEFILE WRITE FAILED, STATUS = '
029000                 DL-WUSE-STATUS ' WORD = ' SRT-WORD
029100             SET DL-LOAD-FAILED TO TRUE
029200             GO TO 3100-EXIT
029300     END-WRITE.
029400     ADD 1 TO DL-WRITTEN-CNT.
029500*
029600 3100-EXIT.
029700     EXIT.
029800*
029900******************************************************************
030000*    9000-TERMINATE - CLOSE FILES AND REPORT COUNTS              *
030100******************************************************************
030200 9000-TERMINATE.
030300     CLOSE DICTFILE.
030400     CLOSE PHRASFILE.
030500     CLOSE WUSEFILE.
030600     DISPLAY 'ANTWBLD - DICTIONARY ENTRIES READ:  ' DL-DICT-READ.
030700     DISPLAY 'ANTWBLD - CROSS-REFERENCE USES:     ' DL-XREF-USES.
030800     DISPLAY 'ANTWBLD - PHRASES READ:             ' DL-PHR-READ.
030900     DISPLAY 'ANTWBLD - PHRASE WORD USES:         ' DL-PHR-USES.
031000     DISPLAY 'ANTWBLD - REPEATED WORDS DROPPED:   ' DL-DUP-USES.
031100     DISPLAY 'ANTWBLD - CONCORDANCE RECORDS:      '
031200         DL-WRITTEN-CNT.
031300*
031400 9000-EXIT.
031500     EXIT.
