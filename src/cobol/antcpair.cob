000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID.  ANTCPAIR                                       *
000500*    AUTHOR.      J. HOLLOWAY, APPLICATIONS MAINTENANCE          *
000600*    INSTALLATION. DATA ENTRY SYSTEMS                            *
000700*    DATE-WRITTEN. 10/15/26                                      *
000800*    DATE-COMPILED.                                              *
000900*                                                                *
001000*    REMARKS.     REVIEW OF THE CORRECTION-PAIR HISTORY          *
001100*                 (CPHFILE - SEE CPHREC) THAT ANTRECYC BUILDS    *
001200*                 FROM EVERY RECYCLED LINE WHOSE LEADING WORD    *
001300*                 DATA ENTRY CORRECTED, AND GENERATION OF        *
001400*                 CROSS-REFERENCES FOR THE MISKEYS THAT KEEP     *
001500*                 COMING BACK.  TWO MODES, CHOSEN BY PARM:       *
001600*                                                                *
001700*                     PARM='REPORT,NNN,YYYYMMDD' - LIST EVERY    *
001800*                         PAIR SEEN AT LEAST NNN TIMES (1 TO 3   *
001900*                         DIGITS, DEFAULT 3) AND LAST SEEN ON    *
002000*                         OR AFTER THE DATE (BLANK = ANY DATE),  *
002100*                         HIGHEST COUNT FIRST.  EACH LINE SAYS   *
002200*                         HOW OFTEN THE ORIGINAL WORD CAME OUT   *
002300*                         ON THE SUGGESTION REPORTS (SUGGFILE,   *
002400*                         EVERY GENERATION KEPT) AND HOW OFTEN   *
002500*                         THE CORRECTED WORD WAS ONE OF THE      *
002600*                         CANDIDATES OFFERED FOR IT.             *
002700*                     PARM='APPROVE,USERID' - READ THE PAIR      *
002800*                         APPROVAL FILE (PAIRTXN - SEE CPAPREC)  *
002900*                         AND WRITE A CROSS-REFERENCE ADD ON     *
003000*                         MAINTTXN FOR EACH ACCEPTED PAIR - THE  *
003100*                         ORIGINAL WORD POINTING AT THE          *
003200*                         CORRECTED ONE - STAMPING THE PAIR SO   *
003300*                         IT IS NEVER SENT TWICE.                *
003400*                                                                *
003500*                 THE GENERATED TRANSACTIONS GO THROUGH ANTBMNT  *
003600*                 AND THE PENDING-CHANGE REVIEW LIKE ANY OTHER   *
003700*                 CROSS-REFERENCE; NOTHING HERE TOUCHES DICTFILE.*
003800*                 A PAIR IS REFUSED WHEN THE ORIGINAL WORD IS    *
003900*                 ALREADY ON DICTFILE, WHEN ANOTHER CORRECTION   *
004000*                 OF THE SAME WORD HAS ALREADY BEEN SENT, OR     *
004100*                 WHEN THE CORRECTED WORD COULD NOT BE A         *
004200*                 CROSS-REFERENCE TARGET (NOT ON FILE, ITSELF A  *
004300*                 CROSS-REFERENCE, RETIRED, OR NOT YET IN        *
004325*                 EFFECT).  A TARGET WITH A SCHEDULED EXPIRY     *
004350*                 PASSES IT TO THE CROSS-REFERENCE, SO THE PAIR  *
004375*                 NEVER OUTLIVES ITS TARGET.  IN APPROVE MODE    *
004400*                 THE USERID MUST HOLD CROSS-REFERENCE           *
004500*                 MAINTENANCE ON ITS SECURITY PROFILE (SECPROF,  *
004600*                 CHECKED BY THE ANTSECK MODULE); IF IT DOES     *
004700*                 NOT, THE REFUSAL IS LOGGED ON SECVIOL AND THE  *
004800*                 RUN ENDS RC 16 WITHOUT TOUCHING ANY FILE.      *
004900*                                                                *
005000*    MODIFICATION HISTORY                                       *
005100*    DATE       INIT DESCRIPTION                                 *
005200*    10/15/26   JMH  INITIAL VERSION.                            *
005225*    10/15/26   JMH  A PAIR WHOSE TARGET IS NOT YET IN EFFECT IS *
005250*                    REFUSED, AND A TARGET'S SCHEDULED EXPIRY IS *
005275*                    CARRIED ONTO THE GENERATED CROSS-REFERENCE. *
005300******************************************************************
005400 PROGRAM-ID. ANTCPAIR.
005500*
005600 ENVIRONMENT DIVISION.
005700 CONFIGURATION SECTION.
005800 SOURCE-COMPUTER. IBM-370.
005900 OBJECT-COMPUTER. IBM-370.
006000*
006100 INPUT-OUTPUT SECTION.
006200 FILE-CONTROL.
006300*
006400     SELECT CPHFILE ASSIGN TO CPHFILE
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS CPH-KEY OF CPH-RECORD
006800         FILE STATUS IS DL-CPH-STATUS.
006900*
007000     SELECT SUGGFILE ASSIGN TO SUGGFILE
007100         ORGANIZATION IS SEQUENTIAL
007200         ACCESS MODE IS SEQUENTIAL
007300         FILE STATUS IS DL-SUG-STATUS.
007400*
007500     SELECT PAIRTXN ASSIGN TO PAIRTXN
007600         ORGANIZATION IS SEQUENTIAL
007700         ACCESS MODE IS SEQUENTIAL
007800         FILE STATUS IS DL-PTX-STATUS.
007900*
008000     SELECT DICTFILE ASSIGN TO DICTFILE
008100         ORGANIZATION IS INDEXED
008200         ACCESS MODE IS DYNAMIC
008300         RECORD KEY IS WORD OF DICT-RECORD
008400         FILE STATUS IS DL-DICT-STATUS.
008500*
008600     SELECT MAINTTXN ASSIGN TO MAINTTXN
008700         ORGANIZATION IS SEQUENTIAL
008800         ACCESS MODE IS SEQUENTIAL
008900         FILE STATUS IS DL-MTX-STATUS.
009000*
009100     SELECT PAIRRPT ASSIGN TO PAIRRPT
009200         ORGANIZATION IS SEQUENTIAL
009300         ACCESS MODE IS SEQUENTIAL
009400         FILE STATUS IS DL-RPT-STATUS.
009500*
009600     SELECT SORTWORK ASSIGN TO SORTWORK.
009700*
009800 DATA DIVISION.
009900 FILE SECTION.
010000*
010100 FD  CPHFILE
010200     LABEL RECORDS ARE STANDARD.
010300     COPY CPHREC.
010400*
010500 FD  SUGGFILE
010600     LABEL RECORDS ARE STANDARD
010700     RECORDING MODE IS F.
010800     COPY SUGGREC.
010900*
011000 FD  PAIRTXN
011100     LABEL RECORDS ARE STANDARD
011200     RECORDING MODE IS F.
011300     COPY CPAPREC.
011400*
011500 FD  DICTFILE
011600     LABEL RECORDS ARE STANDARD.
011700     COPY DICTREC.
011800*
011900 FD  MAINTTXN
012000     LABEL RECORDS ARE STANDARD
012100     RECORDING MODE IS F.
012200     COPY MTXNREC.
012300*
012400 FD  PAIRRPT
012500     LABEL RECORDS ARE STANDARD
012600     RECORDING MODE IS F.
012700     COPY CPRPREC.
012800*
012900 SD  SORTWORK.
013000 01  SORT-RECORD.
013100     05  SRT-ORIG-WORD       PIC X(20).
013200     05  SRT-CORR-WORD       PIC X(20).
013300     05  SRT-TIMES           PIC 9(07).
013400     05  SRT-FIRST-DATE      PIC 9(08).
013500     05  SRT-LAST-DATE       PIC 9(08).
013600     05  SRT-XREF-STATUS     PIC X(01).
013700     05  SRT-XREF-DATE       PIC 9(08).
013800     05  SRT-SEEN            PIC 9(07).
013900     05  SRT-OFFERED         PIC 9(07).
014000*
014100 WORKING-STORAGE SECTION.
014200*
014300 01  DL-FILE-STATUSES.
014400     05  DL-CPH-STATUS       PIC X(02).
014500         88  DL-CPH-OK                 VALUE '00'.
014600     05  DL-SUG-STATUS       PIC X(02).
014700         88  DL-SUG-OK                 VALUE '00'.
014800     05  DL-PTX-STATUS       PIC X(02).
014900         88  DL-PTX-OK                 VALUE '00'.
015000     05  DL-DICT-STATUS      PIC X(02).
015100         88  DL-DICT-OK                VALUE '00'.
015200     05  DL-MTX-STATUS       PIC X(02).
015300         88  DL-MTX-OK                 VALUE '00'.
015400     05  DL-RPT-STATUS       PIC X(02).
015500         88  DL-RPT-OK                 VALUE '00'.
015600*
015700 01  DL-SWITCHES.
015800     05  DL-MODE-SW          PIC X(01)  VALUE SPACE.
015900         88  DL-MODE-REPORT             VALUE 'R'.
016000         88  DL-MODE-APPROVE            VALUE 'A'.
016100     05  DL-CPH-EOF-SW       PIC X(01)  VALUE 'N'.
016200         88  DL-CPH-EOF                 VALUE 'Y'.
016300     05  DL-SUG-EOF-SW       PIC X(01)  VALUE 'N'.
016400         88  DL-SUG-EOF                 VALUE 'Y'.
016500     05  DL-PTX-EOF-SW       PIC X(01)  VALUE 'N'.
016600         88  DL-PTX-EOF                 VALUE 'Y'.
016700     05  DL-SRT-EOF-SW       PIC X(01)  VALUE 'N'.
016800         88  DL-SRT-EOF                 VALUE 'Y'.
016900     05  DL-FOUND-SW         PIC X(01)  VALUE 'N'.
017000         88  DL-PAIR-FOUND              VALUE 'Y'.
017100     05  DL-SCAN-SW          PIC X(01)  VALUE 'N'.
017200         88  DL-SCAN-DONE               VALUE 'Y'.
017300     05  DL-SENT-SW          PIC X(01)  VALUE 'N'.
017400         88  DL-WORD-ALREADY-SENT       VALUE 'Y'.
017500*
017600 01  DL-COUNTERS.
017700     05  DL-PAIRS-READ       PIC 9(09)  COMP  VALUE ZERO.
017800     05  DL-PAIRS-LISTED     PIC 9(09)  COMP  VALUE ZERO.
017900     05  DL-SUGG-READ        PIC 9(09)  COMP  VALUE ZERO.
018000     05  DL-APPR-READ        PIC 9(09)  COMP  VALUE ZERO.
018100     05  DL-GENERATED-CNT    PIC 9(09)  COMP  VALUE ZERO.
018200     05  DL-REJECTED-CNT     PIC 9(09)  COMP  VALUE ZERO.
018300     05  DL-CP-USED          PIC 9(04)  COMP  VALUE ZERO.
018400     05  DL-CP-SUB           PIC 9(04)  COMP  VALUE ZERO.
018500     05  DL-PARM2-LEN        PIC 9(04)  COMP  VALUE ZERO.
018600     05  DL-THRESH-START     PIC 9(04)  COMP  VALUE ZERO.
018700*
018800 01  DL-MODE-TEXT            PIC X(08)  VALUE SPACES.
018900 01  DL-PARM2-TEXT           PIC X(08)  VALUE SPACES.
019000 01  DL-PARM3-TEXT           PIC X(08)  VALUE SPACES.
019100 01  DL-USERID               PIC X(08)  VALUE 'CPAIR'.
019200 01  DL-THRESHOLD-X          PIC X(03)  VALUE '003'.
019300 01  DL-THRESHOLD REDEFINES DL-THRESHOLD-X
019400                             PIC 9(03).
019500 01  DL-SINCE-DATE           PIC X(08)  VALUE SPACES.
019600 01  DL-SINCE-DATE-N REDEFINES DL-SINCE-DATE
019700                             PIC 9(08).
019800 01  DL-SINCE-CUT            PIC 9(08)  VALUE ZERO.
019900 01  DL-DISPOSITION          PIC X(20)  VALUE SPACES.
020000 01  DL-SAVE-ORIG-WORD       PIC X(20)  VALUE SPACES.
020100 01  DL-TODAY                PIC 9(08).
020200*
020300     COPY SECKPARM.
020400*
020500******************************************************************
020600*    DL-PAIR-TABLE - THE PAIRS THAT QUALIFY FOR THE REPORT, IN   *
020700*    CPHFILE KEY ORDER (ORIGINAL WORD, THEN CORRECTED WORD) SO   *
020800*    EACH SUGGESTION LINE CAN FIND ITS WORD WITH A SEARCH ALL.   *
020900*    DL-CP-USED BOUNDS HOW MUCH OF THE TABLE IS LOADED.  MORE    *
021000*    QUALIFYING PAIRS THAN THE TABLE HOLDS ENDS THE RUN - RAISE  *
021100*    THE THRESHOLD OR MOVE THE SINCE DATE FORWARD.               *
021200******************************************************************
021300 01  DL-PAIR-TABLE.
021400     05  DL-CP-ENTRY OCCURS 1 TO 5000 TIMES
021500             DEPENDING ON DL-CP-USED
021600             ASCENDING KEY IS DL-CP-ORIG-WORD DL-CP-CORR-WORD
021700             INDEXED BY DL-CP-IDX.
021800         10  DL-CP-ORIG-WORD PIC X(20).
021900         10  DL-CP-CORR-WORD PIC X(20).
022000         10  DL-CP-TIMES     PIC 9(07).
022100         10  DL-CP-FIRST     PIC 9(08).
022200         10  DL-CP-LAST      PIC 9(08).
022300         10  DL-CP-XSTAT     PIC X(01).
022400         10  DL-CP-XDATE     PIC 9(08).
022500         10  DL-CP-SEEN      PIC 9(07)  COMP.
022600         10  DL-CP-OFFERED   PIC 9(07)  COMP.
022700*
022800 LINKAGE SECTION.
022900*
023000 01  DL-PARM-AREA.
023100     05  DL-PARM-LEN         PIC S9(4) COMP.
023200     05  DL-PARM-TEXT        PIC X(21).
023300*
023400 PROCEDURE DIVISION USING DL-PARM-AREA.
023500*
023600 0000-MAINLINE.
023700     PERFORM 1000-INITIALIZE
023800         THRU 1000-EXIT.
023900     IF DL-MODE-REPORT
024000         PERFORM 2000-LOAD-PAIRS
024100             THRU 2000-EXIT
024200         PERFORM 3000-SCAN-ONE-SUGG
024300             THRU 3000-EXIT
024400             UNTIL DL-SUG-EOF
024500         SORT SORTWORK
024600             ON DESCENDING KEY SRT-TIMES
024700             ON ASCENDING KEY SRT-ORIG-WORD SRT-CORR-WORD
024800             INPUT PROCEDURE IS 4000-RELEASE-PAIRS
024900                 THRU 4000-EXIT
025000             OUTPUT PROCEDURE IS 4500-WRITE-REPORT
025100                 THRU 4500-EXIT
025200     ELSE
025300         PERFORM 5000-PROCESS-APPROVAL
025400             THRU 5000-EXIT
025500             UNTIL DL-PTX-EOF
025600     END-IF.
025700     PERFORM 9000-TERMINATE
025800         THRU 9000-EXIT.
025900     GOBACK.
026000*
026100 0000-EXIT.
026200     EXIT.
026300*
026400******************************************************************
026500*    1000-INITIALIZE - PARSE THE PARM AND OPEN THE FILES THE     *
026600*    CHOSEN MODE NEEDS                                           *
026700******************************************************************
026800 1000-INITIALIZE.
026900     ACCEPT DL-TODAY FROM DATE YYYYMMDD.
027000     IF DL-PARM-LEN < 1
027100         DISPLAY 'ANTCPAIR - PARM REQUIRED: REPORT OR APPROVE'
027200         GO TO 1000-ABEND
027300     END-IF.
027400     IF DL-PARM-LEN > 21
027500         MOVE 21 TO DL-PARM-LEN
027600     END-IF.
027700     UNSTRING DL-PARM-TEXT(1:DL-PARM-LEN)
027800         DELIMITED BY ','
027900         INTO DL-MODE-TEXT
028000              DL-PARM2-TEXT COUNT IN DL-PARM2-LEN
028100              DL-PARM3-TEXT
028200     END-UNSTRING.
028300     EVALUATE DL-MODE-TEXT
028400         WHEN 'REPORT'
028500             SET DL-MODE-REPORT TO TRUE
028600             PERFORM 1100-EDIT-REPORT-PARM
028700                 THRU 1100-EXIT
028800         WHEN 'APPROVE'
028900             SET DL-MODE-APPROVE TO TRUE
029000             IF DL-PARM2-TEXT NOT = SPACES
029100                 MOVE DL-PARM2-TEXT TO DL-USERID
029200             END-IF
029300         WHEN OTHER
029400             DISPLAY 'ANTCPAIR - PARM MODE MUST BE REPORT OR '
029500                 'APPROVE, GOT: ' DL-MODE-TEXT
029600             GO TO 1000-ABEND
029700     END-EVALUATE.
029800*
029900     IF DL-MODE-APPROVE
030000         PERFORM 1050-CHECK-AUTHORITY
030100             THRU 1050-EXIT
030200     END-IF.
030300*
030400     OPEN OUTPUT PAIRRPT.
030500     IF NOT DL-RPT-OK
030600         DISPLAY 'ANTCPAIR - PAIRRPT OPEN FAILED, STATUS = '
030700             DL-RPT-STATUS
030800         GO TO 1000-ABEND
030900     END-IF.
031000*
031100     IF DL-MODE-REPORT
031200         OPEN INPUT CPHFILE
031300     ELSE
031400         OPEN I-O CPHFILE
031500     END-IF.
031600     IF NOT DL-CPH-OK
031700         DISPLAY 'ANTCPAIR - CPHFILE OPEN FAILED, STATUS = '
031800             DL-CPH-STATUS
031900         GO TO 1000-ABEND
032000     END-IF.
032100*
032200     IF DL-MODE-REPORT
032300         PERFORM 1200-OPEN-REPORT-FILES
032400             THRU 1200-EXIT
032500     ELSE
032600         PERFORM 1300-OPEN-APPROVE-FILES
032700             THRU 1300-EXIT
032800     END-IF.
032900     GO TO 1000-EXIT.
033000*
033100 1000-ABEND.
033200     MOVE 16 TO RETURN-CODE.
033300     GOBACK.
033400*
033500 1000-EXIT.
033600     EXIT.
033700*
033800******************************************************************
033900*    1050-CHECK-AUTHORITY - THE PARM USERID MUST HOLD CROSS-     *
034000*    REFERENCE MAINTENANCE BEFORE ANY PAIR IS TURNED INTO A      *
034100*    CROSS-REFERENCE ADD.  ANTSECK LOGS A REFUSAL.               *
034200******************************************************************
034300 1050-CHECK-AUTHORITY.
034400     MOVE 'O' TO SECK-FUNCTION.
034500     CALL 'ANTSECK' USING SECK-PARM-AREA.
034600     IF NOT SECK-OK
034700         DISPLAY 'ANTCPAIR - SECURITY FILES NOT AVAILABLE, '
034800             'STATUS = ' SECK-STATUS
034900         GO TO 1000-ABEND
035000     END-IF.
035100     MOVE 'K' TO SECK-FUNCTION.
035200     MOVE DL-USERID TO SECK-USERID.
035300     MOVE 'ANTCPAIR' TO SECK-PROGRAM.
035400     MOVE 'X' TO SECK-REQUESTED.
035500     MOVE 'GENERATE XREF ADDS FROM PAIRTXN' TO SECK-DETAIL.
035600     CALL 'ANTSECK' USING SECK-PARM-AREA.
035700     IF SECK-REFUSED
035800         DISPLAY 'ANTCPAIR - ' DL-USERID ' NOT AUTHORIZED FOR '
035900             'CROSS-REFERENCE MAINTENANCE - ' SECK-REFUSE-REASON
036000         MOVE 'C' TO SECK-FUNCTION
036100         CALL 'ANTSECK' USING SECK-PARM-AREA
036200         GO TO 1000-ABEND
036300     END-IF.
036400*
036500 1050-EXIT.
036600     EXIT.
036700*
036800******************************************************************
036900*    1100-EDIT-REPORT-PARM - THE THRESHOLD IS 1 TO 3 DIGITS,     *
037000*    RIGHT-JUSTIFIED INTO ZEROS (BLANK KEEPS THE DEFAULT OF 3);  *
037100*    THE SINCE DATE IS A YYYYMMDD OR BLANK FOR ANY DATE.         *
037200******************************************************************
037300 1100-EDIT-REPORT-PARM.
037400     IF DL-PARM2-LEN > 3
037500         DISPLAY 'ANTCPAIR - PARM THRESHOLD MUST BE 1 TO 3 '
037600             'DIGITS, GOT: ' DL-PARM2-TEXT
037700         GO TO 1000-ABEND
037800     END-IF.
037900     IF DL-PARM2-LEN > 0
038000         MOVE ZEROS TO DL-THRESHOLD-X
038100         COMPUTE DL-THRESH-START = 4 - DL-PARM2-LEN
038200         MOVE DL-PARM2-TEXT(1:DL-PARM2-LEN)
038300             TO DL-THRESHOLD-X(DL-THRESH-START:DL-PARM2-LEN)
038400     END-IF.
038500     IF DL-THRESHOLD-X NOT NUMERIC
038600        OR DL-THRESHOLD = ZERO
038700         DISPLAY 'ANTCPAIR - PARM THRESHOLD NOT A COUNT: '
038800             DL-THRESHOLD-X
038900         GO TO 1000-ABEND
039000     END-IF.
039100     MOVE DL-PARM3-TEXT TO DL-SINCE-DATE.
039200     IF DL-SINCE-DATE NOT = SPACES
039300         IF DL-SINCE-DATE NOT NUMERIC
039400            OR DL-SINCE-DATE-N < 19000101
039500             DISPLAY 'ANTCPAIR - PARM SINCE DATE NOT A YYYYMMDD: '
039600                 DL-SINCE-DATE
039700             GO TO 1000-ABEND
039800         END-IF
039900         MOVE DL-SINCE-DATE-N TO DL-SINCE-CUT
040000     END-IF.
040100*
040200 1100-EXIT.
040300     EXIT.
040400*
040500 1200-OPEN-REPORT-FILES.
040600     OPEN INPUT SUGGFILE.
040700     IF NOT DL-SUG-OK
040800         DISPLAY 'ANTCPAIR - SUGGFILE OPEN FAILED, STATUS = '
040900             DL-SUG-STATUS
041000         GO TO 1000-ABEND
041100     END-IF.
041200     MOVE SPACES TO CPRPT-TITLE-LINE.
041300     MOVE 'CORRECTION PAIRS SEEN AT LEAST' TO CPRT-TEXT.
041400     MOVE DL-THRESHOLD TO CPRT-THRESHOLD.
041500     IF DL-SINCE-DATE = SPACES
041600         MOVE 'TIMES, ANY DATE' TO CPRT-SINCE-TEXT
041700     ELSE
041800         MOVE 'TIMES, LAST SEEN FROM' TO CPRT-SINCE-TEXT
041900         MOVE DL-SINCE-DATE TO CPRT-SINCE-DATE
042000     END-IF.
042100     WRITE CPRPT-TITLE-LINE.
042200*
042300 1200-EXIT.
042400     EXIT.
042500*
042600 1300-OPEN-APPROVE-FILES.
042700     OPEN INPUT PAIRTXN.
042800     IF NOT DL-PTX-OK
042900         DISPLAY 'ANTCPAIR - PAIRTXN OPEN FAILED, STATUS = '
043000             DL-PTX-STATUS
043100         GO TO 1000-ABEND
043200     END-IF.
043300     OPEN INPUT DICTFILE.
043400     IF NOT DL-DICT-OK
043500         DISPLAY 'ANTCPAIR - DICTFILE OPEN FAILED, STATUS = '
043600             DL-DICT-STATUS
043700         GO TO 1000-ABEND
043800     END-IF.
043900     OPEN OUTPUT MAINTTXN.
044000     IF NOT DL-MTX-OK
044100         DISPLAY 'ANTCPAIR - MAINTTXN OPEN FAILED, STATUS = '
044200             DL-MTX-STATUS
044300         GO TO 1000-ABEND
044400     END-IF.
044500     PERFORM 5100-READ-APPROVAL
044600         THRU 5100-EXIT.
044700*
044800 1300-EXIT.
044900     EXIT.
045000*
045100******************************************************************
045200*    2000-LOAD-PAIRS - ONE PASS OVER CPHFILE IN KEY ORDER,       *
045300*    KEEPING EVERY PAIR AT OR OVER THE THRESHOLD THAT WAS LAST   *
045400*    SEEN ON OR AFTER THE SINCE DATE                             *
045500******************************************************************
045600 2000-LOAD-PAIRS.
045700     PERFORM 2100-LOAD-ONE-PAIR
045800         THRU 2100-EXIT
045900         UNTIL DL-CPH-EOF.
046000*
046100 2000-EXIT.
046200     EXIT.
046300*
046400 2100-LOAD-ONE-PAIR.
046500     READ CPHFILE NEXT RECORD
046600         AT END
046700             SET DL-CPH-EOF TO TRUE
046800             GO TO 2100-EXIT
046900     END-READ.
047000     ADD 1 TO DL-PAIRS-READ.
047100     IF CPH-COUNT < DL-THRESHOLD
047200        OR CPH-LAST-DATE < DL-SINCE-CUT
047300         GO TO 2100-EXIT
047400     END-IF.
047500     IF DL-CP-USED >= 5000
047600         DISPLAY 'ANTCPAIR - MORE THAN 5000 PAIRS QUALIFY, RAISE '
047700             'THE THRESHOLD OR THE SINCE DATE'
047800         GO TO 1000-ABEND
047900     END-IF.
048000     ADD 1 TO DL-CP-USED.
048100     MOVE CPH-ORIG-WORD TO DL-CP-ORIG-WORD(DL-CP-USED).
048200     MOVE CPH-CORR-WORD TO DL-CP-CORR-WORD(DL-CP-USED).
048300     MOVE CPH-COUNT TO DL-CP-TIMES(DL-CP-USED).
048400     MOVE CPH-FIRST-DATE TO DL-CP-FIRST(DL-CP-USED).
048500     MOVE CPH-LAST-DATE TO DL-CP-LAST(DL-CP-USED).
048600     MOVE CPH-XREF-STATUS TO DL-CP-XSTAT(DL-CP-USED).
048700     MOVE CPH-XREF-DATE TO DL-CP-XDATE(DL-CP-USED).
048800     MOVE ZERO TO DL-CP-SEEN(DL-CP-USED).
048900     MOVE ZERO TO DL-CP-OFFERED(DL-CP-USED).
049000*
049100 2100-EXIT.
049200     EXIT.
049300*
049400******************************************************************
049500*    3000-SCAN-ONE-SUGG - FOR A SUGGESTION LINE ABOUT A MISSED   *
049600*    WORD ('WORD MISS', OR 'PHRASE WORD' FOR AN UNKNOWN WORD     *
049700*    INSIDE A MISSED PHRASE), FIND THE PAIRS WHOSE ORIGINAL      *
049800*    WORD IT IS.  EACH ONE COUNTS THE LINE AS SEEN, AND AS       *
049900*    OFFERED WHEN ITS CORRECTED WORD IS ONE OF THE CANDIDATES.   *
050000*    THE SEARCH ALL LANDS ON ANY ONE OF THE WORD'S PAIRS, SO     *
050100*    BACK UP TO THE FIRST BEFORE WALKING FORWARD THROUGH THEM.   *
050200******************************************************************
050300 3000-SCAN-ONE-SUGG.
050400     READ SUGGFILE
050500         AT END
050600             SET DL-SUG-EOF TO TRUE
050700             GO TO 3000-EXIT
050800     END-READ.
050900     ADD 1 TO DL-SUGG-READ.
051000     IF SUG-LINE-TYPE NOT = 'WORD MISS'
051100        AND SUG-LINE-TYPE NOT = 'PHRASE WORD'
051200         GO TO 3000-EXIT
051300     END-IF.
051400     IF DL-CP-USED = 0
051500         GO TO 3000-EXIT
051600     END-IF.
051700     MOVE 'N' TO DL-FOUND-SW.
051800     SEARCH ALL DL-CP-ENTRY
051900         AT END
052000             CONTINUE
052100         WHEN DL-CP-ORIG-WORD(DL-CP-IDX) = SUG-LOOKUP-TEXT
052200             SET DL-CP-SUB TO DL-CP-IDX
052300             SET DL-PAIR-FOUND TO TRUE
052400     END-SEARCH.
052500     IF NOT DL-PAIR-FOUND
052600         GO TO 3000-EXIT
052700     END-IF.
052800     MOVE 'N' TO DL-SCAN-SW.
052900     PERFORM 3100-BACK-UP-ONE
053000         THRU 3100-EXIT
053100         UNTIL DL-SCAN-DONE.
053200     MOVE 'N' TO DL-SCAN-SW.
053300     PERFORM 3200-CHECK-ONE-PAIR
053400         THRU 3200-EXIT
053500         UNTIL DL-SCAN-DONE.
053600*
053700 3000-EXIT.
053800     EXIT.
053900*
054000 3100-BACK-UP-ONE.
054100     IF DL-CP-SUB = 1
054200         SET DL-SCAN-DONE TO TRUE
054300         GO TO 3100-EXIT
054400     END-IF.
054500     IF DL-CP-ORIG-WORD(DL-CP-SUB - 1) NOT = SUG-LOOKUP-TEXT
054600         SET DL-SCAN-DONE TO TRUE
054700         GO TO 3100-EXIT
054800     END-IF.
054900     SUBTRACT 1 FROM DL-CP-SUB.
055000*
055100 3100-EXIT.
055200     EXIT.
055300*
055400 3200-CHECK-ONE-PAIR.
055500     IF DL-CP-SUB > DL-CP-USED
055600         SET DL-SCAN-DONE TO TRUE
055700         GO TO 3200-EXIT
055800     END-IF.
055900     IF DL-CP-ORIG-WORD(DL-CP-SUB) NOT = SUG-LOOKUP-TEXT
056000         SET DL-SCAN-DONE TO TRUE
056100         GO TO 3200-EXIT
056200     END-IF.
056300     ADD 1 TO DL-CP-SEEN(DL-CP-SUB).
056400     IF DL-CP-CORR-WORD(DL-CP-SUB) = SUG-CAND-1
056500        OR DL-CP-CORR-WORD(DL-CP-SUB) = SUG-CAND-2
056600        OR DL-CP-CORR-WORD(DL-CP-SUB) = SUG-CAND-3
056700         ADD 1 TO DL-CP-OFFERED(DL-CP-SUB)
056800     END-IF.
056900     ADD 1 TO DL-CP-SUB.
057000*
057100 3200-EXIT.
057200     EXIT.
057300*
057400******************************************************************
057500*    4000-RELEASE-PAIRS - HAND EVERY QUALIFYING PAIR TO THE SORT *
057600*    SO THE REPORT COMES OUT HIGHEST COUNT FIRST                 *
057700******************************************************************
057800 4000-RELEASE-PAIRS.
057900     PERFORM 4100-RELEASE-ONE-PAIR
058000         THRU 4100-EXIT
058100         VARYING DL-CP-SUB FROM 1 BY 1
058200         UNTIL DL-CP-SUB > DL-CP-USED.
058300*
058400 4000-EXIT.
058500     EXIT.
058600*
058700 4100-RELEASE-ONE-PAIR.
058800     MOVE DL-CP-ORIG-WORD(DL-CP-SUB) TO SRT-ORIG-WORD.
058900     MOVE DL-CP-CORR-WORD(DL-CP-SUB) TO SRT-CORR-WORD.
059000     MOVE DL-CP-TIMES(DL-CP-SUB) TO SRT-TIMES.
059100     MOVE DL-CP-FIRST(DL-CP-SUB) TO SRT-FIRST-DATE.
059200     MOVE DL-CP-LAST(DL-CP-SUB) TO SRT-LAST-DATE.
059300     MOVE DL-CP-XSTAT(DL-CP-SUB) TO SRT-XREF-STATUS.
059400     MOVE DL-CP-XDATE(DL-CP-SUB) TO SRT-XREF-DATE.
059500     MOVE DL-CP-SEEN(DL-CP-SUB) TO SRT-SEEN.
059600     MOVE DL-CP-OFFERED(DL-CP-SUB) TO SRT-OFFERED.
059700     RELEASE SORT-RECORD.
059800*
059900 4100-EXIT.
060000     EXIT.
060100*
060200******************************************************************
060300*    4500-WRITE-REPORT - ONE LINE PER PAIR.  THE DISPOSITION     *
060400*    SAYS WHETHER THE SUGGESTION REPORTS EVER OFFERED THE WORD   *
060500*    DATA ENTRY CORRECTED TO; A PAIR ALREADY TURNED INTO A       *
060600*    CROSS-REFERENCE ADD SHOWS THE DATE IT WAS SENT.             *
060700******************************************************************
060800 4500-WRITE-REPORT.
060900     PERFORM 4600-WRITE-ONE-PAIR
061000         THRU 4600-EXIT
061100         UNTIL DL-SRT-EOF.
061200*
061300 4500-EXIT.
061400     EXIT.
061500*
061600 4600-WRITE-ONE-PAIR.
061700     RETURN SORTWORK
061800         AT END
061900             SET DL-SRT-EOF TO TRUE
062000             GO TO 4600-EXIT
062100     END-RETURN.
062200     ADD 1 TO DL-PAIRS-LISTED.
062300     MOVE SPACES TO CPRPT-LINE.
062400     MOVE SRT-ORIG-WORD TO CPR-ORIG-WORD.
062500     MOVE SRT-CORR-WORD TO CPR-CORR-WORD.
062600     MOVE SRT-TIMES TO CPR-COUNT.
062700     MOVE SRT-FIRST-DATE TO CPR-FIRST-DATE.
062800     MOVE SRT-LAST-DATE TO CPR-LAST-DATE.
062900     MOVE SRT-SEEN TO CPR-SUGG-SEEN.
063000     MOVE SRT-OFFERED TO CPR-SUGG-OFFERED.
063100     EVALUATE TRUE
063200         WHEN SRT-SEEN = ZERO
063300             MOVE 'NOT ON SUGGFILE' TO CPR-DISPOSITION
063400         WHEN SRT-OFFERED = ZERO
063500             MOVE 'NEVER OFFERED' TO CPR-DISPOSITION
063600         WHEN OTHER
063700             MOVE 'OFFERED' TO CPR-DISPOSITION
063800     END-EVALUATE.
063900     IF SRT-XREF-STATUS = 'G'
064000         MOVE SRT-XREF-DATE TO CPR-XREF-DATE
064100     END-IF.
064200     WRITE CPRPT-LINE.
064300*
064400 4600-EXIT.
064500     EXIT.
064600*
064700******************************************************************
064800*    5000-PROCESS-APPROVAL - EDIT ONE APPROVED PAIR AND, IF IT   *
064900*    PASSES, WRITE THE CROSS-REFERENCE ADD AND STAMP THE PAIR    *
065000*    AS SENT.  THE TARGET EDITS ARE THE ONES ANTBMNT WILL APPLY  *
065100*    (SEE ITS 2900-EDIT-XREF), SO A PAIR THAT COULD NEVER STAGE  *
065200*    IS REFUSED HERE AND STAYS OPEN ON CPHFILE.                  *
065300******************************************************************
065400 5000-PROCESS-APPROVAL.
065500     ADD 1 TO DL-APPR-READ.
065600     MOVE SPACES TO DL-DISPOSITION.
065700     PERFORM 5200-CHECK-WORD-SENT
065800         THRU 5200-EXIT.
065900     MOVE CPA-ORIG-WORD TO CPH-ORIG-WORD.
066000     MOVE CPA-CORR-WORD TO CPH-CORR-WORD.
066100     READ CPHFILE
066200         KEY IS CPH-KEY OF CPH-RECORD
066300         INVALID KEY
066400             MOVE 'NOT ON PAIR HISTORY' TO DL-DISPOSITION
066500             GO TO 5000-REJECT
066600     END-READ.
066700     IF CPH-XREF-GENERATED
066800         MOVE 'ALREADY GENERATED' TO DL-DISPOSITION
066900         GO TO 5000-REJECT
067000     END-IF.
067100     IF DL-WORD-ALREADY-SENT
067200         MOVE 'WORD ALREADY SENT' TO DL-DISPOSITION
067300         GO TO 5000-REJECT
067400     END-IF.
067500     MOVE CPA-ORIG-WORD TO WORD OF DICT-RECORD.
067600     READ DICTFILE
067700         KEY IS WORD OF DICT-RECORD
067800         INVALID KEY
067900             CONTINUE
068000         NOT INVALID KEY
068100             MOVE 'WORD ALREADY ON FILE' TO DL-DISPOSITION
068200     END-READ.
068300     IF DL-DISPOSITION NOT = SPACES
068400         GO TO 5000-REJECT
068500     END-IF.
068600     MOVE CPA-CORR-WORD TO WORD OF DICT-RECORD.
068700     READ DICTFILE
068800         KEY IS WORD OF DICT-RECORD
068900         INVALID KEY
069000             MOVE 'XREF NOT ON FILE' TO DL-DISPOSITION
069100             GO TO 5000-REJECT
069200     END-READ.
069300     IF DICT-TYPE-XREF
069400         MOVE 'XREF TO XREF' TO DL-DISPOSITION
069500         GO TO 5000-REJECT
069600     END-IF.
069700     IF DICT-EXP-DATE NOT > DL-TODAY
069800         MOVE 'XREF TARGET RETIRED' TO DL-DISPOSITION
069900         GO TO 5000-REJECT
070000     END-IF.
070020     IF DICT-EFF-DATE > DL-TODAY
070040         MOVE 'XREF NOT YET IN EFF' TO DL-DISPOSITION
070060         GO TO 5000-REJECT
070080     END-IF.
070100*
070200     MOVE SPACES TO MTXN-RECORD.
070300     SET MTXN-ACTION-ADD TO TRUE.
070400     SET MTXN-TYPE-WORD TO TRUE.
070500     MOVE CPA-ORIG-WORD TO MTXN-WORD.
070600     MOVE CPA-CORR-WORD TO MTXN-XREF-WORD.
070625     IF DICT-EXP-DATE NOT = 99999999
070650         MOVE DICT-EXP-DATE TO MTXN-EXP-DATE-N
070675     END-IF.
070700     WRITE MTXN-RECORD.
070800     SET CPH-XREF-GENERATED TO TRUE.
070900     MOVE DL-TODAY TO CPH-XREF-DATE.
071000     MOVE DL-USERID TO CPH-XREF-USERID.
071100     REWRITE CPH-RECORD
071200         INVALID KEY
071300             DISPLAY 'ANTCPAIR - PAIR REWRITE FAILED FOR: '
071400                 CPH-ORIG-WORD ' ' CPH-CORR-WORD
071500     END-REWRITE.
071600     MOVE 'XREF GENERATED' TO DL-DISPOSITION.
071700     ADD 1 TO DL-GENERATED-CNT.
071800     PERFORM 5700-WRITE-RESULT
071900         THRU 5700-EXIT.
072000     GO TO 5000-NEXT.
072100*
072200 5000-REJECT.
072300     ADD 1 TO DL-REJECTED-CNT.
072400     PERFORM 5700-WRITE-RESULT
072500         THRU 5700-EXIT.
072600*
072700 5000-NEXT.
072800     PERFORM 5100-READ-APPROVAL
072900         THRU 5100-EXIT.
073000*
073100 5000-EXIT.
073200     EXIT.
073300*
073400 5100-READ-APPROVAL.
073500     READ PAIRTXN
073600         AT END
073700             SET DL-PTX-EOF TO TRUE
073800     END-READ.
073900*
074000 5100-EXIT.
074100     EXIT.
074200*
074300******************************************************************
074400*    5200-CHECK-WORD-SENT - A WORD CAN CROSS-REFERENCE ONLY ONE  *
074500*    TARGET.  BROWSE EVERY PAIR FOR THE ORIGINAL WORD AND NOTE   *
074600*    WHETHER ANY OF THEM HAS ALREADY BEEN SENT, IN THIS RUN OR   *
074700*    AN EARLIER ONE.  THE BROWSE CLOBBERS THE RECORD AREA - THE  *
074800*    PAIR ITSELF IS READ AFTERWARD.                              *
074900******************************************************************
075000 5200-CHECK-WORD-SENT.
075100     MOVE 'N' TO DL-SENT-SW.
075200     MOVE 'N' TO DL-SCAN-SW.
075300     MOVE CPA-ORIG-WORD TO DL-SAVE-ORIG-WORD.
075400     MOVE CPA-ORIG-WORD TO CPH-ORIG-WORD.
075500     MOVE LOW-VALUES TO CPH-CORR-WORD.
075600     START CPHFILE KEY IS NOT LESS THAN CPH-KEY OF CPH-RECORD
075700         INVALID KEY
075800             GO TO 5200-EXIT
075900     END-START.
076000     PERFORM 5300-CHECK-ONE-SENT
076100         THRU 5300-EXIT
076200         UNTIL DL-SCAN-DONE.
076300*
076400 5200-EXIT.
076500     EXIT.
076600*
076700 5300-CHECK-ONE-SENT.
076800     READ CPHFILE NEXT RECORD
076900         AT END
077000             SET DL-SCAN-DONE TO TRUE
077100             GO TO 5300-EXIT
077200     END-READ.
077300     IF CPH-ORIG-WORD NOT = DL-SAVE-ORIG-WORD
077400         SET DL-SCAN-DONE TO TRUE
077500         GO TO 5300-EXIT
077600     END-IF.
077700     IF CPH-XREF-GENERATED
077800        AND CPH-CORR-WORD NOT = CPA-CORR-WORD
077900         SET DL-WORD-ALREADY-SENT TO TRUE
078000         SET DL-SCAN-DONE TO TRUE
078100     END-IF.
078200*
078300 5300-EXIT.
078400     EXIT.
078500*
078600******************************************************************
078700*    5700-WRITE-RESULT - ONE REPORT LINE PER APPROVAL            *
078800*    TRANSACTION SHOWING WHAT BECAME OF IT                       *
078900******************************************************************
079000 5700-WRITE-RESULT.
079100     MOVE SPACES TO CPRPT-LINE.
079200     MOVE CPA-ORIG-WORD TO CPR-ORIG-WORD.
079300     MOVE CPA-CORR-WORD TO CPR-CORR-WORD.
079400     IF DL-DISPOSITION = 'NOT ON PAIR HISTORY'
079500         MOVE ZERO TO CPR-COUNT
079600         MOVE ZERO TO CPR-FIRST-DATE
079700         MOVE ZERO TO CPR-LAST-DATE
079800     ELSE
079900         MOVE CPH-COUNT TO CPR-COUNT
080000         MOVE CPH-FIRST-DATE TO CPR-FIRST-DATE
080100         MOVE CPH-LAST-DATE TO CPR-LAST-DATE
080200         IF CPH-XREF-GENERATED
080300             MOVE CPH-XREF-DATE TO CPR-XREF-DATE
080400         END-IF
080500     END-IF.
080600     MOVE ZERO TO CPR-SUGG-SEEN.
080700     MOVE ZERO TO CPR-SUGG-OFFERED.
080800     MOVE DL-DISPOSITION TO CPR-DISPOSITION.
080900     WRITE CPRPT-LINE.
081000*
081100 5700-EXIT.
081200     EXIT.
081300*
081400******************************************************************
081500*    9000-TERMINATE - CLOSE THE FILES THE MODE OPENED AND        *
081600*    SUMMARIZE THE RUN                                           *
081700******************************************************************
081800 9000-TERMINATE.
081900     CLOSE CPHFILE.
082000     CLOSE PAIRRPT.
082100     IF DL-MODE-REPORT
082200         CLOSE SUGGFILE
082300         DISPLAY 'ANTCPAIR - PAIRS ON FILE:       ' DL-PAIRS-READ
082400         DISPLAY 'ANTCPAIR - SUGGESTION LINES:    ' DL-SUGG-READ
082500         DISPLAY 'ANTCPAIR - PAIRS LISTED:        '
082550             DL-PAIRS-LISTED
082600     ELSE
082700         CLOSE PAIRTXN
082800         CLOSE DICTFILE
082900         CLOSE MAINTTXN
083000         MOVE 'C' TO SECK-FUNCTION
083100         CALL 'ANTSECK' USING SECK-PARM-AREA
083200         DISPLAY 'ANTCPAIR - APPROVALS READ:      ' DL-APPR-READ
083300         DISPLAY 'ANTCPAIR - XREF ADDS GENERATED: '
083400             DL-GENERATED-CNT
083500         DISPLAY 'ANTCPAIR - REJECTED:            '
083550             DL-REJECTED-CNT
083600     END-IF.
083700*
083800 9000-EXIT.
083900     EXIT.
