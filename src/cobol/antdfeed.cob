000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID.  ANTDFEED                                       *
000500*    AUTHOR.      J. HOLLOWAY, APPLICATIONS MAINTENANCE          *
000600*    INSTALLATION. DATA ENTRY SYSTEMS                            *
000700*    DATE-WRITTEN. 10/15/26                                      *
000800*    DATE-COMPILED.                                              *
000900*                                                                *
001000*    REMARKS.     DICTIONARY DISTRIBUTION FEED FOR THE REMOTE    *
001100*                 DATA-ENTRY SITES THAT KEY OFFLINE AGAINST      *
001200*                 THEIR OWN COPY OF THE WORD LIST.  WRITES ONE   *
001300*                 SEQUENCED FEED (DISTFEED - SEE DFDREC) PER     *
001400*                 RUN:                                           *
001500*                                                                *
001600*                 DELTA (PARM='DELTA' OR NO PARM) - EVERY ADD,   *
001700*                 CORRECT, AND DELETE JOURNALED ON MAINTJRN      *
001800*                 AGAINST DICTFILE OR PHRASFILE SINCE THE LAST   *
001900*                 FEED, IN JOURNAL ORDER.  THE HIGH-WATER MARK   *
002000*                 ON THE CONTROL FILE (DISTCTL - SEE DFCREC) IS  *
002100*                 THE NUMBER OF JOURNAL RECORDS ALREADY SENT;    *
002200*                 THE RECORD AT THE MARK MUST STILL CARRY THE    *
002300*                 DATE, TIME, FILE, ACTION, AND KEY RECORDED     *
002400*                 WITH IT OR NOTHING IS SENT, SO A CHANGE IS     *
002500*                 NEVER SENT TWICE OR SKIPPED IF THE JOURNAL     *
002600*                 HAS BEEN REPLACED UNDERNEATH THE FEED.         *
002700*                                                                *
002800*                 FULL REFRESH (PARM='FULL') - EVERY DICTFILE    *
002900*                 AND PHRASFILE ENTRY AS AN ADD, AND THE MARK    *
003000*                 MOVED TO THE END OF THE JOURNAL.  THE FIRST    *
003100*                 FEED EVER MUST BE A FULL REFRESH.              *
003200*                                                                *
003300*                 THE TRAILER CARRIES THE DETAIL COUNTS AND THE  *
003400*                 WORD AND PHRASE ENTRIES ON FILE AFTERWARD SO   *
003500*                 A SITE CAN BALANCE.  ON A DELTA THE FILES ARE  *
003600*                 COUNTED AND CHECKED AGAINST THE LAST FEED'S    *
003700*                 TOTALS PLUS ADDS LESS DELETES; A DIFFERENCE    *
003800*                 (A RECOVERY TO AN EARLIER CUTOFF, SAY) IS      *
003900*                 REPORTED AND ENDS THE RUN RC 8 - SEND A FULL   *
004000*                 REFRESH.  THE DISTRIBUTION REPORT (DISTRPT)    *
004100*                 LISTS WHAT WENT OUT.  THE CONTROL FILE IS      *
004200*                 REWRITTEN ONLY AFTER THE FEED IS CLOSED.       *
004300*                                                                *
004400*    MODIFICATION HISTORY                                       *
004500*    DATE       INIT DESCRIPTION                                 *
004600*    10/15/26   JMH  INITIAL VERSION.                            *
004700******************************************************************
004800 PROGRAM-ID. ANTDFEED.
004900*
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
005200 SOURCE-COMPUTER. IBM-370.
005300 OBJECT-COMPUTER. IBM-370.
005400*
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700*
005800     SELECT MAINTJRN ASSIGN TO MAINTJRN
005900         ORGANIZATION IS SEQUENTIAL
006000         ACCESS MODE IS SEQUENTIAL
006100         FILE STATUS IS DL-JRN-STATUS.
006200*
006300     SELECT DICTFILE ASSIGN TO DICTFILE
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS WORD OF DICT-RECORD
006700         FILE STATUS IS DL-DICT-STATUS.
006800*
006900     SELECT PHRASFILE ASSIGN TO PHRASFILE
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS PHRASE-TEXT OF PHRASE-RECORD
007300         FILE STATUS IS DL-PHR-STATUS.
007400*
007500     SELECT DISTCTL ASSIGN TO DISTCTL
007600         ORGANIZATION IS RELATIVE
007700         ACCESS MODE IS RANDOM
007800         RELATIVE KEY IS DL-CTL-RRN-KEY
007900         FILE STATUS IS DL-CTL-STATUS.
008000*
008100     SELECT DISTFEED ASSIGN TO DISTFEED
008200         ORGANIZATION IS SEQUENTIAL
008300         ACCESS MODE IS SEQUENTIAL
008400         FILE STATUS IS DL-FEED-STATUS.
008500*
008600     SELECT DISTRPT ASSIGN TO DISTRPT
008700         ORGANIZATION IS SEQUENTIAL
008800         ACCESS MODE IS SEQUENTIAL
008900         FILE STATUS IS DL-RPT-STATUS.
009000*
009100 DATA DIVISION.
009200 FILE SECTION.
009300*
009400 FD  MAINTJRN
009500     LABEL RECORDS ARE STANDARD
009600     RECORDING MODE IS F.
009700     COPY MJRNREC.
009800*
009900 FD  DICTFILE
010000     LABEL RECORDS ARE STANDARD.
010100     COPY DICTREC.
010200*
010300 FD  PHRASFILE
010400     LABEL RECORDS ARE STANDARD.
010500     COPY PHRASREC.
010600*
010700 FD  DISTCTL
010800     LABEL RECORDS ARE STANDARD.
010900     COPY DFCREC.
011000*
011100 FD  DISTFEED
011200     LABEL RECORDS ARE STANDARD
011300     RECORDING MODE IS F.
011400     COPY DFDREC.
011500*
011600 FD  DISTRPT
011700     LABEL RECORDS ARE STANDARD
011800     RECORDING MODE IS F.
011900     COPY DFRPREC.
012000*
012100 WORKING-STORAGE SECTION.
012200*
012300 01  DL-FILE-STATUSES.
012400     05  DL-JRN-STATUS       PIC X(02).
012500         88  DL-JRN-OK                 VALUE '00'.
012600     05  DL-DICT-STATUS      PIC X(02).
012700         88  DL-DICT-OK                VALUE '00'.
012800     05  DL-PHR-STATUS       PIC X(02).
012900         88  DL-PHR-OK                 VALUE '00'.
013000     05  DL-CTL-STATUS       PIC X(02).
013100         88  DL-CTL-OK                 VALUE '00'.
013200         88  DL-CTL-NOTFND             VALUE '23' '35'.
013300     05  DL-FEED-STATUS      PIC X(02).
013400         88  DL-FEED-OK                VALUE '00'.
013500     05  DL-RPT-STATUS       PIC X(02).
013600         88  DL-RPT-OK                 VALUE '00'.
013700*
013800 01  DL-SWITCHES.
013900     05  DL-JRN-EOF-SW       PIC X(01)  VALUE 'N'.
014000         88  DL-JRN-EOF                 VALUE 'Y'.
014100     05  DL-DICT-EOF-SW      PIC X(01)  VALUE 'N'.
014200         88  DL-DICT-EOF                VALUE 'Y'.
014300     05  DL-PHR-EOF-SW       PIC X(01)  VALUE 'N'.
014400         88  DL-PHR-EOF                 VALUE 'Y'.
014500     05  DL-FEED-TYPE        PIC X(01)  VALUE 'D'.
014600         88  DL-FEED-DELTA              VALUE 'D'.
014700         88  DL-FEED-FULL               VALUE 'F'.
014800     05  DL-CTL-NEW-SW       PIC X(01)  VALUE 'N'.
014900         88  DL-CTL-NEW                 VALUE 'Y'.
015000     05  DL-BALANCE-SW       PIC X(01)  VALUE 'Y'.
015100         88  DL-IN-BALANCE              VALUE 'Y'.
015200         88  DL-OUT-OF-BALANCE          VALUE 'N'.
015300*
015400 01  DL-COUNTERS.
015500     05  DL-JRN-RECS-READ    PIC 9(09)  COMP  VALUE ZERO.
015600     05  DL-DICT-ADDS        PIC 9(09)  COMP  VALUE ZERO.
015700     05  DL-DICT-CORRECTS    PIC 9(09)  COMP  VALUE ZERO.
015800     05  DL-DICT-DELETES     PIC 9(09)  COMP  VALUE ZERO.
015900     05  DL-PHR-ADDS         PIC 9(09)  COMP  VALUE ZERO.
016000     05  DL-PHR-CORRECTS     PIC 9(09)  COMP  VALUE ZERO.
016100     05  DL-PHR-DELETES      PIC 9(09)  COMP  VALUE ZERO.
016200     05  DL-DETAIL-CNT       PIC 9(09)  COMP  VALUE ZERO.
016300     05  DL-DICT-TOTAL       PIC 9(09)  COMP  VALUE ZERO.
016400     05  DL-PHR-TOTAL        PIC 9(09)  COMP  VALUE ZERO.
016500     05  DL-DICT-EXPECTED    PIC S9(09) COMP  VALUE ZERO.
016600     05  DL-PHR-EXPECTED     PIC S9(09) COMP  VALUE ZERO.
016700*
016800 01  DL-CTL-RRN-KEY          PIC 9(09)  COMP  VALUE 1.
016900*
017000******************************************************************
017100*    DL-MARK-FIELDS - THE HIGH-WATER MARK THIS RUN LEAVES: THE   *
017200*    JOURNAL POSITION REACHED AND WHAT THE RECORD THERE CARRIES  *
017300******************************************************************
017400 01  DL-MARK-FIELDS.
017500     05  DL-MARK-POSITION    PIC 9(09)  COMP  VALUE ZERO.
017600     05  DL-MARK-DATE        PIC 9(08)  VALUE ZERO.
017700     05  DL-MARK-TIME        PIC 9(08)  VALUE ZERO.
017800     05  DL-MARK-FILE-ID     PIC X(01)  VALUE SPACE.
017900     05  DL-MARK-ACTION      PIC X(01)  VALUE SPACE.
018000     05  DL-MARK-KEY         PIC X(40)  VALUE SPACES.
018100*
018200 01  DL-RUN-FIELDS.
018300     05  DL-FEED-SEQ         PIC 9(07)  VALUE ZERO.
018400     05  DL-RUN-DATE         PIC 9(08)  VALUE ZERO.
018500     05  DL-RUN-TIME         PIC 9(08)  VALUE ZERO.
018600     05  DL-JRNL-KEY         PIC X(60)  VALUE SPACES.
018700     05  DL-PARM-MODE        PIC X(05)  VALUE SPACES.
018800*
018900 LINKAGE SECTION.
019000*
019100 01  DL-PARM-AREA.
019200     05  DL-PARM-LEN         PIC S9(4) COMP.
019300     05  DL-PARM-TEXT        PIC X(05).
019400*
019500 PROCEDURE DIVISION USING DL-PARM-AREA.
019600*
019700 0000-MAINLINE.
019800     PERFORM 1000-INITIALIZE
019900         THRU 1000-EXIT.
020000     IF DL-FEED-DELTA
020100         PERFORM 2000-SKIP-ONE-SENT
020200             THRU 2000-EXIT
020300             UNTIL DL-JRN-EOF
020400                OR DL-JRN-RECS-READ NOT < DFC-JRNL-POSITION
020500         PERFORM 2200-CHECK-MARK
020600             THRU 2200-EXIT
020700     END-IF.
020800     PERFORM 1500-START-FEED
020900         THRU 1500-EXIT.
021000     IF DL-FEED-DELTA
021100         PERFORM 3000-SEND-ONE-CHANGE
021200             THRU 3000-EXIT
021300             UNTIL DL-JRN-EOF
021400         PERFORM 5000-COUNT-FILES
021500             THRU 5000-EXIT
021600     ELSE
021700         PERFORM 2300-NOTE-MARK
021800             THRU 2300-EXIT
021900             UNTIL DL-JRN-EOF
022000         PERFORM 4000-SEND-ALL-ENTRIES
022100             THRU 4000-EXIT
022200     END-IF.
022300     PERFORM 6000-WRITE-TRAILER
022400         THRU 6000-EXIT.
022500     PERFORM 9000-TERMINATE
022600         THRU 9000-EXIT.
022700     GOBACK.
022800*
022900 0000-EXIT.
023000     EXIT.
023100*
023200******************************************************************
023300*    1000-INITIALIZE - PICK UP THE FEED TYPE, FETCH THE LAST     *
023400*    FEED AND ITS MARK, OPEN THE INPUT FILES, AND READ THE FIRST *
023500*    JOURNAL RECORD                                              *
023600******************************************************************
023700 1000-INITIALIZE.
023800     IF DL-PARM-LEN > 0
023900         IF DL-PARM-LEN > 5
024000             MOVE 5 TO DL-PARM-LEN
024100         END-IF
024200         MOVE DL-PARM-TEXT(1:DL-PARM-LEN) TO DL-PARM-MODE
024300     END-IF.
024400     EVALUATE DL-PARM-MODE
024500         WHEN SPACES
024600         WHEN 'DELTA'
024700             SET DL-FEED-DELTA TO TRUE
024800         WHEN 'FULL'
024900             SET DL-FEED-FULL TO TRUE
025000         WHEN OTHER
025100             DISPLAY 'ANTDFEED - PARM MUST BE DELTA OR FULL: '
025200                 DL-PARM-MODE
025300             GO TO 1000-ABEND
025400     END-EVALUATE.
025500     ACCEPT DL-RUN-DATE FROM DATE YYYYMMDD.
025600     ACCEPT DL-RUN-TIME FROM TIME.
025700*
025800     PERFORM 1200-OPEN-CONTROL
025900         THRU 1200-EXIT.
026000     IF DL-CTL-NEW
026100       AND DL-FEED-DELTA
026200         DISPLAY 'ANTDFEED - NO FEED HAS BEEN SENT YET - THE '
026300             'FIRST FEED MUST BE PARM=FULL'
026400         GO TO 1000-ABEND
026500     END-IF.
026600     COMPUTE DL-FEED-SEQ = DFC-LAST-FEED-SEQ + 1.
026700     MOVE DFC-JRNL-POSITION TO DL-MARK-POSITION.
026800     MOVE DFC-HWM-DATE TO DL-MARK-DATE.
026900     MOVE DFC-HWM-TIME TO DL-MARK-TIME.
027000     MOVE DFC-HWM-FILE-ID TO DL-MARK-FILE-ID.
027100     MOVE DFC-HWM-ACTION TO DL-MARK-ACTION.
027200     MOVE DFC-HWM-KEY TO DL-MARK-KEY.
027300*
027400     OPEN INPUT  MAINTJRN.
027500     IF NOT DL-JRN-OK
027600         DISPLAY 'ANTDFEED - MAINTJRN OPEN FAILED, STATUS = '
027700             DL-JRN-STATUS
027800         GO TO 1000-ABEND
027900     END-IF.
028000*
028100     OPEN INPUT  DICTFILE.
028200     IF NOT DL-DICT-OK
028300         DISPLAY 'ANTDFEED - DICTFILE OPEN FAILED, STATUS = '
028400             DL-DICT-STATUS
028500         GO TO 1000-ABEND
028600     END-IF.
028700*
028800     OPEN INPUT  PHRASFILE.
028900     IF NOT DL-PHR-OK
029000         DISPLAY 'ANTDFEED - PHRASFILE OPEN FAILED, STATUS = '
029100             DL-PHR-STATUS
029200         GO TO 1000-ABEND
029300     END-IF.
029400*
029500     PERFORM 2100-READ-JOURNAL
029600         THRU 2100-EXIT.
029700     GO TO 1000-EXIT.
029800*
029900 1000-ABEND.
030000     MOVE 16 TO RETURN-CODE.
030100     GOBACK.
030200*
030300 1000-EXIT.
030400     EXIT.
030500*
030600******************************************************************
030700*    1200-OPEN-CONTROL - OPEN THE CONTROL FILE AND READ ITS ONE  *
030800*    SLOT.  A FILE OR SLOT NOT YET THERE IS CREATED EMPTY AND    *
030900*    FLAGGED NEW - ONLY A FULL REFRESH MAY START FROM IT.        *
031000******************************************************************
031100 1200-OPEN-CONTROL.
031200     OPEN I-O DISTCTL.
031300     IF DL-CTL-NOTFND
031400         OPEN OUTPUT DISTCTL
031500         CLOSE DISTCTL
031600         OPEN I-O DISTCTL
031700     END-IF.
031800     IF NOT DL-CTL-OK
031900         DISPLAY 'ANTDFEED - DISTCTL OPEN FAILED, STATUS = '
032000             DL-CTL-STATUS
032100         GO TO 1000-ABEND
032200     END-IF.
032300     MOVE 1 TO DL-CTL-RRN-KEY.
032400     READ DISTCTL
032500         INVALID KEY
032600             SET DL-CTL-NEW TO TRUE
032700             MOVE SPACES TO DFC-RECORD
032800             MOVE ZERO TO DFC-LAST-FEED-SEQ DFC-LAST-FEED-DATE
032900                 DFC-LAST-FEED-TIME DFC-JRNL-POSITION
033000                 DFC-HWM-DATE DFC-HWM-TIME
033100                 DFC-DICT-TOTAL DFC-PHR-TOTAL
033200     END-READ.
033300*
033400 1200-EXIT.
033500     EXIT.
033600*
033700******************************************************************
033800*    1500-START-FEED - ONCE THE JOURNAL IS KNOWN TO LINE UP      *
033900*    WITH THE MARK, OPEN THE FEED AND THE REPORT AND HEAD THEM   *
034000******************************************************************
034100 1500-START-FEED.
034200     OPEN OUTPUT DISTFEED.
034300     IF NOT DL-FEED-OK
034400         DISPLAY 'ANTDFEED - DISTFEED OPEN FAILED, STATUS = '
034500             DL-FEED-STATUS
034600         GO TO 1000-ABEND
034700     END-IF.
034800*
034900     OPEN OUTPUT DISTRPT.
035000     IF NOT DL-RPT-OK
035100         DISPLAY 'ANTDFEED - DISTRPT OPEN FAILED, STATUS = '
035200             DL-RPT-STATUS
035300         GO TO 1000-ABEND
035400     END-IF.
035500*
035600     MOVE SPACES TO DFD-RECORD.
035700     SET DFD-HEADER TO TRUE.
035800     MOVE DL-FEED-SEQ TO DFD-FEED-SEQ.
035900     MOVE DL-FEED-TYPE TO DFD-HDR-FEED-TYPE.
036000     MOVE DL-RUN-DATE TO DFD-HDR-FEED-DATE.
036100     MOVE DL-RUN-TIME TO DFD-HDR-FEED-TIME.
036200     IF DL-FEED-DELTA
036300         MOVE DL-MARK-DATE TO DFD-HDR-AFTER-DATE
036400         MOVE DL-MARK-TIME TO DFD-HDR-AFTER-TIME
036500     ELSE
036600         MOVE ZERO TO DFD-HDR-AFTER-DATE DFD-HDR-AFTER-TIME
036700     END-IF.
036800     WRITE DFD-RECORD.
036900*
037000     MOVE SPACES TO DFRPT-TITLE-LINE.
037100     MOVE 'DICTIONARY DISTRIBUTION FEED' TO DFT-TEXT.
037200     MOVE DL-FEED-SEQ TO DFT-FEED-SEQ.
037300     IF DL-FEED-DELTA
037400         MOVE 'DELTA' TO DFT-FEED-TYPE
037500         STRING 'JOURNAL CHANGES AFTER ' DL-MARK-DATE ' '
037600             DL-MARK-TIME
037700             DELIMITED BY SIZE
037800             INTO DFT-WINDOW
037900         END-STRING
038000     ELSE
038100         MOVE 'FULL REFRESH' TO DFT-FEED-TYPE
038200         MOVE 'EVERY WORD AND PHRASE ENTRY ON FILE' TO DFT-WINDOW
038300     END-IF.
038400     WRITE DFRPT-TITLE-LINE.
038500*
038600 1500-EXIT.
038700     EXIT.
038800*
038900******************************************************************
039000*    2000-SKIP-ONE-SENT - READ PAST ONE JOURNAL RECORD AN        *
039100*    EARLIER FEED ALREADY SENT                                   *
039200******************************************************************
039300 2000-SKIP-ONE-SENT.
039400     PERFORM 2100-READ-JOURNAL
039500         THRU 2100-EXIT.
039600*
039700 2000-EXIT.
039800     EXIT.
039900*
040000 2100-READ-JOURNAL.
040100     READ MAINTJRN
040200         AT END
040300             SET DL-JRN-EOF TO TRUE
040400             GO TO 2100-EXIT
040500     END-READ.
040600     ADD 1 TO DL-JRN-RECS-READ.
040700*
040800 2100-EXIT.
040900     EXIT.
041000*
041100******************************************************************
041200*    2200-CHECK-MARK - THE JOURNAL RECORD AT THE HIGH-WATER MARK *
041300*    MUST BE THE ONE THE LAST FEED ENDED ON.  A SHORTER JOURNAL  *
041400*    OR A DIFFERENT RECORD THERE MEANS THE JOURNAL WAS REPLACED  *
041500*    OR CONVERTED OUT OF STEP - SEND NOTHING AND ASK FOR A FULL  *
041600*    REFRESH INSTEAD OF GUESSING WHERE THE SITES STAND.          *
041700******************************************************************
041800 2200-CHECK-MARK.
041900     IF DFC-JRNL-POSITION = ZERO
042000         GO TO 2200-EXIT
042100     END-IF.
042200     IF DL-JRN-EOF
042300         DISPLAY 'ANTDFEED - MAINTJRN HAS ONLY ' DL-JRN-RECS-READ
042400             ' RECORDS, LAST FEED ENDED AT ' DFC-JRNL-POSITION
042500         DISPLAY 'ANTDFEED - NOTHING SENT - RUN PARM=FULL'
042600         GO TO 1000-ABEND
042700     END-IF.
042800     PERFORM 2400-SET-JRNL-KEY
042900         THRU 2400-EXIT.
043000     IF JRNL-DATE NOT = DFC-HWM-DATE
043100       OR JRNL-TIME NOT = DFC-HWM-TIME
043200       OR JRNL-FILE-ID NOT = DFC-HWM-FILE-ID
043300       OR JRNL-ACTION NOT = DFC-HWM-ACTION
043400       OR DL-JRNL-KEY(1:40) NOT = DFC-HWM-KEY
043500         DISPLAY 'ANTDFEED - MAINTJRN RECORD ' DFC-JRNL-POSITION
043600             ' IS NOT THE ONE THE LAST FEED ENDED ON'
043700         DISPLAY 'ANTDFEED - NOTHING SENT - RUN PARM=FULL'
043800         GO TO 1000-ABEND
043900     END-IF.
044000     PERFORM 2100-READ-JOURNAL
044100         THRU 2100-EXIT.
044200*
044300 2200-EXIT.
044400     EXIT.
044500*
044600******************************************************************
044700*    2300-NOTE-MARK - CARRY THE HIGH-WATER MARK FORWARD TO THE   *
044800*    JOURNAL RECORD IN HAND AND READ THE NEXT.  A FULL REFRESH   *
044900*    RUNS THE WHOLE JOURNAL THROUGH HERE WITHOUT SENDING IT.     *
045000******************************************************************
045100 2300-NOTE-MARK.
045200     PERFORM 2400-SET-JRNL-KEY
045300         THRU 2400-EXIT.
045400     MOVE DL-JRN-RECS-READ TO DL-MARK-POSITION.
045500     MOVE JRNL-DATE TO DL-MARK-DATE.
045600     MOVE JRNL-TIME TO DL-MARK-TIME.
045700     MOVE JRNL-FILE-ID TO DL-MARK-FILE-ID.
045800     MOVE JRNL-ACTION TO DL-MARK-ACTION.
045900     MOVE DL-JRNL-KEY TO DL-MARK-KEY.
046000     PERFORM 2100-READ-JOURNAL
046100         THRU 2100-EXIT.
046200*
046300 2300-EXIT.
046400     EXIT.
046500*
046600******************************************************************
046700*    2400-SET-JRNL-KEY - THE KEY A JOURNAL RECORD CARRIES: THE   *
046800*    AFTER IMAGE FOR AN ADD OR CORRECT, THE BEFORE IMAGE FOR A   *
046900*    DELETE                                                      *
047000******************************************************************
047100 2400-SET-JRNL-KEY.
047200     MOVE SPACES TO DL-JRNL-KEY.
047300     IF JRNL-FILE-DICT
047400         IF JRNL-ACTION-DELETE
047500             MOVE JRNL-BEFORE-IMAGE(1:20) TO DL-JRNL-KEY(1:20)
047600         ELSE
047700             MOVE JRNL-AFTER-IMAGE(1:20) TO DL-JRNL-KEY(1:20)
047800         END-IF
047900     ELSE
048000         IF JRNL-ACTION-DELETE
048100             MOVE JRNL-BEFORE-IMAGE(4:60) TO DL-JRNL-KEY
048200         ELSE
048300             MOVE JRNL-AFTER-IMAGE(4:60) TO DL-JRNL-KEY
048400         END-IF
048500     END-IF.
048600*
048700 2400-EXIT.
048800     EXIT.
048900*
049000******************************************************************
049100*    3000-SEND-ONE-CHANGE - ONE JOURNALED CHANGE NOT YET SENT    *
049200*    BECOMES A FEED DETAIL AND A REPORT LINE                     *
049300******************************************************************
049400 3000-SEND-ONE-CHANGE.
049500     MOVE SPACES TO DFD-RECORD.
049600     SET DFD-DETAIL TO TRUE.
049700     MOVE DL-FEED-SEQ TO DFD-FEED-SEQ.
049800     MOVE JRNL-FILE-ID TO DFD-DTL-FILE-ID.
049900     MOVE JRNL-ACTION TO DFD-DTL-ACTION.
050000     MOVE JRNL-DATE TO DFD-DTL-CHG-DATE.
050100     MOVE JRNL-TIME TO DFD-DTL-CHG-TIME.
050200     IF JRNL-ACTION-DELETE
050300         MOVE JRNL-BEFORE-IMAGE TO DFD-DTL-IMAGE
050400     ELSE
050500         MOVE JRNL-AFTER-IMAGE TO DFD-DTL-IMAGE
050600     END-IF.
050700     WRITE DFD-RECORD.
050800     ADD 1 TO DL-DETAIL-CNT.
050900*
051000     MOVE SPACES TO DFRPT-LINE.
051100     MOVE DL-JRN-RECS-READ TO DFR-JRNL-POS.
051200     IF JRNL-FILE-DICT
051300         MOVE 'WORD' TO DFR-FILE
051400         EVALUATE TRUE
051500             WHEN JRNL-ACTION-ADD
051600                 ADD 1 TO DL-DICT-ADDS
051700             WHEN JRNL-ACTION-CORRECT
051800                 ADD 1 TO DL-DICT-CORRECTS
051900             WHEN OTHER
052000                 ADD 1 TO DL-DICT-DELETES
052100         END-EVALUATE
052200     ELSE
052300         MOVE 'PHRASE' TO DFR-FILE
052400         EVALUATE TRUE
052500             WHEN JRNL-ACTION-ADD
052600                 ADD 1 TO DL-PHR-ADDS
052700             WHEN JRNL-ACTION-CORRECT
052800                 ADD 1 TO DL-PHR-CORRECTS
052900             WHEN OTHER
053000                 ADD 1 TO DL-PHR-DELETES
053100         END-EVALUATE
053200     END-IF.
053300     EVALUATE TRUE
053400         WHEN JRNL-ACTION-ADD
053500             MOVE 'ADD' TO DFR-ACTION
053600         WHEN JRNL-ACTION-CORRECT
053700             MOVE 'CORRECT' TO DFR-ACTION
053800         WHEN OTHER
053900             MOVE 'DELETE' TO DFR-ACTION
054000     END-EVALUATE.
054100     MOVE JRNL-DATE TO DFR-CHG-DATE.
054200     MOVE JRNL-TIME TO DFR-CHG-TIME.
054300     MOVE JRNL-USERID TO DFR-USERID.
054400     PERFORM 2400-SET-JRNL-KEY
054500         THRU 2400-EXIT.
054600     MOVE DL-JRNL-KEY TO DFR-KEY.
054700     WRITE DFRPT-LINE.
054800*
054900     PERFORM 2300-NOTE-MARK
055000         THRU 2300-EXIT.
055100*
055200 3000-EXIT.
055300     EXIT.
055400*
055500******************************************************************
055600*    4000-SEND-ALL-ENTRIES - FULL REFRESH: EVERY DICTFILE ENTRY  *
055700*    THEN EVERY PHRASFILE ENTRY, EACH AS AN ADD, COUNTED AS THE  *
055800*    TOTALS ON FILE                                              *
055900******************************************************************
056000 4000-SEND-ALL-ENTRIES.
056100     MOVE LOW-VALUES TO WORD OF DICT-RECORD.
056200     START DICTFILE KEY IS NOT LESS THAN WORD OF DICT-RECORD
056300         INVALID KEY
056400             SET DL-DICT-EOF TO TRUE
056500     END-START.
056600     PERFORM 4100-SEND-ONE-DICT
056700         THRU 4100-EXIT
056800         UNTIL DL-DICT-EOF.
056900     MOVE LOW-VALUES TO PHRASE-TEXT OF PHRASE-RECORD.
057000     START PHRASFILE
057100         KEY IS NOT LESS THAN PHRASE-TEXT OF PHRASE-RECORD
057200         INVALID KEY
057300             SET DL-PHR-EOF TO TRUE
057400     END-START.
057500     PERFORM 4200-SEND-ONE-PHRASE
057600         THRU 4200-EXIT
057700         UNTIL DL-PHR-EOF.
057800     MOVE DL-DICT-TOTAL TO DL-DICT-ADDS.
057900     MOVE DL-PHR-TOTAL TO DL-PHR-ADDS.
058000*
058100 4000-EXIT.
058200     EXIT.
058300*
058400 4100-SEND-ONE-DICT.
058500     READ DICTFILE NEXT RECORD
058600         AT END
058700             SET DL-DICT-EOF TO TRUE
058800             GO TO 4100-EXIT
058900     END-READ.
059000     ADD 1 TO DL-DICT-TOTAL.
059100     MOVE SPACES TO DFD-RECORD.
059200     SET DFD-DETAIL TO TRUE.
059300     MOVE DL-FEED-SEQ TO DFD-FEED-SEQ.
059400     SET DFD-DTL-DICT TO TRUE.
059500     SET DFD-DTL-ADD TO TRUE.
059600     MOVE DICT-LAST-UPD-DATE TO DFD-DTL-CHG-DATE.
059700     MOVE ZERO TO DFD-DTL-CHG-TIME.
059800     MOVE LOW-VALUES TO DFD-DTL-IMAGE.
059900     MOVE DICT-RECORD TO DFD-DTL-DICT-REC.
060000     WRITE DFD-RECORD.
060100     ADD 1 TO DL-DETAIL-CNT.
060200*
060300 4100-EXIT.
060400     EXIT.
060500*
060600 4200-SEND-ONE-PHRASE.
060700     READ PHRASFILE NEXT RECORD
060800         AT END
060900             SET DL-PHR-EOF TO TRUE
061000             GO TO 4200-EXIT
061100     END-READ.
061200     ADD 1 TO DL-PHR-TOTAL.
061300     MOVE SPACES TO DFD-RECORD.
061400     SET DFD-DETAIL TO TRUE.
061500     MOVE DL-FEED-SEQ TO DFD-FEED-SEQ.
061600     SET DFD-DTL-PHRASE TO TRUE.
061700     SET DFD-DTL-ADD TO TRUE.
061800     MOVE PHRASE-LAST-UPD-DATE TO DFD-DTL-CHG-DATE.
061900     MOVE ZERO TO DFD-DTL-CHG-TIME.
062000     MOVE PHRASE-RECORD TO DFD-DTL-IMAGE.
062100     WRITE DFD-RECORD.
062200     ADD 1 TO DL-DETAIL-CNT.
062300*
062400 4200-EXIT.
062500     EXIT.
062600*
062700******************************************************************
062800*    5000-COUNT-FILES - DELTA: COUNT THE ENTRIES NOW ON FILE AND *
062900*    CHECK THEM AGAINST THE LAST FEED'S TOTALS PLUS THE ADDS     *
063000*    LESS THE DELETES JUST SENT.  A SITE APPLYING EVERY FEED     *
063100*    WOULD BE OUT OF BALANCE BY THE SAME AMOUNT.                 *
063200******************************************************************
063300 5000-COUNT-FILES.
063400     MOVE LOW-VALUES TO WORD OF DICT-RECORD.
063500     START DICTFILE KEY IS NOT LESS THAN WORD OF DICT-RECORD
063600         INVALID KEY
063700             SET DL-DICT-EOF TO TRUE
063800     END-START.
063900     PERFORM 5100-COUNT-ONE-DICT
064000         THRU 5100-EXIT
064100         UNTIL DL-DICT-EOF.
064200     MOVE LOW-VALUES TO PHRASE-TEXT OF PHRASE-RECORD.
064300     START PHRASFILE
064400         KEY IS NOT LESS THAN PHRASE-TEXT OF PHRASE-RECORD
064500         INVALID KEY
064600             SET DL-PHR-EOF TO TRUE
064700     END-START.
064800     PERFORM 5200-COUNT-ONE-PHRASE
064900         THRU 5200-EXIT
065000         UNTIL DL-PHR-EOF.
065100*
065200     COMPUTE DL-DICT-EXPECTED = DFC-DICT-TOTAL + DL-DICT-ADDS
065300         - DL-DICT-DELETES.
065400     COMPUTE DL-PHR-EXPECTED = DFC-PHR-TOTAL + DL-PHR-ADDS
065500         - DL-PHR-DELETES.
065600     IF DL-DICT-EXPECTED NOT = DL-DICT-TOTAL
065700       OR DL-PHR-EXPECTED NOT = DL-PHR-TOTAL
065800         SET DL-OUT-OF-BALANCE TO TRUE
065900     END-IF.
066000*
066100 5000-EXIT.
066200     EXIT.
066300*
066400 5100-COUNT-ONE-DICT.
066500     READ DICTFILE NEXT RECORD
066600         AT END
066700             SET DL-DICT-EOF TO TRUE
066800             GO TO 5100-EXIT
066900     END-READ.
067000     ADD 1 TO DL-DICT-TOTAL.
067100*
067200 5100-EXIT.
067300     EXIT.
067400*
067500 5200-COUNT-ONE-PHRASE.
067600     READ PHRASFILE NEXT RECORD
067700         AT END
067800             SET DL-PHR-EOF TO TRUE
067900             GO TO 5200-EXIT
068000     END-READ.
068100     ADD 1 TO DL-PHR-TOTAL.
068200*
068300 5200-EXIT.
068400     EXIT.
068500*
068600******************************************************************
068700*    6000-WRITE-TRAILER - CLOSE THE FEED WITH ITS COUNTS AND THE *
068800*    TOTALS ON FILE, AND REPEAT THEM ON THE REPORT               *
068900******************************************************************
069000 6000-WRITE-TRAILER.
069100     MOVE SPACES TO DFD-RECORD.
069200     SET DFD-TRAILER TO TRUE.
069300     MOVE DL-FEED-SEQ TO DFD-FEED-SEQ.
069400     MOVE DL-DICT-ADDS TO DFD-TRL-DICT-ADDS.
069500     MOVE DL-DICT-CORRECTS TO DFD-TRL-DICT-CORRECTS.
069600     MOVE DL-DICT-DELETES TO DFD-TRL-DICT-DELETES.
069700     MOVE DL-PHR-ADDS TO DFD-TRL-PHR-ADDS.
069800     MOVE DL-PHR-CORRECTS TO DFD-TRL-PHR-CORRECTS.
069900     MOVE DL-PHR-DELETES TO DFD-TRL-PHR-DELETES.
070000     MOVE DL-DETAIL-CNT TO DFD-TRL-DETAIL-CNT.
070100     MOVE DL-DICT-TOTAL TO DFD-TRL-DICT-TOTAL.
070200     MOVE DL-PHR-TOTAL TO DFD-TRL-PHR-TOTAL.
070300     MOVE DL-MARK-DATE TO DFD-TRL-THRU-DATE.
070400     MOVE DL-MARK-TIME TO DFD-TRL-THRU-TIME.
070500     WRITE DFD-RECORD.
070600*
070700     MOVE SPACES TO DFRPT-TOTAL-LINE.
070800     MOVE 'WORD ADDS' TO DFL-LABEL.
070900     MOVE DL-DICT-ADDS TO DFL-COUNT.
071000     WRITE DFRPT-TOTAL-LINE.
071100     MOVE 'WORD CORRECTIONS' TO DFL-LABEL.
071200     MOVE DL-DICT-CORRECTS TO DFL-COUNT.
071300     WRITE DFRPT-TOTAL-LINE.
071400     MOVE 'WORD DELETES' TO DFL-LABEL.
071500     MOVE DL-DICT-DELETES TO DFL-COUNT.
071600     WRITE DFRPT-TOTAL-LINE.
071700     MOVE 'PHRASE ADDS' TO DFL-LABEL.
071800     MOVE DL-PHR-ADDS TO DFL-COUNT.
071900     WRITE DFRPT-TOTAL-LINE.
072000     MOVE 'PHRASE CORRECTIONS' TO DFL-LABEL.
072100     MOVE DL-PHR-CORRECTS TO DFL-COUNT.
072200     WRITE DFRPT-TOTAL-LINE.
072300     MOVE 'PHRASE DELETES' TO DFL-LABEL.
072400     MOVE DL-PHR-DELETES TO DFL-COUNT.
072500     WRITE DFRPT-TOTAL-LINE.
072600     MOVE 'DETAIL RECORDS SENT' TO DFL-LABEL.
072700     MOVE DL-DETAIL-CNT TO DFL-COUNT.
072800     WRITE DFRPT-TOTAL-LINE.
072900     MOVE 'WORD ENTRIES ON FILE' TO DFL-LABEL.
073000     MOVE DL-DICT-TOTAL TO DFL-COUNT.
073100     WRITE DFRPT-TOTAL-LINE.
073200     MOVE 'PHRASE ENTRIES ON FILE' TO DFL-LABEL.
073300     MOVE DL-PHR-TOTAL TO DFL-COUNT.
073400     WRITE DFRPT-TOTAL-LINE.
073500     MOVE 'JOURNAL RECORDS SENT TO DATE' TO DFL-LABEL.
073600     MOVE DL-MARK-POSITION TO DFL-COUNT.
073700     WRITE DFRPT-TOTAL-LINE.
073800     IF DL-OUT-OF-BALANCE
073900         MOVE 'OUT OF BALANCE - WORDS EXPECTED' TO DFL-LABEL
074000         MOVE DL-DICT-EXPECTED TO DFL-COUNT
074100         WRITE DFRPT-TOTAL-LINE
074200         MOVE 'OUT OF BALANCE - PHRASES EXPECTED' TO DFL-LABEL
074300         MOVE DL-PHR-EXPECTED TO DFL-COUNT
074400         WRITE DFRPT-TOTAL-LINE
074500     END-IF.
074600*
074700 6000-EXIT.
074800     EXIT.
074900*
075000******************************************************************
075100*    9000-TERMINATE - CLOSE THE FEED, THEN MOVE THE HIGH-WATER   *
075200*    MARK AND FEED SEQUENCE ON THE CONTROL FILE                  *
075300******************************************************************
075400 9000-TERMINATE.
075500     CLOSE DISTFEED.
075600     CLOSE DISTRPT.
075700     CLOSE MAINTJRN.
075800     CLOSE DICTFILE.
075900     CLOSE PHRASFILE.
076000*
076100     MOVE DL-FEED-SEQ TO DFC-LAST-FEED-SEQ.
076200     MOVE DL-FEED-TYPE TO DFC-LAST-FEED-TYPE.
076300     MOVE DL-RUN-DATE TO DFC-LAST-FEED-DATE.
076400     MOVE DL-RUN-TIME TO DFC-LAST-FEED-TIME.
076500     MOVE DL-MARK-POSITION TO DFC-JRNL-POSITION.
076600     MOVE DL-MARK-DATE TO DFC-HWM-DATE.
076700     MOVE DL-MARK-TIME TO DFC-HWM-TIME.
076800     MOVE DL-MARK-FILE-ID TO DFC-HWM-FILE-ID.
076900     MOVE DL-MARK-ACTION TO DFC-HWM-ACTION.
077000     MOVE DL-MARK-KEY TO DFC-HWM-KEY.
077100     MOVE DL-DICT-TOTAL TO DFC-DICT-TOTAL.
077200     MOVE DL-PHR-TOTAL TO DFC-PHR-TOTAL.
077300     MOVE 1 TO DL-CTL-RRN-KEY.
077400     IF DL-CTL-NEW
077500         WRITE DFC-RECORD
077600             INVALID KEY
077700                 DISPLAY 'ANTDFEED - DISTCTL WRITE FAILED, '
077800                     'STATUS = ' DL-CTL-STATUS
077900                 MOVE 16 TO RETURN-CODE
078000         END-WRITE
078100     ELSE
078200         REWRITE DFC-RECORD
078300             INVALID KEY
078400                 DISPLAY 'ANTDFEED - DISTCTL REWRITE FAILED, '
078500                     'STATUS = ' DL-CTL-STATUS
078600                 MOVE 16 TO RETURN-CODE
078700         END-REWRITE
078800     END-IF.
078900     CLOSE DISTCTL.
079000*
079100     DISPLAY 'ANTDFEED - FEED SEQUENCE:        ' DL-FEED-SEQ.
079200     DISPLAY 'ANTDFEED - DETAIL RECORDS SENT:  ' DL-DETAIL-CNT.
079300     DISPLAY 'ANTDFEED - WORD ENTRIES ON FILE: ' DL-DICT-TOTAL.
079400     DISPLAY 'ANTDFEED - PHRASES ON FILE:      ' DL-PHR-TOTAL.
079500     DISPLAY 'ANTDFEED - THROUGH JOURNAL ENTRY ' DL-MARK-DATE
079600         ' ' DL-MARK-TIME.
079700     IF DL-OUT-OF-BALANCE
079800         DISPLAY 'ANTDFEED - FILE TOTALS OUT OF BALANCE WITH THE '
079900             'FEEDS SENT - SEND A FULL REFRESH'
080000         IF RETURN-CODE < 8
080100             MOVE 8 TO RETURN-CODE
080200         END-IF
080300     END-IF.
080400*
080500 9000-EXIT.
080600     EXIT.
