000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID.  ANTIMPCT                                       *
000500*    AUTHOR.      J. HOLLOWAY, APPLICATIONS MAINTENANCE          *
000600*    INSTALLATION. DATA ENTRY SYSTEMS                            *
000700*    DATE-WRITTEN. 10/15/26                                      *
000800*    DATE-COMPILED.                                              *
000900*                                                                *
001000*    REMARKS.     WHAT-IF IMPACT SIMULATION OF A PROPOSED        *
001100*                 MAINTENANCE TRANSACTION FILE (MAINTTXN) BEFORE *
001200*                 IT IS RUN THROUGH ANTBMNT.  NOTHING IS         *
001300*                 UPDATED - EVERY FILE IS OPENED INPUT ONLY.     *
001400*                                                                *
001500*                 THE TRANSACTIONS ARE HELD IN A TABLE AND LAID  *
001600*                 OVER DICTFILE AND PHRASFILE IN FILE ORDER, THE *
001700*                 WAY ANTPREL WOULD APPLY THEM ONCE RELEASED, TO *
001800*                 GIVE EACH ENTRY'S STATE AFTER THE CHANGE.  THE *
001900*                 DISTINCT WORDS AND PHRASES LOOKED UP ON THE    *
002000*                 AUDIT LOG (AUDITLOG) IN THE PARM DATE WINDOW   *
002100*                 ARE SORTED, COUNTED, AND REPLAYED AGAINST      *
002200*                 THAT STATE: ONE THAT MATCHES TODAY BUT WOULD   *
002300*                 NOT AFTERWARD (DELETED, RETIRED, NOT YET       *
002400*                 EFFECTIVE, OR ITS CROSS-REFERENCE TARGET GONE) *
002500*                 PRINTS AS LOST WITH ITS HISTORICAL HIT COUNT,  *
002600*                 AND ONE THAT WOULD NEWLY MATCH AS GAINED.      *
002700*                 ONLY ENTRIES THE TRANSACTIONS TOUCH (OR WHOSE  *
002800*                 CROSS-REFERENCE TARGET THEY TOUCH) CAN CHANGE. *
002900*                 EVERY ADD WHOSE TEXT IS ON SUSPFILE AND WOULD  *
003000*                 MATCH AFTERWARD PRINTS AS A SUSPENSE ENTRY THE *
003100*                 CHANGE WOULD CLEAR.  LAST, THE MATCHED AND     *
003200*                 UNMATCHED COUNTS CTLFILE RECORDED FOR THE      *
003300*                 WINDOW ARE SHOWN WITH THE RATE PROJECTED ONCE  *
003400*                 THE LOST AND GAINED HITS ARE MOVED ACROSS.     *
003500*                                                                *
003600*                 PARM='FROMDATE,TODATE,ASOFDATE' (YYYYMMDD).    *
003700*                 THE WINDOW IS REQUIRED.  THE AS-OF DATE IS THE *
003800*                 BUSINESS DATE THE ENTRIES ARE JUDGED IN EFFECT *
003900*                 ON, AND THE DATE A BLANK EFFECTIVE DATE ON AN  *
004000*                 ADD IS TAKEN AS; OMITTED, IT IS TODAY.         *
004100*                                                                *
004200*                 A LOOKUP IS REPLAYED EXACTLY AS THE AUDIT LOG  *
004300*                 RECORDED IT - THE MATCHED ENTRY FOR A HIT, THE *
004400*                 KEYED TEXT FOR A MISS - SO A MISS THAT WOULD   *
004500*                 ONLY MATCH A NEW ENTRY AFTER TOKEN             *
004600*                 NORMALIZATION IS NOT COUNTED AS GAINED.  A HIT *
004611*                 THROUGH A CROSS-REFERENCE REPLAYS ON THE       *
004622*                 CROSS-REFERENCE WORD (AUDIT-XREF-FROM-WORD).   *
004633*                 AN OLDER AUDIT RECORD THAT DOES NOT CARRY THAT *
004644*                 WORD CAN ONLY REPLAY ON THE TARGET, SO WHEN    *
004655*                 THE WINDOW HOLDS ANY, A DELETE, RETIRE, OR     *
004666*                 CORRECT THAT WOULD STOP A CROSS-REFERENCE      *
004677*                 MATCHING, AND THAT NO REPLAYED LOOKUP NAMED,   *
004688*                 PRINTS AS LOST WITH ITS HITS UNKNOWN.          *
004700*                                                                *
004800*                 ANY LOST LOOKUP ENDS THE STEP RC 8.            *
004900*                                                                *
005000*    MODIFICATION HISTORY                                       *
005100*    DATE       INIT DESCRIPTION                                 *
005200*    10/15/26   JMH  INITIAL VERSION.                            *
005211*    10/15/26   JMH  A HIT THROUGH A CROSS-REFERENCE NOW REPLAYS *
005222*                    ON THE CROSS-REFERENCE WORD LOGGED WITH IT, *
005233*                    SO A PENDING DELETE, RETIRE, OR CORRECT OF  *
005244*                    THE CROSS-REFERENCE ITSELF IS REPORTED      *
005255*                    LOST. FOR OLDER AUDIT RECORDS WITHOUT THAT  *
005266*                    WORD, NEW 5500 LISTS SUCH A CHANGE AS LOST  *
005277*                    WITH HITS UNKNOWN. THE FIRST PROJECTION     *
005288*                    TOTAL LINE IS NOW CLEARED BEFORE USE.       *
005300******************************************************************
005400 PROGRAM-ID. ANTIMPCT.
005500*
005600 ENVIRONMENT DIVISION.
005700 CONFIGURATION SECTION.
005800 SOURCE-COMPUTER. IBM-370.
005900 OBJECT-COMPUTER. IBM-370.
006000*
006100 INPUT-OUTPUT SECTION.
006200 FILE-CONTROL.
006300*
006400     SELECT MAINTTXN ASSIGN TO MAINTTXN
006500         ORGANIZATION IS SEQUENTIAL
006600         ACCESS MODE IS SEQUENTIAL
006700         FILE STATUS IS DL-TXN-STATUS.
006800*
006900     SELECT AUDITLOG ASSIGN TO AUDITLOG
007000         ORGANIZATION IS SEQUENTIAL
007100         ACCESS MODE IS SEQUENTIAL
007200         FILE STATUS IS DL-AUD-STATUS.
007300*
007400     SELECT CTLFILE ASSIGN TO CTLFILE
007500         ORGANIZATION IS SEQUENTIAL
007600         ACCESS MODE IS SEQUENTIAL
007700         FILE STATUS IS DL-CTL-STATUS.
007800*
007900     SELECT DICTFILE ASSIGN TO DICTFILE
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE IS DYNAMIC
008200         RECORD KEY IS WORD OF DICT-RECORD
008300         FILE STATUS IS DL-DICT-STATUS.
008400*
008500     SELECT PHRASFILE ASSIGN TO PHRASFILE
008600         ORGANIZATION IS INDEXED
008700         ACCESS MODE IS DYNAMIC
008800         RECORD KEY IS PHRASE-TEXT OF PHRASE-RECORD
008900         FILE STATUS IS DL-PHR-STATUS.
009000*
009100     SELECT SUSPFILE ASSIGN TO SUSPFILE
009200         ORGANIZATION IS INDEXED
009300         ACCESS MODE IS DYNAMIC
009400         RECORD KEY IS SUSP-KEY OF SUSP-RECORD
009500         FILE STATUS IS DL-SUSP-STATUS.
009600*
009700     SELECT IMPCTRPT ASSIGN TO IMPCTRPT
009800         ORGANIZATION IS SEQUENTIAL
009900         ACCESS MODE IS SEQUENTIAL
010000         FILE STATUS IS DL-RPT-STATUS.
010100*
010200     SELECT SORTWORK ASSIGN TO SORTWORK.
010300*
010400 DATA DIVISION.
010500 FILE SECTION.
010600*
010700 FD  MAINTTXN
010800     LABEL RECORDS ARE STANDARD
010900     RECORDING MODE IS F.
011000     COPY MTXNREC.
011100*
011200 FD  AUDITLOG
011300     LABEL RECORDS ARE STANDARD
011400     RECORDING MODE IS F.
011500     COPY AUDTREC.
011600*
011700 FD  CTLFILE
011800     LABEL RECORDS ARE STANDARD
011900     RECORDING MODE IS F.
012000     COPY CTLREC.
012100*
012200 FD  DICTFILE
012300     LABEL RECORDS ARE STANDARD.
012400     COPY DICTREC.
012500*
012600 FD  PHRASFILE
012700     LABEL RECORDS ARE STANDARD.
012800     COPY PHRASREC.
012900*
013000 FD  SUSPFILE
013100     LABEL RECORDS ARE STANDARD.
013200     COPY SUSPREC.
013300*
013400 FD  IMPCTRPT
013500     LABEL RECORDS ARE STANDARD
013600     RECORDING MODE IS F.
013700     COPY IMRPREC.
013800*
013900 SD  SORTWORK.
014000 01  SORT-RECORD.
014100     05  SRT-KEY.
014200         10  SRT-TYPE            PIC X(01).
014300         10  SRT-TEXT            PIC X(200).
014400     05  SRT-MATCH               PIC X(01).
014500         88  SRT-MATCHED                 VALUE 'Y'.
014600*
014700 WORKING-STORAGE SECTION.
014800*
014900 01  DL-FILE-STATUSES.
015000     05  DL-TXN-STATUS       PIC X(02).
015100         88  DL-TXN-OK                 VALUE '00'.
015200     05  DL-AUD-STATUS       PIC X(02).
015300         88  DL-AUD-OK                 VALUE '00'.
015400     05  DL-CTL-STATUS       PIC X(02).
015500         88  DL-CTL-OK                 VALUE '00'.
015600     05  DL-DICT-STATUS      PIC X(02).
015700         88  DL-DICT-OK                VALUE '00'.
015800         88  DL-DICT-NOTFND            VALUE '23'.
015900     05  DL-PHR-STATUS       PIC X(02).
016000         88  DL-PHR-OK                 VALUE '00'.
016100         88  DL-PHR-NOTFND             VALUE '23'.
016200     05  DL-SUSP-STATUS      PIC X(02).
016300         88  DL-SUSP-OK                VALUE '00'.
016400         88  DL-SUSP-NOTFND            VALUE '23'.
016500     05  DL-RPT-STATUS       PIC X(02).
016600         88  DL-RPT-OK                 VALUE '00'.
016700*
016800 01  DL-SWITCHES.
016900     05  DL-TXN-EOF-SW       PIC X(01)  VALUE 'N'.
017000         88  DL-TXN-EOF                 VALUE 'Y'.
017100     05  DL-AUD-EOF-SW       PIC X(01)  VALUE 'N'.
017200         88  DL-AUD-EOF                 VALUE 'Y'.
017300     05  DL-AUD-FAIL-SW      PIC X(01)  VALUE 'N'.
017400         88  DL-AUD-FAILED              VALUE 'Y'.
017500     05  DL-CTL-EOF-SW       PIC X(01)  VALUE 'N'.
017600         88  DL-CTL-EOF                 VALUE 'Y'.
017700     05  DL-SRT-EOF-SW       PIC X(01)  VALUE 'N'.
017800         88  DL-SRT-EOF                 VALUE 'Y'.
017900     05  DL-TXN-BAD-SW       PIC X(01)  VALUE 'N'.
018000         88  DL-TXN-BAD                 VALUE 'Y'.
018100     05  DL-TOUCHED-SW       PIC X(01)  VALUE 'N'.
018200         88  DL-TOUCHED                 VALUE 'Y'.
018300     05  DL-IN-EFFECT-SW     PIC X(01)  VALUE 'N'.
018400         88  DL-IN-EFFECT               VALUE 'Y'.
018500     05  DL-PRE-MATCH-SW     PIC X(01)  VALUE 'N'.
018600         88  DL-PRE-MATCH               VALUE 'Y'.
018700     05  DL-POST-MATCH-SW    PIC X(01)  VALUE 'N'.
018800         88  DL-POST-MATCH              VALUE 'Y'.
018900     05  DL-DUP-TXN-SW       PIC X(01)  VALUE 'N'.
019000         88  DL-DUP-TXN                 VALUE 'Y'.
019033     05  DL-REPLAY-DONE-SW   PIC X(01)  VALUE 'N'.
019066         88  DL-REPLAY-DONE             VALUE 'Y'.
019100*
019200 01  DL-COUNTERS.
019300     05  DL-TXN-READ         PIC 9(09)  COMP  VALUE ZERO.
019400     05  DL-TXN-SKIPPED      PIC 9(09)  COMP  VALUE ZERO.
019500     05  DL-TXN-CNT          PIC 9(05)  COMP  VALUE ZERO.
019600     05  DL-TXN-IDX          PIC 9(05)  COMP  VALUE ZERO.
019700     05  DL-SUSP-IDX         PIC 9(05)  COMP  VALUE ZERO.
019800     05  DL-CHK-IDX          PIC 9(05)  COMP  VALUE ZERO.
019900     05  DL-AUD-READ         PIC 9(09)  COMP  VALUE ZERO.
020000     05  DL-AUD-MATCHED      PIC 9(09)  COMP  VALUE ZERO.
020100     05  DL-AUD-UNMATCHED    PIC 9(09)  COMP  VALUE ZERO.
020200     05  DL-DISTINCT-CNT     PIC 9(09)  COMP  VALUE ZERO.
020300     05  DL-GRP-MATCHED      PIC 9(09)  COMP  VALUE ZERO.
020400     05  DL-GRP-UNMATCHED    PIC 9(09)  COMP  VALUE ZERO.
020500     05  DL-LOST-CNT         PIC 9(09)  COMP  VALUE ZERO.
020600     05  DL-LOST-HITS        PIC 9(09)  COMP  VALUE ZERO.
020700     05  DL-GAINED-CNT       PIC 9(09)  COMP  VALUE ZERO.
020800     05  DL-GAINED-HITS      PIC 9(09)  COMP  VALUE ZERO.
020900     05  DL-CLEAR-CNT        PIC 9(09)  COMP  VALUE ZERO.
021000     05  DL-CTL-READ         PIC 9(09)  COMP  VALUE ZERO.
021100     05  DL-CTL-MATCHED      PIC 9(09)  COMP  VALUE ZERO.
021200     05  DL-CTL-UNMATCHED    PIC 9(09)  COMP  VALUE ZERO.
021250     05  DL-AUD-OLD-XREF     PIC 9(09)  COMP  VALUE ZERO.
021300*
021400 01  DL-SELECT-FIELDS.
021500     05  DL-SEL-FROM         PIC X(08)  VALUE SPACES.
021600     05  DL-SEL-TO           PIC X(08)  VALUE SPACES.
021700     05  DL-SEL-ASOF         PIC X(08)  VALUE SPACES.
021800     05  DL-SEL-ASOF-9 REDEFINES DL-SEL-ASOF
021900                             PIC 9(08).
022000*
022100 01  DL-DATES.
022200     05  DL-TODAY            PIC 9(08)  VALUE ZERO.
022300     05  DL-AS-OF-DATE       PIC 9(08)  VALUE ZERO.
022400     05  DL-CHK-EFF          PIC 9(08)  VALUE ZERO.
022500     05  DL-CHK-EXP          PIC 9(08)  VALUE ZERO.
022600*
022700 01  DL-AUD-DATE-X           PIC X(08).
022800 01  DL-CTL-DATE-X           PIC X(08).
022900 01  DL-PREV-KEY             PIC X(201) VALUE HIGH-VALUES.
023000 01  DL-LOSS-REASON          PIC X(20)  VALUE SPACES.
023100*
023200 01  DL-RATE-WORK.
023300     05  DL-RATE             PIC 9(03)V9(02) COMP VALUE ZERO.
023400     05  DL-RATE-NUMER       PIC 9(09)  COMP  VALUE ZERO.
023500     05  DL-RATE-DENOM       PIC 9(09)  COMP  VALUE ZERO.
023600     05  DL-BASE-MATCHED     PIC 9(09)  COMP  VALUE ZERO.
023700     05  DL-BASE-UNMATCHED   PIC 9(09)  COMP  VALUE ZERO.
023800     05  DL-PROJ-MATCHED     PIC S9(09) COMP  VALUE ZERO.
023900     05  DL-PROJ-UNMATCHED   PIC S9(09) COMP  VALUE ZERO.
024000*
024100******************************************************************
024200*    DL-GET-STATE - ONE ENTRY'S STATE AS IT STANDS ON FILE (PRE) *
024300*    AND WITH THE PROPOSED TRANSACTIONS LAID OVER IT (POST), SET *
024400*    BY 5100-GET-STATE FOR THE TYPE AND TEXT IN DL-GS-KEY.       *
024500*    DL-KEY-STATE KEEPS THE LOOKED-UP ENTRY'S STATE WHILE THE    *
024600*    CROSS-REFERENCE TARGET IS RESOLVED INTO DL-GET-STATE.       *
024700******************************************************************
024800 01  DL-GET-STATE.
024900     05  DL-GS-KEY.
025000         10  DL-GS-TYPE      PIC X(01).
025100         10  DL-GS-TEXT      PIC X(200).
025200     05  DL-GS-PRE.
025300         10  DL-GS-PRE-EXISTS-SW PIC X(01).
025400             88  DL-GS-PRE-EXISTS       VALUE 'Y'.
025500         10  DL-GS-PRE-ENTRY-TYPE PIC X(01).
025600             88  DL-GS-PRE-XREF         VALUE 'X'.
025700         10  DL-GS-PRE-XREF-WORD PIC X(20).
025800         10  DL-GS-PRE-EFF   PIC 9(08).
025900         10  DL-GS-PRE-EXP   PIC 9(08).
026000     05  DL-GS-POST.
026100         10  DL-GS-POST-EXISTS-SW PIC X(01).
026200             88  DL-GS-POST-EXISTS      VALUE 'Y'.
026300         10  DL-GS-POST-ENTRY-TYPE PIC X(01).
026400             88  DL-GS-POST-XREF        VALUE 'X'.
026500         10  DL-GS-POST-XREF-WORD PIC X(20).
026600         10  DL-GS-POST-EFF  PIC 9(08).
026700         10  DL-GS-POST-EXP  PIC 9(08).
026800*
026900 01  DL-KEY-STATE.
027000     05  DL-KS-KEY.
027100         10  DL-KS-TYPE      PIC X(01).
027200         10  DL-KS-TEXT      PIC X(200).
027300     05  DL-KS-PRE.
027400         10  DL-KS-PRE-EXISTS-SW PIC X(01).
027500             88  DL-KS-PRE-EXISTS       VALUE 'Y'.
027600         10  DL-KS-PRE-ENTRY-TYPE PIC X(01).
027700             88  DL-KS-PRE-XREF         VALUE 'X'.
027800         10  DL-KS-PRE-XREF-WORD PIC X(20).
027900         10  DL-KS-PRE-EFF   PIC 9(08).
028000         10  DL-KS-PRE-EXP   PIC 9(08).
028100     05  DL-KS-POST.
028200         10  DL-KS-POST-EXISTS-SW PIC X(01).
028300             88  DL-KS-POST-EXISTS      VALUE 'Y'.
028400         10  DL-KS-POST-ENTRY-TYPE PIC X(01).
028500             88  DL-KS-POST-XREF        VALUE 'X'.
028600         10  DL-KS-POST-XREF-WORD PIC X(20).
028700         10  DL-KS-POST-EFF  PIC 9(08).
028800         10  DL-KS-POST-EXP  PIC 9(08).
028900*
029000******************************************************************
029100*    DL-TXN-TABLE - THE PROPOSED TRANSACTIONS THAT PASS THE SAME *
029200*    FIELD EDITS ANTBMNT APPLIES, IN FILE ORDER.  A FILE LARGER  *
029300*    THAN THE TABLE ENDS THE RUN - A PARTIAL SIMULATION WOULD    *
029400*    UNDERSTATE THE IMPACT.  DL-TX-NAMED IS SET ONCE THE REPLAY  *
029450*    HAS JUDGED AN ENTRY THE TRANSACTION NAMES.                  *
029500******************************************************************
029600 01  DL-TXN-TABLE.
029700     05  DL-TX-ENTRY OCCURS 5000 TIMES.
029800         10  DL-TX-ACTION    PIC X(01).
029900         10  DL-TX-TYPE      PIC X(01).
030000         10  DL-TX-TEXT      PIC X(200).
030100         10  DL-TX-XREF-WORD PIC X(20).
030200         10  DL-TX-EFF       PIC X(08).
030300         10  DL-TX-EFF-N REDEFINES DL-TX-EFF
030400                             PIC 9(08).
030500         10  DL-TX-EXP       PIC X(08).
030600         10  DL-TX-EXP-N REDEFINES DL-TX-EXP
030700                             PIC 9(08).
030733         10  DL-TX-NAMED-SW  PIC X(01).
030766             88  DL-TX-NAMED            VALUE 'Y'.
030800*
030900 LINKAGE SECTION.
031000*
031100 01  DL-PARM-AREA.
031200     05  DL-PARM-LEN         PIC S9(4) COMP.
031300     05  DL-PARM-TEXT        PIC X(100).
031400*
031500 PROCEDURE DIVISION USING DL-PARM-AREA.
031600*
031700 0000-MAINLINE.
031800     PERFORM 1000-INITIALIZE
031900         THRU 1000-EXIT.
032000     SORT SORTWORK
032100         ON ASCENDING KEY SRT-KEY
032200         INPUT PROCEDURE IS 2000-FEED-AUDIT
032300             THRU 2000-EXIT
032400         OUTPUT PROCEDURE IS 3000-REPLAY-LOOKUPS
032500             THRU 3000-EXIT.
032600     IF DL-AUD-FAILED
032700         DISPLAY 'ANTIMPCT - AUDIT TRAIL NOT READ, NO '
032800             'SIMULATION RESULTS'
032900         MOVE 16 TO RETURN-CODE
033000     ELSE
033016         SET DL-REPLAY-DONE TO TRUE
033032         IF DL-AUD-OLD-XREF > ZERO
033048             PERFORM 5500-CHECK-XREF-TXNS
033064                 THRU 5500-EXIT
033080         END-IF
033100         PERFORM 6000-CHECK-SUSPENSE
033200             THRU 6000-EXIT
033300         PERFORM 7000-SUM-CONTROL-TOTALS
033400             THRU 7000-EXIT
033500         PERFORM 8000-WRITE-PROJECTION
033600             THRU 8000-EXIT
033700         IF DL-LOST-CNT > ZERO
033800             MOVE 8 TO RETURN-CODE
033900         END-IF
034000     END-IF.
034100     PERFORM 9000-TERMINATE
034200         THRU 9000-EXIT.
034300     GOBACK.
034400*
034500 0000-EXIT.
034600     EXIT.
034700*
034800******************************************************************
034900*    1000-INITIALIZE - EDIT THE PARM, OPEN THE FILES, AND LOAD   *
035000*    THE PROPOSED TRANSACTIONS                                   *
035100******************************************************************
035200 1000-INITIALIZE.
035300     ACCEPT DL-TODAY FROM DATE YYYYMMDD.
035400     IF DL-PARM-LEN < 1
035500         DISPLAY 'ANTIMPCT - PARM REQUIRED: FROMDATE,TODATE'
035600             '[,ASOFDATE]'
035700         GO TO 1000-ABEND
035800     END-IF.
035900     UNSTRING DL-PARM-TEXT(1:DL-PARM-LEN)
036000         DELIMITED BY ','
036100         INTO DL-SEL-FROM
036200              DL-SEL-TO
036300              DL-SEL-ASOF
036400     END-UNSTRING.
036500     IF DL-SEL-FROM NOT NUMERIC
036600         DISPLAY 'ANTIMPCT - PARM FROM DATE NOT NUMERIC: '
036700             DL-SEL-FROM
036800         GO TO 1000-ABEND
036900     END-IF.
037000     IF DL-SEL-TO NOT NUMERIC
037100         DISPLAY 'ANTIMPCT - PARM TO DATE NOT NUMERIC: '
037200             DL-SEL-TO
037300         GO TO 1000-ABEND
037400     END-IF.
037500     IF DL-SEL-FROM > DL-SEL-TO
037600         DISPLAY 'ANTIMPCT - PARM DATE RANGE INVERTED'
037700         GO TO 1000-ABEND
037800     END-IF.
037900     MOVE DL-TODAY TO DL-AS-OF-DATE.
038000     IF DL-SEL-ASOF NOT = SPACES
038100         IF DL-SEL-ASOF NOT NUMERIC
038200            OR DL-SEL-ASOF-9 < 19000101
038300             DISPLAY 'ANTIMPCT - PARM AS-OF DATE INVALID: '
038400                 DL-SEL-ASOF
038500             GO TO 1000-ABEND
038600         END-IF
038700         MOVE DL-SEL-ASOF-9 TO DL-AS-OF-DATE
038800     END-IF.
038900*
039000     OPEN INPUT  DICTFILE.
039100     IF NOT DL-DICT-OK
039200         DISPLAY 'ANTIMPCT - DICTFILE OPEN FAILED, STATUS = '
039300             DL-DICT-STATUS
039400         GO TO 1000-ABEND
039500     END-IF.
039600*
039700     OPEN INPUT  PHRASFILE.
039800     IF NOT DL-PHR-OK
039900         DISPLAY 'ANTIMPCT - PHRASFILE OPEN FAILED, STATUS = '
040000             DL-PHR-STATUS
040100         GO TO 1000-ABEND
040200     END-IF.
040300*
040400     OPEN INPUT  SUSPFILE.
040500     IF NOT DL-SUSP-OK
040600         DISPLAY 'ANTIMPCT - SUSPFILE OPEN FAILED, STATUS = '
040700             DL-SUSP-STATUS
040800         GO TO 1000-ABEND
040900     END-IF.
041000*
041100     OPEN INPUT  CTLFILE.
041200     IF NOT DL-CTL-OK
041300         DISPLAY 'ANTIMPCT - CTLFILE OPEN FAILED, STATUS = '
041400             DL-CTL-STATUS
041500         GO TO 1000-ABEND
041600     END-IF.
041700*
041800     OPEN OUTPUT IMPCTRPT.
041900     IF NOT DL-RPT-OK
042000         DISPLAY 'ANTIMPCT - IMPCTRPT OPEN FAILED, STATUS = '
042100             DL-RPT-STATUS
042200         GO TO 1000-ABEND
042300     END-IF.
042400*
042500     OPEN INPUT  MAINTTXN.
042600     IF NOT DL-TXN-OK
042700         DISPLAY 'ANTIMPCT - MAINTTXN OPEN FAILED, STATUS = '
042800             DL-TXN-STATUS
042900         GO TO 1000-ABEND
043000     END-IF.
043100     PERFORM 1100-LOAD-ONE-TXN
043200         THRU 1100-EXIT
043300         UNTIL DL-TXN-EOF.
043400     CLOSE MAINTTXN.
043500     IF DL-TXN-BAD
043600         GO TO 1000-ABEND
043700     END-IF.
043800*
043900     MOVE SPACES TO IMRPT-TITLE-LINE.
044000     MOVE 'MAINTENANCE IMPACT SIMULATION - AUDIT WINDOW'
044100         TO IMT-T-TEXT.
044200     MOVE DL-SEL-FROM TO IMT-T-FROM.
044300     MOVE DL-SEL-TO TO IMT-T-TO.
044400     WRITE IMRPT-TITLE-LINE.
044500     GO TO 1000-EXIT.
044600*
044700 1000-ABEND.
044800     MOVE 16 TO RETURN-CODE.
044900     GOBACK.
045000*
045100 1000-EXIT.
045200     EXIT.
045300*
045400******************************************************************
045500*    1100-LOAD-ONE-TXN - TABLE ONE TRANSACTION.  ONE ANTBMNT     *
045600*    WOULD REJECT ON ITS FIELDS ALONE IS COUNTED AND LEFT OUT -  *
045700*    IT COULD NEVER REACH THE LIVE FILES.                        *
045800******************************************************************
045900 1100-LOAD-ONE-TXN.
046000     READ MAINTTXN
046100         AT END
046200             SET DL-TXN-EOF TO TRUE
046300             GO TO 1100-EXIT
046400     END-READ.
046500     ADD 1 TO DL-TXN-READ.
046600     IF NOT MTXN-ACTION-VALID
046700       OR NOT MTXN-TYPE-VALID
046800       OR MTXN-TEXT = SPACES
046900         ADD 1 TO DL-TXN-SKIPPED
047000         GO TO 1100-EXIT
047100     END-IF.
047200     IF MTXN-TYPE-WORD
047300       AND MTXN-TEXT(21:180) NOT = SPACES
047400         ADD 1 TO DL-TXN-SKIPPED
047500         GO TO 1100-EXIT
047600     END-IF.
047700     IF MTXN-TYPE-PHRASE
047800       AND MTXN-XREF-WORD NOT = SPACES
047900         ADD 1 TO DL-TXN-SKIPPED
048000         GO TO 1100-EXIT
048100     END-IF.
048200     IF MTXN-EFF-DATE NOT = SPACES
048300         IF MTXN-EFF-DATE NOT NUMERIC
048400            OR MTXN-EFF-DATE-N < 19000101
048500             ADD 1 TO DL-TXN-SKIPPED
048600             GO TO 1100-EXIT
048700         END-IF
048800     END-IF.
048900     IF MTXN-EXP-DATE NOT = SPACES
049000         IF MTXN-EXP-DATE NOT NUMERIC
049100            OR MTXN-EXP-DATE-N < 19000101
049200             ADD 1 TO DL-TXN-SKIPPED
049300             GO TO 1100-EXIT
049400         END-IF
049500     END-IF.
049600     IF MTXN-ACTION-RETIRE AND MTXN-EXP-DATE = SPACES
049700         ADD 1 TO DL-TXN-SKIPPED
049800         GO TO 1100-EXIT
049900     END-IF.
050000     IF DL-TXN-CNT >= 5000
050100         DISPLAY 'ANTIMPCT - MORE THAN 5000 TRANSACTIONS, SPLIT '
050200             'MAINTTXN AND SIMULATE EACH PART'
050300         SET DL-TXN-BAD TO TRUE
050400         SET DL-TXN-EOF TO TRUE
050500         GO TO 1100-EXIT
050600     END-IF.
050700     ADD 1 TO DL-TXN-CNT.
050800     MOVE MTXN-ACTION TO DL-TX-ACTION(DL-TXN-CNT).
050900     MOVE MTXN-TYPE TO DL-TX-TYPE(DL-TXN-CNT).
051000     MOVE MTXN-TEXT TO DL-TX-TEXT(DL-TXN-CNT).
051100     MOVE MTXN-XREF-WORD TO DL-TX-XREF-WORD(DL-TXN-CNT).
051200     MOVE MTXN-EFF-DATE TO DL-TX-EFF(DL-TXN-CNT).
051300     MOVE MTXN-EXP-DATE TO DL-TX-EXP(DL-TXN-CNT).
051350     MOVE 'N' TO DL-TX-NAMED-SW(DL-TXN-CNT).
051400*
051500 1100-EXIT.
051600     EXIT.
051700*
051800******************************************************************
051900*    2000-FEED-AUDIT - RELEASE ONE SORT RECORD PER LOOKUP ON THE *
052000*    AUDIT LOG IN THE WINDOW: THE TYPE, THE TEXT AS RECORDED,    *
052100*    AND WHETHER IT MATCHED                                      *
052200******************************************************************
052300 2000-FEED-AUDIT.
052400     OPEN INPUT  AUDITLOG.
052500     IF NOT DL-AUD-OK
052600         DISPLAY 'ANTIMPCT - AUDITLOG OPEN FAILED, STATUS = '
052700             DL-AUD-STATUS
052800         SET DL-AUD-EOF TO TRUE
052900         SET DL-AUD-FAILED TO TRUE
053000         GO TO 2000-EXIT
053100     END-IF.
053200     PERFORM 2100-RELEASE-ONE-LOOKUP
053300         THRU 2100-EXIT
053400         UNTIL DL-AUD-EOF.
053500     CLOSE AUDITLOG.
053600*
053700 2000-EXIT.
053800     EXIT.
053900*
054000 2100-RELEASE-ONE-LOOKUP.
054100     READ AUDITLOG
054200         AT END
054300             SET DL-AUD-EOF TO TRUE
054400             GO TO 2100-EXIT
054500     END-READ.
054600     ADD 1 TO DL-AUD-READ.
054700     MOVE AUDIT-DATE TO DL-AUD-DATE-X.
054800     IF DL-AUD-DATE-X < DL-SEL-FROM
054900       OR DL-AUD-DATE-X > DL-SEL-TO
055000         GO TO 2100-EXIT
055100     END-IF.
055200     MOVE SPACES TO SORT-RECORD.
055300     IF AUDIT-TYPE-PHRASE
055400         MOVE 'P' TO SRT-TYPE
055500         MOVE AUDIT-PHRASE-TEXT TO SRT-TEXT
055600     ELSE
055700         MOVE 'W' TO SRT-TYPE
055800         MOVE AUDIT-WORD TO SRT-TEXT
055812         IF AUDIT-MATCHED AND AUDIT-MATCH-XREF
055824             IF AUDIT-XREF-FROM-WORD NOT = SPACES
055836                 MOVE AUDIT-XREF-FROM-WORD TO SRT-TEXT
055848             ELSE
055860                 ADD 1 TO DL-AUD-OLD-XREF
055872             END-IF
055884         END-IF
055900     END-IF.
056000     IF AUDIT-MATCHED
056100         MOVE 'Y' TO SRT-MATCH
056200         ADD 1 TO DL-AUD-MATCHED
056300     ELSE
056400         MOVE 'N' TO SRT-MATCH
056500         ADD 1 TO DL-AUD-UNMATCHED
056600     END-IF.
056700     RELEASE SORT-RECORD.
056800*
056900 2100-EXIT.
057000     EXIT.
057100*
057200******************************************************************
057300*    3000-REPLAY-LOOKUPS - TAKE THE SORTED LOOKUPS BACK, COUNT   *
057400*    THE HITS AND MISSES FOR EACH DISTINCT TYPE AND TEXT, AND    *
057500*    REPLAY EACH ONE AT ITS CONTROL BREAK                        *
057600******************************************************************
057700 3000-REPLAY-LOOKUPS.
057800     MOVE SPACES TO IMRPT-TITLE-LINE.
057900     MOVE 'LOOKUPS THAT WOULD STOP OR START MATCHING'
058000         TO IMT-T-TEXT.
058100     WRITE IMRPT-TITLE-LINE.
058200     MOVE HIGH-VALUES TO DL-PREV-KEY.
058300     PERFORM 3100-TALLY-ONE-LOOKUP
058400         THRU 3100-EXIT
058500         UNTIL DL-SRT-EOF.
058600     IF DL-DISTINCT-CNT > ZERO
058700         PERFORM 5000-REPLAY-GROUP
058800             THRU 5000-EXIT
058900     END-IF.
059000*
059100 3000-EXIT.
059200     EXIT.
059300*
059400 3100-TALLY-ONE-LOOKUP.
059500     RETURN SORTWORK
059600         AT END
059700             SET DL-SRT-EOF TO TRUE
059800             GO TO 3100-EXIT
059900     END-RETURN.
060000     IF SRT-KEY NOT = DL-PREV-KEY
060100         IF DL-DISTINCT-CNT > ZERO
060200             PERFORM 5000-REPLAY-GROUP
060300                 THRU 5000-EXIT
060400         END-IF
060500         ADD 1 TO DL-DISTINCT-CNT
060600         MOVE SRT-KEY TO DL-PREV-KEY
060700         MOVE ZERO TO DL-GRP-MATCHED
060800         MOVE ZERO TO DL-GRP-UNMATCHED
060900     END-IF.
061000     IF SRT-MATCHED
061100         ADD 1 TO DL-GRP-MATCHED
061200     ELSE
061300         ADD 1 TO DL-GRP-UNMATCHED
061400     END-IF.
061500*
061600 3100-EXIT.
061700     EXIT.
061800*
061900******************************************************************
062000*    5000-REPLAY-GROUP - JUDGE ONE DISTINCT LOOKUP BEFORE AND    *
062100*    AFTER THE CHANGE.  NOTHING IS REPORTED UNLESS A PROPOSED    *
062200*    TRANSACTION TOUCHES THE ENTRY OR ITS CROSS-REFERENCE        *
062300*    TARGET.  A LOST LOOKUP MOVES ITS HISTORICAL HITS TO THE     *
062400*    UNMATCHED SIDE OF THE PROJECTION; A GAINED ONE MOVES ITS    *
062500*    HISTORICAL MISSES TO THE MATCHED SIDE.                      *
062600******************************************************************
062700 5000-REPLAY-GROUP.
062800     MOVE DL-PREV-KEY TO DL-GS-KEY.
062900     MOVE 'N' TO DL-TOUCHED-SW.
063000     PERFORM 5200-JUDGE-ENTRY
063100         THRU 5200-EXIT.
063200     IF NOT DL-TOUCHED
063300         GO TO 5000-EXIT
063400     END-IF.
063500     MOVE SPACES TO IMRPT-LINE.
063600     MOVE DL-KS-TYPE TO IMR-TYPE.
063700     MOVE DL-KS-TEXT(1:60) TO IMR-TEXT.
063800     COMPUTE IMR-COUNT = DL-GRP-MATCHED + DL-GRP-UNMATCHED.
063900     IF DL-PRE-MATCH AND NOT DL-POST-MATCH
064000         MOVE 'LOST' TO IMR-CATEGORY
064100         MOVE DL-LOSS-REASON TO IMR-REASON
064200         WRITE IMRPT-LINE
064300         ADD 1 TO DL-LOST-CNT
064400         ADD DL-GRP-MATCHED TO DL-LOST-HITS
064500     ELSE
064600         IF DL-POST-MATCH AND NOT DL-PRE-MATCH
064700             MOVE 'GAINED' TO IMR-CATEGORY
064800             WRITE IMRPT-LINE
064900             ADD 1 TO DL-GAINED-CNT
065000             ADD DL-GRP-UNMATCHED TO DL-GAINED-HITS
065100         END-IF
065200     END-IF.
065300*
065400 5000-EXIT.
065500     EXIT.
065600*
065700******************************************************************
065800*    5100-GET-STATE - READ THE ENTRY NAMED BY DL-GS-KEY FROM     *
065900*    DICTFILE OR PHRASFILE INTO THE PRE STATE, THEN LAY EVERY    *
066000*    PROPOSED TRANSACTION FOR THE SAME KEY OVER A COPY OF IT, IN *
066100*    FILE ORDER, TO GIVE THE POST STATE.  SETS DL-TOUCHED IF ANY *
066200*    TRANSACTION NAMES THE KEY.                                  *
066300******************************************************************
066400 5100-GET-STATE.
066500     MOVE 'N' TO DL-GS-PRE-EXISTS-SW.
066600     MOVE SPACE TO DL-GS-PRE-ENTRY-TYPE.
066700     MOVE SPACES TO DL-GS-PRE-XREF-WORD.
066800     MOVE ZERO TO DL-GS-PRE-EFF.
066900     MOVE ZERO TO DL-GS-PRE-EXP.
067000     IF DL-GS-TYPE = 'P'
067100         MOVE DL-GS-TEXT TO PHRASE-TEXT OF PHRASE-RECORD
067200         READ PHRASFILE
067300             KEY IS PHRASE-TEXT OF PHRASE-RECORD
067400             INVALID KEY
067500                 CONTINUE
067600             NOT INVALID KEY
067700                 MOVE 'Y' TO DL-GS-PRE-EXISTS-SW
067800                 MOVE PHRASE-EFF-DATE OF PHRASE-RECORD
067900                     TO DL-GS-PRE-EFF
068000                 MOVE PHRASE-EXP-DATE OF PHRASE-RECORD
068100                     TO DL-GS-PRE-EXP
068200         END-READ
068300     ELSE
068400         MOVE DL-GS-TEXT(1:20) TO WORD OF DICT-RECORD
068500         READ DICTFILE
068600             KEY IS WORD OF DICT-RECORD
068700             INVALID KEY
068800                 CONTINUE
068900             NOT INVALID KEY
069000                 MOVE 'Y' TO DL-GS-PRE-EXISTS-SW
069100                 MOVE DICT-ENTRY-TYPE TO DL-GS-PRE-ENTRY-TYPE
069200                 MOVE DICT-XREF-WORD TO DL-GS-PRE-XREF-WORD
069300                 MOVE DICT-EFF-DATE TO DL-GS-PRE-EFF
069400                 MOVE DICT-EXP-DATE TO DL-GS-PRE-EXP
069500         END-READ
069600     END-IF.
069700     MOVE DL-GS-PRE TO DL-GS-POST.
069800     PERFORM 5110-APPLY-ONE-TXN
069900         THRU 5110-EXIT
070000         VARYING DL-TXN-IDX FROM 1 BY 1
070100         UNTIL DL-TXN-IDX > DL-TXN-CNT.
070200*
070300 5100-EXIT.
070400     EXIT.
070500*
070600******************************************************************
070700*    5110-APPLY-ONE-TXN - APPLY ONE TABLED TRANSACTION TO THE    *
070800*    POST STATE IF IT NAMES THE KEY, UNDER THE SAME RULES AS     *
070900*    ANTBMNT: AN ADD OF AN ENTRY ALREADY THERE, OR A CORRECT,    *
071000*    DELETE, OR RETIRE OF ONE NOT THERE, CHANGES NOTHING.        *
071100******************************************************************
071200 5110-APPLY-ONE-TXN.
071300     IF DL-TX-TYPE(DL-TXN-IDX) NOT = DL-GS-TYPE
071400       OR DL-TX-TEXT(DL-TXN-IDX) NOT = DL-GS-TEXT
071500         GO TO 5110-EXIT
071600     END-IF.
071700     SET DL-TOUCHED TO TRUE.
071725     IF NOT DL-REPLAY-DONE
071750         SET DL-TX-NAMED(DL-TXN-IDX) TO TRUE
071775     END-IF.
071800     EVALUATE DL-TX-ACTION(DL-TXN-IDX)
071900         WHEN 'A'
072000             IF DL-GS-POST-EXISTS
072100                 GO TO 5110-EXIT
072200             END-IF
072300             MOVE 'Y' TO DL-GS-POST-EXISTS-SW
072400             MOVE SPACE TO DL-GS-POST-ENTRY-TYPE
072500             MOVE SPACES TO DL-GS-POST-XREF-WORD
072600             IF DL-TX-XREF-WORD(DL-TXN-IDX) NOT = SPACES
072700                 MOVE 'X' TO DL-GS-POST-ENTRY-TYPE
072800                 MOVE DL-TX-XREF-WORD(DL-TXN-IDX)
072900                     TO DL-GS-POST-XREF-WORD
073000             END-IF
073100             MOVE DL-AS-OF-DATE TO DL-GS-POST-EFF
073200             IF DL-TX-EFF(DL-TXN-IDX) NOT = SPACES
073300                 MOVE DL-TX-EFF-N(DL-TXN-IDX) TO DL-GS-POST-EFF
073400             END-IF
073500             MOVE 99999999 TO DL-GS-POST-EXP
073600             IF DL-TX-EXP(DL-TXN-IDX) NOT = SPACES
073700                 MOVE DL-TX-EXP-N(DL-TXN-IDX) TO DL-GS-POST-EXP
073800             END-IF
073900         WHEN 'C'
074000             IF NOT DL-GS-POST-EXISTS
074100                 GO TO 5110-EXIT
074200             END-IF
074300             MOVE SPACE TO DL-GS-POST-ENTRY-TYPE
074400             MOVE SPACES TO DL-GS-POST-XREF-WORD
074500             IF DL-TX-XREF-WORD(DL-TXN-IDX) NOT = SPACES
074600                 MOVE 'X' TO DL-GS-POST-ENTRY-TYPE
074700                 MOVE DL-TX-XREF-WORD(DL-TXN-IDX)
074800                     TO DL-GS-POST-XREF-WORD
074900             END-IF
075000             IF DL-TX-EFF(DL-TXN-IDX) NOT = SPACES
075100                 MOVE DL-TX-EFF-N(DL-TXN-IDX) TO DL-GS-POST-EFF
075200             END-IF
075300             IF DL-TX-EXP(DL-TXN-IDX) NOT = SPACES
075400                 MOVE DL-TX-EXP-N(DL-TXN-IDX) TO DL-GS-POST-EXP
075500             END-IF
075600         WHEN 'D'
075700             MOVE 'N' TO DL-GS-POST-EXISTS-SW
075800         WHEN 'R'
075900             IF NOT DL-GS-POST-EXISTS
076000                 GO TO 5110-EXIT
076100             END-IF
076200             IF DL-TX-EXP-N(DL-TXN-IDX) NOT > DL-GS-POST-EFF
076300                 GO TO 5110-EXIT
076400             END-IF
076500             MOVE DL-TX-EXP-N(DL-TXN-IDX) TO DL-GS-POST-EXP
076600     END-EVALUATE.
076700*
076800 5110-EXIT.
076900     EXIT.
077000*
077100******************************************************************
077200*    5200-JUDGE-ENTRY - WOULD THE ENTRY IN DL-GS-KEY MATCH ON    *
077300*    THE AS-OF DATE BEFORE THE CHANGE (DL-PRE-MATCH) AND AFTER   *
077400*    IT (DL-POST-MATCH)?  A CROSS-REFERENCE MATCHES ONLY IF ITS  *
077500*    TARGET IS IN EFFECT AND IS NOT ITSELF A CROSS-REFERENCE -   *
077600*    THE SAME ONE-HOP CHASE ANTLOOK MAKES.  DL-LOSS-REASON SAYS  *
077700*    WHY THE POST STATE DOES NOT MATCH.                          *
077800******************************************************************
077900 5200-JUDGE-ENTRY.
078000     MOVE 'N' TO DL-PRE-MATCH-SW.
078100     MOVE 'N' TO DL-POST-MATCH-SW.
078200     MOVE SPACES TO DL-LOSS-REASON.
078300     PERFORM 5100-GET-STATE
078400         THRU 5100-EXIT.
078500     MOVE DL-GET-STATE TO DL-KEY-STATE.
078600*
078700     IF DL-KS-PRE-EXISTS
078800         MOVE DL-KS-PRE-EFF TO DL-CHK-EFF
078900         MOVE DL-KS-PRE-EXP TO DL-CHK-EXP
079000         PERFORM 5300-CHECK-IN-EFFECT
079100             THRU 5300-EXIT
079200         IF DL-IN-EFFECT
079300             IF DL-KS-PRE-XREF
079400                 MOVE 'W' TO DL-GS-TYPE
079500                 MOVE SPACES TO DL-GS-TEXT
079600                 MOVE DL-KS-PRE-XREF-WORD TO DL-GS-TEXT(1:20)
079700                 PERFORM 5100-GET-STATE
079800                     THRU 5100-EXIT
079900                 MOVE DL-GS-PRE-EFF TO DL-CHK-EFF
080000                 MOVE DL-GS-PRE-EXP TO DL-CHK-EXP
080100                 PERFORM 5300-CHECK-IN-EFFECT
080200                     THRU 5300-EXIT
080300                 IF DL-GS-PRE-EXISTS
080400                   AND NOT DL-GS-PRE-XREF
080500                   AND DL-IN-EFFECT
080600                     SET DL-PRE-MATCH TO TRUE
080700                 END-IF
080800             ELSE
080900                 SET DL-PRE-MATCH TO TRUE
081000             END-IF
081100         END-IF
081200     END-IF.
081300*
081400     IF NOT DL-KS-POST-EXISTS
081500         MOVE 'DELETED' TO DL-LOSS-REASON
081600         GO TO 5200-EXIT
081700     END-IF.
081800     MOVE DL-KS-POST-EFF TO DL-CHK-EFF.
081900     MOVE DL-KS-POST-EXP TO DL-CHK-EXP.
082000     PERFORM 5300-CHECK-IN-EFFECT
082100         THRU 5300-EXIT.
082200     IF NOT DL-IN-EFFECT
082300         IF DL-KS-POST-EFF > DL-AS-OF-DATE
082400             MOVE 'NOT YET EFFECTIVE' TO DL-LOSS-REASON
082500         ELSE
082600             MOVE 'RETIRED' TO DL-LOSS-REASON
082700         END-IF
082800         GO TO 5200-EXIT
082900     END-IF.
083000     IF NOT DL-KS-POST-XREF
083100         SET DL-POST-MATCH TO TRUE
083200         GO TO 5200-EXIT
083300     END-IF.
083400     MOVE 'W' TO DL-GS-TYPE.
083500     MOVE SPACES TO DL-GS-TEXT.
083600     MOVE DL-KS-POST-XREF-WORD TO DL-GS-TEXT(1:20).
083700     PERFORM 5100-GET-STATE
083800         THRU 5100-EXIT.
083900     IF NOT DL-GS-POST-EXISTS
084000         MOVE 'XREF TARGET DELETED' TO DL-LOSS-REASON
084100         GO TO 5200-EXIT
084200     END-IF.
084300     IF DL-GS-POST-XREF
084400         MOVE 'XREF TO XREF' TO DL-LOSS-REASON
084500         GO TO 5200-EXIT
084600     END-IF.
084700     MOVE DL-GS-POST-EFF TO DL-CHK-EFF.
084800     MOVE DL-GS-POST-EXP TO DL-CHK-EXP.
084900     PERFORM 5300-CHECK-IN-EFFECT
085000         THRU 5300-EXIT.
085100     IF NOT DL-IN-EFFECT
085200         MOVE 'XREF TARGET RETIRED' TO DL-LOSS-REASON
085300         GO TO 5200-EXIT
085400     END-IF.
085500     SET DL-POST-MATCH TO TRUE.
085600*
085700 5200-EXIT.
085800     EXIT.
085900*
085902******************************************************************
085904*    5500-CHECK-XREF-TXNS - THE WINDOW HELD CROSS-REFERENCE HITS *
085906*    LOGGED WITHOUT THE CROSS-REFERENCE WORD, WHICH REPLAYED ON  *
085908*    THE TARGET.  EVERY DELETE, RETIRE, OR CORRECT OF A WORD     *
085910*    THAT IS A CROSS-REFERENCE ON FILE, AND THAT NO REPLAYED     *
085912*    LOOKUP NAMED, IS JUDGED HERE ON ITS OWN; ONE THAT MATCHES   *
085914*    NOW BUT WOULD NOT AFTERWARD PRINTS AS LOST WITH ITS HITS    *
085916*    UNKNOWN.  JUDGING A KEY MARKS EVERY TRANSACTION NAMING IT,  *
085918*    SO EACH KEY PRINTS ONCE.                                    *
085920******************************************************************
085922 5500-CHECK-XREF-TXNS.
085924     MOVE 'N' TO DL-REPLAY-DONE-SW.
085926     PERFORM 5510-CHECK-ONE-XREF-TXN
085928         THRU 5510-EXIT
085930         VARYING DL-SUSP-IDX FROM 1 BY 1
085932         UNTIL DL-SUSP-IDX > DL-TXN-CNT.
085934     SET DL-REPLAY-DONE TO TRUE.
085936*
085938 5500-EXIT.
085940     EXIT.
085942*
085944 5510-CHECK-ONE-XREF-TXN.
085946     IF DL-TX-TYPE(DL-SUSP-IDX) NOT = 'W'
085948       OR DL-TX-ACTION(DL-SUSP-IDX) = 'A'
085950       OR DL-TX-NAMED(DL-SUSP-IDX)
085952         GO TO 5510-EXIT
085954     END-IF.
085956     MOVE DL-TX-TYPE(DL-SUSP-IDX) TO DL-GS-TYPE.
085958     MOVE DL-TX-TEXT(DL-SUSP-IDX) TO DL-GS-TEXT.
085960     PERFORM 5200-JUDGE-ENTRY
085962         THRU 5200-EXIT.
085964     IF NOT DL-KS-PRE-XREF
085966       OR NOT DL-PRE-MATCH
085968       OR DL-POST-MATCH
085970         GO TO 5510-EXIT
085972     END-IF.
085974     MOVE SPACES TO IMRPT-LINE.
085976     MOVE 'LOST' TO IMR-CATEGORY.
085978     MOVE DL-KS-TYPE TO IMR-TYPE.
085980     MOVE DL-KS-TEXT(1:60) TO IMR-TEXT.
085982     MOVE '    UNKNOWN' TO IMR-COUNT-X.
085984     MOVE DL-LOSS-REASON TO IMR-REASON.
085986     WRITE IMRPT-LINE.
085988     ADD 1 TO DL-LOST-CNT.
085990*
085992 5510-EXIT.
085994     EXIT.
085996*
086000******************************************************************
086100*    5300-CHECK-IN-EFFECT - AN ENTRY IS IN EFFECT ON THE AS-OF   *
086200*    DATE FROM ITS EFFECTIVE DATE UP TO, NOT INCLUDING, ITS      *
086300*    EXPIRY DATE, AS IN ANTLOOK                                  *
086400******************************************************************
086500 5300-CHECK-IN-EFFECT.
086600     MOVE 'N' TO DL-IN-EFFECT-SW.
086700     IF DL-CHK-EFF NOT > DL-AS-OF-DATE
086800       AND DL-CHK-EXP > DL-AS-OF-DATE
086900         SET DL-IN-EFFECT TO TRUE
087000     END-IF.
087100*
087200 5300-EXIT.
087300     EXIT.
087400*
087500******************************************************************
087600*    6000-CHECK-SUSPENSE - FOR EVERY TABLED ADD (EACH KEY ONCE), *
087700*    LOOK FOR THE TEXT ON SUSPFILE; IF IT IS THERE AND THE ENTRY *
087800*    WOULD MATCH AFTER THE CHANGE, THE NEXT ANTIQTY RUN STOPS    *
087900*    SUSPENDING IT AND ANTSUSP CAN CLEAR IT                      *
088000******************************************************************
088100 6000-CHECK-SUSPENSE.
088200     MOVE SPACES TO IMRPT-TITLE-LINE.
088300     MOVE 'SUSPENSE ENTRIES THE CHANGE WOULD CLEAR' TO IMT-T-TEXT.
088400     WRITE IMRPT-TITLE-LINE.
088500     PERFORM 6100-CHECK-ONE-ADD
088600         THRU 6100-EXIT
088700         VARYING DL-SUSP-IDX FROM 1 BY 1
088800         UNTIL DL-SUSP-IDX > DL-TXN-CNT.
088900*
089000 6000-EXIT.
089100     EXIT.
089200*
089300 6100-CHECK-ONE-ADD.
089400     IF DL-TX-ACTION(DL-SUSP-IDX) NOT = 'A'
089500         GO TO 6100-EXIT
089600     END-IF.
089700     MOVE 'N' TO DL-DUP-TXN-SW.
089800     PERFORM 6110-CHECK-EARLIER-ADD
089900         THRU 6110-EXIT
090000         VARYING DL-CHK-IDX FROM 1 BY 1
090100         UNTIL DL-CHK-IDX >= DL-SUSP-IDX
090200            OR DL-DUP-TXN.
090300     IF DL-DUP-TXN
090400         GO TO 6100-EXIT
090500     END-IF.
090600     MOVE DL-TX-TYPE(DL-SUSP-IDX) TO SUSP-TYPE.
090700     MOVE DL-TX-TEXT(DL-SUSP-IDX) TO SUSP-TEXT.
090800     READ SUSPFILE
090900         KEY IS SUSP-KEY OF SUSP-RECORD
091000         INVALID KEY
091100             GO TO 6100-EXIT
091200     END-READ.
091300     MOVE DL-TX-TYPE(DL-SUSP-IDX) TO DL-GS-TYPE.
091400     MOVE DL-TX-TEXT(DL-SUSP-IDX) TO DL-GS-TEXT.
091500     PERFORM 5200-JUDGE-ENTRY
091600         THRU 5200-EXIT.
091700     IF NOT DL-POST-MATCH
091800         GO TO 6100-EXIT
091900     END-IF.
092000     MOVE SPACES TO IMRPT-LINE.
092100     MOVE 'CLEARS' TO IMR-CATEGORY.
092200     MOVE SUSP-TYPE TO IMR-TYPE.
092300     MOVE SUSP-TEXT(1:60) TO IMR-TEXT.
092400     MOVE SUSP-COUNT TO IMR-COUNT.
092500     MOVE 'ON SUSPENSE' TO IMR-REASON.
092600     WRITE IMRPT-LINE.
092700     ADD 1 TO DL-CLEAR-CNT.
092800*
092900 6100-EXIT.
093000     EXIT.
093100*
093200 6110-CHECK-EARLIER-ADD.
093300     IF DL-TX-ACTION(DL-CHK-IDX) = 'A'
093400       AND DL-TX-TYPE(DL-CHK-IDX) = DL-TX-TYPE(DL-SUSP-IDX)
093500       AND DL-TX-TEXT(DL-CHK-IDX) = DL-TX-TEXT(DL-SUSP-IDX)
093600         SET DL-DUP-TXN TO TRUE
093700     END-IF.
093800*
093900 6110-EXIT.
094000     EXIT.
094100*
094200******************************************************************
094300*    7000-SUM-CONTROL-TOTALS - ADD UP THE MATCHED AND UNMATCHED  *
094400*    COUNTS EVERY CONTROL RECORD IN THE WINDOW RECORDED          *
094500*    (PARTITION RECORDS FOR A NIGHT SIMPLY ADD TOGETHER)         *
094600******************************************************************
094700 7000-SUM-CONTROL-TOTALS.
094800     PERFORM 7100-SUM-ONE-CTL
094900         THRU 7100-EXIT
095000         UNTIL DL-CTL-EOF.
095100*
095200 7000-EXIT.
095300     EXIT.
095400*
095500 7100-SUM-ONE-CTL.
095600     READ CTLFILE
095700         AT END
095800             SET DL-CTL-EOF TO TRUE
095900             GO TO 7100-EXIT
096000     END-READ.
096100     ADD 1 TO DL-CTL-READ.
096200     MOVE CTL-RUN-DATE TO DL-CTL-DATE-X.
096300     IF DL-CTL-DATE-X < DL-SEL-FROM
096400       OR DL-CTL-DATE-X > DL-SEL-TO
096500         GO TO 7100-EXIT
096600     END-IF.
096700     ADD CTL-MATCHED-CNT TO DL-CTL-MATCHED.
096800     ADD CTL-UNMATCHED-CNT TO DL-CTL-UNMATCHED.
096900*
097000 7100-EXIT.
097100     EXIT.
097200*
097300******************************************************************
097400*    8000-WRITE-PROJECTION - THE RECORDED COUNTS AND RATES, THEN *
097500*    THE PROJECTION: THE CTLFILE COUNTS (OR THE AUDIT LOG'S, IF  *
097600*    NO CONTROL RECORD FELL IN THE WINDOW) WITH THE LOST HITS    *
097700*    MOVED TO UNMATCHED AND THE GAINED MISSES MOVED TO MATCHED   *
097800******************************************************************
097900 8000-WRITE-PROJECTION.
098000     MOVE SPACES TO IMRPT-TITLE-LINE.
098100     MOVE 'MATCH RATE - RECORDED AND PROJECTED' TO IMT-T-TEXT.
098200     WRITE IMRPT-TITLE-LINE.
098250     MOVE SPACES TO IMRPT-TOTAL-LINE.
098300     MOVE 'CTLFILE AS RECORDED' TO IMT-LABEL.
098400     MOVE DL-CTL-MATCHED TO DL-BASE-MATCHED.
098500     MOVE DL-CTL-UNMATCHED TO DL-BASE-UNMATCHED.
098600     PERFORM 8100-WRITE-TOTAL
098700         THRU 8100-EXIT.
098800     MOVE 'AUDIT LOG AS RECORDED' TO IMT-LABEL.
098900     MOVE DL-AUD-MATCHED TO DL-BASE-MATCHED.
099000     MOVE DL-AUD-UNMATCHED TO DL-BASE-UNMATCHED.
099100     PERFORM 8100-WRITE-TOTAL
099200         THRU 8100-EXIT.
099300     IF DL-CTL-MATCHED + DL-CTL-UNMATCHED > ZERO
099400         MOVE 'PROJECTED AFTER CHANGE (FROM CTLFILE)'
099500             TO IMT-LABEL
099600         MOVE DL-CTL-MATCHED TO DL-PROJ-MATCHED
099700         MOVE DL-CTL-UNMATCHED TO DL-PROJ-UNMATCHED
099800     ELSE
099900         MOVE 'PROJECTED AFTER CHANGE (FROM AUDIT LOG)'
100000             TO IMT-LABEL
100100         MOVE DL-AUD-MATCHED TO DL-PROJ-MATCHED
100200         MOVE DL-AUD-UNMATCHED TO DL-PROJ-UNMATCHED
100300     END-IF.
100400     COMPUTE DL-PROJ-MATCHED =
100500         DL-PROJ-MATCHED - DL-LOST-HITS + DL-GAINED-HITS.
100600     COMPUTE DL-PROJ-UNMATCHED =
100700         DL-PROJ-UNMATCHED + DL-LOST-HITS - DL-GAINED-HITS.
100800     IF DL-PROJ-MATCHED < ZERO
100900         MOVE ZERO TO DL-PROJ-MATCHED
101000     END-IF.
101100     IF DL-PROJ-UNMATCHED < ZERO
101200         MOVE ZERO TO DL-PROJ-UNMATCHED
101300     END-IF.
101400     MOVE DL-PROJ-MATCHED TO DL-BASE-MATCHED.
101500     MOVE DL-PROJ-UNMATCHED TO DL-BASE-UNMATCHED.
101600     PERFORM 8100-WRITE-TOTAL
101700         THRU 8100-EXIT.
101800*
101900 8000-EXIT.
102000     EXIT.
102100*
102200 8100-WRITE-TOTAL.
102300     MOVE DL-BASE-MATCHED TO IMT-MATCHED.
102400     MOVE DL-BASE-UNMATCHED TO IMT-UNMATCHED.
102500     MOVE DL-BASE-MATCHED TO DL-RATE-NUMER.
102600     COMPUTE DL-RATE-DENOM = DL-BASE-MATCHED + DL-BASE-UNMATCHED.
102700     MOVE ZERO TO DL-RATE.
102800     IF DL-RATE-DENOM > 0
102900         COMPUTE DL-RATE ROUNDED =
103000             DL-RATE-NUMER * 100 / DL-RATE-DENOM
103100     END-IF.
103200     MOVE DL-RATE TO IMT-RATE.
103300     WRITE IMRPT-TOTAL-LINE.
103400     MOVE SPACES TO IMRPT-TOTAL-LINE.
103500*
103600 8100-EXIT.
103700     EXIT.
103800*
103900******************************************************************
104000*    9000-TERMINATE - CLOSE FILES AND SUMMARIZE THE RUN          *
104100******************************************************************
104200 9000-TERMINATE.
104300     CLOSE DICTFILE.
104400     CLOSE PHRASFILE.
104500     CLOSE SUSPFILE.
104600     CLOSE CTLFILE.
104700     CLOSE IMPCTRPT.
104800     DISPLAY 'ANTIMPCT - WINDOW:               ' DL-SEL-FROM
104900         ' - ' DL-SEL-TO.
105000     DISPLAY 'ANTIMPCT - AS-OF DATE:           ' DL-AS-OF-DATE.
105100     DISPLAY 'ANTIMPCT - TRANSACTIONS READ:    ' DL-TXN-READ.
105200     DISPLAY 'ANTIMPCT - TRANSACTIONS SKIPPED: ' DL-TXN-SKIPPED.
105300     DISPLAY 'ANTIMPCT - AUDIT RECORDS READ:   ' DL-AUD-READ.
105400     DISPLAY 'ANTIMPCT - DISTINCT LOOKUPS:     ' DL-DISTINCT-CNT.
105500     DISPLAY 'ANTIMPCT - LOOKUPS LOST:         ' DL-LOST-CNT.
105533     DISPLAY 'ANTIMPCT - XREF HITS ON TARGET:   '
105566         DL-AUD-OLD-XREF.
105600     DISPLAY 'ANTIMPCT - HITS LOST:            ' DL-LOST-HITS.
105700     DISPLAY 'ANTIMPCT - LOOKUPS GAINED:       ' DL-GAINED-CNT.
105800     DISPLAY 'ANTIMPCT - SUSPENSE CLEARED:     ' DL-CLEAR-CNT.
105900     DISPLAY 'ANTIMPCT - CONTROL RECORDS READ: ' DL-CTL-READ.
106000*
106100 9000-EXIT.
106200     EXIT.
