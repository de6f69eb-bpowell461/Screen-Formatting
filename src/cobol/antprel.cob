000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID.  ANTPREL                                        *
000500*    AUTHOR.      J. HOLLOWAY, APPLICATIONS MAINTENANCE          *
000600*    INSTALLATION. DATA ENTRY SYSTEMS                            *
000700*    DATE-WRITTEN. 10/15/26                                      *
000800*    DATE-COMPILED.                                              *
000900*                                                                *
001000*    REMARKS.     BATCH RELEASE OF APPROVED DICTIONARY AND       *
001100*                 PHRASE MAINTENANCE.  READS THE PENDING-CHANGE  *
001200*                 FILE (PENDFILE) IN THE ORDER THE CHANGES WERE  *
001300*                 MADE AND APPLIES EVERY ITEM A SECOND USER HAS  *
001400*                 RELEASED ON ANTPREV TO DICTFILE OR PHRASFILE,  *
001500*                 JOURNALING EACH ONE ON MAINTJRN UNDER THE      *
001600*                 MAKER'S USERID SO ANTJRECV CAN STILL ROLL IT   *
001700*                 FORWARD.  THIS IS THE ONLY PROGRAM THAT        *
001800*                 APPLIES ANTMAINT AND ANTBMNT CHANGES.          *
001900*                                                                *
002000*                 BEFORE APPLYING, EACH ITEM IS RE-EDITED        *
002100*                 AGAINST THE LIVE FILE: THE CHECKER MUST NOT BE *
002200*                 THE MAKER, AN ADD MUST STILL BE NEW, A         *
002300*                 CORRECT OR DELETE MUST STILL FIND THE ENTRY    *
002400*                 AS IT WAS WHEN THE CHANGE WAS MADE (ONLY THE   *
002500*                 MAINTAINED FIELDS ARE COMPARED - THE HIT       *
002600*                 COUNTS ANTDSTAT POSTS ARE EXPECTED TO MOVE),   *
002700*                 AND A CROSS-REFERENCE TARGET MUST STILL BE A   *
002800*                 STANDARD ENTRY ON FILE.  A CORRECT IS APPLIED  *
002900*                 TO THE MAINTAINED FIELDS OF THE CURRENT        *
003000*                 RECORD SO POSTED HIT COUNTS ARE KEPT.          *
003100*                                                                *
003200*                 EACH ITEM IS MARKED APPLIED OR FAILED (WITH    *
003300*                 THE REASON) ON PENDFILE AND LISTED ON THE      *
003400*                 RELEASE REPORT (PRELRPT).  RETURN CODE 8 IF    *
003500*                 ANY RELEASED ITEM FAILED.                      *
003512*                                                                *
003524*                 EVERY APPLIED CHANGE IS ALSO POSTED TO THE     *
003536*                 WHERE-USED CONCORDANCE THROUGH ANTWUSE. A WORD *
003548*                 DELETE IS REFUSED (WORD IN USE) IF PHRASES OR  *
003560*                 CROSS-REFERENCES STILL USE THE WORD, UNLESS    *
003572*                 THE CHECKER OVERRODE THE PROTECTION ON         *
003584*                 ANTPREV.  SO IS A WORD CORRECT OR RETIRE THAT  *
003586*                 MAKES THE WORD A CROSS-REFERENCE, MOVES ITS    *
003588*                 EFFECTIVE DATE LATER, OR MOVES ITS EXPIRY DATE *
003590*                 EARLIER WHILE CROSS-REFERENCES POINT AT IT.    *
003600*                                                                *
003700*    MODIFICATION HISTORY                                       *
003800*    DATE       INIT DESCRIPTION                                 *
003900*    10/15/26   JMH  INITIAL VERSION.                            *
003910*    10/15/26   JMH  THE EFFECTIVE AND EXPIRY DATES (SEE         *
003911*                    DICTREC) ARE NOW MAINTAINED FIELDS -        *
003912*                    COMPARED AGAINST THE LIVE RECORD AND        *
003913*                    APPLIED LIKE I-CHAR, SO A RETIREMENT HELD   *
003914*                    AS A CORRECTION APPLIES HERE. A CROSS-      *
003915*                    REFERENCE TARGET RETIRED SINCE THE CHANGE   *
003916*                    WAS MADE FAILS IT. IMAGES ARE NOW 239       *
003917*                    BYTES, 96 FOR A DICT-RECORD.                *
003918*    10/15/26   JMH  WHERE-USED CONCORDANCE. EACH APPLIED CHANGE *
003919*                    DROPS THE USES ITS BEFORE IMAGE CARRIED AND *
003920*                    POSTS THOSE OF ITS AFTER IMAGE THROUGH      *
003921*                    ANTWUSE (RC 8 AND RUN ANTWBLD IF THAT       *
003922*                    FAILS). A WORD DELETE FAILS 'WORD IN USE'   *
003923*                    WHILE ANYTHING STILL USES THE WORD, UNLESS  *
003924*                    THE CHECKER OVERRODE IT (PEND-OVERRIDE-SW)  *
003925*                    - THEN IT APPLIES 'APPLIED (OVERRIDDEN)'.   *
003926*    10/15/26   JMH  A CROSS-REFERENCE WHOSE TARGET TAKES EFFECT *
003927*                    AFTER IT OR EXPIRES BEFORE IT FAILS 'XREF   *
003928*                    OUTLIVES TARGET' (AS ANTVRFY TESTS).        *
003929*    10/15/26   JMH  A WORD CORRECT (OR RETIRE) THAT MAKES THE   *
003930*                    WORD A CROSS-REFERENCE, MOVES ITS EFFECTIVE *
003931*                    DATE LATER OR ITS EXPIRY DATE EARLIER FAILS *
003932*                    'WORD IN USE' WHILE CROSS-REFERENCES POINT  *
003933*                    AT THE WORD UNLESS THE CHECKER OVERRODE IT. *
004000******************************************************************
004100 PROGRAM-ID. ANTPREL.
004200*
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER. IBM-370.
004600 OBJECT-COMPUTER. IBM-370.
004700*
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000*
005100     SELECT PENDFILE ASSIGN TO PENDFILE
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS PEND-KEY OF PEND-RECORD
005500         FILE STATUS IS DL-PEND-STATUS.
005600*
005700     SELECT DICTFILE ASSIGN TO DICTFILE
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS WORD OF DICT-RECORD
006100         FILE STATUS IS DL-DICT-STATUS.
006200*
006300     SELECT PHRASFILE ASSIGN TO PHRASFILE
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS PHRASE-TEXT OF PHRASE-RECORD
006700         FILE STATUS IS DL-PHR-STATUS.
006800*
006900     SELECT MAINTJRN ASSIGN TO MAINTJRN
007000         ORGANIZATION IS SEQUENTIAL
007100         ACCESS MODE IS SEQUENTIAL
007200         FILE STATUS IS DL-JRN-STATUS.
007300*
007400     SELECT PRELRPT ASSIGN TO PRELRPT
007500         ORGANIZATION IS SEQUENTIAL
007600         ACCESS MODE IS SEQUENTIAL
007700         FILE STATUS IS DL-RPT-STATUS.
007800*
007900 DATA DIVISION.
008000 FILE SECTION.
008100*
008200 FD  PENDFILE
008300     LABEL RECORDS ARE STANDARD.
008400     COPY PENDREC.
008500*
008600 FD  DICTFILE
008700     LABEL RECORDS ARE STANDARD.
008800     COPY DICTREC.
008900*
009000 FD  PHRASFILE
009100     LABEL RECORDS ARE STANDARD.
009200     COPY PHRASREC.
009300*
009400 FD  MAINTJRN
009500     LABEL RECORDS ARE STANDARD
009600     RECORDING MODE IS F.
009700     COPY MJRNREC.
009800*
009900 FD  PRELRPT
010000     LABEL RECORDS ARE STANDARD
010100     RECORDING MODE IS F.
010200     COPY PRRPREC.
010300*
010400 WORKING-STORAGE SECTION.
010500*
010600 01  DL-FILE-STATUSES.
010700     05  DL-PEND-STATUS      PIC X(02).
010800         88  DL-PEND-OK                VALUE '00'.
010900         88  DL-PEND-NOT-THERE         VALUE '35'.
011000     05  DL-DICT-STATUS      PIC X(02).
011100         88  DL-DICT-OK                VALUE '00'.
011200     05  DL-PHR-STATUS       PIC X(02).
011300         88  DL-PHR-OK                 VALUE '00'.
011400     05  DL-JRN-STATUS       PIC X(02).
011500         88  DL-JRN-OK                 VALUE '00'.
011600     05  DL-RPT-STATUS       PIC X(02).
011700         88  DL-RPT-OK                 VALUE '00'.
011800*
011900 01  DL-SWITCHES.
012000     05  DL-PEND-EOF-SW      PIC X(01)  VALUE 'N'.
012100         88  DL-PEND-EOF                VALUE 'Y'.
012200     05  DL-APPLY-SW         PIC X(01)  VALUE 'Y'.
012300         88  DL-APPLY-OK                VALUE 'Y'.
012400         88  DL-APPLY-FAILED            VALUE 'N'.
012433     05  DL-OVERRIDE-SW      PIC X(01)  VALUE 'N'.
012466         88  DL-OVERRIDE-APPLIED        VALUE 'Y'.
012500*
012600 01  DL-COUNTERS.
012700     05  DL-PEND-READ        PIC 9(09)  COMP  VALUE ZERO.
012800     05  DL-RELEASED-CNT     PIC 9(09)  COMP  VALUE ZERO.
012900     05  DL-APPLIED-CNT      PIC 9(09)  COMP  VALUE ZERO.
013000     05  DL-FAILED-CNT       PIC 9(09)  COMP  VALUE ZERO.
013050     05  DL-WUSE-ERR-CNT     PIC 9(09)  COMP  VALUE ZERO.
013100*
013200 01  DL-TODAY                PIC 9(08).
013300 01  DL-FAIL-REASON          PIC X(20)  VALUE SPACES.
013400 01  DL-BEFORE-IMAGE         PIC X(239).
013500 01  DL-AFTER-IMAGE          PIC X(239).
013600*
013700******************************************************************
013800*    MAINTAINED FIELDS OF THE LIVE, BEFORE, AND AFTER RECORDS -  *
013900*    THE ONLY FIELDS ANTMAINT AND ANTBMNT CHANGE, AND SO THE     *
014000*    ONLY ONES COMPARED OR APPLIED HERE                          *
014100******************************************************************
014200 01  DL-LIVE-DICT-REC        PIC X(96).
014300 01  DL-LIVE-PHRASE-REC      PIC X(239).
014400 01  DL-BEF-FIELDS.
014500     05  DL-BEF-I-CHAR       PIC X(12).
014600     05  DL-BEF-ENTRY-TYPE   PIC X(01).
014700     05  DL-BEF-XREF-WORD    PIC X(20).
014800     05  DL-BEF-PHRASE-ICHAR PIC X(12).
014810     05  DL-BEF-EFF-DATE     PIC 9(08).
014820     05  DL-BEF-EXP-DATE     PIC 9(08).
014900 01  DL-CUR-FIELDS.
015000     05  DL-CUR-I-CHAR       PIC X(12).
015100     05  DL-CUR-ENTRY-TYPE   PIC X(01).
015200     05  DL-CUR-XREF-WORD    PIC X(20).
015300     05  DL-CUR-PHRASE-ICHAR PIC X(12).
015310     05  DL-CUR-EFF-DATE     PIC 9(08).
015320     05  DL-CUR-EXP-DATE     PIC 9(08).
015400 01  DL-AFT-FIELDS.
015500     05  DL-AFT-I-CHAR       PIC X(12).
015600     05  DL-AFT-ENTRY-TYPE   PIC X(01).
015700     05  DL-AFT-XREF-WORD    PIC X(20).
015800     05  DL-AFT-PHRASE-ICHAR PIC X(12).
015810     05  DL-AFT-EFF-DATE     PIC 9(08).
015820     05  DL-AFT-EXP-DATE     PIC 9(08).
015900*
015912******************************************************************
015924*    WUSE-PARM-AREA - THE PARAMETER AREA FOR THE CALLABLE        *
015936*    WHERE-USED MODULE (ANTWUSE), ASKED BEFORE A WORD IS DELETED *
015948*    AND POSTED WITH THE IMAGES OF EVERY APPLIED CHANGE          *
015960******************************************************************
015972     COPY WUSEPARM.
015984*
016000 PROCEDURE DIVISION.
016100*
016200 0000-MAINLINE.
016300     PERFORM 1000-INITIALIZE
016400         THRU 1000-EXIT.
016500     PERFORM 2000-PROCESS-PENDING
016600         THRU 2000-EXIT
016700         UNTIL DL-PEND-EOF.
016800     PERFORM 9000-TERMINATE
016900         THRU 9000-EXIT.
017000     GOBACK.
017100*
017200 0000-EXIT.
017300     EXIT.
017400*
017500******************************************************************
017600*    1000-INITIALIZE - OPEN FILES AND POSITION AT THE OLDEST     *
017700*    PENDING CHANGE.  A PENDING-CHANGE FILE THAT DOES NOT EXIST  *
017800*    YET IS CREATED EMPTY - NOTHING HAS BEEN MADE TO RELEASE.    *
017900******************************************************************
018000 1000-INITIALIZE.
018100     ACCEPT DL-TODAY FROM DATE YYYYMMDD.
018200     OPEN I-O PENDFILE.
018300     IF DL-PEND-NOT-THERE
018400         OPEN OUTPUT PENDFILE
018500         CLOSE PENDFILE
018600         OPEN I-O PENDFILE
018700     END-IF.
018800     IF NOT DL-PEND-OK
018900         DISPLAY 'ANTPREL - PENDFILE OPEN FAILED, STATUS = '
019000             DL-PEND-STATUS
019100         GO TO 1000-ABEND
019200     END-IF.
019300*
019400     OPEN I-O DICTFILE.
019500     IF NOT DL-DICT-OK
019600         DISPLAY 'ANTPREL - DICTFILE OPEN FAILED, STATUS = '
019700             DL-DICT-STATUS
019800         GO TO 1000-ABEND
019900     END-IF.
020000*
020100     OPEN I-O PHRASFILE.
020200     IF NOT DL-PHR-OK
020300         DISPLAY 'ANTPREL - PHRASFILE OPEN FAILED, STATUS = '
020400             DL-PHR-STATUS
020500         GO TO 1000-ABEND
020600     END-IF.
020700*
020800     OPEN EXTEND MAINTJRN.
020900     IF NOT DL-JRN-OK
021000         DISPLAY 'ANTPREL - MAINTJRN OPEN FAILED, STATUS = '
021100             DL-JRN-STATUS
021200         GO TO 1000-ABEND
021300     END-IF.
021400*
021500     OPEN OUTPUT PRELRPT.
021600     IF NOT DL-RPT-OK
021700         DISPLAY 'ANTPREL - PRELRPT OPEN FAILED, STATUS = '
021800             DL-RPT-STATUS
021900         GO TO 1000-ABEND
022000     END-IF.
022100*
022110     MOVE 'O' TO WUSE-FUNCTION.
022120     MOVE 'U' TO WUSE-OPEN-MODE.
022130     CALL 'ANTWUSE' USING WUSE-PARM-AREA.
022140     IF NOT WUSE-OK
022150         DISPLAY 'ANTPREL - WHERE-USED FILE NOT AVAILABLE, '
022160             'STATUS = ' WUSE-STATUS
022170         GO TO 1000-ABEND
022180     END-IF.
022190*
022200     MOVE LOW-VALUES TO PEND-KEY.
022300     START PENDFILE
022400         KEY IS NOT LESS THAN PEND-KEY
022500         INVALID KEY
022600             SET DL-PEND-EOF TO TRUE
022700     END-START.
022800     GO TO 1000-EXIT.
022900*
023000 1000-ABEND.
023100     MOVE 16 TO RETURN-CODE.
023200     GOBACK.
023300*
023400 1000-EXIT.
023500     EXIT.
023600*
023700******************************************************************
023800*    2000-PROCESS-PENDING - READ THE NEXT PENDING CHANGE AND, IF *
023900*    IT HAS BEEN RELEASED, RE-EDIT AND APPLY IT, JOURNAL IT,     *
024000*    MARK IT, AND REPORT IT.  ITEMS STILL AWAITING REVIEW,       *
024100*    REJECTED, APPLIED, OR FAILED ARE LEFT AS THEY ARE.          *
024200******************************************************************
024300 2000-PROCESS-PENDING.
024400     READ PENDFILE NEXT RECORD
024500         AT END
024600             SET DL-PEND-EOF TO TRUE
024700             GO TO 2000-EXIT
024800     END-READ.
024900     ADD 1 TO DL-PEND-READ.
025000     IF NOT PEND-RELEASED
025100         GO TO 2000-EXIT
025200     END-IF.
025300*
025400     ADD 1 TO DL-RELEASED-CNT.
025500     SET DL-APPLY-OK TO TRUE.
025550     MOVE 'N' TO DL-OVERRIDE-SW.
025600     MOVE SPACES TO DL-FAIL-REASON.
025700     IF PEND-CHECKER-ID = SPACES
025800        OR PEND-CHECKER-ID = PEND-MAKER-ID
025900         SET DL-APPLY-FAILED TO TRUE
026000         MOVE 'MAKER IS CHECKER' TO DL-FAIL-REASON
026100     ELSE
026200         IF PEND-FILE-PHRASE
026300             PERFORM 4000-APPLY-PHRASE
026400                 THRU 4000-EXIT
026500         ELSE
026600             PERFORM 3000-APPLY-DICT
026700                 THRU 3000-EXIT
026800         END-IF
026900     END-IF.
027000*
027100     IF DL-APPLY-OK
027200         PERFORM 6000-WRITE-JOURNAL
027300             THRU 6000-EXIT
027333         PERFORM 6500-POST-USES
027366             THRU 6500-EXIT
027400         ADD 1 TO DL-APPLIED-CNT
027500         SET PEND-APPLIED TO TRUE
027600         MOVE 'APPLIED' TO PEND-APPLY-RESULT
027625         IF DL-OVERRIDE-APPLIED
027650             MOVE 'APPLIED (OVERRIDDEN)' TO PEND-APPLY-RESULT
027675         END-IF
027700     ELSE
027800         ADD 1 TO DL-FAILED-CNT
027900         SET PEND-FAILED TO TRUE
028000         MOVE DL-FAIL-REASON TO PEND-APPLY-RESULT
028100     END-IF.
028200     MOVE DL-TODAY TO PEND-APPLY-DATE.
028300     REWRITE PEND-RECORD
028400         INVALID KEY
028500             DISPLAY 'ANTPREL - PENDFILE REWRITE FAILED, '
028600                 'STATUS = ' DL-PEND-STATUS
028700     END-REWRITE.
028800     PERFORM 7000-WRITE-REPORT
028900         THRU 7000-EXIT.
029000*
029100 2000-EXIT.
029200     EXIT.
029300*
029400******************************************************************
029500*    3000-APPLY-DICT - RE-EDIT AND APPLY ONE RELEASED DICTIONARY *
029600*    CHANGE.  THE CROSS-REFERENCE EDIT READS DICTFILE, SO IT     *
029700*    RUNS BEFORE THE ENTRY ITSELF IS READ.                       *
029800******************************************************************
029900 3000-APPLY-DICT.
030000     MOVE LOW-VALUES TO DL-BEFORE-IMAGE.
030100     MOVE LOW-VALUES TO DL-AFTER-IMAGE.
030200     IF NOT PEND-ACTION-DELETE
030300         MOVE PEND-AFT-DICT-REC TO DICT-RECORD
030400         MOVE I-CHAR OF DICT-RECORD TO DL-AFT-I-CHAR
030500         MOVE DICT-ENTRY-TYPE TO DL-AFT-ENTRY-TYPE
030600         MOVE DICT-XREF-WORD TO DL-AFT-XREF-WORD
030610         MOVE DICT-EFF-DATE TO DL-AFT-EFF-DATE
030620         MOVE DICT-EXP-DATE TO DL-AFT-EXP-DATE
030700         IF DL-AFT-XREF-WORD NOT = SPACES
030800             PERFORM 3500-EDIT-XREF
030900                 THRU 3500-EXIT
031000             IF DL-APPLY-FAILED
031100                 GO TO 3000-EXIT
031200             END-IF
031300         END-IF
031400     END-IF.
031500*
031600     IF PEND-ACTION-ADD
031700         MOVE PEND-AFT-DICT-REC TO DICT-RECORD
031800         MOVE DL-TODAY TO DICT-LAST-UPD-DATE
031900         WRITE DICT-RECORD
032000             INVALID KEY
032100                 SET DL-APPLY-FAILED TO TRUE
032200                 MOVE 'ALREADY ON FILE' TO DL-FAIL-REASON
032300                 GO TO 3000-EXIT
032400         END-WRITE
032500         MOVE DICT-RECORD TO DL-AFTER-IMAGE(1:96)
032600         GO TO 3000-EXIT
032700     END-IF.
032800*
032900     MOVE PEND-BEF-DICT-REC TO DICT-RECORD.
033000     MOVE I-CHAR OF DICT-RECORD TO DL-BEF-I-CHAR.
033100     MOVE DICT-ENTRY-TYPE TO DL-BEF-ENTRY-TYPE.
033200     MOVE DICT-XREF-WORD TO DL-BEF-XREF-WORD.
033210     MOVE DICT-EFF-DATE TO DL-BEF-EFF-DATE.
033220     MOVE DICT-EXP-DATE TO DL-BEF-EXP-DATE.
033300     READ DICTFILE
033400         KEY IS WORD OF DICT-RECORD
033500         INVALID KEY
033600             SET DL-APPLY-FAILED TO TRUE
033700             MOVE 'NOT ON FILE' TO DL-FAIL-REASON
033800             GO TO 3000-EXIT
033900     END-READ.
034000     MOVE DICT-RECORD TO DL-LIVE-DICT-REC.
034100     MOVE I-CHAR OF DICT-RECORD TO DL-CUR-I-CHAR.
034200     MOVE DICT-ENTRY-TYPE TO DL-CUR-ENTRY-TYPE.
034300     MOVE DICT-XREF-WORD TO DL-CUR-XREF-WORD.
034310     MOVE DICT-EFF-DATE TO DL-CUR-EFF-DATE.
034320     MOVE DICT-EXP-DATE TO DL-CUR-EXP-DATE.
034400     IF DL-CUR-I-CHAR NOT = DL-BEF-I-CHAR
034500        OR DL-CUR-ENTRY-TYPE NOT = DL-BEF-ENTRY-TYPE
034600        OR DL-CUR-XREF-WORD NOT = DL-BEF-XREF-WORD
034610        OR DL-CUR-EFF-DATE NOT = DL-BEF-EFF-DATE
034620        OR DL-CUR-EXP-DATE NOT = DL-BEF-EXP-DATE
034700         SET DL-APPLY-FAILED TO TRUE
034800         MOVE 'CHANGED SINCE MADE' TO DL-FAIL-REASON
034900         GO TO 3000-EXIT
035000     END-IF.
035100     MOVE DL-LIVE-DICT-REC TO DL-BEFORE-IMAGE(1:96).
035200*
035300     IF PEND-ACTION-DELETE
035308         MOVE 'Q' TO WUSE-FUNCTION
035316         PERFORM 3600-CHECK-WORD-IN-USE
035332             THRU 3600-EXIT
035348         IF DL-APPLY-FAILED
035364             GO TO 3000-EXIT
035380         END-IF
035400         DELETE DICTFILE
035500             INVALID KEY
035600                 SET DL-APPLY-FAILED TO TRUE
035700                 MOVE 'DELETE FAILED' TO DL-FAIL-REASON
035800         END-DELETE
035900         GO TO 3000-EXIT
036000     END-IF.
036100*
036110     IF DL-AFT-ENTRY-TYPE = 'X'
036120       OR DL-AFT-EFF-DATE > DL-BEF-EFF-DATE
036130       OR DL-AFT-EXP-DATE < DL-BEF-EXP-DATE
036140         MOVE 'X' TO WUSE-FUNCTION
036150         PERFORM 3600-CHECK-WORD-IN-USE
036160             THRU 3600-EXIT
036170         IF DL-APPLY-FAILED
036180             GO TO 3000-EXIT
036185         END-IF
036190     END-IF.
036195*
036200     MOVE DL-AFT-I-CHAR TO I-CHAR OF DICT-RECORD.
036300     MOVE DL-AFT-ENTRY-TYPE TO DICT-ENTRY-TYPE.
036400     MOVE DL-AFT-XREF-WORD TO DICT-XREF-WORD.
036410     MOVE DL-AFT-EFF-DATE TO DICT-EFF-DATE.
036420     MOVE DL-AFT-EXP-DATE TO DICT-EXP-DATE.
036500     MOVE DL-TODAY TO DICT-LAST-UPD-DATE.
036600     REWRITE DICT-RECORD
036700         INVALID KEY
036800             SET DL-APPLY-FAILED TO TRUE
036900             MOVE 'REWRITE FAILED' TO DL-FAIL-REASON
037000             GO TO 3000-EXIT
037100     END-REWRITE.
037200     MOVE DICT-RECORD TO DL-AFTER-IMAGE(1:96).
037300*
037400 3000-EXIT.
037500     EXIT.
037600*
037700******************************************************************
037800*    3500-EDIT-XREF - THE CROSS-REFERENCE TARGET WAS EDITED WHEN *
037900*    THE CHANGE WAS MADE, BUT THE TARGET MAY HAVE BEEN DELETED   *
038000*    OR ITSELF TURNED INTO A CROSS-REFERENCE SINCE.  IT MUST     *
038100*    STILL BE A STANDARD ENTRY ON FILE AND NOT YET RETIRED, AND  *
038133*    IN EFFECT FOR THE WHOLE LIFE OF THE CROSS-REFERENCE - THE   *
038166*    SAME TEST ANTVRFY MAKES.                                    *
038200******************************************************************
038300 3500-EDIT-XREF.
038400     MOVE DL-AFT-XREF-WORD TO WORD OF DICT-RECORD.
038500     READ DICTFILE
038600         KEY IS WORD OF DICT-RECORD
038700         INVALID KEY
038800             SET DL-APPLY-FAILED TO TRUE
038900             MOVE 'XREF NOT ON FILE' TO DL-FAIL-REASON
039000             GO TO 3500-EXIT
039100     END-READ.
039200     IF DICT-TYPE-XREF
039300         SET DL-APPLY-FAILED TO TRUE
039400         MOVE 'XREF TO XREF' TO DL-FAIL-REASON
039450         GO TO 3500-EXIT
039500     END-IF.
039510     IF DICT-EXP-DATE NOT > DL-TODAY
039520         SET DL-APPLY-FAILED TO TRUE
039530         MOVE 'XREF TARGET RETIRED' TO DL-FAIL-REASON
039535         GO TO 3500-EXIT
039540     END-IF.
039550     IF DICT-EFF-DATE > DL-AFT-EFF-DATE
039560       OR DICT-EXP-DATE < DL-AFT-EXP-DATE
039570         SET DL-APPLY-FAILED TO TRUE
039580         MOVE 'XREF OUTLIVES TARGET' TO DL-FAIL-REASON
039590     END-IF.
039600*
039700 3500-EXIT.
039800     EXIT.
039803*
039806******************************************************************
039809*    3600-CHECK-WORD-IN-USE - A WORD STILL USED BY PHRASES OR    *
039812*    CROSS-REFERENCES (WUSE-FUNCTION Q) IS DELETED, AND A WORD   *
039813*    CROSS-REFERENCES POINT AT (X) IS MADE A CROSS-REFERENCE OR  *
039814*    HAS ITS DATES NARROWED, ONLY IF THE CHECKER OVERRODE THE    *
039815*    PROTECTION ON ANTPREV.  THE QUESTION IS ASKED AGAIN HERE    *
039818*    BECAUSE A USE MAY HAVE BEEN ADDED SINCE THE REVIEW.         *
039821******************************************************************
039824 3600-CHECK-WORD-IN-USE.
039830     MOVE WORD OF DICT-RECORD TO WUSE-WORD.
039833     CALL 'ANTWUSE' USING WUSE-PARM-AREA.
039836     IF NOT WUSE-OK
039839         SET DL-APPLY-FAILED TO TRUE
039842         MOVE 'WHERE-USED FAILED' TO DL-FAIL-REASON
039845         GO TO 3600-EXIT
039848     END-IF.
039851     IF WUSE-USE-COUNT = 0
039854         GO TO 3600-EXIT
039857     END-IF.
039860     IF PEND-DELETE-OVERRIDDEN
039863         SET DL-OVERRIDE-APPLIED TO TRUE
039866     ELSE
039869         SET DL-APPLY-FAILED TO TRUE
039872         MOVE 'WORD IN USE' TO DL-FAIL-REASON
039875     END-IF.
039878*
039881 3600-EXIT.
039884     EXIT.
039900*
040000******************************************************************
040100*    4000-APPLY-PHRASE - RE-EDIT AND APPLY ONE RELEASED PHRASE   *
040200*    CHANGE.  PHRASE-ICHAR AND THE EFFECTIVE AND EXPIRY DATES    *
040250*    ARE THE MAINTAINED FIELDS.                                  *
040300******************************************************************
040400 4000-APPLY-PHRASE.
040500     MOVE LOW-VALUES TO DL-BEFORE-IMAGE.
040600     MOVE LOW-VALUES TO DL-AFTER-IMAGE.
040700     IF PEND-ACTION-ADD
040800         MOVE PEND-AFTER-IMAGE TO PHRASE-RECORD
040900         MOVE DL-TODAY TO PHRASE-LAST-UPD-DATE OF PHRASE-RECORD
041000         WRITE PHRASE-RECORD
041100             INVALID KEY
041200                 SET DL-APPLY-FAILED TO TRUE
041300                 MOVE 'ALREADY ON FILE' TO DL-FAIL-REASON
041400                 GO TO 4000-EXIT
041500         END-WRITE
041600         MOVE PHRASE-RECORD TO DL-AFTER-IMAGE
041700         GO TO 4000-EXIT
041800     END-IF.
041900*
042000     IF PEND-ACTION-CORRECT
042100         MOVE PEND-AFTER-IMAGE TO PHRASE-RECORD
042200         MOVE PHRASE-ICHAR OF PHRASE-RECORD TO DL-AFT-PHRASE-ICHAR
042210         MOVE PHRASE-EFF-DATE OF PHRASE-RECORD TO DL-AFT-EFF-DATE
042220         MOVE PHRASE-EXP-DATE OF PHRASE-RECORD TO DL-AFT-EXP-DATE
042300     END-IF.
042400     MOVE PEND-BEFORE-IMAGE TO PHRASE-RECORD.
042500     MOVE PHRASE-ICHAR OF PHRASE-RECORD TO DL-BEF-PHRASE-ICHAR.
042510     MOVE PHRASE-EFF-DATE OF PHRASE-RECORD TO DL-BEF-EFF-DATE.
042520     MOVE PHRASE-EXP-DATE OF PHRASE-RECORD TO DL-BEF-EXP-DATE.
042600     READ PHRASFILE
042700         KEY IS PHRASE-TEXT OF PHRASE-RECORD
042800         INVALID KEY
042900             SET DL-APPLY-FAILED TO TRUE
043000             MOVE 'NOT ON FILE' TO DL-FAIL-REASON
043100             GO TO 4000-EXIT
043200     END-READ.
043300     MOVE PHRASE-RECORD TO DL-LIVE-PHRASE-REC.
043400     MOVE PHRASE-ICHAR OF PHRASE-RECORD TO DL-CUR-PHRASE-ICHAR.
043410     MOVE PHRASE-EFF-DATE OF PHRASE-RECORD TO DL-CUR-EFF-DATE.
043420     MOVE PHRASE-EXP-DATE OF PHRASE-RECORD TO DL-CUR-EXP-DATE.
043500     IF DL-CUR-PHRASE-ICHAR NOT = DL-BEF-PHRASE-ICHAR
043510        OR DL-CUR-EFF-DATE NOT = DL-BEF-EFF-DATE
043520        OR DL-CUR-EXP-DATE NOT = DL-BEF-EXP-DATE
043600         SET DL-APPLY-FAILED TO TRUE
043700         MOVE 'CHANGED SINCE MADE' TO DL-FAIL-REASON
043800         GO TO 4000-EXIT
043900     END-IF.
044000     MOVE DL-LIVE-PHRASE-REC TO DL-BEFORE-IMAGE.
044100*
044200     IF PEND-ACTION-DELETE
044300         DELETE PHRASFILE
044400             INVALID KEY
044500                 SET DL-APPLY-FAILED TO TRUE
044600                 MOVE 'DELETE FAILED' TO DL-FAIL-REASON
044700         END-DELETE
044800         GO TO 4000-EXIT
044900     END-IF.
045000*
045100     MOVE DL-AFT-PHRASE-ICHAR TO PHRASE-ICHAR OF PHRASE-RECORD.
045110     MOVE DL-AFT-EFF-DATE TO PHRASE-EFF-DATE OF PHRASE-RECORD.
045120     MOVE DL-AFT-EXP-DATE TO PHRASE-EXP-DATE OF PHRASE-RECORD.
045200     MOVE DL-TODAY TO PHRASE-LAST-UPD-DATE OF PHRASE-RECORD.
045300     REWRITE PHRASE-RECORD
045400         INVALID KEY
045500             SET DL-APPLY-FAILED TO TRUE
045600             MOVE 'REWRITE FAILED' TO DL-FAIL-REASON
045700             GO TO 4000-EXIT
045800     END-REWRITE.
045900     MOVE PHRASE-RECORD TO DL-AFTER-IMAGE.
046000*
046100 4000-EXIT.
046200     EXIT.
046300*
046400******************************************************************
046500*    6000-WRITE-JOURNAL - RECORD THE APPLIED CHANGE ON THE       *
046600*    MAINTENANCE JOURNAL WITH THE IMAGES ACTUALLY WRITTEN, SO    *
046700*    ANTJRECV CAN ROLL IT FORWARD.  THE JOURNAL USERID IS THE    *
046800*    MAKER; THE CHECKER STAYS ON THE PENDFILE RECORD.            *
046900******************************************************************
047000 6000-WRITE-JOURNAL.
047100     MOVE PEND-FILE-ID TO JRNL-FILE-ID.
047200     MOVE PEND-ACTION TO JRNL-ACTION.
047300     MOVE PEND-MAKER-ID TO JRNL-USERID.
047400     ACCEPT JRNL-DATE FROM DATE YYYYMMDD.
047500     ACCEPT JRNL-TIME FROM TIME.
047600     MOVE DL-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE.
047700     MOVE DL-AFTER-IMAGE TO JRNL-AFTER-IMAGE.
047800     WRITE JRNL-RECORD.
047900*
048000 6000-EXIT.
048100     EXIT.
048103*
048106******************************************************************
048109*    6500-POST-USES - KEEP THE WHERE-USED CONCORDANCE IN STEP    *
048112*    WITH THE APPLIED CHANGE: DROP THE USES THE BEFORE IMAGE     *
048115*    CARRIED, THEN POST THE ONES THE AFTER IMAGE CARRIES.  THE   *
048118*    CHANGE ITSELF STANDS IF THIS FAILS - THE FAILURE IS COUNTED *
048121*    AND THE RUN ENDS RC 8 SO ANTWBLD IS RUN TO RESYNCHRONIZE.   *
048124******************************************************************
048127 6500-POST-USES.
048130     MOVE PEND-FILE-ID TO WUSE-FILE-ID.
048133     MOVE 'D' TO WUSE-FUNCTION.
048136     MOVE DL-BEFORE-IMAGE TO WUSE-IMAGE.
048139     CALL 'ANTWUSE' USING WUSE-PARM-AREA.
048142     IF WUSE-OK
048145         MOVE 'A' TO WUSE-FUNCTION
048148         MOVE DL-AFTER-IMAGE TO WUSE-IMAGE
048151         CALL 'ANTWUSE' USING WUSE-PARM-AREA
048154     END-IF.
048157     IF NOT WUSE-OK
048160         DISPLAY 'ANTPREL - WHERE-USED POSTING FAILED, STATUS = '
048163             WUSE-STATUS
048166         ADD 1 TO DL-WUSE-ERR-CNT
048169     END-IF.
048172*
048175 6500-EXIT.
048178     EXIT.
048200*
048300******************************************************************
048400*    7000-WRITE-REPORT - ONE LINE PER RELEASED ITEM WITH THE     *
048500*    ENTRY KEY AND WHAT BECAME OF IT                             *
048600******************************************************************
048700 7000-WRITE-REPORT.
048800     MOVE PEND-MAKE-DATE TO PRR-MAKE-DATE.
048900     MOVE PEND-MAKER-ID TO PRR-MAKER-ID.
049000     MOVE PEND-CHECKER-ID TO PRR-CHECKER-ID.
049100     MOVE PEND-FILE-ID TO PRR-FILE-ID.
049200     MOVE PEND-ACTION TO PRR-ACTION.
049300     MOVE SPACES TO PRR-KEY.
049400     IF PEND-FILE-PHRASE
049500         IF PEND-ACTION-ADD
049600             MOVE PEND-AFTER-IMAGE(4:40) TO PRR-KEY
049700         ELSE
049800             MOVE PEND-BEFORE-IMAGE(4:40) TO PRR-KEY
049900         END-IF
050000     ELSE
050100         IF PEND-ACTION-ADD
050200             MOVE PEND-AFTER-IMAGE(1:20) TO PRR-KEY(1:20)
050300         ELSE
050400             MOVE PEND-BEFORE-IMAGE(1:20) TO PRR-KEY(1:20)
050500         END-IF
050600     END-IF.
050700     MOVE PEND-APPLY-RESULT TO PRR-RESULT.
050800     WRITE PRRPT-LINE.
050900*
051000 7000-EXIT.
051100     EXIT.
051200*
051300******************************************************************
051400*    9000-TERMINATE - CLOSE FILES, SUMMARIZE THE RUN, AND SET    *
051500*    RETURN CODE 8 IF ANY RELEASED ITEM FAILED                   *
051600******************************************************************
051700 9000-TERMINATE.
051800     CLOSE PENDFILE.
051900     CLOSE DICTFILE.
052000     CLOSE PHRASFILE.
052100     CLOSE MAINTJRN.
052200     CLOSE PRELRPT.
052233     MOVE 'C' TO WUSE-FUNCTION.
052266     CALL 'ANTWUSE' USING WUSE-PARM-AREA.
052300     DISPLAY 'ANTPREL - PENDING ITEMS READ: ' DL-PEND-READ.
052400     DISPLAY 'ANTPREL - RELEASED:           ' DL-RELEASED-CNT.
052500     DISPLAY 'ANTPREL - APPLIED:            ' DL-APPLIED-CNT.
052600     DISPLAY 'ANTPREL - FAILED:             ' DL-FAILED-CNT.
052700     IF DL-FAILED-CNT > 0
052800         MOVE 8 TO RETURN-CODE
052900     END-IF.
052916     IF DL-WUSE-ERR-CNT > 0
052932         DISPLAY 'ANTPREL - WHERE-USED NOT POSTED: '
052948             DL-WUSE-ERR-CNT ' - RUN ANTWBLD'
052964         MOVE 8 TO RETURN-CODE
052980     END-IF.
053000*
053100 9000-EXIT.
053200     EXIT.
