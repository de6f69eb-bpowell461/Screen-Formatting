000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID.  ANTWUSE                                        *
000500*    AUTHOR.      J. HOLLOWAY, APPLICATIONS MAINTENANCE          *
000600*    INSTALLATION. DATA ENTRY SYSTEMS                            *
000700*    DATE-WRITTEN. 10/15/26                                      *
000800*    DATE-COMPILED.                                              *
000900*                                                                *
001000*    REMARKS.     CALLABLE WHERE-USED CONCORDANCE MODULE.  OWNS  *
001100*                 THE CONCORDANCE FILE (WUSEFILE - SEE WUSEREC)  *
001200*                 THAT MAPS EACH DICTIONARY WORD TO THE PHRASES  *
001300*                 CONTAINING IT AND THE CROSS-REFERENCE ENTRIES  *
001400*                 POINTING AT IT.  EVERY PROGRAM THAT CHANGES    *
001500*                 DICTFILE OR PHRASFILE (ANTPREL, ANTSUSP, AND   *
001600*                 ANTJRECV) PASSES THE BEFORE AND AFTER IMAGES   *
001700*                 OF EACH CHANGE HERE, SO THE RULES FOR WHAT     *
001800*                 COUNTS AS A USE LIVE IN ONE PLACE.  ANTMAINT,  *
001900*                 ANTBMNT, ANTPREV, AND ANTPREL ASK IT WHAT      *
002000*                 STILL USES A WORD BEFORE THE WORD IS DELETED,  *
002010*                 AND WHAT CROSS-REFERENCES POINT AT IT BEFORE   *
002020*                 IT IS RETIRED OR CORRECTED.                    *
002100*                                                                *
002200*                 A PHRASE USES EACH OF ITS WORDS - THE SAME     *
002300*                 SPACE-DELIMITED SPLIT ANTIQUITY USES TO CHECK  *
002400*                 A PHRASE WORD BY WORD - THAT FITS THE 20-BYTE  *
002500*                 WORD KEY.  A CROSS-REFERENCE ENTRY USES THE    *
002600*                 CANONICAL WORD IT POINTS AT.                   *
002700*                                                                *
002800*                 SEE WUSEPARM.CPY FOR THE PARAMETER AREA AND    *
002900*                 FUNCTION CODES.  THE MODULE HOLDS ITS FILE     *
003000*                 OPEN BETWEEN CALLS - CALL 'O' ONCE, 'A', 'D',  *
003100*                 OR 'Q' AS NEEDED, 'C' AT END.                  *
003200*                                                                *
003300*    MODIFICATION HISTORY                                       *
003400*    DATE       INIT DESCRIPTION                                 *
003500*    10/15/26   JMH  INITIAL VERSION.                            *
003525*    10/15/26   JMH  NEW FUNCTION X COUNTS AND LISTS ONLY THE    *
003550*                    CROSS-REFERENCES POINTING AT A WORD, FOR    *
003575*                    THE RETIRE AND CORRECT CHECKS.              *
003600******************************************************************
003700 PROGRAM-ID. ANTWUSE.
003800*
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER. IBM-370.
004200 OBJECT-COMPUTER. IBM-370.
004300*
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600*
004700     SELECT WUSEFILE ASSIGN TO WUSEFILE
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS WU-KEY OF WU-RECORD
005100         FILE STATUS IS DL-WUSE-STATUS.
005200*
005300 DATA DIVISION.
005400 FILE SECTION.
005500*
005600 FD  WUSEFILE
005700     LABEL RECORDS ARE STANDARD.
005800     COPY WUSEREC.
005900*
006000 WORKING-STORAGE SECTION.
006100*
006200 01  DL-FILE-STATUSES.
006300     05  DL-WUSE-STATUS      PIC X(02).
006400         88  DL-WUSE-OK                VALUE '00'.
006500*
006600 01  DL-SWITCHES.
006700     05  DL-UPDATE-SW        PIC X(01)  VALUE 'N'.
006800         88  DL-OPEN-FOR-UPDATE         VALUE 'Y'.
006900     05  DL-BROWSE-SW        PIC X(01)  VALUE 'N'.
007000         88  DL-BROWSE-ENDED            VALUE 'Y'.
007100*
007200 01  DL-COUNTERS.
007300     05  DL-TOK-PTR          PIC 9(03)  COMP  VALUE ZERO.
007400     05  DL-TOK-LEN          PIC 9(03)  COMP  VALUE ZERO.
007500*
007600 01  DL-TODAY                PIC 9(08).
007700 01  DL-TOKEN                PIC X(20).
007800 01  DL-POST-KEY.
007900     05  DL-POST-WORD        PIC X(20).
008000     05  DL-POST-USE-TYPE    PIC X(01).
008100     05  DL-POST-USER-KEY    PIC X(200).
008200*
008300******************************************************************
008400*    THE IMAGE PASSED IN, SEEN AS A DICTIONARY OR PHRASE RECORD  *
008500******************************************************************
008600     COPY DICTREC.
008700*
008800     COPY PHRASREC.
008900*
009000 LINKAGE SECTION.
009100*
009200     COPY WUSEPARM.
009300*
009400 PROCEDURE DIVISION USING WUSE-PARM-AREA.
009500*
009600 0000-MAINLINE.
009700     MOVE '00' TO WUSE-STATUS.
009800     MOVE ZERO TO WUSE-POSTED.
009900     EVALUATE TRUE
010000         WHEN WUSE-FUNC-OPEN
010100             PERFORM 1000-OPEN-FILE
010200                 THRU 1000-EXIT
010300         WHEN WUSE-FUNC-ADD
010400         WHEN WUSE-FUNC-DROP
010500             PERFORM 2000-POST-IMAGE
010600                 THRU 2000-EXIT
010700         WHEN WUSE-FUNC-QUERY
010750         WHEN WUSE-FUNC-QUERY-XREF
010800             PERFORM 4000-QUERY-WORD
010900                 THRU 4000-EXIT
011000         WHEN WUSE-FUNC-CLOSE
011100             PERFORM 9000-CLOSE-FILE
011200                 THRU 9000-EXIT
011300         WHEN OTHER
011400             MOVE '98' TO WUSE-STATUS
011500     END-EVALUATE.
011600     GOBACK.
011700*
011800 0000-EXIT.
011900     EXIT.
012000*
012100******************************************************************
012200*    1000-OPEN-FILE - OPEN THE CONCORDANCE FOR UPDATE OR READ-   *
012300*    ONLY AS THE CALLER ASKS.  IT IS NOT CREATED HERE - AN EMPTY *
012400*    CONCORDANCE WOULD SHOW EVERY WORD AS UNUSED, SO A MISSING   *
012500*    ONE IS AN ERROR UNTIL ANTWBLD HAS LOADED IT.                *
012600******************************************************************
012700 1000-OPEN-FILE.
012800     ACCEPT DL-TODAY FROM DATE YYYYMMDD.
012900     IF WUSE-OPEN-UPDATE
013000         SET DL-OPEN-FOR-UPDATE TO TRUE
013100         OPEN I-O WUSEFILE
013200     ELSE
013300         MOVE 'N' TO DL-UPDATE-SW
013400         OPEN INPUT WUSEFILE
013500     END-IF.
013600     IF NOT DL-WUSE-OK
013700         DISPLAY 'ANTWUSE - WUSEFILE OPEN FAILED, STATUS = '
013800             DL-WUSE-STATUS
013900         MOVE DL-WUSE-STATUS TO WUSE-STATUS
014000     END-IF.
014100*
014200 1000-EXIT.
014300     EXIT.
014400*
014500******************************************************************
014600*    2000-POST-IMAGE - WORK OUT THE USES ONE IMAGE CARRIES AND   *
014700*    WRITE ('A') OR DELETE ('D') A CONCORDANCE RECORD FOR EACH.  *
014800*    A LOW-VALUES IMAGE (THE MISSING SIDE OF AN ADD OR DELETE)   *
014900*    CARRIES NONE.                                               *
015000******************************************************************
015100 2000-POST-IMAGE.
015200     IF NOT DL-OPEN-FOR-UPDATE
015300         MOVE '97' TO WUSE-STATUS
015400         GO TO 2000-EXIT
015500     END-IF.
015600     IF WUSE-IMAGE = LOW-VALUES
015700         GO TO 2000-EXIT
015800     END-IF.
015900     IF WUSE-FILE-DICT
016000         PERFORM 2100-POST-DICT-USES
016100             THRU 2100-EXIT
016200     ELSE
016300         PERFORM 2200-POST-PHRASE-USES
016400             THRU 2200-EXIT
016500     END-IF.
016600*
016700 2000-EXIT.
016800     EXIT.
016900*
017000******************************************************************
017100*    2100-POST-DICT-USES - A CROSS-REFERENCE ENTRY IS A USE OF   *
017200*    ITS CANONICAL WORD.  A STANDARD ENTRY USES NOTHING.         *
017300******************************************************************
017400 2100-POST-DICT-USES.
017500     MOVE WUSE-IMAGE(1:96) TO DICT-RECORD.
017600     IF NOT DICT-TYPE-XREF
017700        OR DICT-XREF-WORD = SPACES
017800         GO TO 2100-EXIT
017900     END-IF.
018000     MOVE DICT-XREF-WORD TO DL-POST-WORD.
018100     MOVE 'X' TO DL-POST-USE-TYPE.
018200     MOVE SPACES TO DL-POST-USER-KEY.
018300     MOVE WORD OF DICT-RECORD TO DL-POST-USER-KEY(1:20).
018400     PERFORM 3000-POST-ONE-USE
018500         THRU 3000-EXIT.
018600*
018700 2100-EXIT.
018800     EXIT.
018900*
019000******************************************************************
019100*    2200-POST-PHRASE-USES - A PHRASE IS A USE OF EACH OF ITS    *
019200*    SPACE-DELIMITED WORDS.  A WORD LONGER THAN THE 20-BYTE      *
019300*    DICTIONARY KEY CAN NEVER BE ON DICTFILE AND IS PASSED BY.   *
019400*    A WORD REPEATED IN THE PHRASE POSTS ONCE - THE SECOND       *
019500*    WRITE OR DELETE FINDS THE FIRST HAS ALREADY BEEN DONE.      *
019600******************************************************************
019700 2200-POST-PHRASE-USES.
019800     MOVE WUSE-IMAGE TO PHRASE-RECORD.
019900     MOVE 'P' TO DL-POST-USE-TYPE.
020000     MOVE PHRASE-TEXT OF PHRASE-RECORD TO DL-POST-USER-KEY.
020100     MOVE 1 TO DL-TOK-PTR.
020200     PERFORM 2210-POST-ONE-WORD
020300         THRU 2210-EXIT
020400         UNTIL DL-TOK-PTR > 200.
020500*
020600 2200-EXIT.
020700     EXIT.
020800*
020900 2210-POST-ONE-WORD.
021000     MOVE SPACES TO DL-TOKEN.
021100     MOVE ZERO TO DL-TOK-LEN.
021200     UNSTRING PHRASE-TEXT OF PHRASE-RECORD
021300         DELIMITED BY ALL SPACE
021400         INTO DL-TOKEN COUNT IN DL-TOK-LEN
021500         WITH POINTER DL-TOK-PTR
021600         ON OVERFLOW
021700             CONTINUE
021800     END-UNSTRING.
021900     IF DL-TOK-LEN = 0
022000        OR DL-TOK-LEN > 20
022100         GO TO 2210-EXIT
022200     END-IF.
022300     MOVE DL-TOKEN TO DL-POST-WORD.
022400     PERFORM 3000-POST-ONE-USE
022500         THRU 3000-EXIT.
022600*
022700 2210-EXIT.
022800     EXIT.
022900*
023000******************************************************************
023100*    3000-POST-ONE-USE - WRITE OR DELETE ONE CONCORDANCE RECORD. *
023200*    ALREADY ON FILE (ADD) OR NOT ON FILE (DROP) IS LEFT AS IT   *
023300*    IS AND NOT COUNTED.                                         *
023400******************************************************************
023500 3000-POST-ONE-USE.
023600     MOVE SPACES TO WU-RECORD.
023700     MOVE DL-POST-KEY TO WU-KEY.
023800     IF WUSE-FUNC-ADD
023900         MOVE DL-TODAY TO WU-POSTED-DATE
024000         WRITE WU-RECORD
024100             INVALID KEY
024200                 CONTINUE
024300             NOT INVALID KEY
024400                 ADD 1 TO WUSE-POSTED
024500         END-WRITE
024600     ELSE
024700         DELETE WUSEFILE
024800             INVALID KEY
024900                 CONTINUE
025000             NOT INVALID KEY
025100                 ADD 1 TO WUSE-POSTED
025200         END-DELETE
025300     END-IF.
025400*
025500 3000-EXIT.
025600     EXIT.
025700*
025800******************************************************************
025900*    4000-QUERY-WORD - COUNT EVERYTHING FILED UNDER WUSE-WORD    *
026000*    AND RETURN THE FIRST TEN IN KEY ORDER (CROSS-REFERENCES     *
026100*    SORT AFTER PHRASES).  THE COUNT STOPS AT 99,999.  FOR THE   *
026150*    CROSS-REFERENCE-ONLY QUERY THE BROWSE STARTS AT THE WORD'S  *
026160*    FIRST X USE - THEY ARE THE LAST USE TYPE FILED UNDER IT.    *
026200******************************************************************
026300 4000-QUERY-WORD.
026400     MOVE ZERO TO WUSE-USE-COUNT.
026500     MOVE ZERO TO WUSE-LIST-COUNT.
026600     MOVE 'N' TO DL-BROWSE-SW.
026700     MOVE LOW-VALUES TO WU-KEY.
026800     MOVE WUSE-WORD TO WU-WORD.
026850     IF WUSE-FUNC-QUERY-XREF
026860         SET WU-USE-XREF TO TRUE
026870     END-IF.
026900     START WUSEFILE
027000         KEY IS NOT LESS THAN WU-KEY
027100         INVALID KEY
027200             GO TO 4000-EXIT
027300     END-START.
027400     PERFORM 4100-COUNT-ONE-USE
027500         THRU 4100-EXIT
027600         UNTIL DL-BROWSE-ENDED
027700            OR WUSE-USE-COUNT = 99999.
027800*
027900 4000-EXIT.
028000     EXIT.
028100*
028200 4100-COUNT-ONE-USE.
028300     READ WUSEFILE NEXT RECORD
028400         AT END
028500             SET DL-BROWSE-ENDED TO TRUE
028600             GO TO 4100-EXIT
028700     END-READ.
028800     IF WU-WORD NOT = WUSE-WORD
028900         SET DL-BROWSE-ENDED TO TRUE
029000         GO TO 4100-EXIT
029100     END-IF.
029200     ADD 1 TO WUSE-USE-COUNT.
029300     IF WUSE-LIST-COUNT < 10
029400         ADD 1 TO WUSE-LIST-COUNT
029500         MOVE WU-USE-TYPE TO WUSE-LIST-TYPE(WUSE-LIST-COUNT)
029600         MOVE WU-USER-KEY TO WUSE-LIST-KEY(WUSE-LIST-COUNT)
029700     END-IF.
029800*
029900 4100-EXIT.
030000     EXIT.
030100*
030200******************************************************************
030300*    9000-CLOSE-FILE - CLOSE THE CONCORDANCE                     *
030400******************************************************************
030500 9000-CLOSE-FILE.
030600     CLOSE WUSEFILE.
030700*
030800 9000-EXIT.
030900     EXIT.
