000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID.  ANTPREV                                        *
000500*    AUTHOR.      J. HOLLOWAY, APPLICATIONS MAINTENANCE          *
000600*    INSTALLATION. DATA ENTRY SYSTEMS                            *
000700*    DATE-WRITTEN. 10/15/26                                      *
000800*    DATE-COMPILED.                                              *
000900*                                                                *
001000*    REMARKS.     ONLINE REVIEW OF HELD DICTIONARY AND PHRASE    *
001100*                 MAINTENANCE.  ANTMAINT AND ANTBMNT NO LONGER   *
001200*                 UPDATE DICTFILE OR PHRASFILE - EACH CHANGE IS  *
001300*                 HELD ON THE PENDING-CHANGE FILE (PENDFILE)     *
001400*                 WITH THE MAKER'S USERID AND REASON.  THIS      *
001500*                 TRANSACTION PAGES THROUGH THE ITEMS STILL      *
001600*                 AWAITING REVIEW, OLDEST FIRST, SHOWING THE     *
001700*                 BEFORE AND AFTER IMAGES OF EACH, AND LETS THE  *
001800*                 REVIEWER RELEASE IT, REJECT IT (A REASON IS    *
001900*                 REQUIRED), OR SKIP IT.  AN ITEM MADE UNDER THE *
002000*                 REVIEWER'S OWN USERID IS SHOWN BUT CANNOT BE   *
002100*                 RELEASED OR REJECTED - ANOTHER USER MUST       *
002200*                 REVIEW IT.  TO RELEASE OR REJECT AN ITEM THE   *
002210*                 REVIEWER MUST ALSO HOLD THE MAINTENANCE        *
002220*                 FUNCTION IT NEEDS ON THEIR SECURITY PROFILE    *
002230*                 (SECPROF, CHECKED BY THE ANTSECK MODULE) -     *
002240*                 THE SAME PHRASE, CROSS-REFERENCE, OR WORD      *
002250*                 MAINTENANCE RULE ANTMAINT APPLIES TO THE       *
002260*                 MAKER.  A REFUSAL IS LOGGED ON SECVIOL.        *
002300*                                                                *
002400*                 RELEASING AN ITEM DOES NOT TOUCH THE LIVE      *
002500*                 FILES.  THE NEXT ANTPREL BATCH STEP APPLIES    *
002600*                 EVERY RELEASED ITEM AND JOURNALS IT ON         *
002700*                 MAINTJRN.                                      *
002711*                                                                *
002722*                 A WORD DELETE IS SHOWN WITH WHATEVER PHRASES   *
002733*                 AND CROSS-REFERENCES STILL USE THE WORD (ASKED *
002744*                 OF THE WHERE-USED MODULE, ANTWUSE, AT REVIEW   *
002755*                 TIME). SUCH A DELETE IS RELEASED ONLY IF THE   *
002766*                 REVIEWER ANSWERS Y TO OVERRIDE THE DELETE      *
002777*                 PROTECTION; ANTPREL REFUSES AN IN-USE WORD     *
002788*                 DELETE THAT WAS NOT OVERRIDDEN.  A WORD        *
002790*                 CORRECT OR RETIRE THAT MAKES THE WORD A CROSS- *
002792*                 REFERENCE, MOVES ITS EFFECTIVE DATE LATER, OR  *
002794*                 MOVES ITS EXPIRY DATE EARLIER IS SHOWN WITH    *
002796*                 THE CROSS-REFERENCES THAT POINT AT THE WORD    *
002797*                 AND NEEDS THE SAME OVERRIDE IF THERE ARE ANY.  *
002800*                                                                *
002900*    MODIFICATION HISTORY                                       *
003000*    DATE       INIT DESCRIPTION                                 *
003100*    10/15/26   JMH  INITIAL VERSION.                            *
003116*    10/15/26   JMH  RELEASE AND REJECT NOW REQUIRE THE REVIEWER *
003132*                    TO HOLD THE ITEM'S MAINTENANCE FUNCTION     *
003148*                    (PHRASE, CROSS-REFERENCE, OR WORD) ON THEIR *
003164*                    SECURITY PROFILE (SECPROF), CHECKED THROUGH *
003180*                    ANTSECK; A REFUSAL IS LOGGED ON SECVIOL.    *
003182*    10/15/26   JMH  WORD DELETE PROTECTION. A WORD DELETE NOW   *
003184*                    LISTS WHAT STILL USES THE WORD (WHERE-USED  *
003186*                    CONCORDANCE, ASKED THROUGH ANTWUSE). IF     *
003188*                    ANYTHING DOES, RELEASE ASKS THE REVIEWER TO *
003190*                    OVERRIDE THE PROTECTION - Y RELEASES IT     *
003192*                    MARKED OVERRIDDEN (PEND-OVERRIDE-SW), N     *
003194*                    LEAVES IT AWAITING REVIEW.                  *
003195*    10/15/26   JMH  A WORD CORRECT OR RETIRE THAT MAKES THE     *
003196*                    WORD A CROSS-REFERENCE OR NARROWS ITS DATES *
003197*                    NOW LISTS THE CROSS-REFERENCES POINTING AT  *
003198*                    THE WORD AND NEEDS THE SAME OVERRIDE AS AN  *
003199*                    IN-USE DELETE TO BE RELEASED                *
003200******************************************************************
003300 PROGRAM-ID. ANTPREV.
003400*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER. IBM-370.
003800 OBJECT-COMPUTER. IBM-370.
003900*
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200*
004300     SELECT PENDFILE ASSIGN TO PENDFILE
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS PEND-KEY OF PEND-RECORD
004700         FILE STATUS IS DL-PEND-STATUS.
004800*
004900 DATA DIVISION.
005000 FILE SECTION.
005100*
005200 FD  PENDFILE
005300     LABEL RECORDS ARE STANDARD.
005400     COPY PENDREC.
005500*
005600 WORKING-STORAGE SECTION.
005700*
005800 01  DL-DECISION-CODE        PIC X(01).
005900     88  DL-DECIDE-RELEASE            VALUE 'R'.
006000     88  DL-DECIDE-REJECT             VALUE 'J'.
006100     88  DL-DECIDE-SKIP               VALUE 'S'.
006200     88  DL-DECIDE-EXIT               VALUE 'X'.
006300     88  DL-DECISION-VALID            VALUES 'R' 'J' 'S' 'X'.
006400*
006500 01  DL-FILE-STATUSES.
006600     05  DL-PEND-STATUS      PIC X(02).
006700         88  DL-PEND-OK                VALUE '00'.
006800         88  DL-PEND-NOT-THERE         VALUE '35'.
006900*
007000 01  DL-SWITCHES.
007100     05  DL-DONE-SW          PIC X(01)  VALUE 'N'.
007200         88  DL-REVIEW-DONE             VALUE 'Y'.
007300*
007400 01  DL-COUNTERS.
007500     05  DL-ITEMS-SHOWN      PIC 9(09)  COMP  VALUE ZERO.
007600     05  DL-ITEMS-RELEASED   PIC 9(09)  COMP  VALUE ZERO.
007700     05  DL-ITEMS-REJECTED   PIC 9(09)  COMP  VALUE ZERO.
007800     05  DL-ITEMS-OWN        PIC 9(09)  COMP  VALUE ZERO.
007850     05  DL-ITEMS-REFUSED    PIC 9(09)  COMP  VALUE ZERO.
007875     05  DL-ITEMS-IN-USE     PIC 9(09)  COMP  VALUE ZERO.
007900*
008000 01  DL-USERID               PIC X(08)  VALUE SPACES.
008100 01  DL-CHECK-REASON         PIC X(40)  VALUE SPACES.
008200*
008300 01  DL-SHOW-FILE            PIC X(06).
008400 01  DL-SHOW-ACTION          PIC X(07).
008500 01  DL-SHOW-SOURCE          PIC X(06).
008550*
008560     COPY SECKPARM.
008562*
008564 01  DL-IN-USE-SW            PIC X(01)  VALUE SPACE.
008566     88  DL-WORD-IN-USE               VALUE 'U'.
008568 01  DL-OVERRIDE-CODE        PIC X(01)  VALUE SPACE.
008570     88  DL-OVERRIDE-YES              VALUE 'Y'.
008572     88  DL-OVERRIDE-NO               VALUE 'N'.
008574     88  DL-OVERRIDE-VALID            VALUES 'Y' 'N'.
008576 01  DL-USE-IDX              PIC 9(02)  COMP  VALUE ZERO.
008578 01  DL-USE-MORE             PIC 9(05)  VALUE ZERO.
008580 01  DL-USE-COUNT-ED         PIC ZZ,ZZ9.
008582*
008584******************************************************************
008586*    WUSE-PARM-AREA - THE PARAMETER AREA FOR THE CALLABLE        *
008588*    WHERE-USED MODULE (ANTWUSE), ASKED WHAT STILL USES A WORD   *
008590*    WHOSE DELETE, RETIRE OR CORRECT IS UNDER REVIEW             *
008592******************************************************************
008594     COPY WUSEPARM.
008600*
008700 PROCEDURE DIVISION.
008800*
008900 0000-MAINLINE.
009000     PERFORM 1000-INITIALIZE
009100         THRU 1000-EXIT.
009200     PERFORM 2000-REVIEW-ITEM
009300         THRU 2000-EXIT
009400         UNTIL DL-REVIEW-DONE.
009500     PERFORM 9000-TERMINATE
009600         THRU 9000-EXIT.
009700     GOBACK.
009800*
009900 0000-EXIT.
010000     EXIT.
010100*
010200******************************************************************
010300*    1000-INITIALIZE - OPEN THE PENDING-CHANGE FILE, TAKE THE    *
010400*    REVIEWER'S USERID, AND POSITION AT THE OLDEST ITEM          *
010500******************************************************************
010600 1000-INITIALIZE.
010700     OPEN I-O PENDFILE.
010800     IF DL-PEND-NOT-THERE
010900         DISPLAY 'ANTPREV - NO CHANGES ARE HELD FOR REVIEW'
011000         MOVE 4 TO RETURN-CODE
011100         GOBACK
011200     END-IF.
011300     IF NOT DL-PEND-OK
011400         DISPLAY 'ANTPREV - PENDFILE OPEN FAILED, STATUS = '
011500             DL-PEND-STATUS
011600         MOVE 16 TO RETURN-CODE
011700         GOBACK
011800     END-IF.
011900*
012000     PERFORM 1100-PROMPT-USERID
012100         THRU 1100-EXIT.
012110*
012120     MOVE 'O' TO SECK-FUNCTION.
012130     CALL 'ANTSECK' USING SECK-PARM-AREA.
012140     IF NOT SECK-OK
012150         DISPLAY 'ANTPREV - SECURITY FILES NOT AVAILABLE, '
012160             'STATUS = ' SECK-STATUS
012170         MOVE 16 TO RETURN-CODE
012180         GOBACK
012190     END-IF.
012199*
012208     MOVE 'O' TO WUSE-FUNCTION.
012217     MOVE SPACE TO WUSE-OPEN-MODE.
012226     CALL 'ANTWUSE' USING WUSE-PARM-AREA.
012235     IF NOT WUSE-OK
012244         DISPLAY 'ANTPREV - WHERE-USED FILE NOT AVAILABLE, '
012253             'STATUS = ' WUSE-STATUS
012262         MOVE 16 TO RETURN-CODE
012271         GOBACK
012280     END-IF.
012289*
012300     MOVE LOW-VALUES TO PEND-KEY.
012400     START PENDFILE
012500         KEY IS NOT LESS THAN PEND-KEY
012600         INVALID KEY
012700             DISPLAY 'ANTPREV - NO CHANGES ARE HELD FOR REVIEW'
012800             SET DL-REVIEW-DONE TO TRUE
012900     END-START.
013000*
013100 1000-EXIT.
013200     EXIT.
013300*
013400 1100-PROMPT-USERID.
013500     MOVE SPACES TO DL-USERID.
013600     DISPLAY 'ANTPREV - ENTER USER ID (8 CHARACTERS MAX): '.
013700     ACCEPT DL-USERID.
013800     IF DL-USERID = SPACES
013900         DISPLAY 'ANTPREV - USER ID REQUIRED, TRY AGAIN'
014000         GO TO 1100-PROMPT-USERID
014100     END-IF.
014200*
014300 1100-EXIT.
014400     EXIT.
014500*
014600******************************************************************
014700*    2000-REVIEW-ITEM - READ THE NEXT HELD ITEM AND, IF IT IS    *
014800*    STILL AWAITING REVIEW, SHOW IT AND TAKE THE DECISION.       *
014900*    ITEMS ALREADY RELEASED, REJECTED, OR APPLIED ARE PASSED BY. *
015000******************************************************************
015100 2000-REVIEW-ITEM.
015200     READ PENDFILE NEXT RECORD
015300         AT END
015400             DISPLAY 'ANTPREV - NO MORE CHANGES AWAITING REVIEW'
015500             SET DL-REVIEW-DONE TO TRUE
015600             GO TO 2000-EXIT
015700     END-READ.
015800     IF NOT PEND-AWAITING
015900         GO TO 2000-EXIT
016000     END-IF.
016100*
016200     ADD 1 TO DL-ITEMS-SHOWN.
016300     PERFORM 2100-SHOW-ITEM
016400         THRU 2100-EXIT.
016500     IF PEND-MAKER-ID = DL-USERID
016600         DISPLAY 'ANTPREV - YOU MADE THIS CHANGE - ANOTHER USER '
016700             'MUST REVIEW IT'
016800         ADD 1 TO DL-ITEMS-OWN
016900         GO TO 2000-EXIT
017000     END-IF.
017100*
017200     PERFORM 2200-PROMPT-DECISION
017300         THRU 2200-EXIT.
017310     IF DL-DECIDE-RELEASE OR DL-DECIDE-REJECT
017320         PERFORM 2300-CHECK-AUTHORITY
017330             THRU 2300-EXIT
017340         IF SECK-REFUSED
017350             DISPLAY 'ANTPREV - NOT AUTHORIZED TO REVIEW THIS '
017360                 'CHANGE - ' SECK-REFUSE-REASON
017370             ADD 1 TO DL-ITEMS-REFUSED
017380             GO TO 2000-EXIT
017390         END-IF
017395     END-IF.
017400     EVALUATE TRUE
017500         WHEN DL-DECIDE-EXIT
017600             SET DL-REVIEW-DONE TO TRUE
017700         WHEN DL-DECIDE-RELEASE
017800             PERFORM 3000-RELEASE-ITEM
017900                 THRU 3000-EXIT
018000         WHEN DL-DECIDE-REJECT
018100             PERFORM 4000-REJECT-ITEM
018200                 THRU 4000-EXIT
018300     END-EVALUATE.
018400*
018500 2000-EXIT.
018600     EXIT.
018700*
018800******************************************************************
018900*    2100-SHOW-ITEM - DISPLAY ONE HELD CHANGE: WHO MADE IT AND   *
019000*    WHEN, WHAT IT DOES, THE MAKER'S REASON, AND THE BEFORE AND  *
019100*    AFTER IMAGES (AN ADD HAS NO BEFORE IMAGE, A DELETE NO       *
019200*    AFTER IMAGE)                                                *
019300******************************************************************
019400 2100-SHOW-ITEM.
019450     MOVE SPACE TO DL-IN-USE-SW.
019500     IF PEND-FILE-PHRASE
019600         MOVE 'PHRASE' TO DL-SHOW-FILE
019700     ELSE
019800         MOVE 'WORD' TO DL-SHOW-FILE
019900     END-IF.
020000     EVALUATE TRUE
020100         WHEN PEND-ACTION-ADD
020200             MOVE 'ADD' TO DL-SHOW-ACTION
020300         WHEN PEND-ACTION-CORRECT
020400             MOVE 'CORRECT' TO DL-SHOW-ACTION
020500         WHEN OTHER
020600             MOVE 'DELETE' TO DL-SHOW-ACTION
020700     END-EVALUATE.
020800     IF PEND-FROM-BATCH
020900         MOVE 'BATCH' TO DL-SHOW-SOURCE
021000     ELSE
021100         MOVE 'ONLINE' TO DL-SHOW-SOURCE
021200     END-IF.
021300     DISPLAY ' '.
021400     DISPLAY 'ANTPREV - ' DL-SHOW-ACTION ' ' DL-SHOW-FILE
021500         '  MADE BY ' PEND-MAKER-ID ' ON ' PEND-MAKE-DATE
021600         ' AT ' PEND-MAKE-TIME ' (' DL-SHOW-SOURCE ')'.
021700     DISPLAY '          REASON: ' PEND-REASON.
021800     IF PEND-BEFORE-IMAGE = LOW-VALUES
021900         DISPLAY '          BEFORE: (NONE - NEW ENTRY)'
022000     ELSE
022100         IF PEND-FILE-PHRASE
022200             DISPLAY '          BEFORE: ' PEND-BEFORE-IMAGE
022300         ELSE
022400             DISPLAY '          BEFORE: ' PEND-BEF-DICT-REC
022500         END-IF
022600     END-IF.
022700     IF PEND-AFTER-IMAGE = LOW-VALUES
022800         DISPLAY '          AFTER:  (NONE - ENTRY REMOVED)'
022900     ELSE
023000         IF PEND-FILE-PHRASE
023100             DISPLAY '          AFTER:  ' PEND-AFTER-IMAGE
023200         ELSE
023300             DISPLAY '          AFTER:  ' PEND-AFT-DICT-REC
023400         END-IF
023500     END-IF.
023516     IF PEND-FILE-DICT
023532       AND PEND-ACTION-DELETE
023540         MOVE 'Q' TO WUSE-FUNCTION
023548         PERFORM 2150-SHOW-USES
023564             THRU 2150-EXIT
023580     END-IF.
023583     IF PEND-FILE-DICT
023586       AND PEND-ACTION-CORRECT
023589         PERFORM 2140-CHECK-XREF-TARGET
023592             THRU 2140-EXIT
023595     END-IF.
023600*
023700 2100-EXIT.
023800     EXIT.
023801*
023802******************************************************************
023803*    2140-CHECK-XREF-TARGET - A WORD CORRECT (OR RETIRE, HELD AS *
023804*    A CORRECT) THAT MAKES THE WORD A CROSS-REFERENCE, MOVES ITS *
023805*    EFFECTIVE DATE LATER, OR MOVES ITS EXPIRY DATE EARLIER      *
023806*    WOULD LEAVE ANY CROSS-REFERENCE POINTING AT THE WORD        *
023807*    OUTLIVING ITS TARGET, SO THOSE ARE ASKED FOR AND SHOWN AS   *
023808*    FOR A DELETE.  THE IMAGES HOLD THE ENTRY TYPE AT 41, THE    *
023809*    EFFECTIVE DATE AT 79 AND THE EXPIRY DATE AT 87.             *
023810******************************************************************
023811 2140-CHECK-XREF-TARGET.
023812     IF PEND-AFT-DICT-REC(41:1) NOT = 'X'
023813       AND PEND-AFT-DICT-REC(79:8) NOT > PEND-BEF-DICT-REC(79:8)
023814       AND PEND-AFT-DICT-REC(87:8) NOT < PEND-BEF-DICT-REC(87:8)
023815         GO TO 2140-EXIT
023816     END-IF.
023817     MOVE 'X' TO WUSE-FUNCTION.
023818     PERFORM 2150-SHOW-USES
023819         THRU 2150-EXIT.
023820*
023821 2140-EXIT.
023822     EXIT.
023823*
023824******************************************************************
023825*    2150-SHOW-USES - FOR A WORD DELETE (WUSE-FUNCTION Q), ASK   *
023826*    ANTWUSE WHAT STILL USES THE WORD NOW (NOT WHEN THE CHANGE   *
023827*    WAS MADE) AND LIST IT - FOR A CORRECT OR RETIRE (X), WHAT   *
023828*    CROSS-REFERENCES POINT AT IT.  A WORD STILL IN USE, OR ONE  *
023829*    WHOSE USES CANNOT BE CHECKED, CAN ONLY BE RELEASED WITH AN  *
023830*    OVERRIDE.                                                   *
023831******************************************************************
023832 2150-SHOW-USES.
023833     MOVE PEND-BEF-DICT-REC(1:20) TO WUSE-WORD.
023834     CALL 'ANTWUSE' USING WUSE-PARM-AREA.
023835     IF NOT WUSE-OK
023836         DISPLAY '          IN USE: NOT KNOWN - WHERE-USED CHECK '
023837             'FAILED, STATUS = ' WUSE-STATUS
023838         SET DL-WORD-IN-USE TO TRUE
023839         GO TO 2150-EXIT
023840     END-IF.
023841     IF WUSE-USE-COUNT = 0
023842         IF PEND-WORD-IN-USE
023843             DISPLAY '          IN USE: NO LONGER - THE MAKER '
023844                 'HELD IT IN USE, BUT NOTHING USES IT NOW'
023845         END-IF
023846         GO TO 2150-EXIT
023847     END-IF.
023848     SET DL-WORD-IN-USE TO TRUE.
023849     MOVE WUSE-USE-COUNT TO DL-USE-COUNT-ED.
023850     IF WUSE-FUNC-QUERY-XREF
023851         DISPLAY '          IN USE: AS THE TARGET OF '
023852             DL-USE-COUNT-ED ' CROSS-REFERENCE(S):'
023853     ELSE
023854         DISPLAY '          IN USE: BY ' DL-USE-COUNT-ED
023855             ' PHRASE(S)/CROSS-REFERENCE(S):'
023856     END-IF.
023857     PERFORM 2160-SHOW-ONE-USE
023858         THRU 2160-EXIT
023859         VARYING DL-USE-IDX FROM 1 BY 1
023860         UNTIL DL-USE-IDX > WUSE-LIST-COUNT.
023861     IF WUSE-USE-COUNT > WUSE-LIST-COUNT
023862         SUBTRACT WUSE-LIST-COUNT FROM WUSE-USE-COUNT
023863             GIVING DL-USE-MORE
023864         MOVE DL-USE-MORE TO DL-USE-COUNT-ED
023865         DISPLAY '            ... AND ' DL-USE-COUNT-ED ' MORE'
023866     END-IF.
023867*
023868 2150-EXIT.
023869     EXIT.
023870*
023871 2160-SHOW-ONE-USE.
023872     IF WUSE-LIST-TYPE(DL-USE-IDX) = 'X'
023873         DISPLAY '            XREF:   '
023874             WUSE-LIST-KEY(DL-USE-IDX)(1:20)
023875     ELSE
023876         DISPLAY '            PHRASE: '
023877             WUSE-LIST-KEY(DL-USE-IDX)(1:60)
023878     END-IF.
023879*
023880 2160-EXIT.
023881     EXIT.
023900*
024000 2200-PROMPT-DECISION.
024100     MOVE SPACES TO DL-DECISION-CODE.
024200     DISPLAY 'ANTPREV - (R)ELEASE, RE(J)ECT, (S)KIP, E(X)IT ? '.
024300     ACCEPT DL-DECISION-CODE.
024400     IF NOT DL-DECISION-VALID
024500         DISPLAY 'ANTPREV - INVALID DECISION CODE, TRY AGAIN'
024600         GO TO 2200-PROMPT-DECISION
024700     END-IF.
024800*
024900 2200-EXIT.
025000     EXIT.
025010*
025020******************************************************************
025030*    2300-CHECK-AUTHORITY - ASK ANTSECK WHETHER THE REVIEWER MAY *
025040*    DECIDE THIS KIND OF CHANGE.  A WORD ENTRY IS CROSS-         *
025050*    REFERENCE MAINTENANCE IF EITHER IMAGE IS A CROSS-REFERENCE  *
025060*    (DICT-ENTRY-TYPE IS BYTE 41 OF THE IMAGE).                  *
025070******************************************************************
025080 2300-CHECK-AUTHORITY.
025090     MOVE 'K' TO SECK-FUNCTION.
025100     MOVE DL-USERID TO SECK-USERID.
025110     MOVE 'ANTPREV' TO SECK-PROGRAM.
025120     MOVE SPACES TO SECK-DETAIL.
025130     STRING 'REVIEW ' PEND-FILE-ID PEND-ACTION ' BY '
025140         PEND-MAKER-ID ' ' PEND-MAKE-DATE
025150         DELIMITED BY SIZE
025160         INTO SECK-DETAIL
025170     END-STRING.
025180     IF PEND-FILE-PHRASE
025190         MOVE 'P' TO SECK-REQUESTED
025200     ELSE
025210         IF PEND-BEFORE-IMAGE(41:1) = 'X'
025220            OR PEND-AFTER-IMAGE(41:1) = 'X'
025230             MOVE 'X' TO SECK-REQUESTED
025240         ELSE
025250             MOVE 'W' TO SECK-REQUESTED
025260         END-IF
025270     END-IF.
025280     CALL 'ANTSECK' USING SECK-PARM-AREA.
025290*
025300 2300-EXIT.
025310     EXIT.
025332*
025354******************************************************************
025376*    3000-RELEASE-ITEM - MARK THE ITEM RELEASED FOR THE NEXT     *
025400*    ANTPREL RUN, STAMPED WITH THE CHECKER'S USERID, DATE, AND   *
025500*    TIME.  A COMMENT IS OPTIONAL ON A RELEASE.                  *
025600******************************************************************
025700 3000-RELEASE-ITEM.
025709     IF DL-WORD-IN-USE
025718         PERFORM 3100-PROMPT-OVERRIDE
025727             THRU 3100-EXIT
025736         IF DL-OVERRIDE-NO
025745             DISPLAY 'ANTPREV - NOT RELEASED - LEFT AWAITING '
025750                 'REVIEW'
025754             ADD 1 TO DL-ITEMS-IN-USE
025763             GO TO 3000-EXIT
025772         END-IF
025781         SET PEND-DELETE-OVERRIDDEN TO TRUE
025790     END-IF.
025800     MOVE SPACES TO DL-CHECK-REASON.
025900     DISPLAY 'ANTPREV - COMMENT (OPTIONAL, 40 CHARS MAX): '.
026000     ACCEPT DL-CHECK-REASON.
026100     SET PEND-RELEASED TO TRUE.
026200     PERFORM 5000-STAMP-CHECKER
026300         THRU 5000-EXIT.
026400     IF DL-PEND-OK
026500         ADD 1 TO DL-ITEMS-RELEASED
026600         DISPLAY 'ANTPREV - RELEASED FOR THE NEXT ANTPREL RUN'
026700     END-IF.
026800*
026900 3000-EXIT.
027000     EXIT.
027007*
027014 3100-PROMPT-OVERRIDE.
027021     MOVE SPACE TO DL-OVERRIDE-CODE.
027028     DISPLAY 'ANTPREV - WORD IS STILL IN USE - OVERRIDE '
027035         'WHERE-USED PROTECTION (Y/N) ? '.
027042     ACCEPT DL-OVERRIDE-CODE.
027049     IF NOT DL-OVERRIDE-VALID
027056         DISPLAY 'ANTPREV - INVALID REPLY, TRY AGAIN'
027063         GO TO 3100-PROMPT-OVERRIDE
027070     END-IF.
027077*
027084 3100-EXIT.
027091     EXIT.
027100*
027200******************************************************************
027300*    4000-REJECT-ITEM - MARK THE ITEM REJECTED.  THE REASON IS   *
027400*    REQUIRED SO THE MAKER KNOWS WHAT TO FIX.  A REJECTED ITEM   *
027500*    IS NEVER APPLIED; THE MAKER KEYS A NEW CHANGE IF NEEDED.    *
027600******************************************************************
027700 4000-REJECT-ITEM.
027800     MOVE SPACES TO DL-CHECK-REASON.
027900     DISPLAY 'ANTPREV - REASON FOR REJECTION (40 CHARS MAX): '.
028000     ACCEPT DL-CHECK-REASON.
028100     IF DL-CHECK-REASON = SPACES
028200         DISPLAY 'ANTPREV - REASON REQUIRED, TRY AGAIN'
028300         GO TO 4000-REJECT-ITEM
028400     END-IF.
028500     SET PEND-REJECTED TO TRUE.
028600     PERFORM 5000-STAMP-CHECKER
028700         THRU 5000-EXIT.
028800     IF DL-PEND-OK
028900         ADD 1 TO DL-ITEMS-REJECTED
029000         DISPLAY 'ANTPREV - REJECTED'
029100     END-IF.
029200*
029300 4000-EXIT.
029400     EXIT.
029500*
029600 5000-STAMP-CHECKER.
029700     MOVE DL-USERID TO PEND-CHECKER-ID.
029800     ACCEPT PEND-CHECK-DATE FROM DATE YYYYMMDD.
029900     ACCEPT PEND-CHECK-TIME FROM TIME.
030000     MOVE DL-CHECK-REASON TO PEND-CHECK-REASON.
030100     REWRITE PEND-RECORD
030200         INVALID KEY
030300             DISPLAY 'ANTPREV - REWRITE FAILED, STATUS = '
030400                 DL-PEND-STATUS
030500     END-REWRITE.
030600*
030700 5000-EXIT.
030800     EXIT.
030900*
031000******************************************************************
031100*    9000-TERMINATE - CLOSE THE FILE AND SUMMARIZE THE SESSION   *
031200******************************************************************
031300 9000-TERMINATE.
031400     CLOSE PENDFILE.
031410     MOVE 'C' TO SECK-FUNCTION.
031420     CALL 'ANTSECK' USING SECK-PARM-AREA.
031446     MOVE 'C' TO WUSE-FUNCTION.
031472     CALL 'ANTWUSE' USING WUSE-PARM-AREA.
031500     DISPLAY 'ANTPREV - ITEMS SHOWN:       ' DL-ITEMS-SHOWN.
031600     DISPLAY 'ANTPREV - RELEASED:          ' DL-ITEMS-RELEASED.
031700     DISPLAY 'ANTPREV - REJECTED:          ' DL-ITEMS-REJECTED.
031800     DISPLAY 'ANTPREV - YOUR OWN (SKIPPED):' DL-ITEMS-OWN.
031850     DISPLAY 'ANTPREV - NOT AUTHORIZED:    ' DL-ITEMS-REFUSED.
031875     DISPLAY 'ANTPREV - LEFT (WORD IN USE):' DL-ITEMS-IN-USE.
031900*
032000 9000-EXIT.
032100     EXIT.
