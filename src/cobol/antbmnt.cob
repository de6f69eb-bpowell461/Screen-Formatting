001100*                 DICTIONARY (DICTFILE) AND PHRASE FILE          *
001200*                 (PHRASFILE).  READS A MAINTENANCE TRANSACTION  *
001300*                 FILE (MAINTTXN - ACTION A/C/D, TYPE W/P, THE   *
001400*                 TEXT, AND THE I-CHAR VALUE) AND EDITS THE      *
001500*                 WHOLE FILE IN ONE SCHEDULED STEP, WRITING A    *
001600*                 PENDING/REJECTED RESULTS REPORT WITH A REASON  *
001700*                 FOR EVERY REJECTION.  SAME EDIT RULES AS THE   *
001800*                 ONE-AT-A-TIME ANTMAINT PROMPTS.                *
001810*                                                                *
001820*                 AN ACCEPTED TRANSACTION IS NOT APPLIED HERE -  *
001830*                 IT IS HELD ON THE PENDING-CHANGE FILE          *
001840*                 (PENDFILE) WITH THE PARM USERID AS MAKER AND   *
001850*                 THE PARM REASON, FOR A DIFFERENT USERID TO     *
001860*                 RELEASE ON ANTPREV.  ANTPREL APPLIES AND       *
001870*                 JOURNALS RELEASED CHANGES.                     *
001880*                                                                *
001882*                 THE PARM USERID MUST HOLD THE MATCHING         *
001884*                 FUNCTION ON ITS SECURITY PROFILE (SECPROF,     *
001886*                 CHECKED BY THE ANTSECK MODULE) FOR EACH        *
001888*                 TRANSACTION - PHRASE, CROSS-REFERENCE, OR WORD *
001890*                 MAINTENANCE, THE SAME RULE ANTMAINT APPLIES.   *
001892*                 A REFUSED TRANSACTION IS REJECTED AS NOT       *
001894*                 AUTHORIZED AND LOGGED ON SECVIOL.              *
001904*                                                                *
001914*                 A WORD DELETE FIRST ASKS THE WHERE-USED MODULE *
001924*                 (ANTWUSE) WHAT PHRASES AND CROSS-REFERENCES    *
001934*                 STILL USE THE WORD. IF ANY DO, THEY ARE LISTED *
001944*                 ON BMNTRPT UNDER THE RESULT LINE AND THE       *
001954*                 DELETE IS REJECTED AS WORD IN USE - UNLESS THE *
001964*                 PARM CARRIES HOLD, WHEN IT IS HELD FLAGGED IN  *
001974*                 USE FOR THE CHECKER TO OVERRIDE ON ANTPREV.    *
001976*                 A WORD RETIRE, OR A WORD CORRECT THAT MAKES    *
001977*                 THE WORD A CROSS-REFERENCE, MOVES ITS          *
001978*                 EFFECTIVE DATE LATER OR ITS EXPIRY DATE        *
001979*                 EARLIER, ASKS THE SAME WAY WHICH CROSS-        *
001980*                 REFERENCES POINT AT THE WORD AND IS REJECTED   *
001981*                 OR HELD THE SAME WAY IF ANY DO.                *
001984*                                                                *
002000*    MODIFICATION HISTORY                                       *
002100*    DATE       INIT DESCRIPTION                                 *
002200*    08/22/26   JMH  INITIAL VERSION.                            *
002301*                    REPORT TRANSACTION NUMBER IS NOW THE       *
002302*                    ABSOLUTE POSITION IN MAINTTXN SO RERUN     *
002303*                    PAGES LINE UP WITH THE ORIGINAL RUN'S.     *
002304*    10/15/26   JMH  MAKER-CHECKER.  DICTFILE AND PHRASFILE ARE *
002305*                    NOW OPENED INPUT ONLY AND MAINTJRN IS NO   *
002306*                    LONGER WRITTEN HERE.  EACH ACCEPTED        *
002307*                    TRANSACTION IS HELD ON THE PENDING-CHANGE  *
002308*                    FILE (PENDFILE - SEE PENDREC) WITH ITS     *
002309*                    BEFORE AND AFTER IMAGES FOR A DIFFERENT    *
002310*                    USERID TO RELEASE ON ANTPREV; ANTPREL      *
002311*                    APPLIES AND JOURNALS IT.  PARM IS NOW      *
002312*                    'USERID,REASON'.  BMNTRPT SHOWS PENDING OR *
002313*                    REJECTED.  ADD NOW CHECKS FOR A DUPLICATE  *
002314*                    KEY WITH A READ INSTEAD OF THE WRITE.      *
002315*    10/15/26   JMH  THE PARM USERID IS CHECKED AGAINST ITS     *
002316*                    SECURITY PROFILE (SECPROF) THROUGH ANTSECK *
002317*                    FOR EVERY TRANSACTION - PHRASE, CROSS-     *
002318*                    REFERENCE, OR WORD MAINTENANCE BY ENTRY. A *
002319*                    REFUSED TRANSACTION IS REJECTED 'NOT       *
002320*                    AUTHORIZED' AND LOGGED ON SECVIOL.         *
002321*    10/15/26   JMH  EFFECTIVE-DATED ENTRIES (SEE DICTREC).     *
002322*                    MTXN-EFF-DATE AND MTXN-EXP-DATE ARE EDITED *
002323*                    AND CARRIED ONTO ADDS AND CORRECTIONS, AND *
002324*                    THE NEW R (RETIRE) ACTION END-DATES AN     *
002325*                    EXISTING ENTRY, HELD AS A CORRECTION. NEW  *
002326*                    REJECT REASONS: BAD EFFECTIVE DATE, BAD    *
002327*                    EXPIRY DATE, NO RETIRE DATE, DATES         *
002328*                    INVERTED, XREF TARGET RETIRED.             *
002329*    10/15/26   JMH  WORD DELETE PROTECTION. A WORD STILL USED  *
002330*                    BY PHRASES OR CROSS-REFERENCES (PER THE    *
002331*                    WHERE-USED CONCORDANCE, ASKED THROUGH      *
002332*                    ANTWUSE) IS REJECTED 'WORD IN USE' WITH    *
002333*                    ITS DEPENDENTS LISTED ON BMNTRPT. PARM IS  *
002334*                    NOW 'USERID,REASON,HOLD' - WITH HOLD SUCH  *
002335*                    A DELETE IS INSTEAD HELD FLAGGED IN USE    *
002336*                    FOR THE CHECKER TO OVERRIDE.               *
002337*    10/15/26   JMH  A CROSS-REFERENCE ADD OR CORRECT IS        *
002338*                    REJECTED 'XREF OUTLIVES TARGET' IF ITS     *
002339*                    TARGET TAKES EFFECT AFTER IT OR EXPIRES    *
002340*                    BEFORE IT, DATES DEFAULTED (AS ANTVRFY     *
002341*                    TESTS).                                    *
002342*    10/15/26   JMH  A WORD RETIRE, OR A CORRECT THAT MAKES THE *
002343*                    WORD A CROSS-REFERENCE OR NARROWS ITS      *
002344*                    DATES, IS REJECTED 'WORD IN USE' (OR HELD, *
002345*                    WITH HOLD) WHILE CROSS-REFERENCES POINT AT *
002346*                    THE WORD                                   *
002347******************************************************************
002400 PROGRAM-ID. ANTBMNT.
002500*
002600 ENVIRONMENT DIVISION.
005300         ACCESS MODE IS SEQUENTIAL
005400         FILE STATUS IS DL-RPT-STATUS.
005410*
005420     SELECT PENDFILE ASSIGN TO PENDFILE
005430         ORGANIZATION IS INDEXED
005440         ACCESS MODE IS DYNAMIC
005445         RECORD KEY IS PEND-KEY OF PEND-RECORD
005450         FILE STATUS IS DL-PEND-STATUS.
005460*
005470     SELECT BCHKPT ASSIGN TO BCHKPT
005480         ORGANIZATION IS RELATIVE
007400     RECORDING MODE IS F.
007500     COPY BMRPREC.
007510*
007520 FD  PENDFILE
007530     LABEL RECORDS ARE STANDARD.
007550     COPY PENDREC.
007560*
007570 FD  BCHKPT
007580     LABEL RECORDS ARE STANDARD.
009000         88  DL-PHR-NOTFND             VALUE '23'.
009100     05  DL-RPT-STATUS       PIC X(02).
009200         88  DL-RPT-OK                 VALUE '00'.
009210     05  DL-PEND-STATUS      PIC X(02).
009220         88  DL-PEND-OK                VALUE '00'.
009225         88  DL-PEND-NOT-THERE         VALUE '35'.
009230     05  DL-CKPT-STATUS      PIC X(02).
009240         88  DL-CKPT-OK                VALUE '00'.
009250         88  DL-CKPT-NOTFND            VALUE '23' '35'.
009500     05  DL-TXN-EOF-SW       PIC X(01)  VALUE 'N'.
009600         88  DL-TXN-EOF                 VALUE 'Y'.
009700     05  DL-RESULT-SW        PIC X(01)  VALUE 'A'.
009800         88  DL-TXN-ACCEPTED            VALUE 'A'.
009900         88  DL-TXN-REJECTED            VALUE 'R'.
010000*
010100 01  DL-COUNTERS.
010200     05  DL-TXNS-READ        PIC 9(09)  COMP  VALUE ZERO.
010300     05  DL-TXNS-HELD        PIC 9(09)  COMP  VALUE ZERO.
010400     05  DL-TXNS-REJECTED    PIC 9(09)  COMP  VALUE ZERO.
010500     05  DL-SCAN-IDX         PIC 9(03)  COMP  VALUE ZERO.
010510*
010600*
010700 01  DL-REJECT-REASON        PIC X(20)  VALUE SPACES.
010800 01  DL-TODAY                PIC 9(08).
010801 01  DL-XREF-TGT-EFF         PIC 9(08)  VALUE ZERO.
010802 01  DL-XREF-TGT-EXP         PIC 9(08)  VALUE ZERO.
010805 01  DL-RUN-TIME             PIC 9(08).
010810*
010820 01  DL-USERID               PIC X(08)  VALUE 'BATCH'.
010830 01  DL-PEND-FILE-ID         PIC X(01).
010840 01  DL-BEFORE-IMAGE         PIC X(239).
010850 01  DL-AFTER-IMAGE          PIC X(239).
010860 01  DL-REASON               PIC X(40)
010870         VALUE 'BATCH MAINTENANCE - MAINTTXN'.
010880*
010890     COPY SECKPARM.
010891*
010892 01  DL-PARM-HOLD-X          PIC X(08)  VALUE SPACES.
010893     88  DL-PARM-HOLD                 VALUE 'HOLD'.
010894 01  DL-IN-USE-SW            PIC X(01)  VALUE SPACE.
010895     88  DL-WORD-IN-USE               VALUE 'U'.
010896 01  DL-USE-IDX              PIC 9(02)  COMP  VALUE ZERO.
010897 01  DL-USE-MORE             PIC 9(05)  VALUE ZERO.
010898 01  DL-USE-MORE-ED          PIC ZZ,ZZ9.
010899 01  DL-USE-QUERY            PIC X(01)  VALUE 'Q'.
010900 01  DL-OLD-EFF-DATE         PIC 9(08)  VALUE ZERO.
010901 01  DL-OLD-EXP-DATE         PIC 9(08)  VALUE ZERO.
010902*
010903******************************************************************
010904*    WUSE-PARM-AREA - THE PARAMETER AREA FOR THE CALLABLE        *
010905*    WHERE-USED MODULE (ANTWUSE), ASKED WHAT STILL USES A WORD   *
010906*    BEFORE A DELETE, RETIRE OR CORRECT OF IT IS HELD            *
010907******************************************************************
010908     COPY WUSEPARM.
010909*
010910 LINKAGE SECTION.
010920*
010930 01  DL-PARM-AREA.
010940     05  DL-PARM-LEN         PIC S9(4) COMP.
010950     05  DL-PARM-TEXT        PIC X(60).
010960*
011000 PROCEDURE DIVISION USING DL-PARM-AREA.
011100*
012800 1000-INITIALIZE.
012810     IF DL-PARM-LEN > 0
012820         MOVE SPACES TO DL-USERID
012830         IF DL-PARM-LEN > 60
012840             MOVE 60 TO DL-PARM-LEN
012850         END-IF
012860         UNSTRING DL-PARM-TEXT(1:DL-PARM-LEN) DELIMITED BY ','
012870             INTO DL-USERID DL-REASON DL-PARM-HOLD-X
012880         END-UNSTRING
012885         IF DL-REASON = SPACES
012886             MOVE 'BATCH MAINTENANCE - MAINTTXN' TO DL-REASON
012887         END-IF
012890     END-IF.
012891     IF DL-PARM-HOLD-X NOT = SPACES
012892       AND NOT DL-PARM-HOLD
012893         DISPLAY 'ANTBMNT - PARM IN-USE FIELD MUST BE HOLD OR '
012894             'BLANK, GOT: ' DL-PARM-HOLD-X
012895         GO TO 1000-ABEND
012896     END-IF.
012900     ACCEPT DL-TODAY FROM DATE YYYYMMDD.
012905     ACCEPT DL-RUN-TIME FROM TIME.
013000     OPEN INPUT  MAINTTXN.
013100     IF NOT DL-TXN-OK
013200         DISPLAY 'ANTBMNT - MAINTTXN OPEN FAILED, STATUS = '
013400         GO TO 1000-ABEND
013500     END-IF.
013600*
013700     OPEN INPUT DICTFILE.
013800     IF NOT DL-DICT-OK
013900         DISPLAY 'ANTBMNT - DICTFILE OPEN FAILED, STATUS = '
014000             DL-DICT-STATUS
014100         GO TO 1000-ABEND
014200     END-IF.
014300*
014400     OPEN INPUT PHRASFILE.
014500     IF NOT DL-PHR-OK
014600         DISPLAY 'ANTBMNT - PHRASFILE OPEN FAILED, STATUS = '
014700             DL-PHR-STATUS
015500         GO TO 1000-ABEND
015600     END-IF.
015610*
015620     OPEN I-O PENDFILE.
015622     IF DL-PEND-NOT-THERE
015624         OPEN OUTPUT PENDFILE
015626         CLOSE PENDFILE
015628         OPEN I-O PENDFILE
015629     END-IF.
015630     IF NOT DL-PEND-OK
015640         DISPLAY 'ANTBMNT - PENDFILE OPEN FAILED, STATUS = '
015650             DL-PEND-STATUS
015660         GO TO 1000-ABEND
015670     END-IF.
015680*
015681     MOVE 'O' TO SECK-FUNCTION.
015682     CALL 'ANTSECK' USING SECK-PARM-AREA.
015684     IF NOT SECK-OK
015686         DISPLAY 'ANTBMNT - SECURITY FILES NOT AVAILABLE, '
015688             'STATUS = ' SECK-STATUS
015689         GO TO 1000-ABEND
015690     END-IF.
015697*
015704     MOVE 'O' TO WUSE-FUNCTION.
015711     MOVE SPACE TO WUSE-OPEN-MODE.
015718     CALL 'ANTWUSE' USING WUSE-PARM-AREA.
015725     IF NOT WUSE-OK
015732         DISPLAY 'ANTBMNT - WHERE-USED FILE NOT AVAILABLE, '
015739             'STATUS = ' WUSE-STATUS
015746         GO TO 1000-ABEND
015753     END-IF.
015760*
015767     PERFORM 1200-OPEN-CHECKPOINT
015774         THRU 1200-EXIT.
015781*
015800     PERFORM 2100-READ-TXN
015900         THRU 2100-EXIT.
015910     IF DL-RESTART-CNT > 0
017030     EXIT.
017040*
017050******************************************************************
017060*    1300-SKIP-ONE-TXN - READ PAST ONE ALREADY-STAGED            *
017070*    TRANSACTION ON A RESTART.  NOTHING IS VALIDATED, STAGED,    *
017080*    OR REPORTED FOR A SKIPPED TRANSACTION - IT WAS              *
017090*    ALL DONE BEFORE THE ABEND.                                  *
017100******************************************************************
017110 1300-SKIP-ONE-TXN.
017160     EXIT.
017170*
017180******************************************************************
017181*    2000-PROCESS-TXN - VALIDATE ONE MAINTENANCE TRANSACTION AND *
017182*    HOLD IT FOR APPROVAL, THEN REPORT ITS OUTCOME               *
017200******************************************************************
017300 2000-PROCESS-TXN.
017400     ADD 1 TO DL-TXNS-READ.
017500     SET DL-TXN-ACCEPTED TO TRUE.
017550     COMPUTE DL-TXN-POSITION = DL-RESTART-CNT + DL-TXNS-READ.
017600     MOVE SPACES TO DL-REJECT-REASON.
017650     MOVE SPACE TO DL-IN-USE-SW.
017700     PERFORM 2500-VALIDATE-TXN
017800         THRU 2500-EXIT.
017900     IF DL-TXN-ACCEPTED
018000         EVALUATE TRUE
018100             WHEN MTXN-ACTION-ADD
018200                 PERFORM 3000-STAGE-ADD
018300                     THRU 3000-EXIT
018400             WHEN MTXN-ACTION-CORRECT
018500                 PERFORM 4000-STAGE-CORRECT
018600                     THRU 4000-EXIT
018700             WHEN MTXN-ACTION-DELETE
018800                 PERFORM 5000-STAGE-DELETE
018900                     THRU 5000-EXIT
018910             WHEN MTXN-ACTION-RETIRE
018920                 PERFORM 5500-STAGE-RETIRE
018930                     THRU 5500-EXIT
019000         END-EVALUATE
019100     END-IF.
019200     PERFORM 6000-WRITE-RESULT
020900******************************************************************
021000*    2500-VALIDATE-TXN - REJECT A TRANSACTION THAT COULD NEVER   *
021100*    APPLY CLEANLY BEFORE ANY FILE IS TOUCHED: BAD ACTION CODE,  *
021200*    BAD ENTRY TYPE, BLANK TEXT, A WORD ENTRY WHOSE TEXT RUNS    *
021300*    PAST THE 20-BYTE WORD KEY, A DATE THAT IS NOT A YYYYMMDD,   *
021350*    OR A RETIRE WITH NO EXPIRY DATE                             *
021400******************************************************************
021500 2500-VALIDATE-TXN.
021600     IF NOT MTXN-ACTION-VALID
023690                 THRU 2900-EXIT
023692         END-IF
023694     END-IF.
023695     IF DL-TXN-REJECTED
023696         GO TO 2500-EXIT
023697     END-IF.
023698     IF MTXN-EFF-DATE NOT = SPACES
023699         IF MTXN-EFF-DATE NOT NUMERIC
023700            OR MTXN-EFF-DATE-N < 19000101
023701             SET DL-TXN-REJECTED TO TRUE
023702             MOVE 'BAD EFFECTIVE DATE' TO DL-REJECT-REASON
023703             GO TO 2500-EXIT
023704         END-IF
023705     END-IF.
023706     IF MTXN-EXP-DATE NOT = SPACES
023707         IF MTXN-EXP-DATE NOT NUMERIC
023708            OR MTXN-EXP-DATE-N < 19000101
023709             SET DL-TXN-REJECTED TO TRUE
023710             MOVE 'BAD EXPIRY DATE' TO DL-REJECT-REASON
023711             GO TO 2500-EXIT
023712         END-IF
023713     END-IF.
023714     IF MTXN-ACTION-RETIRE AND MTXN-EXP-DATE = SPACES
023715         SET DL-TXN-REJECTED TO TRUE
023716         MOVE 'NO RETIRE DATE' TO DL-REJECT-REASON
023717     END-IF.
023718*
023800 2500-EXIT.
023900     EXIT.
024000*
026130*    2900-EDIT-XREF - A NONBLANK CROSS-REFERENCE TARGET MUST BE  *
026140*    A REAL DICTIONARY ENTRY, MUST NOT ITSELF BE A CROSS-        *
026150*    REFERENCE (ONE HOP ONLY - SEE 3017-CHASE-XREF IN            *
026160*    ANTIQUITY), MUST NOT BE THE TRANSACTION'S OWN WORD, AND     *
026165*    MUST NOT ALREADY BE RETIRED.  THE TARGET'S DATES ARE KEPT   *
026167*    FOR 2950 ONCE THE ENTRY'S OWN DATES ARE KNOWN.              *
026170*    THE KEYED READ CLOBBERS THE RECORD AREA - THE BUILD AND     *
026180*    STAGE PARAGRAPHS RELOAD IT FROM THE TRANSACTION AFTERWARD.  *
026190******************************************************************
026192 2900-EDIT-XREF.
026194     IF MTXN-XREF-WORD = MTXN-WORD
026220     IF DICT-TYPE-XREF
026222         SET DL-TXN-REJECTED TO TRUE
026224         MOVE 'XREF TO XREF' TO DL-REJECT-REASON
026225         GO TO 2900-EXIT
026226     END-IF.
026227     IF DICT-EXP-DATE NOT > DL-TODAY
026228         SET DL-TXN-REJECTED TO TRUE
026229         MOVE 'XREF TARGET RETIRED' TO DL-REJECT-REASON
026232         GO TO 2900-EXIT
026235     END-IF.
026238     MOVE DICT-EFF-DATE TO DL-XREF-TGT-EFF.
026241     MOVE DICT-EXP-DATE TO DL-XREF-TGT-EXP.
026244*
026258 2900-EXIT.
026272     EXIT.
026286*
026292******************************************************************
026298*    2950-CHECK-XREF-DATES - A CROSS-REFERENCE MAY NOT TAKE      *
026304*    EFFECT BEFORE ITS TARGET OR STAY IN EFFECT AFTER THE TARGET *
026310*    EXPIRES - THE SAME TEST ANTVRFY MAKES.  CALLED WITH THE     *
026316*    ENTRY BUILT IN DICT-RECORD, DATES DEFAULTED.                *
026322******************************************************************
026328 2950-CHECK-XREF-DATES.
026334     IF DL-XREF-TGT-EFF > DICT-EFF-DATE
026340       OR DL-XREF-TGT-EXP < DICT-EXP-DATE
026346         SET DL-TXN-REJECTED TO TRUE
026352         MOVE 'XREF OUTLIVES TARGET' TO DL-REJECT-REASON
026358     END-IF.
026364*
026370 2950-EXIT.
026376     EXIT.
026382*
026388******************************************************************
026400*    3000-STAGE-ADD - HOLD A NEW DICTIONARY OR PHRASE ENTRY FOR  *
026500*    APPROVAL.  A KEY ALREADY ON FILE REJECTS THE TRANSACTION AS *
026550*    DUPLICATE.                                                  *
026600******************************************************************
026700 3000-STAGE-ADD.
026710     MOVE LOW-VALUES TO DL-BEFORE-IMAGE.
026720     MOVE LOW-VALUES TO DL-AFTER-IMAGE.
026800     IF MTXN-TYPE-PHRASE
026900         PERFORM 2700-BUILD-PHRASE-REC
027000             THRU 2700-EXIT
027100         READ PHRASFILE
027110             KEY IS PHRASE-TEXT OF PHRASE-RECORD
027120             INVALID KEY
027130                 CONTINUE
027140             NOT INVALID KEY
027150                 SET DL-TXN-REJECTED TO TRUE
027160                 MOVE 'DUPLICATE' TO DL-REJECT-REASON
027170                 GO TO 3000-EXIT
027180         END-READ
027190         PERFORM 2700-BUILD-PHRASE-REC
027200             THRU 2700-EXIT
027202         IF PHRASE-EXP-DATE OF PHRASE-RECORD
027204             NOT > PHRASE-EFF-DATE OF PHRASE-RECORD
027206             SET DL-TXN-REJECTED TO TRUE
027208             MOVE 'DATES INVERTED' TO DL-REJECT-REASON
027209             GO TO 3000-EXIT
027210         END-IF
027211         MOVE PHRASE-RECORD TO DL-AFTER-IMAGE
027220         MOVE 'P' TO DL-PEND-FILE-ID
027230         PERFORM 7000-WRITE-PENDING
027240             THRU 7000-EXIT
027600     ELSE
027700         MOVE MTXN-WORD TO WORD OF DICT-RECORD
027710         READ DICTFILE
027720             KEY IS WORD OF DICT-RECORD
027730             INVALID KEY
027740                 CONTINUE
027750             NOT INVALID KEY
027760                 SET DL-TXN-REJECTED TO TRUE
027770                 MOVE 'DUPLICATE' TO DL-REJECT-REASON
027780                 GO TO 3000-EXIT
027790         END-READ
027800         PERFORM 2800-BUILD-DICT-REC
027810             THRU 2800-EXIT
027812         IF DICT-EXP-DATE NOT > DICT-EFF-DATE
027814             SET DL-TXN-REJECTED TO TRUE
027816             MOVE 'DATES INVERTED' TO DL-REJECT-REASON
027818             GO TO 3000-EXIT
027819         END-IF
027820         IF MTXN-XREF-WORD NOT = SPACES
027821             PERFORM 2950-CHECK-XREF-DATES
027822                 THRU 2950-EXIT
027823             IF DL-TXN-REJECTED
027824                 GO TO 3000-EXIT
027825             END-IF
027826         END-IF
027827         MOVE DICT-RECORD TO DL-AFTER-IMAGE(1:96)
027830         MOVE 'D' TO DL-PEND-FILE-ID
027840         PERFORM 7000-WRITE-PENDING
027850             THRU 7000-EXIT
028400     END-IF.
028500*
028600 3000-EXIT.
028900******************************************************************
029000*    2700-BUILD-PHRASE-REC - FILL A PHRASE-RECORD FROM THE       *
029100*    TRANSACTION.  DL-SCAN-IDX STILL HOLDS THE TRIMMED TEXT      *
029200*    LENGTH LEFT BY 2600-CALC-TEXT-LEN.  A BLANK EFFECTIVE DATE  *
029250*    IS THE RUN DATE AND A BLANK EXPIRY DATE IS NONE.            *
029300******************************************************************
029400 2700-BUILD-PHRASE-REC.
029500     MOVE SPACES TO PHRASE-TEXT OF PHRASE-RECORD.
029700     MOVE DL-SCAN-IDX TO PHRASE-LEN OF PHRASE-RECORD.
029800     MOVE MTXN-ICHAR TO PHRASE-ICHAR OF PHRASE-RECORD.
029900     MOVE DL-TODAY TO PHRASE-LAST-UPD-DATE OF PHRASE-RECORD.
029910     MOVE DL-TODAY TO PHRASE-EFF-DATE OF PHRASE-RECORD.
029920     IF MTXN-EFF-DATE NOT = SPACES
029930         MOVE MTXN-EFF-DATE-N TO PHRASE-EFF-DATE OF PHRASE-RECORD
029940     END-IF.
029950     MOVE 99999999 TO PHRASE-EXP-DATE OF PHRASE-RECORD.
029960     IF MTXN-EXP-DATE NOT = SPACES
029970         MOVE MTXN-EXP-DATE-N TO PHRASE-EXP-DATE OF PHRASE-RECORD
029980     END-IF.
030000*
030100 2700-EXIT.
030200     EXIT.
030300*
030400******************************************************************
030500*    2800-BUILD-DICT-REC - FILL A DICT-RECORD FROM THE           *
030600*    TRANSACTION, DEFAULTING THE DATES AS FOR A PHRASE           *
030700******************************************************************
030800 2800-BUILD-DICT-REC.
030850     MOVE SPACES TO DICT-RECORD.
031030         MOVE MTXN-XREF-WORD TO DICT-XREF-WORD
031040     END-IF.
031100     MOVE DL-TODAY TO DICT-LAST-UPD-DATE.
031110     MOVE DL-TODAY TO DICT-EFF-DATE.
031120     IF MTXN-EFF-DATE NOT = SPACES
031130         MOVE MTXN-EFF-DATE-N TO DICT-EFF-DATE
031140     END-IF.
031150     MOVE 99999999 TO DICT-EXP-DATE.
031160     IF MTXN-EXP-DATE NOT = SPACES
031170         MOVE MTXN-EXP-DATE-N TO DICT-EXP-DATE
031180     END-IF.
031200*
031300 2800-EXIT.
031400     EXIT.
031500*
031600******************************************************************
031700*    4000-STAGE-CORRECT - HOLD A CORRECTION TO AN EXISTING       *
031800*    ENTRY FOR APPROVAL.  A KEY NOT ON FILE REJECTS THE          *
031850*    TRANSACTION.  A BLANK DATE LEAVES THE ENTRY'S DATE AS IT    *
031860*    IS.                                                         *
031900******************************************************************
032000 4000-STAGE-CORRECT.
032100     IF MTXN-TYPE-PHRASE
032200         MOVE SPACES TO PHRASE-TEXT OF PHRASE-RECORD
032300         MOVE MTXN-TEXT TO PHRASE-TEXT OF PHRASE-RECORD
033020         MOVE PHRASE-RECORD TO DL-BEFORE-IMAGE
033100         MOVE MTXN-ICHAR TO PHRASE-ICHAR OF PHRASE-RECORD
033200         MOVE DL-TODAY TO PHRASE-LAST-UPD-DATE OF PHRASE-RECORD
033201         IF MTXN-EFF-DATE NOT = SPACES
033202             MOVE MTXN-EFF-DATE-N
033203                 TO PHRASE-EFF-DATE OF PHRASE-RECORD
033204         END-IF
033205         IF MTXN-EXP-DATE NOT = SPACES
033206             MOVE MTXN-EXP-DATE-N
033207                 TO PHRASE-EXP-DATE OF PHRASE-RECORD
033208         END-IF
033209         IF PHRASE-EXP-DATE OF PHRASE-RECORD
033210             NOT > PHRASE-EFF-DATE OF PHRASE-RECORD
033211             SET DL-TXN-REJECTED TO TRUE
033212             MOVE 'DATES INVERTED' TO DL-REJECT-REASON
033213             GO TO 4000-EXIT
033214         END-IF
033215         MOVE LOW-VALUES TO DL-AFTER-IMAGE
033220         MOVE PHRASE-RECORD TO DL-AFTER-IMAGE
033230         MOVE 'P' TO DL-PEND-FILE-ID
033300         PERFORM 7000-WRITE-PENDING
033400             THRU 7000-EXIT
033800     ELSE
033900         MOVE MTXN-WORD TO WORD OF DICT-RECORD
034000         READ DICTFILE
034500                 GO TO 4000-EXIT
034600         END-READ
034610         MOVE LOW-VALUES TO DL-BEFORE-IMAGE
034620         MOVE DICT-RECORD TO DL-BEFORE-IMAGE(1:96)
034630         MOVE DICT-EFF-DATE TO DL-OLD-EFF-DATE
034640         MOVE DICT-EXP-DATE TO DL-OLD-EXP-DATE
034700         MOVE MTXN-ICHAR TO I-CHAR OF DICT-RECORD
034710         IF MTXN-XREF-WORD NOT = SPACES
034720             MOVE 'X' TO DICT-ENTRY-TYPE
034760             MOVE SPACES TO DICT-XREF-WORD
034770         END-IF
034800         MOVE DL-TODAY TO DICT-LAST-UPD-DATE
034801         IF MTXN-EFF-DATE NOT = SPACES
034802             MOVE MTXN-EFF-DATE-N TO DICT-EFF-DATE
034803         END-IF
034804         IF MTXN-EXP-DATE NOT = SPACES
034805             MOVE MTXN-EXP-DATE-N TO DICT-EXP-DATE
034806         END-IF
034807         IF DICT-EXP-DATE NOT > DICT-EFF-DATE
034808             SET DL-TXN-REJECTED TO TRUE
034809             MOVE 'DATES INVERTED' TO DL-REJECT-REASON
034810             GO TO 4000-EXIT
034811         END-IF
034812         IF MTXN-XREF-WORD NOT = SPACES
034813             PERFORM 2950-CHECK-XREF-DATES
034814                 THRU 2950-EXIT
034815             IF DL-TXN-REJECTED
034816                 GO TO 4000-EXIT
034817             END-IF
034818         END-IF
034819         PERFORM 5150-CHECK-XREF-TARGET
034820             THRU 5150-EXIT
034821         IF DL-TXN-REJECTED
034822             GO TO 4000-EXIT
034823         END-IF
034824         MOVE LOW-VALUES TO DL-AFTER-IMAGE
034825         MOVE DICT-RECORD TO DL-AFTER-IMAGE(1:96)
034830         MOVE 'D' TO DL-PEND-FILE-ID
034900         PERFORM 7000-WRITE-PENDING
035000             THRU 7000-EXIT
035400     END-IF.
035500*
035600 4000-EXIT.
035700     EXIT.
035800*
035900******************************************************************
036000*    5000-STAGE-DELETE - HOLD THE REMOVAL OF AN EXISTING ENTRY   *
036100*    FOR APPROVAL.  A KEY NOT ON FILE REJECTS THE TRANSACTION.   *
036200******************************************************************
036300 5000-STAGE-DELETE.
036400     IF MTXN-TYPE-PHRASE
036500         MOVE SPACES TO PHRASE-TEXT OF PHRASE-RECORD
036600         MOVE MTXN-TEXT TO PHRASE-TEXT OF PHRASE-RECORD
037310         MOVE LOW-VALUES TO DL-BEFORE-IMAGE
037320         MOVE PHRASE-RECORD TO DL-BEFORE-IMAGE
037330         MOVE LOW-VALUES TO DL-AFTER-IMAGE
037340         MOVE 'P' TO DL-PEND-FILE-ID
037400         PERFORM 7000-WRITE-PENDING
037500             THRU 7000-EXIT
037900     ELSE
038000         MOVE MTXN-WORD TO WORD OF DICT-RECORD
038100         READ DICTFILE
038500                 MOVE 'NOT ON FILE' TO DL-REJECT-REASON
038600                 GO TO 5000-EXIT
038700         END-READ
038701         MOVE 'Q' TO DL-USE-QUERY
038702         PERFORM 5100-CHECK-WORD-IN-USE
038703             THRU 5100-EXIT
038704         IF DL-TXN-REJECTED
038705             GO TO 5000-EXIT
038706         END-IF
038710         MOVE LOW-VALUES TO DL-BEFORE-IMAGE
038720         MOVE DICT-RECORD TO DL-BEFORE-IMAGE(1:96)
038730         MOVE LOW-VALUES TO DL-AFTER-IMAGE
038740         MOVE 'D' TO DL-PEND-FILE-ID
038800         PERFORM 7000-WRITE-PENDING
038900             THRU 7000-EXIT
039300     END-IF.
039400*
039500 5000-EXIT.
039600     EXIT.
039601*
039602******************************************************************
039603*    5100-CHECK-WORD-IN-USE - ASK ANTWUSE WHAT STILL USES THE    *
039604*    WORD (DL-USE-QUERY Q) OR, FOR A RETIRE OR CORRECT, WHAT     *
039605*    CROSS-REFERENCES POINT AT IT (X).  IF ANYTHING DOES, THE    *
039606*    DEPENDENTS ARE LISTED UNDER THE RESULT LINE AND THE CHANGE  *
039607*    IS REJECTED 'WORD IN USE' - OR, WITH HOLD IN THE PARM,      *
039608*    HELD FLAGGED IN USE FOR THE CHECKER TO OVERRIDE ON ANTPREV. *
039609******************************************************************
039610 5100-CHECK-WORD-IN-USE.
039611     MOVE DL-USE-QUERY TO WUSE-FUNCTION.
039612     MOVE WORD OF DICT-RECORD TO WUSE-WORD.
039613     CALL 'ANTWUSE' USING WUSE-PARM-AREA.
039614     IF NOT WUSE-OK
039615         SET DL-TXN-REJECTED TO TRUE
039616         MOVE 'WHERE-USED FAILED' TO DL-REJECT-REASON
039617         GO TO 5100-EXIT
039618     END-IF.
039619     IF WUSE-USE-COUNT = 0
039620         GO TO 5100-EXIT
039621     END-IF.
039622     SET DL-WORD-IN-USE TO TRUE.
039623     IF NOT DL-PARM-HOLD
039624         SET DL-TXN-REJECTED TO TRUE
039625         MOVE 'WORD IN USE' TO DL-REJECT-REASON
039626     END-IF.
039627*
039628 5100-EXIT.
039629     EXIT.
039630*
039631******************************************************************
039632*    5150-CHECK-XREF-TARGET - A WORD CORRECT OR RETIRE THAT      *
039633*    MAKES THE WORD A CROSS-REFERENCE, MOVES ITS EFFECTIVE DATE  *
039634*    LATER, OR MOVES ITS EXPIRY DATE EARLIER (DICT-RECORD NOW    *
039635*    HOLDS THE CHANGED ENTRY, DL-OLD-EFF/EXP-DATE ITS DATES AS   *
039636*    ON FILE) WOULD LEAVE ANY CROSS-REFERENCE POINTING AT IT     *
039637*    OUTLIVING ITS TARGET, SO IT IS TREATED AS A DELETE IS.      *
039638******************************************************************
039639 5150-CHECK-XREF-TARGET.
039640     IF NOT DICT-TYPE-XREF
039641       AND DICT-EFF-DATE NOT > DL-OLD-EFF-DATE
039642       AND DICT-EXP-DATE NOT < DL-OLD-EXP-DATE
039643         GO TO 5150-EXIT
039644     END-IF.
039645     MOVE 'X' TO DL-USE-QUERY.
039646     PERFORM 5100-CHECK-WORD-IN-USE
039647         THRU 5100-EXIT.
039648*
039649 5150-EXIT.
039650     EXIT.
039651*
039652******************************************************************
039653*    5500-STAGE-RETIRE - HOLD AN END-DATING OF AN EXISTING ENTRY *
039654*    FOR APPROVAL.  ONLY THE EXPIRY DATE CHANGES, SO IT IS HELD  *
039655*    AS A CORRECTION.  A KEY NOT ON FILE, OR A RETIRE DATE NOT   *
039656*    AFTER THE ENTRY'S EFFECTIVE DATE, REJECTS THE TRANSACTION.  *
039657******************************************************************
039658 5500-STAGE-RETIRE.
039659     IF MTXN-TYPE-PHRASE
039660         MOVE SPACES TO PHRASE-TEXT OF PHRASE-RECORD
039661         MOVE MTXN-TEXT TO PHRASE-TEXT OF PHRASE-RECORD
039662         READ PHRASFILE
039663             KEY IS PHRASE-TEXT OF PHRASE-RECORD
039664             INVALID KEY
039665                 SET DL-TXN-REJECTED TO TRUE
039666                 MOVE 'NOT ON FILE' TO DL-REJECT-REASON
039667                 GO TO 5500-EXIT
039668         END-READ
039669         IF MTXN-EXP-DATE-N NOT > PHRASE-EFF-DATE OF PHRASE-RECORD
039670             SET DL-TXN-REJECTED TO TRUE
039671             MOVE 'DATES INVERTED' TO DL-REJECT-REASON
039672             GO TO 5500-EXIT
039673         END-IF
039674         MOVE LOW-VALUES TO DL-BEFORE-IMAGE
039675         MOVE PHRASE-RECORD TO DL-BEFORE-IMAGE
039676         MOVE MTXN-EXP-DATE-N TO PHRASE-EXP-DATE OF PHRASE-RECORD
039677         MOVE DL-TODAY TO PHRASE-LAST-UPD-DATE OF PHRASE-RECORD
039678         MOVE LOW-VALUES TO DL-AFTER-IMAGE
039679         MOVE PHRASE-RECORD TO DL-AFTER-IMAGE
039680         MOVE 'P' TO DL-PEND-FILE-ID
039681         PERFORM 7000-WRITE-PENDING
039682             THRU 7000-EXIT
039683     ELSE
039684         MOVE MTXN-WORD TO WORD OF DICT-RECORD
039685         READ DICTFILE
039686             KEY IS WORD OF DICT-RECORD
039687             INVALID KEY
039688                 SET DL-TXN-REJECTED TO TRUE
039689                 MOVE 'NOT ON FILE' TO DL-REJECT-REASON
039690                 GO TO 5500-EXIT
039691         END-READ
039692         IF MTXN-EXP-DATE-N NOT > DICT-EFF-DATE
039694             SET DL-TXN-REJECTED TO TRUE
039696             MOVE 'DATES INVERTED' TO DL-REJECT-REASON
039698             GO TO 5500-EXIT
039700         END-IF
039702         MOVE LOW-VALUES TO DL-BEFORE-IMAGE
039704         MOVE DICT-RECORD TO DL-BEFORE-IMAGE(1:96)
039705         MOVE DICT-EFF-DATE TO DL-OLD-EFF-DATE
039706         MOVE DICT-EXP-DATE TO DL-OLD-EXP-DATE
039707         MOVE MTXN-EXP-DATE-N TO DICT-EXP-DATE
039708         MOVE DL-TODAY TO DICT-LAST-UPD-DATE
039709         PERFORM 5150-CHECK-XREF-TARGET
039710             THRU 5150-EXIT
039711         IF DL-TXN-REJECTED
039712             GO TO 5500-EXIT
039713         END-IF
039714         MOVE LOW-VALUES TO DL-AFTER-IMAGE
039715         MOVE DICT-RECORD TO DL-AFTER-IMAGE(1:96)
039716         MOVE 'D' TO DL-PEND-FILE-ID
039717         PERFORM 7000-WRITE-PENDING
039718             THRU 7000-EXIT
039720     END-IF.
039722*
039724 5500-EXIT.
039726     EXIT.
039728*
039800******************************************************************
039900*    6000-WRITE-RESULT - ONE REPORT LINE PER TRANSACTION WITH    *
040000*    ITS PENDING/REJECTED OUTCOME AND REJECT REASON              *
040100******************************************************************
040200 6000-WRITE-RESULT.
040300     MOVE DL-TXN-POSITION TO BMR-TXN-NBR.
040400     MOVE MTXN-ACTION TO BMR-ACTION.
040500     MOVE MTXN-TYPE TO BMR-TYPE.
040600     MOVE MTXN-TEXT(1:40) TO BMR-TEXT.
040700     IF DL-TXN-ACCEPTED
040800         MOVE 'PENDING' TO BMR-RESULT
040900         MOVE SPACES TO BMR-REASON
041000         ADD 1 TO DL-TXNS-HELD
041100     ELSE
041200         MOVE 'REJECTED' TO BMR-RESULT
041300         MOVE DL-REJECT-REASON TO BMR-REASON
041400         ADD 1 TO DL-TXNS-REJECTED
041500     END-IF.
041600     WRITE BMRPT-LINE.
041620     IF DL-WORD-IN-USE
041640         PERFORM 6100-WRITE-USES
041660             THRU 6100-EXIT
041680     END-IF.
041700*
041800 6000-EXIT.
041900     EXIT.
041902*
041904******************************************************************
041906*    6100-WRITE-USES - UNDER A WORD DELETE, RETIRE OR CORRECT    *
041907*    HELD OR REJECTED IN USE,                                    *
041908*    ONE LINE PER DEPENDENT PHRASE OR CROSS-REFERENCE ANTWUSE    *
041910*    RETURNED AND A COUNT OF ANY BEYOND THE FIRST TEN            *
041912******************************************************************
041914 6100-WRITE-USES.
041916     PERFORM 6110-WRITE-ONE-USE
041918         THRU 6110-EXIT
041920         VARYING DL-USE-IDX FROM 1 BY 1
041922         UNTIL DL-USE-IDX > WUSE-LIST-COUNT.
041924     IF WUSE-USE-COUNT > WUSE-LIST-COUNT
041926         SUBTRACT WUSE-LIST-COUNT FROM WUSE-USE-COUNT
041928             GIVING DL-USE-MORE
041930         MOVE DL-USE-MORE TO DL-USE-MORE-ED
041932         MOVE SPACES TO BMRPT-USE-LINE
041934         STRING '... AND ' DL-USE-MORE-ED ' MORE'
041936             DELIMITED BY SIZE
041938             INTO BMRU-KEY
041940         END-STRING
041942         WRITE BMRPT-USE-LINE
041944     END-IF.
041946*
041948 6100-EXIT.
041950     EXIT.
041952*
041954 6110-WRITE-ONE-USE.
041956     MOVE SPACES TO BMRPT-USE-LINE.
041958     IF WUSE-LIST-TYPE(DL-USE-IDX) = 'X'
041960         MOVE 'XREF:' TO BMRU-LABEL
041962     ELSE
041964         MOVE 'PHRASE:' TO BMRU-LABEL
041966     END-IF.
041968     MOVE WUSE-LIST-KEY(DL-USE-IDX) TO BMRU-KEY.
041970     WRITE BMRPT-USE-LINE.
041972*
041974 6110-EXIT.
041976     EXIT.
042000*
042010******************************************************************
042020*    7000-WRITE-PENDING - HOLD AN EDITED TRANSACTION ON THE      *
042030*    PENDING-CHANGE FILE WITH ITS BEFORE AND AFTER IMAGES, THE   *
042040*    PARM USERID AS MAKER, AND THE PARM REASON.  EVERY ITEM FROM *
042050*    ONE RUN SHARES THE RUN'S DATE AND TIME IN ITS KEY; THE      *
042055*    SEQUENCE IS THE TRANSACTION'S POSITION IN MAINTTXN.         *
042060******************************************************************
042062 7000-WRITE-PENDING.
042063     PERFORM 7050-CHECK-AUTHORITY
042064         THRU 7050-EXIT.
042065     IF SECK-REFUSED
042066         SET DL-TXN-REJECTED TO TRUE
042067         MOVE 'NOT AUTHORIZED' TO DL-REJECT-REASON
042068         GO TO 7000-EXIT
042069     END-IF.
042070     MOVE SPACES TO PEND-RECORD.
042071     MOVE DL-TODAY TO PEND-MAKE-DATE.
042072     MOVE DL-RUN-TIME TO PEND-MAKE-TIME.
042073     MOVE DL-USERID TO PEND-MAKER-ID.
042074     MOVE DL-TXN-POSITION TO PEND-MAKE-SEQ.
042075     SET PEND-AWAITING TO TRUE.
042076     MOVE DL-IN-USE-SW TO PEND-IN-USE-SW.
042077     SET PEND-FROM-BATCH TO TRUE.
042078     MOVE DL-PEND-FILE-ID TO PEND-FILE-ID.
042079     IF MTXN-ACTION-RETIRE
042080         SET PEND-ACTION-CORRECT TO TRUE
042081     ELSE
042082         MOVE MTXN-ACTION TO PEND-ACTION
042083     END-IF.
042084     MOVE DL-REASON TO PEND-REASON.
042085     MOVE ZERO TO PEND-CHECK-DATE PEND-CHECK-TIME PEND-APPLY-DATE.
042086     MOVE DL-BEFORE-IMAGE TO PEND-BEFORE-IMAGE.
042087     MOVE DL-AFTER-IMAGE TO PEND-AFTER-IMAGE.
042088     WRITE PEND-RECORD
042089         INVALID KEY
042090             SET DL-TXN-REJECTED TO TRUE
042091             MOVE 'PENDING WRITE FAILED' TO DL-REJECT-REASON
042092     END-WRITE.
042093*
042094 7000-EXIT.
042095     EXIT.
042098*
042100******************************************************************
042101*    7050-CHECK-AUTHORITY - ASK ANTSECK WHETHER THE PARM USERID  *
042102*    MAY MAKE THIS KIND OF CHANGE.  A WORD ENTRY IS CROSS-       *
042103*    REFERENCE MAINTENANCE IF EITHER IMAGE IS A CROSS-REFERENCE  *
042104*    (DICT-ENTRY-TYPE IS BYTE 41 OF THE IMAGE).                  *
042105******************************************************************
042106 7050-CHECK-AUTHORITY.
042107     MOVE 'K' TO SECK-FUNCTION.
042108     MOVE DL-USERID TO SECK-USERID.
042109     MOVE 'ANTBMNT' TO SECK-PROGRAM.
042110     MOVE SPACES TO SECK-DETAIL.
042111     STRING MTXN-ACTION ' ' DL-PEND-FILE-ID ' ' MTXN-TEXT
042112         DELIMITED BY SIZE
042113         INTO SECK-DETAIL
042114     END-STRING.
042115     IF DL-PEND-FILE-ID = 'P'
042116         MOVE 'P' TO SECK-REQUESTED
042117     ELSE
042118         IF DL-BEFORE-IMAGE(41:1) = 'X'
042119            OR DL-AFTER-IMAGE(41:1) = 'X'
042120             MOVE 'X' TO SECK-REQUESTED
042121         ELSE
042122             MOVE 'W' TO SECK-REQUESTED
042123         END-IF
042124     END-IF.
042125     CALL 'ANTSECK' USING SECK-PARM-AREA.
042126*
042127 7050-EXIT.
042128     EXIT.
042129*
042130******************************************************************
042131*    8000-CHECKPOINT - RECORD THE ABSOLUTE POSITION OF THE       *
042132*    TRANSACTION JUST COMPLETED (HELD OR REJECTED, IT IS         *
042133*    DONE EITHER WAY) SO A RESUBMIT RESUMES AT THE FIRST ONE     *
042134*    NOT YET PROCESSED.  EVERY TRANSACTION CHECKPOINTS - A      *
042135*    MAINTENANCE FILE IS SMALL ENOUGH THAT EXACTNESS BEATS THE   *
042136*    INTERVAL SCHEME THE HIGH-VOLUME WORDLINE SCAN USES.         *
042137******************************************************************
042138 8000-CHECKPOINT.
042139     MOVE DL-TXN-POSITION TO CHKPT-RRN.
042142     ACCEPT CHKPT-DATE FROM DATE YYYYMMDD.
042146     ACCEPT CHKPT-TIME FROM TIME.
042150     MOVE 1 TO DL-CKPT-RRN-KEY.
042154     REWRITE CHKPT-RECORD
042158         INVALID KEY
042162             DISPLAY 'ANTBMNT - CHECKPOINT REWRITE FAILED'
042166     END-REWRITE.
042170*
042174 8000-EXIT.
042178     EXIT.
042182*
042186******************************************************************
042200*    9000-TERMINATE - CLOSE FILES AND SUMMARIZE THE RUN          *
042300******************************************************************
042400 9000-TERMINATE.
042600     CLOSE DICTFILE.
042700     CLOSE PHRASFILE.
042800     CLOSE BMNTRPT.
042850     CLOSE PENDFILE.
042860     MOVE 'C' TO SECK-FUNCTION.
042870     CALL 'ANTSECK' USING SECK-PARM-AREA.
042880     MOVE 'C' TO WUSE-FUNCTION.
042890     CALL 'ANTWUSE' USING WUSE-PARM-AREA.
042900     DISPLAY 'ANTBMNT - TRANSACTIONS READ: ' DL-TXNS-READ.
043000     DISPLAY 'ANTBMNT - HELD FOR APPROVAL: ' DL-TXNS-HELD.
043100     DISPLAY 'ANTBMNT - REJECTED:          ' DL-TXNS-REJECTED.
043200*
043300 9000-EXIT.
