001200*                 DATA ENTRY ADD A NEW ENTRY, CORRECT AN         *
001300*                 EXISTING ONE, OR DELETE ONE, WITHOUT A         *
001400*                 PROGRAMMER RECOMPILING ANTIQUITY.              *
001410*                                                                *
001420*                 NOTHING KEYED HERE TOUCHES THE LIVE FILES      *
001430*                 DIRECTLY.  EACH CHANGE IS EDITED AGAINST THE   *
001440*                 CURRENT FILES AND HELD ON THE PENDING-CHANGE   *
001450*                 FILE (PENDFILE) WITH THE MAKER'S USERID, THE   *
001460*                 BEFORE AND AFTER IMAGES, AND A REASON, UNTIL A *
001470*                 DIFFERENT USERID RELEASES IT ON THE ANTPREV    *
001480*                 REVIEW SCREEN AND THE ANTPREL BATCH STEP       *
001490*                 APPLIES IT AND JOURNALS IT ON MAINTJRN.        *
001491*                                                                *
001492*                 THE USERID MUST HOLD THE MATCHING FUNCTION ON  *
001493*                 ITS SECURITY PROFILE (SECPROF, CHECKED BY THE  *
001494*                 ANTSECK MODULE) BEFORE A CHANGE IS HELD -      *
001495*                 PHRASE MAINTENANCE FOR A PHRASE, CROSS-        *
001496*                 REFERENCE MAINTENANCE FOR A WORD THAT IS OR    *
001497*                 BECOMES A CROSS-REFERENCE, WORD MAINTENANCE    *
001498*                 FOR ANY OTHER WORD.  A REFUSAL IS LOGGED ON    *
001500*                 SECVIOL.                                       *
001506*                                                                *
001512*                 A WORD DELETE FIRST ASKS THE WHERE-USED MODULE *
001518*                 (ANTWUSE) WHAT PHRASES AND CROSS-REFERENCES    *
001524*                 STILL USE THE WORD. IF ANY DO THEY ARE LISTED, *
001530*                 AND THE MAKER EITHER CANCELS THE DELETE OR     *
001536*                 HOLDS IT FLAGGED IN USE FOR THE CHECKER TO     *
001542*                 OVERRIDE ON ANTPREV.  A WORD RETIRE, OR A WORD *
001544*                 CORRECT THAT MAKES THE WORD A CROSS-REFERENCE, *
001545*                 MOVES ITS EFFECTIVE DATE LATER, OR MOVES ITS   *
001546*                 EXPIRY DATE EARLIER, ASKS THE SAME WAY WHICH   *
001547*                 CROSS-REFERENCES POINT AT THE WORD - THEY      *
001548*                 WOULD OUTLIVE THEIR TARGET - AND GIVES THE     *
001549*                 SAME CHOICE.                                   *
001550*                                                                *
001600*    MODIFICATION HISTORY                                       *
001700*    DATE       INIT DESCRIPTION                                 *
001800*    08/09/26   JMH  INITIAL VERSION.
001910*                    MUST BE ON FILE, MUST NOT ITSELF BE A       *
001911*                    CROSS-REFERENCE, AND MUST NOT BE THE ENTRY  *
001912*                    BEING MAINTAINED.                           *
001913*    10/15/26   JMH  MAKER-CHECKER.  ADDS, CORRECTIONS, AND      *
001914*                    DELETES ARE NO LONGER WRITTEN TO DICTFILE,  *
001915*                    PHRASFILE, OR MAINTJRN HERE.  EACH IS       *
001916*                    EDITED AGAINST THE LIVE FILES (OPENED INPUT *
001917*                    ONLY), PROMPTS FOR A REASON, AND IS HELD ON *
001918*                    THE NEW PENDING-CHANGE FILE (PENDFILE - SEE *
001919*                    PENDREC) WITH THE MAKER'S USERID AND THE    *
001920*                    BEFORE AND AFTER IMAGES.  A DIFFERENT       *
001921*                    USERID RELEASES OR REJECTS IT ON ANTPREV    *
001922*                    AND ANTPREL APPLIES AND JOURNALS IT.        *
001923*    10/15/26   JMH  EACH CHANGE IS CHECKED AGAINST THE USER'S   *
001924*                    SECURITY PROFILE (SECPROF) THROUGH ANTSECK  *
001925*                    BEFORE IT IS HELD - PHRASE, CROSS-          *
001926*                    REFERENCE, OR WORD MAINTENANCE BY ENTRY -   *
001927*                    AND A REFUSAL IS LOGGED ON SECVIOL.         *
001928*    10/15/26   JMH  EFFECTIVE-DATED ENTRIES (SEE DICTREC). AN   *
001929*                    ADD OR CORRECT NOW PROMPTS FOR THE          *
001930*                    EFFECTIVE AND EXPIRY DATES, SO A NEW ENTRY  *
001931*                    CAN BE KEYED AHEAD OF ITS GO-LIVE DATE. NEW *
001932*                    (R)ETIRE ACTION END-DATES AN EXISTING ENTRY *
001933*                    AT A CHOSEN EXPIRY DATE AND IS HELD AS A    *
001934*                    CORRECTION. THE EXPIRY MUST FALL AFTER THE  *
001935*                    EFFECTIVE DATE, AND A XREF TARGET MAY NOT   *
001936*                    ALREADY BE RETIRED.                         *
001937*    10/15/26   JMH  WORD DELETE PROTECTION. A WORD STILL USED   *
001938*                    BY PHRASES OR CROSS-REFERENCES (PER THE     *
001939*                    WHERE-USED CONCORDANCE, ASKED THROUGH       *
001940*                    ANTWUSE) HAS ITS DEPENDENTS LISTED; THE     *
001941*                    MAKER CANCELS THE DELETE OR HOLDS IT        *
001942*                    FLAGGED IN USE (PEND-IN-USE-SW) FOR THE     *
001943*                    CHECKER TO OVERRIDE.                        *
001944*    10/15/26   JMH  A CROSS-REFERENCE IS REFUSED IF ITS TARGET  *
001945*                    TAKES EFFECT AFTER IT OR EXPIRES BEFORE IT  *
001946*                    (AS ANTVRFY TESTS); THE TARGET IS NOW       *
001947*                    EDITED AFTER THE ENTRY'S DATES ARE SETTLED. *
001948*    10/15/26   JMH  A WORD RETIRE, OR A CORRECT THAT MAKES THE  *
001949*                    WORD A CROSS-REFERENCE OR NARROWS ITS       *
001950*                    DATES, NOW LISTS THE CROSS-REFERENCES       *
001951*                    POINTING AT IT AND OFFERS HOLD OR CANCEL AS *
001952*                    FOR A DELETE                                *
001953******************************************************************
002000 PROGRAM-ID. ANTMAINT.
002100*
002200 ENVIRONMENT DIVISION.
003580         RECORD KEY IS PHRASE-TEXT OF PHRASE-RECORD
003590         FILE STATUS IS DL-PHR-STATUS.
003592*
003594     SELECT PENDFILE ASSIGN TO PENDFILE
003595         ORGANIZATION IS INDEXED
003596         ACCESS MODE IS DYNAMIC
003597         RECORD KEY IS PEND-KEY OF PEND-RECORD
003598         FILE STATUS IS DL-PEND-STATUS.
003600 DATA DIVISION.
003700 FILE SECTION.
003800*
004260     LABEL RECORDS ARE STANDARD.
004270     COPY PHRASREC.
004272*
004274 FD  PENDFILE
004276     LABEL RECORDS ARE STANDARD.
004278     COPY PENDREC.
004280*
004300 WORKING-STORAGE SECTION.
004400*
004600     88  DL-ACTION-ADD                VALUE 'A'.
004700     88  DL-ACTION-CORRECT            VALUE 'C'.
004800     88  DL-ACTION-DELETE             VALUE 'D'.
004850     88  DL-ACTION-RETIRE             VALUE 'R'.
004900     88  DL-ACTION-EXIT               VALUE 'X'.
005000     88  DL-ACTION-VALID              VALUES 'A' 'C' 'D' 'R' 'X'.
005100*
005200 01  DL-FILE-STATUSES.
005300     05  DL-DICT-STATUS      PIC X(02).
005660         88  DL-PHR-OK                 VALUE '00'.
005670         88  DL-PHR-DUPLICATE          VALUE '22'.
005680         88  DL-PHR-NOTFND             VALUE '23'.
005682     05  DL-PEND-STATUS      PIC X(02).
005684         88  DL-PEND-OK                VALUE '00'.
005686         88  DL-PEND-NOT-THERE         VALUE '35'.
005700*
005800 01  DL-SWITCHES.
005900     05  DL-DONE-SW          PIC X(01)  VALUE 'N'.
006164 01  DL-XREF-EDIT-SW         PIC X(01)  VALUE 'Y'.
006166     88  DL-XREF-GOOD                 VALUE 'Y'.
006168     88  DL-XREF-BAD                  VALUE 'N'.
006171 01  DL-XREF-EFF             PIC 9(08)  VALUE ZERO.
006174 01  DL-XREF-EXP             PIC 9(08)  VALUE ZERO.
006177 01  DL-SAVE-PHRASE-TEXT     PIC X(200).
006180 01  DL-SAVE-PHRASE-ICHAR    PIC X(12).
006185 01  DL-SAVE-PHRASE-LEN      PIC 9(03).
006190 01  DL-SCAN-IDX             PIC 9(03)  COMP  VALUE ZERO.
006200 01  DL-TODAY                PIC 9(08).
006202 01  DL-EFF-DATE-X           PIC X(08)  VALUE SPACES.
006204 01  DL-EFF-DATE-9 REDEFINES DL-EFF-DATE-X
006206                             PIC 9(08).
006208 01  DL-EXP-DATE-X           PIC X(08)  VALUE SPACES.
006210 01  DL-EXP-DATE-9 REDEFINES DL-EXP-DATE-X
006212                             PIC 9(08).
006214 01  DL-DATE-IN-X            PIC X(08)  VALUE SPACES.
006216 01  DL-DATE-IN-9 REDEFINES DL-DATE-IN-X
006218                             PIC 9(08).
006222*
006226 01  DL-USERID               PIC X(08)  VALUE SPACES.
006230 01  DL-PEND-FILE-ID         PIC X(01).
006240 01  DL-BEFORE-IMAGE         PIC X(239).
006250 01  DL-AFTER-IMAGE          PIC X(239).
006260 01  DL-REASON               PIC X(40)  VALUE SPACES.
006270 01  DL-PEND-SEQ             PIC 9(05)  COMP  VALUE ZERO.
006280*
006290     COPY SECKPARM.
006295*
006300 01  DL-IN-USE-SW            PIC X(01)  VALUE SPACE.
006305     88  DL-WORD-IN-USE               VALUE 'U'.
006310 01  DL-HOLD-CODE            PIC X(01)  VALUE SPACE.
006315     88  DL-HOLD-CHANGE               VALUE 'H'.
006320     88  DL-CANCEL-CHANGE             VALUE 'C'.
006325     88  DL-HOLD-VALID                VALUES 'H' 'C'.
006330 01  DL-USE-IDX              PIC 9(02)  COMP  VALUE ZERO.
006335 01  DL-USE-MORE             PIC 9(05)  VALUE ZERO.
006340 01  DL-USE-COUNT-ED         PIC ZZ,ZZ9.
006341 01  DL-USE-QUERY            PIC X(01)  VALUE 'Q'.
006342 01  DL-OLD-EFF-DATE         PIC 9(08)  VALUE ZERO.
006343 01  DL-OLD-EXP-DATE         PIC 9(08)  VALUE ZERO.
006345*
006350******************************************************************
006355*    WUSE-PARM-AREA - THE PARAMETER AREA FOR THE CALLABLE        *
006360*    WHERE-USED MODULE (ANTWUSE), ASKED BEFORE A WORD DELETE IS  *
006365*    HELD WHAT PHRASES AND CROSS-REFERENCES STILL USE THE WORD,  *
006366*    AND BEFORE A RETIRE OR CORRECT WHAT CROSS-REFERENCES DO     *
006370******************************************************************
006375     COPY WUSEPARM.
006380*
006400 PROCEDURE DIVISION.
006500*
006600 0000-MAINLINE.
007700     EXIT.
007800*
007900******************************************************************
008000*    1000-INITIALIZE - OPEN THE DICTIONARY AND PHRASE FILES TO   *
008050*    EDIT AGAINST AND THE PENDING-CHANGE FILE FOR UPDATE         *
008100******************************************************************
008200 1000-INITIALIZE.
008300     ACCEPT DL-TODAY FROM DATE YYYYMMDD.
008400     OPEN INPUT DICTFILE.
008500     IF NOT DL-DICT-OK
008600         DISPLAY 'ANTMAINT - DICTFILE OPEN FAILED, STATUS = '
008700             DL-DICT-STATUS
008900         GOBACK
009000     END-IF.
009050*
009060     OPEN INPUT PHRASFILE.
009070     IF NOT DL-PHR-OK
009080         DISPLAY 'ANTMAINT - PHRASFILE OPEN FAILED, STATUS = '
009090             DL-PHR-STATUS
009097         GOBACK
009099     END-IF.
009100*
009105     OPEN I-O PENDFILE.
009106     IF DL-PEND-NOT-THERE
009107         OPEN OUTPUT PENDFILE
009108         CLOSE PENDFILE
009109         OPEN I-O PENDFILE
009110     END-IF.
009111     IF NOT DL-PEND-OK
009115         DISPLAY 'ANTMAINT - PENDFILE OPEN FAILED, STATUS = '
009120             DL-PEND-STATUS
009125         MOVE 16 TO RETURN-CODE
009130         GOBACK
009135     END-IF.
009140*
009145     PERFORM 1100-PROMPT-USERID
009150         THRU 1100-EXIT.
009152*
009154     MOVE 'O' TO SECK-FUNCTION.
009156     CALL 'ANTSECK' USING SECK-PARM-AREA.
009158     IF NOT SECK-OK
009160         DISPLAY 'ANTMAINT - SECURITY FILES NOT AVAILABLE, '
009162             'STATUS = ' SECK-STATUS
009164         MOVE 16 TO RETURN-CODE
009166         GOBACK
009168     END-IF.
009169*
009170     MOVE 'O' TO WUSE-FUNCTION.
009171     MOVE SPACE TO WUSE-OPEN-MODE.
009172     CALL 'ANTWUSE' USING WUSE-PARM-AREA.
009173     IF NOT WUSE-OK
009174         DISPLAY 'ANTMAINT - WHERE-USED FILE NOT AVAILABLE, '
009175             'STATUS = ' WUSE-STATUS
009176         MOVE 16 TO RETURN-CODE
009177         GOBACK
009178     END-IF.
009184*
009200 1000-EXIT.
009300     EXIT.
009310*
009400*
009500******************************************************************
009600*    2000-MAINTAIN-ENTRY - PROMPT FOR ONE MAINTENANCE ACTION AND *
009700*    HOLD IT FOR APPROVAL ON THE PENDING-CHANGE FILE             *
009800******************************************************************
009900 2000-MAINTAIN-ENTRY.
009950     MOVE SPACE TO DL-IN-USE-SW.
010000     PERFORM 2100-PROMPT-ACTION
010100         THRU 2100-EXIT.
010200     IF DL-ACTION-EXIT
010660         THRU 2150-EXIT.
010700     PERFORM 2200-PROMPT-ENTRY
010800         THRU 2200-EXIT.
010810     PERFORM 2300-PROMPT-DATES
010820         THRU 2300-EXIT.
010900*
011000     EVALUATE TRUE
011100         WHEN DL-ACTION-ADD
011700         WHEN DL-ACTION-DELETE
011800             PERFORM 5000-DELETE-ENTRY
011900                 THRU 5000-EXIT
011910         WHEN DL-ACTION-RETIRE
011920             PERFORM 5500-RETIRE-ENTRY
011930                 THRU 5500-EXIT
012000     END-EVALUATE.
012100*
012200 2000-EXIT.
012400*
012500 2100-PROMPT-ACTION.
012600     MOVE SPACES TO DL-ACTION-CODE.
012700     DISPLAY 'ANTMAINT - (A)DD, (C)ORRECT, (D)ELETE, (R)ETIRE, '
012750         'E(X)IT ? '.
012800     ACCEPT DL-ACTION-CODE.
012900     IF NOT DL-ACTION-VALID
013000         DISPLAY 'ANTMAINT - INVALID ACTION CODE, TRY AGAIN'
014970     PERFORM 2270-CALC-PHRASE-LEN
014980         THRU 2270-EXIT.
014990     MOVE DL-SCAN-IDX TO PHRASE-LEN OF PHRASE-RECORD.
014995     MOVE DL-SCAN-IDX TO DL-SAVE-PHRASE-LEN.
015000     MOVE PHRASE-TEXT OF PHRASE-RECORD TO DL-SAVE-PHRASE-TEXT.
015010     IF NOT DL-ACTION-DELETE AND NOT DL-ACTION-RETIRE
015020         DISPLAY 'ANTMAINT - ENTER I-CHAR (12 CHARACTERS MAX): '
015030         ACCEPT PHRASE-ICHAR OF PHRASE-RECORD
015040         MOVE PHRASE-ICHAR OF PHRASE-RECORD
015150     ACCEPT WORD OF DICT-RECORD.
015160     MOVE WORD OF DICT-RECORD TO DL-SAVE-WORD.
015162     MOVE SPACES TO DL-SAVE-XREF-WORD.
015170     IF NOT DL-ACTION-DELETE AND NOT DL-ACTION-RETIRE
015180         DISPLAY 'ANTMAINT - ENTER I-CHAR (12 CHARACTERS MAX): '
015190         ACCEPT I-CHAR OF DICT-RECORD
015200         MOVE I-CHAR OF DICT-RECORD TO DL-SAVE-I-CHAR
015500*    2290-EDIT-XREF - A NONBLANK CROSS-REFERENCE TARGET MUST BE  *
015510*    A REAL DICTIONARY ENTRY, MUST NOT ITSELF BE A CROSS-        *
015520*    REFERENCE (ONE HOP ONLY - SEE 3017-CHASE-XREF IN            *
015530*    ANTIQUITY), MUST NOT BE THE WORD BEING MAINTAINED, AND      *
015535*    MUST NOT ALREADY BE RETIRED.                                *
015537*    THE TARGET MUST ALSO BE IN EFFECT FOR THE WHOLE LIFE OF THE *
015539*    CROSS-REFERENCE - DL-XREF-EFF TO DL-XREF-EXP, SET BY THE    *
015541*    CALLER FROM THE ENTRY AS IT WILL STAND - THE SAME TEST      *
015543*    ANTVRFY MAKES.                                              *
015545*    THE KEYED READ CLOBBERS THE RECORD AREA - CALLERS SAVE THE  *
015550*    AFTER IMAGE FIRST.                                          *
015560******************************************************************
015570 2290-EDIT-XREF.
015572     SET DL-XREF-GOOD TO TRUE.
015604         DISPLAY 'ANTMAINT - XREF TARGET IS ITSELF A XREF: '
015606             DL-SAVE-XREF-WORD
015608         SET DL-XREF-BAD TO TRUE
015609         GO TO 2290-EXIT
015610     END-IF.
015611     IF DICT-EXP-DATE NOT > DL-TODAY
015612         DISPLAY 'ANTMAINT - XREF TARGET IS RETIRED: '
015613             DL-SAVE-XREF-WORD
015614         SET DL-XREF-BAD TO TRUE
015615         GO TO 2290-EXIT
015616     END-IF.
015617     IF DICT-EFF-DATE > DL-XREF-EFF
015618       OR DICT-EXP-DATE < DL-XREF-EXP
015619         DISPLAY 'ANTMAINT - XREF WOULD OUTLIVE ITS TARGET, '
015620             'IN EFFECT ' DICT-EFF-DATE ' TO ' DICT-EXP-DATE
015621         SET DL-XREF-BAD TO TRUE
015622     END-IF.
015623*
015624 2290-EXIT.
015625     EXIT.
015626*
015627******************************************************************
015628*    2300-PROMPT-DATES - THE EFFECTIVE AND EXPIRY DATES OF THE   *
015629*    ENTRY (SEE DICTREC).  AN ADD TAKES TODAY AND NO EXPIRY FOR  *
015630*    A BLANK ANSWER; A CORRECT LEAVES A DATE ANSWERED BLANK AS   *
015631*    IT IS.  A FUTURE EFFECTIVE DATE HOLDS A NEW ENTRY BACK      *
015632*    UNTIL THAT BUSINESS DATE.  A RETIRE ASKS ONLY FOR THE       *
015633*    EXPIRY DATE - THE FIRST BUSINESS DATE THE ENTRY NO LONGER   *
015634*    MATCHES - AND IT MAY NOT BE BLANK.  A DELETE ASKS NOTHING.  *
015636******************************************************************
015638 2300-PROMPT-DATES.
015640     MOVE SPACES TO DL-EFF-DATE-X.
015642     MOVE SPACES TO DL-EXP-DATE-X.
015644     IF DL-ACTION-DELETE
015646         GO TO 2300-EXIT
015648     END-IF.
015650     IF NOT DL-ACTION-RETIRE
015652         PERFORM 2310-PROMPT-EFF-DATE
015654             THRU 2310-EXIT
015656     END-IF.
015658     PERFORM 2320-PROMPT-EXP-DATE
015660         THRU 2320-EXIT.
015662*
015664 2300-EXIT.
015666     EXIT.
015668*
015670 2310-PROMPT-EFF-DATE.
015672     MOVE SPACES TO DL-DATE-IN-X.
015674     IF DL-ACTION-ADD
015676         DISPLAY 'ANTMAINT - EFFECTIVE DATE YYYYMMDD '
015678             '(BLANK = TODAY): '
015680     ELSE
015682         DISPLAY 'ANTMAINT - EFFECTIVE DATE YYYYMMDD '
015684             '(BLANK = NO CHANGE): '
015686     END-IF.
015688     ACCEPT DL-DATE-IN-X.
015690     IF DL-DATE-IN-X NOT = SPACES
015692         IF DL-DATE-IN-X NOT NUMERIC
015694            OR DL-DATE-IN-9 < 19000101
015696             DISPLAY 'ANTMAINT - INVALID DATE, TRY AGAIN'
015698             GO TO 2310-PROMPT-EFF-DATE
015700         END-IF
015702     END-IF.
015704     MOVE DL-DATE-IN-X TO DL-EFF-DATE-X.
015706*
015708 2310-EXIT.
015710     EXIT.
015712*
015714 2320-PROMPT-EXP-DATE.
015716     MOVE SPACES TO DL-DATE-IN-X.
015718     EVALUATE TRUE
015720         WHEN DL-ACTION-ADD
015722             DISPLAY 'ANTMAINT - EXPIRY DATE YYYYMMDD '
015724                 '(BLANK = NONE): '
015726         WHEN DL-ACTION-RETIRE
015728             DISPLAY 'ANTMAINT - RETIRE AS OF DATE YYYYMMDD: '
015730         WHEN OTHER
015732             DISPLAY 'ANTMAINT - EXPIRY DATE YYYYMMDD '
015734                 '(BLANK = NO CHANGE, 99999999 = NONE): '
015736     END-EVALUATE.
015738     ACCEPT DL-DATE-IN-X.
015740     IF DL-DATE-IN-X = SPACES
015742         IF DL-ACTION-RETIRE
015744             DISPLAY 'ANTMAINT - RETIRE DATE REQUIRED, TRY AGAIN'
015746             GO TO 2320-PROMPT-EXP-DATE
015748         END-IF
015750     ELSE
015752         IF DL-DATE-IN-X NOT NUMERIC
015754            OR DL-DATE-IN-9 < 19000101
015756             DISPLAY 'ANTMAINT - INVALID DATE, TRY AGAIN'
015758             GO TO 2320-PROMPT-EXP-DATE
015760         END-IF
015762     END-IF.
015764     MOVE DL-DATE-IN-X TO DL-EXP-DATE-X.
015766*
015768 2320-EXIT.
015770     EXIT.
015772*
015900******************************************************************
016300*    3000-ADD-ENTRY - HOLD A NEW DICTIONARY OR PHRASE ENTRY FOR  *
016310*    APPROVAL.  A KEY ALREADY ON FILE IS REFUSED HERE, BEFORE    *
016320*    ANYONE IS ASKED TO REVIEW IT.                               *
016400******************************************************************
016500 3000-ADD-ENTRY.
016502     MOVE LOW-VALUES TO DL-BEFORE-IMAGE.
016504     MOVE LOW-VALUES TO DL-AFTER-IMAGE.
016510     IF DL-TYPE-PHRASE
016512         READ PHRASFILE
016514             KEY IS PHRASE-TEXT OF PHRASE-RECORD
016516             INVALID KEY
016518                 CONTINUE
016520             NOT INVALID KEY
016522                 DISPLAY 'ANTMAINT - PHRASE ALREADY EXISTS: '
016524                     DL-SAVE-PHRASE-TEXT
016526                 GO TO 3000-EXIT
016528         END-READ
016530         MOVE DL-SAVE-PHRASE-LEN TO PHRASE-LEN OF PHRASE-RECORD
016532         MOVE DL-SAVE-PHRASE-TEXT TO PHRASE-TEXT OF PHRASE-RECORD
016534         MOVE DL-SAVE-PHRASE-ICHAR
016536             TO PHRASE-ICHAR OF PHRASE-RECORD
016538         MOVE DL-TODAY TO PHRASE-LAST-UPD-DATE OF PHRASE-RECORD
016539         MOVE DL-TODAY TO PHRASE-EFF-DATE OF PHRASE-RECORD
016540         IF DL-EFF-DATE-X NOT = SPACES
016541             MOVE DL-EFF-DATE-9
016542                 TO PHRASE-EFF-DATE OF PHRASE-RECORD
016543         END-IF
016544         MOVE 99999999 TO PHRASE-EXP-DATE OF PHRASE-RECORD
016545         IF DL-EXP-DATE-X NOT = SPACES
016546             MOVE DL-EXP-DATE-9
016547                 TO PHRASE-EXP-DATE OF PHRASE-RECORD
016548         END-IF
016549         IF PHRASE-EXP-DATE OF PHRASE-RECORD
016550             NOT > PHRASE-EFF-DATE OF PHRASE-RECORD
016551             DISPLAY 'ANTMAINT - EXPIRY DATE MUST BE AFTER THE '
016552                 'EFFECTIVE DATE'
016553             GO TO 3000-EXIT
016554         END-IF
016555         MOVE PHRASE-RECORD TO DL-AFTER-IMAGE
016556         MOVE 'P' TO DL-PEND-FILE-ID
016560         PERFORM 6000-WRITE-PENDING
016570             THRU 6000-EXIT
016580     ELSE
016589         MOVE DL-SAVE-WORD TO WORD OF DICT-RECORD
016590         READ DICTFILE
016591             KEY IS WORD OF DICT-RECORD
016592             INVALID KEY
016593                 CONTINUE
016594             NOT INVALID KEY
016595                 DISPLAY 'ANTMAINT - WORD ALREADY EXISTS: '
016596                     DL-SAVE-WORD
016597                 GO TO 3000-EXIT
016598         END-READ
016599         MOVE SPACES TO DICT-RECORD
016600         MOVE ZERO TO DICT-HIT-COUNT
016601         MOVE ZERO TO DICT-LAST-MATCH-DATE
016602         MOVE DL-SAVE-WORD TO WORD OF DICT-RECORD
016603         MOVE DL-SAVE-I-CHAR TO I-CHAR OF DICT-RECORD
016604         IF DL-SAVE-XREF-WORD NOT = SPACES
016605             MOVE 'X' TO DICT-ENTRY-TYPE
016606             MOVE DL-SAVE-XREF-WORD TO DICT-XREF-WORD
016607         END-IF
016608         MOVE DL-TODAY TO DICT-LAST-UPD-DATE
016609         MOVE DL-TODAY TO DICT-EFF-DATE
016610         IF DL-EFF-DATE-X NOT = SPACES
016611             MOVE DL-EFF-DATE-9 TO DICT-EFF-DATE
016612         END-IF
016613         MOVE 99999999 TO DICT-EXP-DATE
016614         IF DL-EXP-DATE-X NOT = SPACES
016615             MOVE DL-EXP-DATE-9 TO DICT-EXP-DATE
016616         END-IF
016617         IF DICT-EXP-DATE NOT > DICT-EFF-DATE
016618             DISPLAY 'ANTMAINT - EXPIRY DATE MUST BE AFTER THE '
016619                 'EFFECTIVE DATE'
016620             GO TO 3000-EXIT
016621         END-IF
016622         MOVE DICT-RECORD TO DL-AFTER-IMAGE(1:96)
016623         IF DL-SAVE-XREF-WORD NOT = SPACES
016624             MOVE DICT-EFF-DATE TO DL-XREF-EFF
016625             MOVE DICT-EXP-DATE TO DL-XREF-EXP
016626             PERFORM 2290-EDIT-XREF
016627                 THRU 2290-EXIT
016628             IF DL-XREF-BAD
016629                 GO TO 3000-EXIT
016630             END-IF
016631         END-IF
016632         MOVE 'D' TO DL-PEND-FILE-ID
016636         PERFORM 6000-WRITE-PENDING
016643             THRU 6000-EXIT
016650     END-IF.
016660*
016700 3000-EXIT.
016800     EXIT.
016900*
017000******************************************************************
017100*    4000-CORRECT-ENTRY - HOLD A CORRECTION TO AN EXISTING       *
017110*    DICTIONARY OR PHRASE ENTRY FOR APPROVAL                     *
017200******************************************************************
017300 4000-CORRECT-ENTRY.
017310     IF DL-TYPE-PHRASE
017390         MOVE DL-SAVE-PHRASE-ICHAR
017395             TO PHRASE-ICHAR OF PHRASE-RECORD
017400         MOVE DL-TODAY TO PHRASE-LAST-UPD-DATE OF PHRASE-RECORD
017401         IF DL-EFF-DATE-X NOT = SPACES
017402             MOVE DL-EFF-DATE-9
017403                 TO PHRASE-EFF-DATE OF PHRASE-RECORD
017404         END-IF
017405         IF DL-EXP-DATE-X NOT = SPACES
017406             MOVE DL-EXP-DATE-9
017407                 TO PHRASE-EXP-DATE OF PHRASE-RECORD
017408         END-IF
017409         IF PHRASE-EXP-DATE OF PHRASE-RECORD
017410             NOT > PHRASE-EFF-DATE OF PHRASE-RECORD
017411             DISPLAY 'ANTMAINT - EXPIRY DATE MUST BE AFTER THE '
017412                 'EFFECTIVE DATE'
017413             GO TO 4000-EXIT
017414         END-IF
017415         MOVE LOW-VALUES TO DL-AFTER-IMAGE
017416         MOVE PHRASE-RECORD TO DL-AFTER-IMAGE
017417         MOVE 'P' TO DL-PEND-FILE-ID
017418         PERFORM 6000-WRITE-PENDING
017420             THRU 6000-EXIT
017460     ELSE
017470         READ DICTFILE
017480             KEY IS WORD OF DICT-RECORD
017490             INVALID KEY
017520                 GO TO 4000-EXIT
017530         END-READ
017532         MOVE LOW-VALUES TO DL-BEFORE-IMAGE
017534         MOVE DICT-RECORD TO DL-BEFORE-IMAGE(1:96)
017536         MOVE DICT-EFF-DATE TO DL-OLD-EFF-DATE
017538         MOVE DICT-EXP-DATE TO DL-OLD-EXP-DATE
017540         MOVE DL-SAVE-I-CHAR TO I-CHAR OF DICT-RECORD
017542         IF DL-SAVE-XREF-WORD NOT = SPACES
017543             MOVE 'X' TO DICT-ENTRY-TYPE
017547             MOVE SPACES TO DICT-XREF-WORD
017548         END-IF
017550         MOVE DL-TODAY TO DICT-LAST-UPD-DATE
017551         IF DL-EFF-DATE-X NOT = SPACES
017552             MOVE DL-EFF-DATE-9 TO DICT-EFF-DATE
017553         END-IF
017554         IF DL-EXP-DATE-X NOT = SPACES
017555             MOVE DL-EXP-DATE-9 TO DICT-EXP-DATE
017556         END-IF
017557         IF DICT-EXP-DATE NOT > DICT-EFF-DATE
017558             DISPLAY 'ANTMAINT - EXPIRY DATE MUST BE AFTER THE '
017559                 'EFFECTIVE DATE'
017560             GO TO 4000-EXIT
017561         END-IF
017562         MOVE LOW-VALUES TO DL-AFTER-IMAGE
017563         MOVE DICT-RECORD TO DL-AFTER-IMAGE(1:96)
017566         IF DL-SAVE-XREF-WORD NOT = SPACES
017569             MOVE DICT-EFF-DATE TO DL-XREF-EFF
017572             MOVE DICT-EXP-DATE TO DL-XREF-EXP
017575             PERFORM 2290-EDIT-XREF
017578                 THRU 2290-EXIT
017581             IF DL-XREF-BAD
017584                 GO TO 4000-EXIT
017587             END-IF
017590         END-IF
017591         MOVE DL-AFTER-IMAGE(1:96) TO DICT-RECORD
017592         PERFORM 5150-CHECK-XREF-TARGET
017594             THRU 5150-EXIT
017596         IF DL-CANCEL-CHANGE
017598             GO TO 4000-EXIT
017600         END-IF
017602         MOVE 'D' TO DL-PEND-FILE-ID
017604         PERFORM 6000-WRITE-PENDING
017606             THRU 6000-EXIT
017610     END-IF.
017900*
018000 4000-EXIT.
018100     EXIT.
018200*
018300******************************************************************
018400*    5000-DELETE-ENTRY - HOLD THE REMOVAL OF A DICTIONARY OR     *
018450*    PHRASE ENTRY FOR APPROVAL                                   *
018500******************************************************************
018600 5000-DELETE-ENTRY.
018610     IF DL-TYPE-PHRASE
018682         MOVE LOW-VALUES TO DL-BEFORE-IMAGE
018684         MOVE PHRASE-RECORD TO DL-BEFORE-IMAGE
018686         MOVE LOW-VALUES TO DL-AFTER-IMAGE
018688         MOVE 'P' TO DL-PEND-FILE-ID
018690         PERFORM 6000-WRITE-PENDING
018700             THRU 6000-EXIT
018740     ELSE
018750         READ DICTFILE
018760             KEY IS WORD OF DICT-RECORD
018790                     WORD OF DICT-RECORD
018800                 GO TO 5000-EXIT
018810         END-READ
018811         MOVE 'Q' TO DL-USE-QUERY
018812         PERFORM 5100-CHECK-WORD-IN-USE
018813             THRU 5100-EXIT
018814         IF DL-CANCEL-CHANGE
018815             DISPLAY 'ANTMAINT - DELETE CANCELLED, NOTHING HELD'
018816             GO TO 5000-EXIT
018817         END-IF
018818         MOVE LOW-VALUES TO DL-BEFORE-IMAGE
018819         MOVE DICT-RECORD TO DL-BEFORE-IMAGE(1:96)
018820         MOVE LOW-VALUES TO DL-AFTER-IMAGE
018821         MOVE 'D' TO DL-PEND-FILE-ID
018822         PERFORM 6000-WRITE-PENDING
018830             THRU 6000-EXIT
018870     END-IF.
019900*
020000 5000-EXIT.
020100     EXIT.
020101*
020102******************************************************************
020103*    5100-CHECK-WORD-IN-USE - ASK ANTWUSE WHAT STILL USES THE    *
020104*    WORD (DL-USE-QUERY Q) OR, FOR A RETIRE OR CORRECT, WHAT     *
020105*    CROSS-REFERENCES POINT AT IT (X).  IF ANYTHING DOES, LIST   *
020106*    IT AND LET THE MAKER CANCEL OR HOLD THE CHANGE FLAGGED IN   *
020107*    USE - THE CHECKER MUST THEN OVERRIDE THE PROTECTION ON      *
020108*    ANTPREV TO RELEASE IT.  IF THE QUESTION CANNOT BE ANSWERED  *
020109*    THE CHANGE IS CANCELLED.                                    *
020110******************************************************************
020111 5100-CHECK-WORD-IN-USE.
020112     MOVE SPACE TO DL-HOLD-CODE.
020113     MOVE DL-USE-QUERY TO WUSE-FUNCTION.
020114     MOVE WORD OF DICT-RECORD TO WUSE-WORD.
020115     CALL 'ANTWUSE' USING WUSE-PARM-AREA.
020116     IF NOT WUSE-OK
020117         DISPLAY 'ANTMAINT - WHERE-USED CHECK FAILED, STATUS = '
020118             WUSE-STATUS
020119         SET DL-CANCEL-CHANGE TO TRUE
020120         GO TO 5100-EXIT
020121     END-IF.
020122     IF WUSE-USE-COUNT = 0
020123         GO TO 5100-EXIT
020124     END-IF.
020125     MOVE WUSE-USE-COUNT TO DL-USE-COUNT-ED.
020126     IF WUSE-FUNC-QUERY-XREF
020127         DISPLAY 'ANTMAINT - WORD IS THE TARGET OF '
020128             DL-USE-COUNT-ED ' CROSS-REFERENCE(S), WHICH WOULD '
020129             'OUTLIVE IT:'
020130     ELSE
020131         DISPLAY 'ANTMAINT - WORD IS STILL USED BY '
020132             DL-USE-COUNT-ED ' PHRASE(S)/CROSS-REFERENCE(S):'
020133     END-IF.
020134     PERFORM 5110-SHOW-ONE-USE
020135         THRU 5110-EXIT
020136         VARYING DL-USE-IDX FROM 1 BY 1
020137         UNTIL DL-USE-IDX > WUSE-LIST-COUNT.
020138     IF WUSE-USE-COUNT > WUSE-LIST-COUNT
020139         SUBTRACT WUSE-LIST-COUNT FROM WUSE-USE-COUNT
020140             GIVING DL-USE-MORE
020141         MOVE DL-USE-MORE TO DL-USE-COUNT-ED
020142         DISPLAY '    ... AND ' DL-USE-COUNT-ED ' MORE'
020143     END-IF.
020144     PERFORM 5120-PROMPT-HOLD
020145         THRU 5120-EXIT.
020146     IF DL-HOLD-CHANGE
020147         SET DL-WORD-IN-USE TO TRUE
020148     END-IF.
020149*
020150 5100-EXIT.
020151     EXIT.
020152*
020153 5110-SHOW-ONE-USE.
020154     IF WUSE-LIST-TYPE(DL-USE-IDX) = 'X'
020155         DISPLAY '    XREF:   ' WUSE-LIST-KEY(DL-USE-IDX)(1:20)
020156     ELSE
020157         DISPLAY '    PHRASE: ' WUSE-LIST-KEY(DL-USE-IDX)(1:60)
020158     END-IF.
020159*
020160 5110-EXIT.
020161     EXIT.
020162*
020163 5120-PROMPT-HOLD.
020164     MOVE SPACE TO DL-HOLD-CODE.
020165     DISPLAY 'ANTMAINT - (H)OLD FOR OVERRIDE OR (C)ANCEL ? '.
020166     ACCEPT DL-HOLD-CODE.
020167     IF NOT DL-HOLD-VALID
020168         DISPLAY 'ANTMAINT - INVALID REPLY, TRY AGAIN'
020169         GO TO 5120-PROMPT-HOLD
020170     END-IF.
020171*
020172 5120-EXIT.
020173     EXIT.
020174*
020175******************************************************************
020176*    5150-CHECK-XREF-TARGET - A WORD CORRECT OR RETIRE THAT      *
020177*    MAKES THE WORD A CROSS-REFERENCE, MOVES ITS EFFECTIVE DATE  *
020178*    LATER, OR MOVES ITS EXPIRY DATE EARLIER (DICT-RECORD NOW    *
020179*    HOLDS THE CHANGED ENTRY, DL-OLD-EFF/EXP-DATE ITS DATES AS   *
020180*    ON FILE) WOULD LEAVE ANY CROSS-REFERENCE POINTING AT IT     *
020181*    OUTLIVING ITS TARGET, SO THOSE ARE LISTED AND THE MAKER     *
020182*    CANCELS OR HOLDS THE CHANGE AS FOR A DELETE.                *
020183******************************************************************
020184 5150-CHECK-XREF-TARGET.
020185     MOVE SPACE TO DL-HOLD-CODE.
020186     IF NOT DICT-TYPE-XREF
020187       AND DICT-EFF-DATE NOT > DL-OLD-EFF-DATE
020188       AND DICT-EXP-DATE NOT < DL-OLD-EXP-DATE
020189         GO TO 5150-EXIT
020190     END-IF.
020191     MOVE 'X' TO DL-USE-QUERY.
020192     PERFORM 5100-CHECK-WORD-IN-USE
020193         THRU 5100-EXIT.
020194     IF DL-CANCEL-CHANGE
020195         DISPLAY 'ANTMAINT - CHANGE CANCELLED, NOTHING HELD'
020196     END-IF.
020197*
020198 5150-EXIT.
020199     EXIT.
020200*
020201******************************************************************
020202*    5500-RETIRE-ENTRY - HOLD AN END-DATING OF AN EXISTING       *
020203*    DICTIONARY OR PHRASE ENTRY FOR APPROVAL.  NOTHING BUT THE   *
020204*    EXPIRY DATE CHANGES, SO IT IS HELD AS A CORRECTION AND      *
020205*    ANTPREL APPLIES IT LIKE ANY OTHER.  THE ENTRY STAYS ON FILE *
020206*    AND KEEPS MATCHING UNTIL THE EXPIRY DATE.                   *
020207******************************************************************
020208 5500-RETIRE-ENTRY.
020209     IF DL-TYPE-PHRASE
020210         READ PHRASFILE
020211             KEY IS PHRASE-TEXT OF PHRASE-RECORD
020212             INVALID KEY
020213                 DISPLAY 'ANTMAINT - PHRASE NOT ON FILE: '
020214                     DL-SAVE-PHRASE-TEXT
020215                 GO TO 5500-EXIT
020216         END-READ
020217         IF DL-EXP-DATE-9 NOT > PHRASE-EFF-DATE OF PHRASE-RECORD
020218             DISPLAY 'ANTMAINT - RETIRE DATE MUST BE AFTER THE '
020219                 'EFFECTIVE DATE '
020220                 PHRASE-EFF-DATE OF PHRASE-RECORD
020221             GO TO 5500-EXIT
020222         END-IF
020223         MOVE LOW-VALUES TO DL-BEFORE-IMAGE
020224         MOVE PHRASE-RECORD TO DL-BEFORE-IMAGE
020225         MOVE DL-EXP-DATE-9 TO PHRASE-EXP-DATE OF PHRASE-RECORD
020226         MOVE DL-TODAY TO PHRASE-LAST-UPD-DATE OF PHRASE-RECORD
020227         MOVE LOW-VALUES TO DL-AFTER-IMAGE
020228         MOVE PHRASE-RECORD TO DL-AFTER-IMAGE
020229         MOVE 'P' TO DL-PEND-FILE-ID
020230         PERFORM 6000-WRITE-PENDING
020231             THRU 6000-EXIT
020232     ELSE
020233         READ DICTFILE
020234             KEY IS WORD OF DICT-RECORD
020235             INVALID KEY
020236                 DISPLAY 'ANTMAINT - WORD NOT ON FILE: '
020237                     WORD OF DICT-RECORD
020238                 GO TO 5500-EXIT
020239         END-READ
020240         IF DL-EXP-DATE-9 NOT > DICT-EFF-DATE
020241             DISPLAY 'ANTMAINT - RETIRE DATE MUST BE AFTER THE '
020242                 'EFFECTIVE DATE ' DICT-EFF-DATE
020243             GO TO 5500-EXIT
020244         END-IF
020245         MOVE LOW-VALUES TO DL-BEFORE-IMAGE
020246         MOVE DICT-RECORD TO DL-BEFORE-IMAGE(1:96)
020247         MOVE DICT-EFF-DATE TO DL-OLD-EFF-DATE
020248         MOVE DICT-EXP-DATE TO DL-OLD-EXP-DATE
020249         MOVE DL-EXP-DATE-9 TO DICT-EXP-DATE
020250         MOVE DL-TODAY TO DICT-LAST-UPD-DATE
020251         PERFORM 5150-CHECK-XREF-TARGET
020252             THRU 5150-EXIT
020253         IF DL-CANCEL-CHANGE
020254             GO TO 5500-EXIT
020255         END-IF
020256         MOVE LOW-VALUES TO DL-AFTER-IMAGE
020257         MOVE DICT-RECORD TO DL-AFTER-IMAGE(1:96)
020258         MOVE 'D' TO DL-PEND-FILE-ID
020259         PERFORM 6000-WRITE-PENDING
020260             THRU 6000-EXIT
020261     END-IF.
020262*
020263 5500-EXIT.
020264     EXIT.
020265*
020266******************************************************************
020267*    6000-WRITE-PENDING - HOLD AN EDITED MAINTENANCE ACTION ON   *
020268*    THE PENDING-CHANGE FILE WITH THE MAKER'S USERID, THE BEFORE *
020269*    AND AFTER IMAGES, AND THE MAKER'S REASON.  THE KEY IS THE   *
020270*    DATE, TIME, USERID, AND A SEQUENCE WITHIN THE SESSION.      *
020271******************************************************************
020272 6000-WRITE-PENDING.
020273     PERFORM 6050-CHECK-AUTHORITY
020274         THRU 6050-EXIT.
020275     IF SECK-REFUSED
020276         DISPLAY 'ANTMAINT - NOT AUTHORIZED FOR THIS CHANGE - '
020277             SECK-REFUSE-REASON
020278         GO TO 6000-EXIT
020279     END-IF.
020280     PERFORM 6100-PROMPT-REASON
020281         THRU 6100-EXIT.
020282     MOVE SPACES TO PEND-RECORD.
020283     ACCEPT PEND-MAKE-DATE FROM DATE YYYYMMDD.
020284     ACCEPT PEND-MAKE-TIME FROM TIME.
020285     MOVE DL-USERID TO PEND-MAKER-ID.
020286     ADD 1 TO DL-PEND-SEQ.
020287     MOVE DL-PEND-SEQ TO PEND-MAKE-SEQ.
020288     SET PEND-AWAITING TO TRUE.
020289     MOVE DL-IN-USE-SW TO PEND-IN-USE-SW.
020290     SET PEND-FROM-ONLINE TO TRUE.
020291     MOVE DL-PEND-FILE-ID TO PEND-FILE-ID.
020292     IF DL-ACTION-RETIRE
020293         SET PEND-ACTION-CORRECT TO TRUE
020294     ELSE
020295         MOVE DL-ACTION-CODE TO PEND-ACTION
020296     END-IF.
020297     MOVE DL-REASON TO PEND-REASON.
020298     MOVE ZERO TO PEND-CHECK-DATE PEND-CHECK-TIME PEND-APPLY-DATE.
020299     MOVE DL-BEFORE-IMAGE TO PEND-BEFORE-IMAGE.
020300     MOVE DL-AFTER-IMAGE TO PEND-AFTER-IMAGE.
020301     WRITE PEND-RECORD
020302         INVALID KEY
020303             DISPLAY 'ANTMAINT - PENDING WRITE FAILED, STATUS = '
020304                 DL-PEND-STATUS
020305         NOT INVALID KEY
020306             DISPLAY 'ANTMAINT - CHANGE HELD FOR APPROVAL BY '
020307                 'ANOTHER USER'
020308     END-WRITE.
020309*
020310 6000-EXIT.
020311     EXIT.
020312*
020313******************************************************************
020314*    6050-CHECK-AUTHORITY - ASK ANTSECK WHETHER THE SIGNED-ON    *
020315*    USERID MAY MAKE THIS KIND OF CHANGE.  A WORD ENTRY IS       *
020316*    CROSS-REFERENCE MAINTENANCE IF EITHER IMAGE IS A CROSS-     *
020317*    REFERENCE (DICT-ENTRY-TYPE IS BYTE 41 OF THE IMAGE).        *
020318******************************************************************
020319 6050-CHECK-AUTHORITY.
020320     MOVE 'K' TO SECK-FUNCTION.
020321     MOVE DL-USERID TO SECK-USERID.
020322     MOVE 'ANTMAINT' TO SECK-PROGRAM.
020323     MOVE SPACES TO SECK-DETAIL.
020324     IF DL-PEND-FILE-ID = 'P'
020325         MOVE 'P' TO SECK-REQUESTED
020326         STRING DL-ACTION-CODE ' P ' DL-SAVE-PHRASE-TEXT
020327             DELIMITED BY SIZE
020328             INTO SECK-DETAIL
020329         END-STRING
020330     ELSE
020331         IF DL-BEFORE-IMAGE(41:1) = 'X'
020332            OR DL-AFTER-IMAGE(41:1) = 'X'
020333             MOVE 'X' TO SECK-REQUESTED
020334         ELSE
020335             MOVE 'W' TO SECK-REQUESTED
020336         END-IF
020337         STRING DL-ACTION-CODE ' D ' DL-SAVE-WORD
020338             DELIMITED BY SIZE
020339             INTO SECK-DETAIL
020340         END-STRING
020341     END-IF.
020342     CALL 'ANTSECK' USING SECK-PARM-AREA.
020343*
020344 6050-EXIT.
020345     EXIT.
020346*
020347 6100-PROMPT-REASON.
020348     MOVE SPACES TO DL-REASON.
020349     DISPLAY 'ANTMAINT - ENTER REASON (40 CHARACTERS MAX): '.
020350     ACCEPT DL-REASON.
020351     IF DL-REASON = SPACES
020352         DISPLAY 'ANTMAINT - REASON REQUIRED, TRY AGAIN'
020353         GO TO 6100-PROMPT-REASON
020354     END-IF.
020355*
020356 6100-EXIT.
020357     EXIT.
020358*
020359******************************************************************
020400*    9000-TERMINATE - CLOSE THE DICTIONARY, PHRASE, AND PENDING- *
020500*    CHANGE FILES                                                *
020550******************************************************************
020600 9000-TERMINATE.
020700     CLOSE DICTFILE.
020750     CLOSE PHRASFILE.
020760     CLOSE PENDFILE.
020770     MOVE 'C' TO SECK-FUNCTION.
020780     CALL 'ANTSECK' USING SECK-PARM-AREA.
020786     MOVE 'C' TO WUSE-FUNCTION.
020792     CALL 'ANTWUSE' USING WUSE-PARM-AREA.
020800     DISPLAY 'ANTMAINT - MAINTENANCE SESSION COMPLETE'.
020900*
021000 9000-EXIT.
