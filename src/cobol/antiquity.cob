000576*                    RESTART, SO A CORRECTION KEYED OFF THE      *
000577*                    REPORT COULD NEVER HAVE MATCHED THE         *
000578*                    RRN-KEYED RECYCLE ENTRY ON THOSE NIGHTS.    *
000579*    10/15/26   JMH  THE CAPTURE SITE ID AND BATCH ID CARRIED ON *
000580*                    EACH WORDLINE RECORD ARE NOW PASSED THROUGH *
000581*                    TO AUDITLOG, RECYFILE, SUSPFILE (LAST SITE  *
000582*                    AND BATCH TO MISS), SUSPPOST, AND THE       *
000583*                    RPTFILE EXCEPTION LINE.                     *
000584*    10/15/26   JMH  A MATCHED WORD OR PHRASE WHOSE KEYED INPUT  *
000585*                    CHARACTER IS NOT ONE OF THE ENTRY'S I-CHAR  *
000586*                    CHARACTERS IS NOW AN ICHAR-MISMATCH         *
000587*                    EXCEPTION (3100-CHECK-MATCHED-ICHAR).  IT   *
000588*                    STILL COUNTS AS MATCHED BUT IS FLAGGED 'M'  *
000589*                    ON AUDITLOG AND XTRFILE AND 'ICHAR-MISM' ON *
000590*                    RPTFILE, POSTS TO RECYFILE FOR CORRECTION,  *
000591*                    AND IS COUNTED ON SUMFILE AND CTLFILE.  A   *
000592*                    BLANK I-CHAR RESTRICTS NOTHING.             *
000593*    10/15/26   JMH  PARM IS NOW                                 *
000594*                    'USERID,N,P,LORRN,HIRRN,YYYYMMDD' - THE     *
000595*                    OPTIONAL SIXTH FIELD IS THE AS-OF BUSINESS  *
000596*                    DATE, PASSED TO ANTLOOK IN LOOK-AS-OF-DATE  *
000597*                    SO ONLY DICTIONARY AND PHRASE ENTRIES IN    *
000598*                    EFFECT ON THAT DATE MATCH (BLANK = RUN      *
000599*                    DATE). SUGGESTION CANDIDATES NOT IN EFFECT  *
000600*                    ARE PASSED OVER.                            *
000601*    10/15/26   JMH  RUN CONTROL: OPTIONAL PARM FIELDS 7 AND 8   *
000602*                    ARE THE BUSINESS DATE (BLANK = TODAY) AND   *
000603*                    'FORCE'. BEFORE ANY FILE IS OPENED THE RUN  *
000604*                    ASKS ANTBDCK WHETHER STEP ANTIQTY (OR       *
000605*                    ANTIQP1-ANTIQP4 IN PARTITION MODE) MAY RUN  *
000606*                    - ANTWLOAD MUST HAVE ENDED CLEAN FOR THE    *
000607*                    BUSINESS DATE, SO A WORDLINE THAT FAILED TO *
000608*                    BALANCE IS NEVER PROCESSED, AND A STEP      *
000609*                    ALREADY COMPLETE IS REFUSED UNLESS FORCED - *
000610*                    AND POSTS ITS RETURN CODE AT END. A         *
000611*                    CHECKPOINT RESTART NEEDS NO FORCE.          *
000612*    10/15/26   JMH  A WORD MATCHED THROUGH A CROSS-REFERENCE    *
000613*                    NOW LOGS THE CROSS-REFERENCE WORD ITSELF IN *
000614*                    AUDIT-XREF-FROM-WORD (AUDIT-WORD STILL      *
000615*                    HOLDS THE CANONICAL TARGET), SO THE         *
000616*                    ANTIMPCT REPLAY KEYS THE LOOKUP AS IT WAS   *
000617*                    MADE.                                       *
000618*    10/15/26   JMH  WITH NO AS-OF DATE IN THE PARM THE          *
000619*                    DICTIONARY IS NOW TAKEN AS OF THE BUSINESS  *
000620*                    DATE ANTBDCK SETTLED ON, NOT THE SYSTEM     *
000621*                    DATE.                                       *
000622******************************************************************
000470 PROGRAM-ID. ANTIQUITY.
000480*
000490 ENVIRONMENT DIVISION.
001470 01  SHORT-LINE              PIC X(60).
001480 01  INPUT-CHAR              PIC X(01).
001490 01  DL-RAW-INPUT-CHAR       PIC X(01).
001491 01  DL-LINE-SITE-ID         PIC X(04).
001492 01  DL-LINE-BATCH-ID        PIC X(08).
001496 01  DL-XREF-FROM-WORD       PIC X(20).
001500*
001510 01  DL-FILE-STATUSES.
001520     05  DL-DICT-STATUS      PIC X(02).
001886         88  DL-MATCHED-NORMALZD        VALUE 'N'.
001887         88  DL-MATCHED-XREF            VALUE 'X'.
001888         88  DL-MATCH-NONE              VALUE 'U'.
001889     05  DL-ICHAR-MISM-SW    PIC X(01)  VALUE 'N'.
001892         88  DL-ICHAR-MISMATCH          VALUE 'Y'.
001895*
001900 01  DL-COUNTERS.
001910     05  DL-TOK-LEN          PIC 9(03)  COMP  VALUE ZERO.
001920     05  DL-LINE-LEN         PIC 9(03)  COMP  VALUE ZERO.
001930     05  DL-SCAN-IDX         PIC 9(03)  COMP  VALUE ZERO.
001931     05  DL-ICHAR-TALLY      PIC 9(03)  COMP  VALUE ZERO.
001960     05  DL-RECS-READ        PIC 9(09)  COMP  VALUE ZERO.
001970     05  DL-CKPT-COUNT       PIC 9(05)  COMP  VALUE ZERO.
001980     05  DL-CKPT-INTERVAL    PIC 9(05)  COMP  VALUE 100.
001992     05  DL-NORM-MATCH-CNT   PIC 9(09)  COMP  VALUE ZERO.
001993     05  DL-XTR-WRITTEN      PIC 9(09)  COMP  VALUE ZERO.
001994     05  DL-XREF-MATCH-CNT   PIC 9(09)  COMP  VALUE ZERO.
001995     05  DL-ICHAR-MISM-CNT   PIC 9(09)  COMP  VALUE ZERO.
001996     05  DL-RUN-DATE         PIC 9(08)         VALUE ZERO.
001997     05  DL-AS-OF-DATE       PIC 9(08)         VALUE ZERO.
001998     05  DL-START-TIME       PIC 9(08)         VALUE ZERO.
001999     05  DL-END-TIME         PIC 9(08)         VALUE ZERO.
002000     05  DL-MATCH-RATE       PIC 9(03)V9(02) COMP VALUE ZERO.
002001     05  DL-EDIT-COUNT       PIC ZZZ,ZZZ,ZZ9.
002002     05  DL-EDIT-RATE        PIC ZZ9.99.
002003******************************************************************
002010*    LOOK-PARM-AREA - THE PARAMETER AREA FOR THE CALLABLE
002020*    DICTIONARY LOOKUP MODULE (ANTLOOK), WHICH NOW OWNS THE
002030*    HOT-CACHE TABLE, THE KEYED AND NORMALIZED LOOKUP ATTEMPTS,
002231     05  DL-PARM-PART-X      PIC X(01)  VALUE SPACE.
002232     05  DL-PARM-LO-X        PIC X(09)  VALUE SPACES.
002233     05  DL-PARM-HI-X        PIC X(09)  VALUE SPACES.
002234     05  DL-PARM-ASOF-X      PIC X(08)  VALUE SPACES.
002235     05  DL-PARM-ASOF-9 REDEFINES DL-PARM-ASOF-X
002236                             PIC 9(08).
002241*
002246*
002247 01  DL-PHRASE-WORD-WORK.
002248     05  DL-SUGG-TYPE        PIC X(12)  VALUE 'WORD MISS'.
002260     05  DL-RRN-OK-SW        PIC X(01)  VALUE 'N'.
002261         88  DL-RRN-OK                  VALUE 'Y'.
002262*
002263 01  DL-RUN-PARM-FIELDS.
002264     05  DL-PARM-BDATE-X     PIC X(08)  VALUE SPACES.
002265     05  DL-PARM-FORCE-X     PIC X(08)  VALUE SPACES.
002266     05  DL-RUN-STEP         PIC X(08)  VALUE 'ANTIQTY'.
002267     05  DL-RUN-PART-STEP.
002268         10  FILLER          PIC X(06)  VALUE 'ANTIQP'.
002269         10  DL-RUN-STEP-PART PIC 9(01) VALUE ZERO.
002270         10  FILLER          PIC X(01)  VALUE SPACE.
002271******************************************************************
002272*    BDCK-PARM-AREA - THE PARAMETER AREA FOR THE CALLABLE        *
002273*    RUN-CONTROL MODULE (ANTBDCK), CHECKED BEFORE ANY FILE IS    *
002274*    OPENED AND POSTED WITH THE RETURN CODE AT THE END           *
002275******************************************************************
002276     COPY BDCKPARM.
002277*
002278 LINKAGE SECTION.
002279*
002280 01  DL-PARM-AREA.
002281     05  DL-PARM-LEN         PIC S9(4) COMP.
002285     05  DL-PARM-TEXT        PIC X(80).
002288*
002290 PROCEDURE DIVISION USING DL-PARM-AREA.
002300*
002470 1000-INITIALIZE.
002472     ACCEPT DL-RUN-DATE FROM DATE YYYYMMDD.
002474     ACCEPT DL-START-TIME FROM TIME.
002476     MOVE DL-RUN-DATE TO DL-AS-OF-DATE.
002478     MOVE ZERO TO LOOK-AS-OF-DATE.
002480     IF DL-PARM-LEN > 0
002490         MOVE SPACES TO DL-PARM-USERID-X
002500         MOVE SPACE TO DL-PARM-NORM-X
002502         MOVE SPACE TO DL-PARM-PART-X
002504         MOVE SPACES TO DL-PARM-LO-X
002506         MOVE SPACES TO DL-PARM-HI-X
002508         MOVE SPACES TO DL-PARM-ASOF-X
002511         MOVE SPACES TO DL-PARM-BDATE-X
002514         MOVE SPACES TO DL-PARM-FORCE-X
002517         UNSTRING DL-PARM-TEXT(1:DL-PARM-LEN)
002520             DELIMITED BY ','
002530             INTO DL-PARM-USERID-X
002540                  DL-PARM-NORM-X
002541                  DL-PARM-PART-X
002542                  DL-PARM-LO-X
002543                  DL-PARM-HI-X
002544                  DL-PARM-ASOF-X
002545                  DL-PARM-BDATE-X
002546                  DL-PARM-FORCE-X
002547         END-UNSTRING
002550         IF DL-PARM-USERID-X NOT = SPACES
002552             MOVE DL-PARM-USERID-X TO DL-USERID
002554         END-IF
002559         END-IF
002560         PERFORM 1100-SET-PARTITION
002561             THRU 1100-EXIT
002562         PERFORM 1150-SET-AS-OF-DATE
002563             THRU 1150-EXIT
002566     END-IF.
002567     PERFORM 1050-CHECK-RUN-CONTROL
002568         THRU 1050-EXIT.
002570     OPEN INPUT  DICTFILE.
002580     IF NOT DL-DICT-OK
002590         DISPLAY 'ANTIQUITY - DICTFILE OPEN FAILED, STATUS = '
003251*
003253 1000-EXIT.
003255     EXIT.
003256*
003257******************************************************************
003258*    1050-CHECK-RUN-CONTROL - PARM FIELDS 7 AND 8 ARE THE
003259*    BUSINESS DATE (BLANK = TODAY) AND 'FORCE'.  THE STEP IS
003260*    ANTIQTY FOR THE WHOLE-FILE RUN OR ANTIQP1-ANTIQP4 FOR A
003261*    PARTITION.  ASK THE RUN-CONTROL MODULE WHETHER IT MAY RUN
003262*    FOR THE DATE - ANTWLOAD MUST HAVE BALANCED - AND STOP IF IT
003263*    MAY NOT.  A RESTART AFTER AN ABEND NEEDS NO FORCE.  WITH NO
003264*    AS-OF DATE IN THE PARM THE DICTIONARY IS TAKEN AS OF THE
003265*    BUSINESS DATE.
003266******************************************************************
003267 1050-CHECK-RUN-CONTROL.
003268     IF DL-PART-NBR > 0
003269         MOVE DL-PART-NBR TO DL-RUN-STEP-PART
003270         MOVE DL-RUN-PART-STEP TO DL-RUN-STEP
003271     END-IF.
003272     IF DL-PARM-FORCE-X NOT = SPACES
003273       AND DL-PARM-FORCE-X NOT = 'FORCE'
003274         DISPLAY 'ANTIQUITY - PARM RERUN FIELD MUST BE FORCE OR '
003275             'BLANK, GOT: ' DL-PARM-FORCE-X
003276         GO TO 1000-ABEND
003277     END-IF.
003278     MOVE 'B' TO BDCK-FUNCTION.
003279     MOVE DL-RUN-STEP TO BDCK-STEP.
003280     MOVE DL-PARM-BDATE-X TO BDCK-BUS-DATE-X.
003281     MOVE 'N' TO BDCK-FORCE-SW.
003282     IF DL-PARM-FORCE-X = 'FORCE'
003283         SET BDCK-FORCE TO TRUE
003284     END-IF.
003285     CALL 'ANTBDCK' USING BDCK-PARM-AREA.
003286     IF NOT BDCK-OK
003287         DISPLAY 'ANTIQUITY - RUN CONTROL CHECK FAILED, STATUS = '
003288             BDCK-STATUS ' ' BDCK-REFUSE-REASON
003289         GO TO 1000-ABEND
003290     END-IF.
003291     IF BDCK-REFUSED
003292         DISPLAY 'ANTIQUITY - RUN REFUSED FOR ' BDCK-BUS-DATE-X
003293             ': ' BDCK-REFUSE-REASON
003294         GO TO 1000-ABEND
003295     END-IF.
003296     DISPLAY 'ANTIQUITY - BUSINESS DATE ' BDCK-BUS-DATE-X.
003297     IF DL-PARM-ASOF-X = SPACES
003298         MOVE BDCK-BUS-DATE TO DL-AS-OF-DATE
003299         MOVE BDCK-BUS-DATE TO LOOK-AS-OF-DATE
003300         DISPLAY 'ANTIQUITY - DICTIONARY AS OF ' DL-AS-OF-DATE
003301     END-IF.
003302*
003303 1050-EXIT.
003304     EXIT.
003305*
003306******************************************************************
003307*    1200-OPEN-CHECKPOINT - OPEN THE CHECKPOINT FILE AND FETCH   *
003308*    THE RESTART POSITION LEFT BY A PRIOR ABENDED RUN            *
003309******************************************************************
003310 1200-OPEN-CHECKPOINT.
003311     OPEN I-O CHKPTFILE.
003320     IF DL-CKPT-NOTFND
003330         OPEN OUTPUT CHKPTFILE
003334         MOVE ZERO TO CHKPT-RRN CHKPT-DATE CHKPT-TIME
003970     IF DL-MATCHED-XREF
003971         ADD 1 TO DL-XREF-MATCH-CNT
003972     END-IF.
003973     MOVE 'N' TO DL-ICHAR-MISM-SW.
003974     IF DL-ICHAR-VALID AND DL-WORD-FOUND
003975         PERFORM 3100-CHECK-MATCHED-ICHAR
003976             THRU 3100-EXIT
003977     END-IF.
003978     PERFORM 6000-WRITE-AUDIT
003980         THRU 6000-EXIT.
003990     PERFORM 7000-WRITE-EXTRACT
004000         THRU 7000-EXIT.
004310     MOVE WL-WORD-LINE TO WORD-LINE.
004320     MOVE WL-INPUT-CHAR TO INPUT-CHAR.
004330     MOVE WL-INPUT-CHAR TO DL-RAW-INPUT-CHAR.
004331     MOVE WL-SITE-ID TO DL-LINE-SITE-ID.
004332     MOVE WL-BATCH-ID TO DL-LINE-BATCH-ID.
004340     PERFORM 2270-VALIDATE-INPUT-CHAR
004350         THRU 2270-EXIT.
004360     MOVE SPACES TO LONG-LINE.
005250******************************************************************
005260 3000-LOOKUP-DICTIONARY.
005265     MOVE SPACE TO DL-NORM-STATUS-SW.
005267     MOVE SPACES TO DL-XREF-FROM-WORD.
005270     IF DL-ICHAR-INVALID
005280         SET DL-FOUND-SW TO 'N'
005290     ELSE
005434*    VIA CODE COMES BACK IN DL-NORM-STATUS-SW FOR THE AUDIT
005435*    RECORD AND EXCEPTION REPORT, AND THE MATCHED FORM IS
005436*    RESTORED INTO THE RECORD KEY THE WAY THE INLINE PATH
005437*    ALWAYS LEFT IT.  ON A MATCH THROUGH A CROSS-REFERENCE
005438*    THE WORD THE CROSS-REFERENCE IS FILED UNDER IS KEPT FOR
005439*    THE AUDIT RECORD (AUDIT-XREF-FROM-WORD).
005460******************************************************************
005470 3010-LOOKUP-WORD.
005480     MOVE 'L' TO LOOK-FUNCTION.
005580     PERFORM 3012-RETURN-WORD-RESULT
005590         THRU 3012-EXIT.
005600     MOVE LOOK-MATCH-VIA TO DL-NORM-STATUS-SW.
005630     MOVE LOOK-XREF-FROM-WORD TO DL-XREF-FROM-WORD.
005660     IF NOT DL-WORD-FOUND AND DL-ICHAR-VALID
005670         PERFORM 3020-SUGGEST-CANDIDATES
005672             THRU 3020-EXIT
005980     IF DL-ICHAR-INVALID
005990         SET AUDIT-ICHAR-INVALID TO TRUE
006000     ELSE
006001         IF DL-ICHAR-MISMATCH
006002             SET AUDIT-ICHAR-MISMATCH TO TRUE
006003         ELSE
006010             SET AUDIT-ICHAR-VALID TO TRUE
006011         END-IF
006020     END-IF.
006030     MOVE SPACES TO AUDIT-WORD.
006040     MOVE SPACES TO AUDIT-PHRASE-TEXT.
006080     ELSE
006090         SET AUDIT-TYPE-WORD TO TRUE
006100         MOVE WORD OF DICT-RECORD TO AUDIT-WORD
006105         MOVE DL-XREF-FROM-WORD TO AUDIT-XREF-FROM-WORD
006110     END-IF.
006120     IF DL-WORD-FOUND
006130         SET AUDIT-MATCHED TO TRUE
006150         SET AUDIT-NOT-MATCHED TO TRUE
006160     END-IF.
006162     MOVE DL-NORM-STATUS-SW TO AUDIT-NORM-STATUS.
006164     MOVE DL-LINE-SITE-ID TO AUDIT-SITE-ID.
006166     MOVE DL-LINE-BATCH-ID TO AUDIT-BATCH-ID.
006170     WRITE AUDIT-RECORD.
006180*
006190 6000-EXIT.
006301     IF DL-ICHAR-INVALID
006302         SET XTR-ICHAR-INVALID TO TRUE
006303     ELSE
006305         IF DL-ICHAR-MISMATCH
006307             SET XTR-ICHAR-MISMATCH TO TRUE
006309         ELSE
006311             SET XTR-ICHAR-VALID TO TRUE
006313         END-IF
006315     END-IF.
006317     IF DL-IS-PHRASE
006320         SET XTR-TYPE-PHRASE TO TRUE
006330         MOVE PHRASE-TEXT OF PHRASE-RECORD TO XTR-PHRASE-TEXT
006340     ELSE
006590     IF DL-ICHAR-INVALID
006600         MOVE 'BAD-ICHAR' TO RPT-EXCEPTION
006610     ELSE
006611         IF DL-ICHAR-MISMATCH
006612             MOVE 'ICHAR-MISM' TO RPT-EXCEPTION
006613         ELSE
006620             IF DL-SW-LONG
006630                 MOVE 'LONG-LINE' TO RPT-EXCEPTION
006640             ELSE
006650                 IF DL-SW-SHORT
006660                     MOVE 'SHORT-LINE' TO RPT-EXCEPTION
006670                 ELSE
006680                     MOVE 'NORMAL' TO RPT-EXCEPTION
006690                 END-IF
006700             END-IF
006705         END-IF
006710     END-IF.
006711     MOVE SPACES TO RPT-MATCH-VIA.
006712     EVALUATE TRUE
006719         WHEN DL-MATCH-NONE
006720             MOVE 'NO-MATCH' TO RPT-MATCH-VIA
006721     END-EVALUATE.
006723     MOVE DL-LINE-SITE-ID TO RPT-SITE-ID.
006725     MOVE DL-LINE-BATCH-ID TO RPT-BATCH-ID.
006727     WRITE RPT-LINE.
006730*
006740 5000-EXIT.
006750     EXIT.
007120     PERFORM 9100-WRITE-RUN-SUMMARY
007121         THRU 9100-EXIT.
007122     DISPLAY 'ANTIQUITY - RECORDS PROCESSED: ' DL-RECS-READ.
007124     PERFORM 9500-POST-RUN-CONTROL
007126         THRU 9500-EXIT.
007130*
007140 9000-EXIT.
007150     EXIT.
007151*
007152******************************************************************
007153*    9500-POST-RUN-CONTROL - RECORD THE STEP'S RETURN CODE FOR   *
007154*    THE BUSINESS DATE.  THE CALL RESETS RETURN-CODE, SO IT IS   *
007155*    PUT BACK AFTERWARD.                                         *
007156******************************************************************
007157 9500-POST-RUN-CONTROL.
007158     MOVE 'E' TO BDCK-FUNCTION.
007159     MOVE RETURN-CODE TO BDCK-STEP-RC.
007160     CALL 'ANTBDCK' USING BDCK-PARM-AREA.
007161     MOVE BDCK-STEP-RC TO RETURN-CODE.
007162     IF NOT BDCK-OK
007163         DISPLAY 'ANTIQUITY - RUN CONTROL END NOT POSTED, '
007164             'STATUS = ' BDCK-STATUS
007165         MOVE 16 TO RETURN-CODE
007166     END-IF.
007167*
007168 9500-EXIT.
007169     EXIT.
007170*
007171******************************************************************
007180*    7500-POST-SUSPENSE - ROUTE A CONFIRMED MISS TO THE KEYED
007190*    SUSPENSE FILE.  A MISS ALREADY IN SUSPENSE GETS ITS
007200*    OCCURRENCE COUNT STEPPED AND ITS LAST-SEEN DATE REFRESHED;
007520     ACCEPT SUSP-FIRST-DATE FROM DATE YYYYMMDD.
007530     MOVE SUSP-FIRST-DATE TO SUSP-LAST-DATE.
007540     MOVE INPUT-CHAR TO SUSP-ICHAR.
007545     MOVE DL-LINE-SITE-ID TO SUSP-LAST-SITE-ID.
007546     MOVE DL-LINE-BATCH-ID TO SUSP-LAST-BATCH-ID.
007550     WRITE SUSP-RECORD
007560         INVALID KEY
007570             DISPLAY 'ANTIQUITY - SUSPENSE WRITE FAILED, '
007640 7520-STEP-SUSPENSE.
007650     ADD 1 TO SUSP-COUNT.
007660     ACCEPT SUSP-LAST-DATE FROM DATE YYYYMMDD.
007665     MOVE DL-LINE-SITE-ID TO SUSP-LAST-SITE-ID.
007666     MOVE DL-LINE-BATCH-ID TO SUSP-LAST-BATCH-ID.
007670     REWRITE SUSP-RECORD
007680         INVALID KEY
007690             DISPLAY 'ANTIQUITY - SUSPENSE REWRITE FAILED, '
007758     END-IF.
007759     MOVE INPUT-CHAR TO SPOST-ICHAR.
007760     MOVE DL-RUN-DATE TO SPOST-DATE.
007761     MOVE DL-LINE-SITE-ID TO SPOST-SITE-ID.
007762     MOVE DL-LINE-BATCH-ID TO SPOST-BATCH-ID.
007763     WRITE SPOST-RECORD.
007764*
007765 7530-EXIT.
007766     EXIT.
007767*
007768******************************************************************
007769*    7600-POST-RECYCLE - HOLD EVERY FAILED TRANSACTION (BAD
007770*    INPUT CHARACTER, OR A CONFIRMED MISS) ON THE KEYED RECYCLE
007771*    FILE WITH ITS RUN DATE, WORDLINE RECORD NUMBER, REASON,
007772*    AND THE SOURCE LINE AND KEYSTROKE AS ORIGINALLY CAPTURED,
007773*    SO ANTRECYC CAN APPLY DATA ENTRY'S CORRECTIONS AGAINST IT
007774*    AND AGE ANYTHING NOBODY EVER FIXES.  A RESTARTED RUN THAT
007775*    REPROCESSES A RECORD SIMPLY REWRITES THE SAME KEY.
007776******************************************************************
007777 7600-POST-RECYCLE.
007778     IF DL-WORD-FOUND AND NOT DL-ICHAR-MISMATCH
007779         GO TO 7600-EXIT
007780     END-IF.
007781     MOVE DL-RUN-DATE TO RECY-RUN-DATE.
007782     MOVE DL-WL-RRN TO RECY-REC-NBR.
007783     IF DL-ICHAR-INVALID
007784         MOVE 'BAD-ICHAR' TO RECY-REASON
007785     ELSE
007786         IF DL-ICHAR-MISMATCH
007787             MOVE 'ICHAR-MISM' TO RECY-REASON
007788         ELSE
007789             MOVE 'NO-MATCH' TO RECY-REASON
007790         END-IF
007791     END-IF.
007792     MOVE WORD-LINE TO RECY-WORD-LINE.
007793     MOVE DL-RAW-INPUT-CHAR TO RECY-INPUT-CHAR.
007794     MOVE DL-LINE-SITE-ID TO RECY-SITE-ID.
007795     MOVE DL-LINE-BATCH-ID TO RECY-BATCH-ID.
007796     WRITE RECY-RECORD
007797         INVALID KEY
007798             REWRITE RECY-RECORD
007799                 INVALID KEY
007800                     DISPLAY 'ANTIQUITY - RECYCLE POST FAILED, '
007801                         'STATUS = ' DL-RECY-STATUS
007802             END-REWRITE
007803     END-WRITE.
007804*
007805 7600-EXIT.
007806     EXIT.
007807*
007808******************************************************************
007809*    3020-SUGGEST-CANDIDATES - ON A CONFIRMED WORD MISS, START
007810*    DICTFILE AT THE FIRST KEY NOT LESS THAN THE FAILED WORD,
007811*    READ THE NEXT FEW ENTRIES, AND KEEP THE THREE SHARING THE
007812*    LONGEST LEADING-CHARACTER MATCH AS CORRECTION CANDIDATES
007813*    ON THE SUGGESTION REPORT.  AN ENTRY NOT IN EFFECT ON THE
007814*    AS-OF DATE IS PASSED OVER.  THE FAILED WORD IS RESTORED TO
007820*    THE RECORD KEY AFTERWARD SO THE AUDIT, EXTRACT, AND
007830*    SUSPENSE PATHS STILL SEE THE MISS AS KEYED.
007840******************************************************************
008160             SET DL-CAND-EOF TO TRUE
008170             GO TO 3031-EXIT
008180     END-READ.
008182     IF DICT-EFF-DATE > DL-AS-OF-DATE
008184       OR DICT-EXP-DATE NOT > DL-AS-OF-DATE
008186         GO TO 3031-READ-ONE-CANDIDATE
008188     END-IF.
008190     MOVE WORD OF DICT-RECORD TO DL-CAND-WORD(DL-CAND-IDX).
008200     PERFORM 3032-CALC-PREFIX-LEN
008210         THRU 3032-EXIT.
010660 3061-EXIT.
010670     EXIT.
010680*
010681******************************************************************
010682*    3100-CHECK-MATCHED-ICHAR - A MATCHED WORD OR PHRASE CARRIES
010683*    THE INPUT CHARACTERS IT MAY BE KEYED WITH IN ITS I-CHAR.
010684*    A KEYSTROKE THAT PASSED THE A-Z EDIT BUT IS NOT ONE OF THEM
010685*    IS AN ICHAR-MISMATCH: THE LINE STILL COUNTS AS MATCHED, BUT
010686*    IS FLAGGED ON THE REPORT, AUDIT, AND EXTRACT AND POSTED TO
010687*    RECYCLE FOR CORRECTION.  A BLANK I-CHAR PLACES NO
010688*    RESTRICTION ON THE KEYSTROKE.
010689******************************************************************
010690 3100-CHECK-MATCHED-ICHAR.
010691     MOVE ZERO TO DL-ICHAR-TALLY.
010692     IF DL-IS-PHRASE
010693         IF PHRASE-ICHAR OF PHRASE-RECORD = SPACES
010694             GO TO 3100-EXIT
010695         END-IF
010696         INSPECT PHRASE-ICHAR OF PHRASE-RECORD
010697             TALLYING DL-ICHAR-TALLY FOR ALL INPUT-CHAR
010698     ELSE
010699         IF I-CHAR OF DICT-RECORD = SPACES
010700             GO TO 3100-EXIT
010701         END-IF
010702         INSPECT I-CHAR OF DICT-RECORD
010703             TALLYING DL-ICHAR-TALLY FOR ALL INPUT-CHAR
010704     END-IF.
010705     IF DL-ICHAR-TALLY = ZERO
010706         SET DL-ICHAR-MISMATCH TO TRUE
010707         ADD 1 TO DL-ICHAR-MISM-CNT
010708     END-IF.
010709*
010710 3100-EXIT.
010711     EXIT.
010712*
010713******************************************************************
010714*    1100-SET-PARTITION - VALIDATE AND APPLY THE PARTITION
010715*    FIELDS OF THE PARM.  PARTITION 1-4 CHECKPOINTS IN ITS OWN
010720*    CHKPTFILE SLOT AND, WHEN A RELATIVE-RECORD RANGE IS GIVEN,
010730*    PROCESSES ONLY THAT SLICE OF WORDLINE.  PARTITION 0 OR
010740*    BLANK IS THE CLASSIC WHOLE-FILE RUN IN SLOT 1; ANY RANGE
011170 1100-EXIT.
011180     EXIT.
011190*
011191******************************************************************
011192*    1150-SET-AS-OF-DATE - THE OPTIONAL SIXTH PARM FIELD IS THE
011193*    BUSINESS DATE (YYYYMMDD) THE DICTIONARY IS TAKEN AS OF:
011194*    ONLY ENTRIES IN EFFECT ON THAT DATE MATCH.  BLANK MEANS
011195*    THE BUSINESS DATE (SEE 1050), SO A RERUN OF AN EARLIER
011196*    NIGHT UNDER THAT NIGHT'S BUSINESS DATE DOES NOT PICK UP
011197*    TODAY'S FUTURE-DATED ADDS AND RETIREMENTS.
011198******************************************************************
011199 1150-SET-AS-OF-DATE.
011200     IF DL-PARM-ASOF-X = SPACES
011201         GO TO 1150-EXIT
011202     END-IF.
011203     IF DL-PARM-ASOF-X NOT NUMERIC
011204       OR DL-PARM-ASOF-9 < 19000101
011205         DISPLAY 'ANTIQUITY - PARM AS-OF DATE NOT A VALID '
011206             'YYYYMMDD: ' DL-PARM-ASOF-X
011207         GO TO 1000-ABEND
011208     END-IF.
011209     MOVE DL-PARM-ASOF-9 TO DL-AS-OF-DATE.
011210     MOVE DL-PARM-ASOF-9 TO LOOK-AS-OF-DATE.
011211     DISPLAY 'ANTIQUITY - DICTIONARY AS OF ' DL-AS-OF-DATE.
011212*
011213 1150-EXIT.
011214     EXIT.
011215*
011216******************************************************************
011217*    1110-PARSE-RRN - CONVERT A LEFT-JUSTIFIED RRN FIELD FROM
011220*    THE PARM INTO A BINARY RELATIVE RECORD NUMBER.  COMES BACK
011230*    WITH DL-RRN-OK OFF IF THE FIELD IS BLANK OR NOT ALL DIGITS.
011240******************************************************************
012170     MOVE DL-BAD-ICHAR-CNT TO DL-EDIT-COUNT.
012180     PERFORM 9110-PUT-COUNT-LINE
012190         THRU 9110-EXIT.
012192     MOVE 'ICHAR-MISMATCH EXCEPTIONS' TO SUM-LABEL.
012194     MOVE DL-ICHAR-MISM-CNT TO DL-EDIT-COUNT.
012196     PERFORM 9110-PUT-COUNT-LINE
012198         THRU 9110-EXIT.
012200     MOVE 'LONG-LINE EXCEPTIONS' TO SUM-LABEL.
012210     MOVE DL-LONG-CNT TO DL-EDIT-COUNT.
012220     PERFORM 9110-PUT-COUNT-LINE
012740     MOVE DL-DICT-READ-CNT TO CTL-DICT-READ-CNT.
012750     MOVE DL-NORM-MATCH-CNT TO CTL-NORM-MATCH-CNT.
012760     MOVE DL-XTR-WRITTEN TO CTL-XTR-WRITTEN.
012765     MOVE DL-ICHAR-MISM-CNT TO CTL-ICHAR-MISM-CNT.
012770     WRITE CTL-RECORD.
012780*
012790 9120-EXIT.
