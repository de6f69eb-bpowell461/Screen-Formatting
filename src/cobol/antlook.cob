003200*    09/02/26   JMH  INITIAL VERSION - LOOKUP LOGIC CARRIED      *
003300*                    OVER FROM THE 3010/3015/3017/3025/3050      *
003400*                    PARAGRAPHS OF ANTIQUITY.                    *
003416*    10/15/26   JMH  EFFECTIVE-DATED ENTRIES. A DICTIONARY       *
003432*                    ENTRY, CROSS-REFERENCE TARGET, OR PHRASE    *
003448*                    MATCHES ONLY IF IN EFFECT ON LOOK-AS-OF-    *
003464*                    DATE (ZERO = TODAY). A NONZERO AS-OF DATE   *
003480*                    BYPASSES THE HOT-CACHE SEED.                *
003481*    10/15/26   JMH  THE HOT-CACHE TABLE NOW TAKES EACH SEED     *
003482*                    WORD'S I-CHAR AND EFFECTIVE/EXPIRY DATES    *
003483*                    FROM DICTFILE AT OPEN (A SEED WORD GONE     *
003484*                    FROM DICTFILE OR NOW A CROSS-REFERENCE IS   *
003485*                    DROPPED), AND A CACHE HIT MUST BE IN EFFECT *
003486*                    ON THE AS-OF DATE OR THE LOOKUP FALLS       *
003487*                    THROUGH TO THE KEYED READ. A NONZERO AS-OF  *
003488*                    DATE NO LONGER BYPASSES THE CACHE. A MATCH  *
003489*                    THROUGH A CROSS-REFERENCE NOW RETURNS THE   *
003490*                    CROSS-REFERENCE WORD ITSELF IN LOOK-XREF-   *
003491*                    FROM-WORD.                                  *
003500******************************************************************
003600 PROGRAM-ID. ANTLOOK.
003700*
011300*    CALLER GETS THE SAME FAST PATH.  DL-HC-COUNT BOUNDS HOW     *
011400*    MUCH OF THE TABLE IS LOADED SO SEARCH ALL NEVER LOOKS       *
011500*    PAST THE LAST ENTRY READ FROM THE SEED.                     *
011533*    EACH ENTRY CARRIES THE I-CHAR AND EFFECTIVE/EXPIRY DATES    *
011566*    DICTFILE HELD FOR THE WORD WHEN THE MODULE WAS OPENED.      *
011600******************************************************************
011700 01  DL-HOTCACHE-TABLE.
011800     05  DL-HC-ENTRY OCCURS 1 TO 500 TIMES
012100             INDEXED BY DL-HC-IDX.
012200         10  DL-HC-WORD      PIC X(20).
012300         10  DL-HC-ICHAR     PIC X(12).
012333         10  DL-HC-EFF-DATE  PIC 9(08).
012366         10  DL-HC-EXP-DATE  PIC 9(08).
012400*
012500 01  DL-NORMALIZE-WORK.
012600     05  DL-KEYED-WORD       PIC X(20).
013500                                    '(' ')'.
013600*
013700 01  DL-XREF-FROM-WORD       PIC X(20).
013710*
013720 01  DL-DATES.
013730     05  DL-TODAY            PIC 9(08)  VALUE ZERO.
013740     05  DL-AS-OF-DATE       PIC 9(08)  VALUE ZERO.
013800*
013900 LINKAGE SECTION.
014000*
016900*    READ, EXACTLY AS THE OVERNIGHT RUN ALWAYS TOLERATED.        *
017000******************************************************************
017100 1000-OPEN-FILES.
017150     ACCEPT DL-TODAY FROM DATE YYYYMMDD.
017200     OPEN INPUT  DICTFILE.
017300     IF NOT DL-DICT-OK
017400         MOVE DL-DICT-STATUS TO LOOK-STATUS
020400 1400-EXIT.
020500     EXIT.
020600*
020611******************************************************************
020622*    1410-LOAD-ONE-ENTRY - THE SEED IS ONLY A LIST OF WORDS      *
020633*    WORTH KEEPING IN MEMORY; WHAT THE TABLE HOLDS FOR EACH ONE  *
020644*    COMES FROM A KEYED READ OF DICTFILE, SO A WORD RETIRED,     *
020655*    CORRECTED, OR RE-DATED SINCE ANTHCGEN BUILT THE SEED IS     *
020666*    NEVER SERVED STALE.  A SEED WORD NO LONGER ON DICTFILE, OR  *
020677*    NOW A CROSS-REFERENCE, IS LEFT OUT OF THE TABLE.            *
020688******************************************************************
020700 1410-LOAD-ONE-ENTRY.
020800     READ HOTCACHE
020900         AT END
021000             SET DL-HC-EOF TO TRUE
021100             GO TO 1410-EXIT
021200     END-READ.
021209     MOVE HC-WORD TO WORD OF DICT-RECORD.
021218     READ DICTFILE
021227         KEY IS WORD OF DICT-RECORD
021236         INVALID KEY
021245             GO TO 1410-EXIT
021254     END-READ.
021263     IF DICT-TYPE-XREF
021272         GO TO 1410-EXIT
021281     END-IF.
021290     ADD 1 TO DL-HC-COUNT.
021300     MOVE HC-WORD TO DL-HC-WORD(DL-HC-COUNT).
021400     MOVE I-CHAR OF DICT-RECORD TO DL-HC-ICHAR(DL-HC-COUNT).
021500     MOVE DICT-EFF-DATE TO DL-HC-EFF-DATE(DL-HC-COUNT).
021550     MOVE DICT-EXP-DATE TO DL-HC-EXP-DATE(DL-HC-COUNT).
021600*
021700 1410-EXIT.
021800     EXIT.
022900     MOVE SPACES TO LOOK-ICHAR.
023000     MOVE SPACES TO LOOK-MATCHED-TEXT.
023100     MOVE 'N' TO LOOK-HC-HIT-SW.
023150     MOVE SPACES TO LOOK-XREF-FROM-WORD.
023200     MOVE ZERO TO LOOK-DICT-READS.
023300     MOVE ZERO TO DL-READ-CNT.
023400     MOVE 'N' TO DL-HC-HIT-SW.
023410     IF LOOK-AS-OF-DATE NUMERIC AND LOOK-AS-OF-DATE > ZERO
023420         MOVE LOOK-AS-OF-DATE TO DL-AS-OF-DATE
023440     ELSE
023450         MOVE DL-TODAY TO DL-AS-OF-DATE
023470     END-IF.
023500     IF LOOK-TEXT-LEN NUMERIC AND LOOK-TEXT-LEN > 0
023600         MOVE LOOK-TEXT-LEN TO DL-TEXT-LEN
023700     ELSE
033800     MOVE 'Y' TO LOOK-MATCH-SW.
033900     MOVE WORD OF DICT-RECORD TO LOOK-MATCHED-TEXT(1:20).
034000     MOVE I-CHAR OF DICT-RECORD TO LOOK-ICHAR.
034025     IF DL-XREF-RESOLVED
034050         MOVE DL-XREF-FROM-WORD TO LOOK-XREF-FROM-WORD
034075     END-IF.
034100*
034200 3019-EXIT.
034300     EXIT.
034900*    AGAINST THE FULL DICTFILE WHEN THE HOT CACHE DOES NOT HAVE  *
035000*    THE WORD.  A KEYED READ LANDING ON A CROSS-REFERENCE        *
035100*    ENTRY CHASES THE CANONICAL WORD (3017).  A CACHE HIT       *
035200*    LOADS I-CHAR DIRECTLY - THE TABLE ONLY EVER HOLDS           *
035300*    CANONICAL ENTRIES (SEE 1410-LOAD-ONE-ENTRY).                *
035310*    A DICTFILE ENTRY NOT IN EFFECT ON THE AS-OF DATE IS A MISS. *
035320*    A CACHE ENTRY GETS THE SAME TEST AGAINST THE DATES LOADED   *
035330*    WITH IT, AND ONE NOT IN EFFECT FALLS THROUGH TO THE KEYED   *
035340*    READ, SO THE FAST PATH NEVER ANSWERS DIFFERENTLY.           *
035400******************************************************************
035500 3015-TRY-CURRENT-WORD.
035600     MOVE 'N' TO DL-FOUND-SW.
036000             AT END
036100                 CONTINUE
036200             WHEN DL-HC-WORD(DL-HC-IDX) = WORD OF DICT-RECORD
036233                 IF DL-HC-EFF-DATE(DL-HC-IDX) NOT > DL-AS-OF-DATE
036266                    AND DL-HC-EXP-DATE(DL-HC-IDX) > DL-AS-OF-DATE
036300                     MOVE DL-HC-ICHAR(DL-HC-IDX)
036400                         TO I-CHAR OF DICT-RECORD
036500                     SET DL-WORD-FOUND TO TRUE
036600                     SET DL-HC-HIT-TAKEN TO TRUE
036650                 END-IF
036700         END-SEARCH
036800     END-IF.
036900     IF NOT DL-WORD-FOUND
037300             INVALID KEY
037400                 MOVE 'N' TO DL-FOUND-SW
037500             NOT INVALID KEY
037550                 PERFORM 3016-CHECK-DICT-DATES
037560                     THRU 3016-EXIT
037700                 IF DL-WORD-FOUND AND DICT-TYPE-XREF
037800                     PERFORM 3017-CHASE-XREF
037900                         THRU 3017-EXIT
038000                 END-IF
038400 3015-EXIT.
038500     EXIT.
038600*
038605******************************************************************
038610*    3016-CHECK-DICT-DATES - THE DICT-RECORD JUST READ COUNTS AS *
038615*    FOUND ONLY IF IT IS IN EFFECT ON THE AS-OF DATE: EFFECTIVE  *
038620*    ON OR BEFORE IT AND NOT YET EXPIRED.                        *
038625******************************************************************
038630 3016-CHECK-DICT-DATES.
038635     IF DICT-EFF-DATE NOT > DL-AS-OF-DATE
038640        AND DICT-EXP-DATE > DL-AS-OF-DATE
038645         SET DL-WORD-FOUND TO TRUE
038650     ELSE
038655         MOVE 'N' TO DL-FOUND-SW
038660     END-IF.
038665*
038670 3016-EXIT.
038675     EXIT.
038680*
038700******************************************************************
038800*    3017-CHASE-XREF - THE KEYED READ LANDED ON A CROSS-         *
038900*    REFERENCE ENTRY.  READ THE CANONICAL WORD IT POINTS AT AND  *
039000*    LET THAT RECORD STAND AS THE MATCH.  A TARGET THAT IS       *
039100*    MISSING OR IS ITSELF A CROSS-REFERENCE TURNS THE HIT BACK   *
039200*    INTO A MISS - ONE HOP ONLY, SO A BAD FILE CAN NEVER CHAIN   *
039300*    OR LOOP.  SO DOES A TARGET NOT IN EFFECT ON THE AS-OF DATE. *
039400******************************************************************
039500 3017-CHASE-XREF.
039600     MOVE WORD OF DICT-RECORD TO DL-XREF-FROM-WORD.
040400             IF DICT-TYPE-XREF
040500                 MOVE 'N' TO DL-FOUND-SW
040600             ELSE
040650                 PERFORM 3016-CHECK-DICT-DATES
040660                     THRU 3016-EXIT
040700             END-IF
040750             IF DL-WORD-FOUND
040760                 SET DL-XREF-RESOLVED TO TRUE
040800             END-IF
040900     END-READ.
041000     IF NOT DL-WORD-FOUND
048100*    3050-LOOKUP-PHRASE - DIRECT KEYED READ AGAINST PHRASFILE.   *
048200*    CONSTITUENT-WORD ANALYSIS OF A MISSED PHRASE IS REPORTING,  *
048300*    NOT LOOKUP - THE CALLER DRIVES IT WORD BY WORD THROUGH THE  *
048400*    WORD PATH IF IT WANTS IT.  A PHRASE NOT IN EFFECT ON THE    *
048410*    AS-OF DATE IS A MISS.                                       *
048500******************************************************************
048600 3050-LOOKUP-PHRASE.
048700     MOVE SPACES TO PHRASE-TEXT OF PHRASE-RECORD.
049200             MOVE 'N' TO LOOK-MATCH-SW
049300             MOVE 'U' TO LOOK-MATCH-VIA
049400         NOT INVALID KEY
049410             IF PHRASE-EFF-DATE NOT > DL-AS-OF-DATE
049420                AND PHRASE-EXP-DATE > DL-AS-OF-DATE
049500                 MOVE 'Y' TO LOOK-MATCH-SW
049600                 MOVE 'K' TO LOOK-MATCH-VIA
049700                 MOVE PHRASE-TEXT OF PHRASE-RECORD
049800                     TO LOOK-MATCHED-TEXT
049900                 MOVE PHRASE-ICHAR OF PHRASE-RECORD
049910                     TO LOOK-ICHAR
049920             ELSE
049930                 MOVE 'N' TO LOOK-MATCH-SW
049940                 MOVE 'U' TO LOOK-MATCH-VIA
049950             END-IF
050000     END-READ.
050100*
050200 3050-EXIT.
