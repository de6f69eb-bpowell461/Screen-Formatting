001700*                 FILES ARE OPENED INPUT ONLY, SO AN INQUIRY     *
001800*                 SESSION CAN NEVER CHANGE AN ENTRY THE WAY AN   *
001900*                 ACCIDENTAL KEYSTROKE IN ANTMAINT CAN.          *
001912*                                                                *
001924*                 (U)SES LISTS, FROM THE WHERE-USED CONCORDANCE  *
001936*                 (WUSEFILE), EVERY PHRASE CONTAINING A KEYED    *
001948*                 WORD AND EVERY CROSS-REFERENCE ENTRY POINTING  *
001960*                 AT IT.  IF WUSEFILE CANNOT BE OPENED THE WORD  *
001972*                 AND PHRASE INQUIRIES STILL WORK AND (U)SES     *
001984*                 SAYS SO.                                       *
002000*                                                                *
002100*    MODIFICATION HISTORY                                       *
002200*    DATE       INIT DESCRIPTION                                 *
002310*    09/02/26   JMH  A CROSS-REFERENCE DICTIONARY ENTRY (SEE     *
002320*                    DICTREC) NOW ALSO SHOWS THE CANONICAL WORD  *
002330*                    IT POINTS AT.                               *
002353*    10/15/26   JMH  WORD AND PHRASE DISPLAYS NOW SHOW THE       *
002376*                    EFFECTIVE AND EXPIRY DATES.                 *
002382*    10/15/26   JMH  ADDED (U)SES - LISTS THE PHRASES AND CROSS- *
002388*                    REFERENCES THAT USE A WORD FROM THE WHERE-  *
002394*                    USED CONCORDANCE (WUSEFILE).                *
002400******************************************************************
002500 PROGRAM-ID. ANTINQ.
002600*
004400         RECORD KEY IS PHRASE-TEXT OF PHRASE-RECORD
004500         FILE STATUS IS DL-PHR-STATUS.
004600*
004614     SELECT WUSEFILE ASSIGN TO WUSEFILE
004628         ORGANIZATION IS INDEXED
004642         ACCESS MODE IS DYNAMIC
004656         RECORD KEY IS WU-KEY
004670         FILE STATUS IS DL-WUSE-STATUS.
004684*
004700 DATA DIVISION.
004800 FILE SECTION.
004900*
005500     LABEL RECORDS ARE STANDARD.
005600     COPY PHRASREC.
005700*
005720 FD  WUSEFILE
005740     LABEL RECORDS ARE STANDARD.
005760     COPY WUSEREC.
005780*
005800 WORKING-STORAGE SECTION.
005900*
006000 01  DL-FILE-STATUSES.
006400     05  DL-PHR-STATUS       PIC X(02).
006500         88  DL-PHR-OK                 VALUE '00'.
006600         88  DL-PHR-EOF-STAT           VALUE '10'.
006633     05  DL-WUSE-STATUS      PIC X(02).
006666         88  DL-WUSE-OK                VALUE '00'.
006700*
006800 01  DL-SWITCHES.
006900     05  DL-DONE-SW          PIC X(01)  VALUE 'N'.
007100     05  DL-TYPE-CODE        PIC X(01)  VALUE 'W'.
007200         88  DL-TYPE-WORD               VALUE 'W'.
007300         88  DL-TYPE-PHRASE             VALUE 'P'.
007350         88  DL-TYPE-USES               VALUE 'U'.
007400         88  DL-TYPE-EXIT               VALUE 'X'.
007500         88  DL-TYPE-VALID              VALUES 'W' 'P' 'U' 'X'.
007600     05  DL-BROWSE-SW        PIC X(01)  VALUE 'N'.
007700         88  DL-BROWSE-MORE             VALUE 'Y'.
007800         88  DL-BROWSE-ENDED            VALUE 'N'.
007900     05  DL-NEXT-CODE        PIC X(01)  VALUE SPACE.
008000         88  DL-WANT-NEXT               VALUE 'N'.
008016     05  DL-WUSE-OPEN-SW     PIC X(01)  VALUE 'N'.
008032         88  DL-WUSE-OPEN               VALUE 'Y'.
008048*
008064 01  DL-COUNTERS.
008080     05  DL-USES-SHOWN       PIC 9(05)  COMP  VALUE ZERO.
008100*
008200 01  DL-SEARCH-KEY           PIC X(200)  VALUE SPACES.
008300*
009700     EXIT.
009800*
009900******************************************************************
010000*    1000-INITIALIZE - OPEN THE FILES FOR INPUT ONLY             *
010100******************************************************************
010200 1000-INITIALIZE.
010300     OPEN INPUT  DICTFILE.
011600         GOBACK
011700     END-IF.
011800*
011811     OPEN INPUT  WUSEFILE.
011822     IF DL-WUSE-OK
011833         SET DL-WUSE-OPEN TO TRUE
011844     ELSE
011855         DISPLAY 'ANTINQ - WUSEFILE OPEN FAILED, STATUS = '
011866             DL-WUSE-STATUS ' - (U)SES NOT AVAILABLE'
011877     END-IF.
011888*
011900 1000-EXIT.
012000     EXIT.
012100*
013100         SET DL-INQ-DONE TO TRUE
013200         GO TO 2000-EXIT
013300     END-IF.
013316     IF DL-TYPE-USES
013332       AND NOT DL-WUSE-OPEN
013348         DISPLAY 'ANTINQ - WHERE-USED FILE NOT AVAILABLE'
013364         GO TO 2000-EXIT
013380     END-IF.
013400     PERFORM 2200-PROMPT-KEY
013500         THRU 2200-EXIT.
013600     EVALUATE TRUE
013663         WHEN DL-TYPE-WORD
013726             PERFORM 3000-BROWSE-DICT
013789                 THRU 3000-EXIT
013852         WHEN DL-TYPE-PHRASE
013915             PERFORM 4000-BROWSE-PHRASE
013978                 THRU 4000-EXIT
014041         WHEN OTHER
014104             PERFORM 6000-BROWSE-USES
014167                 THRU 6000-EXIT
014230     END-EVALUATE.
014300*
014400 2000-EXIT.
014500     EXIT.
014600*
014700 2100-PROMPT-TYPE.
014800     MOVE SPACES TO DL-TYPE-CODE.
014900     DISPLAY 'ANTINQ - (W)ORD, (P)HRASE, (U)SES OF A WORD, OR '
014950         'E(X)IT ? '.
015000     ACCEPT DL-TYPE-CODE.
015100     IF NOT DL-TYPE-VALID
015200         DISPLAY 'ANTINQ - INVALID CHOICE, TRY AGAIN'
016000     MOVE SPACES TO DL-SEARCH-KEY.
016100     IF DL-TYPE-WORD
016200         DISPLAY 'ANTINQ - ENTER WORD OR LEADING PART OF ONE: '
016300     END-IF.
016350     IF DL-TYPE-PHRASE
016400         DISPLAY 'ANTINQ - ENTER PHRASE OR LEADING PART OF ONE: '
016500     END-IF.
016525     IF DL-TYPE-USES
016550         DISPLAY 'ANTINQ - ENTER THE WORD WHOSE USES TO LIST: '
016575     END-IF.
016600     ACCEPT DL-SEARCH-KEY.
016700*
016800 2200-EXIT.
019900     DISPLAY 'WORD:      ' WORD OF DICT-RECORD.
020000     DISPLAY 'I-CHAR:    ' I-CHAR OF DICT-RECORD.
020100     DISPLAY 'LAST UPD:  ' DICT-LAST-UPD-DATE.
020102     DISPLAY 'EFFECTIVE: ' DICT-EFF-DATE.
020104     IF DICT-NO-EXPIRY
020106         DISPLAY 'EXPIRES:   NONE'
020108     ELSE
020110         DISPLAY 'EXPIRES:   ' DICT-EXP-DATE
020112     END-IF.
020116     IF DICT-TYPE-XREF
020120         DISPLAY 'XREF TO:   ' DICT-XREF-WORD
020130     END-IF.
020200     PERFORM 5000-PROMPT-NEXT
023800     DISPLAY 'LENGTH:    ' PHRASE-LEN OF PHRASE-RECORD.
023900     DISPLAY 'I-CHAR:    ' PHRASE-ICHAR OF PHRASE-RECORD.
024000     DISPLAY 'LAST UPD:  ' PHRASE-LAST-UPD-DATE OF PHRASE-RECORD.
024010     DISPLAY 'EFFECTIVE: ' PHRASE-EFF-DATE OF PHRASE-RECORD.
024020     IF PHRASE-NO-EXPIRY OF PHRASE-RECORD
024030         DISPLAY 'EXPIRES:   NONE'
024040     ELSE
024050         DISPLAY 'EXPIRES:   ' PHRASE-EXP-DATE OF PHRASE-RECORD
024060     END-IF.
024100     PERFORM 5000-PROMPT-NEXT
024200         THRU 5000-EXIT.
024300*
026000 5000-EXIT.
026100     EXIT.
026200*
026201******************************************************************
026202*    6000-BROWSE-USES - POSITION AT THE FIRST CONCORDANCE ENTRY  *
026203*    FOR THE KEYED WORD AND SHOW EACH PHRASE AND CROSS-REFERENCE *
026204*    THAT USES IT, PHRASES FIRST, UNTIL THE WORD'S ENTRIES RUN   *
026205*    OUT OR THE CLERK STOPS ASKING FOR THE NEXT ONE              *
026206******************************************************************
026207 6000-BROWSE-USES.
026208     MOVE ZERO TO DL-USES-SHOWN.
026209     MOVE LOW-VALUES TO WU-KEY.
026210     MOVE DL-SEARCH-KEY(1:20) TO WU-WORD.
026211     START WUSEFILE KEY IS NOT LESS THAN WU-KEY
026212         INVALID KEY
026213             DISPLAY 'ANTINQ - NO PHRASE OR XREF USES: '
026214                 DL-SEARCH-KEY(1:20)
026215             GO TO 6000-EXIT
026216     END-START.
026217     SET DL-BROWSE-MORE TO TRUE.
026218     PERFORM 6100-SHOW-NEXT-USE
026219         THRU 6100-EXIT
026220         UNTIL DL-BROWSE-ENDED.
026221*
026222 6000-EXIT.
026223     EXIT.
026224*
026225 6100-SHOW-NEXT-USE.
026226     READ WUSEFILE NEXT RECORD
026227         AT END
026228             MOVE HIGH-VALUES TO WU-WORD
026229     END-READ.
026230     IF WU-WORD NOT = DL-SEARCH-KEY(1:20)
026231         IF DL-USES-SHOWN = 0
026232             DISPLAY 'ANTINQ - NO PHRASE OR XREF USES: '
026233                 DL-SEARCH-KEY(1:20)
026234         ELSE
026235             DISPLAY 'ANTINQ - END OF USES, SHOWN: '
026236                 DL-USES-SHOWN
026237         END-IF
026238         SET DL-BROWSE-ENDED TO TRUE
026239         GO TO 6100-EXIT
026240     END-IF.
026241     ADD 1 TO DL-USES-SHOWN.
026242     IF WU-USE-XREF
026243         DISPLAY 'XREF:      ' WU-USER-XREF-WORD
026244     ELSE
026245         DISPLAY 'PHRASE:    ' WU-USER-KEY
026246     END-IF.
026247     DISPLAY 'POSTED:    ' WU-POSTED-DATE.
026248     PERFORM 5000-PROMPT-NEXT
026249         THRU 5000-EXIT.
026250*
026251 6100-EXIT.
026252     EXIT.
026253*
026300******************************************************************
026400*    9000-TERMINATE - CLOSE THE FILES                            *
026500******************************************************************
026600 9000-TERMINATE.
026700     CLOSE DICTFILE.
026800     CLOSE PHRASFILE.
026825     IF DL-WUSE-OPEN
026850         CLOSE WUSEFILE
026875     END-IF.
026900     DISPLAY 'ANTINQ - INQUIRY SESSION COMPLETE'.
027000*
027100 9000-EXIT.
