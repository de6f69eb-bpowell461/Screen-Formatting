002900*                 BEFORE ANTIQUITY EVER RUNS.                    *
002910*                                                                *
002920*                 AFTER THE CAPTURE BATCHES, THE CORRECTED-LINE  *
002930*                 FEED FROM ANTRECYC (WLCORR, 73-BYTE WORDLINE-  *
002940*                 RECORD FORMAT) LOADS THROUGH THE SAME EDITS    *
002950*                 AS A SYNTHETIC 'RECY' BATCH - IT CARRIES NO    *
002960*                 SITE HEADER, SO ITS BALANCE LINE SIMPLY        *
002970*                 REPORTS WHAT ARRIVED.  POINT WLCORR AT DD     *
002980*                 DUMMY WHEN NO RECYCLE FEED IS SCHEDULED.       *
002981*                                                                *
002982*                 EVERY WORDLINE RECORD CARRIES THE SITE ID AND  *
002983*                 BATCH ID OF THE CAPTURE BATCH IT CAME IN ON    *
002984*                 (A HEADER WITH NO BATCH ID IS GIVEN ONE BUILT  *
002985*                 FROM THE LOAD DATE - LAST DIGIT OF THE YEAR    *
002986*                 AND DAY OF THE YEAR - AND THE BATCH'S 4-DIGIT  *
002987*                 POSITION IN THE RUN).  A CORRECTED LINE KEEPS  *
002988*                 THE SITE AND BATCH OF THE LINE IT CORRECTS.    *
002992*                                                                *
002997*                 EACH SITE BATCH IS CHECKED AGAINST THE BATCH   *
003002*                 REGISTRY (BATCHREG - SEE BREGREC) BY THE       *
003007*                 CAPTURE DATE AND SEQUENCE NUMBER NOW ON THE    *
003012*                 HEADER.  A BATCH WHOSE SEQUENCE OR BATCH ID IS *
003017*                 ALREADY REGISTERED FOR ITS SITE IS A           *
003022*                 RESUBMISSION AND IS REJECTED WHOLE; ONE WHOSE  *
003027*                 SEQUENCE SKIPS AHEAD OF, OR FALLS BEHIND, THE  *
003032*                 SITE'S LAST REGISTERED BATCH LOADS BUT IS      *
003037*                 FLAGGED, AS IS ONE WHOSE CAPTURE DATE, LINE    *
003042*                 COUNT, AND HASH TOTAL MATCH A BATCH ALREADY    *
003047*                 REGISTERED.  EVERY SITE BATCH LOADED IS THEN   *
003052*                 REGISTERED.  ANY OF THESE FINDINGS ALSO ENDS   *
003057*                 THE RUN RC 8.  WORDLINE IS REBUILT FROM        *
003062*                 SCRATCH, SO A RERUN ON THE SAME LOAD DATE      *
003067*                 FIRST BACKS OUT THE REGISTRATIONS THAT DATE'S  *
003072*                 EARLIER RUN MADE.                              *
003077*                                                                *
003100*    MODIFICATION HISTORY                                       *
003200*    DATE       INIT DESCRIPTION                                 *
003300*    09/02/26   JMH  INITIAL VERSION.                            *
003340*                    CAPTURE CONCATENATION, SO THE CORRECTED     *
003350*                    LINES HAD NO WORKING PATH BACK INTO THE     *
003360*                    REBUILT WORDLINE FILE.                      *
003370*    10/15/26   JMH  WL-SITE-ID AND WL-BATCH-ID NOW STAMPED ON   *
003380*                    EVERY WORDLINE RECORD FROM THE CAPTURE      *
003390*                    HEADER (OR, FOR A CORRECTED LINE, FROM THE  *
003391*                    WLCORR RECORD) SO THE KEYING SITE SURVIVES  *
003392*                    INTO THE NIGHTLY OUTPUTS.  WLCORR IS NOW    *
003393*                    73 BYTES.  THE BALANCE LINE SHOWS THE       *
003394*                    BATCH ID.                                   *
003395*    10/15/26   JMH  ADDED THE BATCH REGISTRY (BATCHREG). THE    *
003396*                    CAPTURE HEADER NOW CARRIES A CAPTURE DATE   *
003397*                    AND BATCH SEQUENCE; A BATCH ALREADY         *
003398*                    REGISTERED FOR ITS SITE IS REJECTED WHOLE,  *
003399*                    AND A SEQUENCE GAP, OUT-OF-ORDER SEQUENCE,  *
003400*                    OR REPEAT OF A REGISTERED BATCH'S LINES IS  *
003401*                    FLAGGED, ALL ON WLOADRPT WITH RC 8. EVERY   *
003402*                    SITE BATCH LOADED IS REGISTERED WITH ITS    *
003403*                    LINE COUNT AND HASH TOTAL.                  *
003404*    10/15/26   JMH  RUN CONTROL: NEW PARM 'BUSDATE,FORCE' (BOTH *
003405*                    OPTIONAL, BLANK DATE = TODAY). THE STEP     *
003406*                    ASKS ANTBDCK AT START WHETHER IT MAY RUN    *
003407*                    FOR THE BUSINESS DATE (REFUSED, RC 16, IF   *
003408*                    ALREADY COMPLETE FOR THE DATE UNLESS        *
003409*                    FORCED) AND POSTS ITS RETURN CODE AT END.   *
003410*                    THE LOAD DATE ON THE BATCH REGISTRY, AND SO *
003411*                    THE RERUN BACK-OUT, IS NOW THE BUSINESS     *
003412*                    DATE, SO A RERUN AFTER MIDNIGHT STILL BACKS *
003413*                    OUT THE FAILED NIGHT'S REGISTRATIONS.       *
003414*    10/15/26   JMH  A GENERATED BATCH ID IS NOW THE LOAD DATE   *
003415*                    AS YDDD PLUS A 4-DIGIT POSITION IN THE RUN  *
003416*                    - THE 2-DIGIT POSITION WRAPPED AFTER 99     *
003417*                    BATCHES AND RAISED FALSE DUPLICATES.        *
003418******************************************************************
003500 PROGRAM-ID. ANTWLOAD.
003600*
003700 ENVIRONMENT DIVISION.
005930         ORGANIZATION IS SEQUENTIAL
005940         ACCESS MODE IS SEQUENTIAL
005950         FILE STATUS IS DL-WLC-STATUS.
005960*
005970     SELECT BATCHREG ASSIGN TO BATCHREG
005975         ORGANIZATION IS INDEXED
005980         ACCESS MODE IS DYNAMIC
005985         RECORD KEY IS BREG-KEY OF BREG-RECORD
005990         FILE STATUS IS DL-REG-STATUS.
006000*
006100 DATA DIVISION.
006200 FILE SECTION.
007750 01  WLCORR-RECORD.
007760     05  WLC-WORD-LINE           PIC X(60).
007770     05  WLC-INPUT-CHAR          PIC X(01).
007780     05  WLC-SITE-ID             PIC X(04).
007790     05  WLC-BATCH-ID            PIC X(08).
007792*
007794 FD  BATCHREG
007796     LABEL RECORDS ARE STANDARD.
007798     COPY BREGREC.
007800*
007900 WORKING-STORAGE SECTION.
008000*
008810     05  DL-WLC-STATUS       PIC X(02).
008820         88  DL-WLC-OK                 VALUE '00'.
008830         88  DL-WLC-EOF-STAT           VALUE '10'.
008840     05  DL-REG-STATUS       PIC X(02).
008850         88  DL-REG-OK                 VALUE '00'.
008900*
009000 01  DL-SWITCHES.
009100     05  DL-CAP-EOF-SW       PIC X(01)  VALUE 'N'.
009900     05  DL-EDIT-SW          PIC X(01)  VALUE 'Y'.
010000         88  DL-DETAIL-GOOD             VALUE 'Y'.
010100         88  DL-DETAIL-BAD              VALUE 'N'.
010110     05  DL-BATCH-DUP-SW     PIC X(01)  VALUE 'N'.
010120         88  DL-BATCH-DUP               VALUE 'Y'.
010130     05  DL-REGISTER-SW      PIC X(01)  VALUE 'N'.
010140         88  DL-REGISTER-BATCH          VALUE 'Y'.
010150     05  DL-REG-ERR-SW       PIC X(01)  VALUE 'N'.
010160         88  DL-ANY-REG-ERR             VALUE 'Y'.
010170     05  DL-REG-SCAN-SW      PIC X(01)  VALUE 'N'.
010175         88  DL-REG-SCAN-DONE           VALUE 'Y'.
010180     05  DL-SITE-KNOWN-SW    PIC X(01)  VALUE 'N'.
010185         88  DL-SITE-KNOWN              VALUE 'Y'.
010190     05  DL-SAME-HASH-SW     PIC X(01)  VALUE 'N'.
010195         88  DL-SAME-HASH               VALUE 'Y'.
010200*
010300 01  DL-COUNTERS.
010400     05  DL-WL-RRN           PIC 9(09)  COMP  VALUE ZERO.
011000     05  DL-BATCH-REJECTED   PIC 9(07)  COMP  VALUE ZERO.
011100     05  DL-TOTAL-LOADED     PIC 9(09)  COMP  VALUE ZERO.
011200     05  DL-TOTAL-REJECTED   PIC 9(09)  COMP  VALUE ZERO.
011210     05  DL-BATCH-HASH       PIC 9(15)  COMP  VALUE ZERO.
011220     05  DL-HASH-POS         PIC 9(04)  COMP  VALUE ZERO.
011230     05  DL-REG-WRITTEN      PIC 9(07)  COMP  VALUE ZERO.
011240     05  DL-REG-BACKED-OUT   PIC 9(07)  COMP  VALUE ZERO.
011250     05  DL-DUP-BATCHES      PIC 9(07)  COMP  VALUE ZERO.
011260     05  DL-SEQ-FLAGGED      PIC 9(07)  COMP  VALUE ZERO.
011270     05  DL-SAME-FLAGGED     PIC 9(07)  COMP  VALUE ZERO.
011272*
011274*    DAYS IN THE YEAR BEFORE THE FIRST OF EACH MONTH (NON-LEAP),
011276*    FOR THE DAY-OF-YEAR IN A GENERATED BATCH ID - SEE 1300.
011278 01  DL-DAYS-BEFORE-TABLE    PIC X(36)  VALUE
011280     '000031059090120151181212243273304334'.
011282 01  DL-DAYS-BEFORE-R REDEFINES DL-DAYS-BEFORE-TABLE.
011284     05  DL-DAYS-BEFORE      PIC 9(03)  OCCURS 12 TIMES.
011286 01  DL-GEN-WORK.
011288     05  DL-GEN-QUOT         PIC 9(04)  COMP  VALUE ZERO.
011290     05  DL-GEN-REM-10       PIC 9(04)  COMP  VALUE ZERO.
011292     05  DL-GEN-REM-4        PIC 9(04)  COMP  VALUE ZERO.
011294     05  DL-GEN-REM-100      PIC 9(04)  COMP  VALUE ZERO.
011296     05  DL-GEN-REM-400      PIC 9(04)  COMP  VALUE ZERO.
011298     05  DL-GEN-DAY          PIC 9(03)  COMP  VALUE ZERO.
011300*
011400 01  DL-SITE-ID              PIC X(04)  VALUE SPACES.
011410 01  DL-BATCH-ID             PIC X(08)  VALUE SPACES.
011420 01  DL-LINE-SITE-ID         PIC X(04)  VALUE SPACES.
011430 01  DL-LINE-BATCH-ID        PIC X(08)  VALUE SPACES.
011440 01  DL-LOAD-DATE            PIC 9(08)  VALUE ZERO.
011442 01  DL-LOAD-DATE-PARTS REDEFINES DL-LOAD-DATE.
011444     05  DL-LOAD-YYYY        PIC 9(04).
011446     05  DL-LOAD-MM          PIC 9(02).
011448     05  DL-LOAD-DD          PIC 9(02).
011450 01  DL-GEN-BATCH-ID.
011460     05  DL-GEN-DATE         PIC 9(04).
011470     05  DL-GEN-SEQ          PIC 9(04).
011472 01  DL-RUN-TIME             PIC 9(08)  VALUE ZERO.
011474 01  DL-CAPTURE-DATE         PIC 9(08)  VALUE ZERO.
011476 01  DL-BATCH-SEQ            PIC 9(05)  VALUE ZERO.
011478 01  DL-LAST-SEQ             PIC 9(05)  VALUE ZERO.
011480 01  DL-SEQ-STATUS           PIC X(01)  VALUE SPACE.
011482 01  DL-REG-REASON           PIC X(16)  VALUE SPACES.
011484 01  DL-REG-DETAIL.
011486     05  DL-RD-LABEL         PIC X(16)  VALUE SPACES.
011488     05  DL-RD-SEQ           PIC 9(05)  VALUE ZERO.
011490     05  FILLER              PIC X(01)  VALUE SPACE.
011492     05  DL-RD-BATCH-ID      PIC X(08)  VALUE SPACES.
011494*
011495******************************************************************
011496*    DL-HASH-WORK - A HALFWORD WHOSE LOW-ORDER BYTE TAKES ONE    *
011497*    CHARACTER, SO THE HALFWORD READS AS THAT CHARACTER'S CODE   *
011498*    POINT FOR THE BATCH HASH TOTAL                              *
011499******************************************************************
011500 01  DL-HASH-WORK.
011502     05  DL-HASH-HALF        PIC 9(04)  COMP.
011504     05  DL-HASH-BYTES REDEFINES DL-HASH-HALF.
011506         10  FILLER          PIC X(01).
011508         10  DL-HASH-CHAR    PIC X(01).
011510 01  DL-REJECT-REASON        PIC X(16)  VALUE SPACES.
011600 01  DL-EDIT-CHAR            PIC X(01).
011609*
011618 01  DL-RUN-PARM-FIELDS.
011627     05  DL-PARM-BDATE-X     PIC X(08)  VALUE SPACES.
011636     05  DL-PARM-FORCE-X     PIC X(08)  VALUE SPACES.
011645******************************************************************
011654*    BDCK-PARM-AREA - THE PARAMETER AREA FOR THE CALLABLE        *
011663*    RUN-CONTROL MODULE (ANTBDCK), CHECKED BEFORE ANY FILE IS    *
011672*    OPENED AND POSTED WITH THE RETURN CODE AT THE END           *
011681******************************************************************
011690     COPY BDCKPARM.
011700*
011714 LINKAGE SECTION.
011728*
011742 01  DL-PARM-AREA.
011756     05  DL-PARM-LEN         PIC S9(4) COMP.
011770     05  DL-PARM-TEXT        PIC X(20).
011784*
011800 PROCEDURE DIVISION USING DL-PARM-AREA.
011900*
012000 0000-MAINLINE.
012100     PERFORM 1000-INITIALIZE
013800*    1000-INITIALIZE - OPEN ALL FILES AND PRIME THE CAPTURE READ *
013900******************************************************************
014000 1000-INITIALIZE.
014016     PERFORM 1050-CHECK-RUN-CONTROL
014032         THRU 1050-EXIT.
014050     MOVE BDCK-BUS-DATE TO DL-LOAD-DATE.
014060     PERFORM 1300-SET-GEN-DATE
014070         THRU 1300-EXIT.
014100     OPEN INPUT  CAPTFILE.
014200     IF NOT DL-CAP-OK
014300         DISPLAY 'ANTWLOAD - CAPTFILE OPEN FAILED, STATUS = '
016050             DL-WLC-STATUS
016060         GO TO 1000-ABEND
016070     END-IF.
016072*
016074     OPEN I-O    BATCHREG.
016076     IF NOT DL-REG-OK
016078         DISPLAY 'ANTWLOAD - BATCHREG OPEN FAILED, STATUS = '
016080             DL-REG-STATUS
016082         GO TO 1000-ABEND
016084     END-IF.
016086     ACCEPT DL-RUN-TIME FROM TIME.
016088     PERFORM 1200-BACK-OUT-RERUN
016090         THRU 1200-EXIT.
016100*
016200     PERFORM 2100-READ-CAPTURE
016300         THRU 2100-EXIT.
016900*
017000 1000-EXIT.
017100     EXIT.
017102*
017104******************************************************************
017106*    1050-CHECK-RUN-CONTROL - PARM IS 'BUSDATE,FORCE', BOTH      *
017108*    OPTIONAL; A BLANK BUSINESS DATE MEANS TODAY.  ASK THE       *
017110*    RUN-CONTROL MODULE WHETHER THIS STEP MAY RUN FOR THE DATE   *
017112*    AND STOP IF IT MAY NOT                                      *
017114******************************************************************
017116 1050-CHECK-RUN-CONTROL.
017118     MOVE SPACES TO DL-PARM-BDATE-X.
017120     MOVE SPACES TO DL-PARM-FORCE-X.
017122     IF DL-PARM-LEN > 0
017124         UNSTRING DL-PARM-TEXT(1:DL-PARM-LEN)
017126             DELIMITED BY ','
017128             INTO DL-PARM-BDATE-X
017130                  DL-PARM-FORCE-X
017132         END-UNSTRING
017134     END-IF.
017136     IF DL-PARM-FORCE-X NOT = SPACES
017138       AND DL-PARM-FORCE-X NOT = 'FORCE'
017140         DISPLAY 'ANTWLOAD - PARM RERUN FIELD MUST BE FORCE OR '
017142             'BLANK, GOT: ' DL-PARM-FORCE-X
017144         GO TO 1000-ABEND
017146     END-IF.
017148     MOVE 'B' TO BDCK-FUNCTION.
017150     MOVE 'ANTWLOAD' TO BDCK-STEP.
017152     MOVE DL-PARM-BDATE-X TO BDCK-BUS-DATE-X.
017154     MOVE 'N' TO BDCK-FORCE-SW.
017156     IF DL-PARM-FORCE-X = 'FORCE'
017158         SET BDCK-FORCE TO TRUE
017160     END-IF.
017162     CALL 'ANTBDCK' USING BDCK-PARM-AREA.
017164     IF NOT BDCK-OK
017166         DISPLAY 'ANTWLOAD - RUN CONTROL CHECK FAILED, STATUS = '
017168             BDCK-STATUS ' ' BDCK-REFUSE-REASON
017170         GO TO 1000-ABEND
017172     END-IF.
017174     IF BDCK-REFUSED
017176         DISPLAY 'ANTWLOAD - RUN REFUSED FOR ' BDCK-BUS-DATE-X
017178             ': ' BDCK-REFUSE-REASON
017180         GO TO 1000-ABEND
017182     END-IF.
017184     DISPLAY 'ANTWLOAD - BUSINESS DATE ' BDCK-BUS-DATE-X.
017186*
017188 1050-EXIT.
017190     EXIT.
017200*
017202******************************************************************
017204*    1200-BACK-OUT-RERUN - WORDLINE IS REBUILT FROM SCRATCH, SO  *
017206*    THE BATCHES AN EARLIER RUN ON THE SAME LOAD DATE REGISTERED *
017208*    NEVER REACHED A WORDLINE THAT WILL BE PROCESSED.  DELETE    *
017210*    THEIR REGISTRATIONS SO THIS RUN CAN LOAD THEM AGAIN.        *
017212******************************************************************
017214 1200-BACK-OUT-RERUN.
017216     MOVE LOW-VALUES TO BREG-KEY.
017218     MOVE 'N' TO DL-REG-SCAN-SW.
017220     START BATCHREG KEY IS NOT LESS THAN BREG-KEY
017222         INVALID KEY
017224             SET DL-REG-SCAN-DONE TO TRUE
017226     END-START.
017228     PERFORM 1210-BACK-OUT-ONE
017230         THRU 1210-EXIT
017232         UNTIL DL-REG-SCAN-DONE.
017234*
017236 1200-EXIT.
017238     EXIT.
017240*
017242 1210-BACK-OUT-ONE.
017244     READ BATCHREG NEXT
017246         AT END
017248             SET DL-REG-SCAN-DONE TO TRUE
017250             GO TO 1210-EXIT
017252     END-READ.
017254     IF BREG-LOAD-DATE = DL-LOAD-DATE
017256         DELETE BATCHREG RECORD
017258         ADD 1 TO DL-REG-BACKED-OUT
017260     END-IF.
017262*
017264 1210-EXIT.
017266     EXIT.
017268*
017269******************************************************************
017270*    1300-SET-GEN-DATE - THE DATE PART OF A GENERATED BATCH ID:  *
017271*    LAST DIGIT OF THE LOAD YEAR AND THE DAY OF THE YEAR (YDDD), *
017272*    LEAVING FOUR DIGITS FOR THE BATCH'S POSITION IN THE RUN.    *
017273*    AN ID IS UNIQUE FOR ITS SITE FOR TEN YEARS.                 *
017274******************************************************************
017275 1300-SET-GEN-DATE.
017276     DIVIDE DL-LOAD-YYYY BY 10 GIVING DL-GEN-QUOT
017277         REMAINDER DL-GEN-REM-10.
017278     DIVIDE DL-LOAD-YYYY BY 4 GIVING DL-GEN-QUOT
017279         REMAINDER DL-GEN-REM-4.
017280     DIVIDE DL-LOAD-YYYY BY 100 GIVING DL-GEN-QUOT
017281         REMAINDER DL-GEN-REM-100.
017282     DIVIDE DL-LOAD-YYYY BY 400 GIVING DL-GEN-QUOT
017283         REMAINDER DL-GEN-REM-400.
017284     MOVE DL-DAYS-BEFORE(DL-LOAD-MM) TO DL-GEN-DAY.
017285     ADD DL-LOAD-DD TO DL-GEN-DAY.
017286     IF DL-LOAD-MM > 2
017287       AND DL-GEN-REM-4 = ZERO
017288       AND (DL-GEN-REM-100 NOT = ZERO OR DL-GEN-REM-400 = ZERO)
017289         ADD 1 TO DL-GEN-DAY
017290     END-IF.
017291     COMPUTE DL-GEN-DATE = DL-GEN-REM-10 * 1000 + DL-GEN-DAY.
017292*
017293 1300-EXIT.
017294     EXIT.
017295*
017300******************************************************************
017400*    2000-PROCESS-CAPTURE - ROUTE ONE CAPTURE RECORD: A HEADER   *
017500*    CLOSES THE BATCH IN PROGRESS AND STARTS THE NEXT; A DETAIL  *
020700*
020800******************************************************************
020900*    3000-START-BATCH - CLOSE OUT THE BATCH IN PROGRESS, THEN    *
021000*    PICK UP THE NEW SITE ID, BATCH ID, AND EXPECTED COUNT.  A   *
021100*    HEADER WHOSE COUNT IS NOT NUMERIC MARKS THE WHOLE BATCH    *
021200*    BAD - THERE IS NOTHING TRUSTWORTHY TO BALANCE AGAINST.      *
021220*    SO DOES A HEADER WITH NO CAPTURE DATE OR BATCH SEQUENCE,    *
021240*    WHICH CANNOT BE CHECKED AGAINST THE REGISTRY.  A GOOD       *
021260*    HEADER IS CHECKED AGAINST THE REGISTRY HERE, BEFORE ANY OF  *
021280*    ITS DETAILS LOAD.                                           *
021300******************************************************************
021400 3000-START-BATCH.
021500     IF DL-BATCH-OPEN
021900     SET DL-BATCH-OPEN TO TRUE.
022000     ADD 1 TO DL-BATCH-CNT.
022100     MOVE CAPT-SITE-ID TO DL-SITE-ID.
022110     IF CAPT-BATCH-ID = SPACES
022130         MOVE DL-BATCH-CNT TO DL-GEN-SEQ
022140         MOVE DL-GEN-BATCH-ID TO DL-BATCH-ID
022150     ELSE
022160         MOVE CAPT-BATCH-ID TO DL-BATCH-ID
022170     END-IF.
022180     MOVE DL-SITE-ID TO DL-LINE-SITE-ID.
022190     MOVE DL-BATCH-ID TO DL-LINE-BATCH-ID.
022200     MOVE ZERO TO DL-BATCH-DETAILS.
022300     MOVE ZERO TO DL-BATCH-LOADED.
022400     MOVE ZERO TO DL-BATCH-REJECTED.
022500     MOVE 'N' TO DL-HDR-BAD-SW.
022510     MOVE 'N' TO DL-BATCH-DUP-SW.
022520     MOVE 'N' TO DL-REGISTER-SW.
022530     MOVE SPACE TO DL-SEQ-STATUS.
022540     MOVE ZERO TO DL-BATCH-HASH.
022550     MOVE ZERO TO DL-CAPTURE-DATE.
022560     MOVE ZERO TO DL-BATCH-SEQ.
022600     IF CAPT-EXPECT-CNT NUMERIC
022700         MOVE CAPT-EXPECT-CNT TO DL-EXPECT-CNT
022800     ELSE
023200         PERFORM 5000-WRITE-REJECT
023300             THRU 5000-EXIT
023400     END-IF.
023410     IF DL-HDR-BAD
023420         GO TO 3000-EXIT
023430     END-IF.
023440     IF CAPT-CAPTURE-DATE NOT NUMERIC
023450       OR CAPT-CAPTURE-DATE < 19000101
023460         SET DL-HDR-BAD TO TRUE
023470         MOVE 'BAD CAPTURE DATE' TO DL-REJECT-REASON
023480         PERFORM 5000-WRITE-REJECT
023490             THRU 5000-EXIT
023500         GO TO 3000-EXIT
023510     END-IF.
023520     IF CAPT-BATCH-SEQ NOT NUMERIC
023530       OR CAPT-BATCH-SEQ = ZERO
023540         SET DL-HDR-BAD TO TRUE
023550         MOVE 'BAD BATCH SEQ' TO DL-REJECT-REASON
023560         PERFORM 5000-WRITE-REJECT
023570             THRU 5000-EXIT
023580         GO TO 3000-EXIT
023590     END-IF.
023600     MOVE CAPT-CAPTURE-DATE TO DL-CAPTURE-DATE.
023610     MOVE CAPT-BATCH-SEQ TO DL-BATCH-SEQ.
023620     SET DL-REGISTER-BATCH TO TRUE.
023630     PERFORM 3100-CHECK-REGISTRY
023640         THRU 3100-EXIT.
023650*
023900 3000-EXIT.
024000     EXIT.
024100*
024101******************************************************************
024102*    3100-CHECK-REGISTRY - READ THE SITE'S REGISTERED BATCHES IN *
024103*    SEQUENCE ORDER.  ONE WITH THE SAME SEQUENCE OR BATCH ID     *
024104*    MAKES THIS BATCH A DUPLICATE - IT IS NOT REGISTERED AND ITS *
024105*    DETAILS ARE NOT LOADED.  OTHERWISE THE LAST SEQUENCE READ   *
024106*    IS THE SITE'S HIGHEST, AND THIS BATCH SHOULD BE THE NEXT    *
024107*    ONE AFTER IT.  A SITE WITH NOTHING REGISTERED MAY START AT  *
024108*    ANY SEQUENCE.                                               *
024109******************************************************************
024110 3100-CHECK-REGISTRY.
024111     MOVE ZERO TO DL-LAST-SEQ.
024112     MOVE 'N' TO DL-SITE-KNOWN-SW.
024113     PERFORM 3150-START-SITE
024114         THRU 3150-EXIT.
024115     PERFORM 3110-SCAN-SITE
024116         THRU 3110-EXIT
024117         UNTIL DL-REG-SCAN-DONE.
024118     IF DL-BATCH-DUP
024119         MOVE 'N' TO DL-REGISTER-SW
024120         MOVE 'DUPLICATE BATCH' TO DL-REG-REASON
024121         MOVE 'REGISTERED AS' TO DL-RD-LABEL
024122         PERFORM 3700-WRITE-REGISTRY-LINE
024123             THRU 3700-EXIT
024124         ADD 1 TO DL-DUP-BATCHES
024125         GO TO 3100-EXIT
024126     END-IF.
024127     IF NOT DL-SITE-KNOWN
024128         GO TO 3100-EXIT
024129     END-IF.
024130     IF DL-BATCH-SEQ < DL-LAST-SEQ
024131         MOVE 'O' TO DL-SEQ-STATUS
024132         MOVE 'OUT OF SEQUENCE' TO DL-REG-REASON
024133     ELSE
024134         IF DL-BATCH-SEQ > DL-LAST-SEQ + 1
024135             MOVE 'G' TO DL-SEQ-STATUS
024136             MOVE 'SEQUENCE GAP' TO DL-REG-REASON
024137         END-IF
024138     END-IF.
024139     IF DL-SEQ-STATUS NOT = SPACE
024140         MOVE 'LAST REGISTERED' TO DL-RD-LABEL
024141         MOVE DL-LAST-SEQ TO DL-RD-SEQ
024142         MOVE SPACES TO DL-RD-BATCH-ID
024143         PERFORM 3700-WRITE-REGISTRY-LINE
024144             THRU 3700-EXIT
024145         ADD 1 TO DL-SEQ-FLAGGED
024146     END-IF.
024147*
024148 3100-EXIT.
024149     EXIT.
024150*
024151 3110-SCAN-SITE.
024152     READ BATCHREG NEXT
024153         AT END
024154             SET DL-REG-SCAN-DONE TO TRUE
024155             GO TO 3110-EXIT
024156     END-READ.
024157     IF BREG-SITE-ID NOT = DL-SITE-ID
024158         SET DL-REG-SCAN-DONE TO TRUE
024159         GO TO 3110-EXIT
024160     END-IF.
024161     SET DL-SITE-KNOWN TO TRUE.
024162     IF BREG-BATCH-SEQ = DL-BATCH-SEQ
024163       OR BREG-BATCH-ID = DL-BATCH-ID
024164         SET DL-BATCH-DUP TO TRUE
024165         MOVE BREG-BATCH-SEQ TO DL-RD-SEQ
024166         MOVE BREG-BATCH-ID TO DL-RD-BATCH-ID
024167     END-IF.
024168     MOVE BREG-BATCH-SEQ TO DL-LAST-SEQ.
024169*
024170 3110-EXIT.
024171     EXIT.
024172*
024173 3150-START-SITE.
024174     MOVE 'N' TO DL-REG-SCAN-SW.
024175     MOVE DL-SITE-ID TO BREG-SITE-ID.
024176     MOVE ZERO TO BREG-BATCH-SEQ.
024177     START BATCHREG KEY IS NOT LESS THAN BREG-KEY
024178         INVALID KEY
024179             SET DL-REG-SCAN-DONE TO TRUE
024180     END-START.
024181*
024182 3150-EXIT.
024183     EXIT.
024184*
024200******************************************************************
024300*    3500-CLOSE-BATCH - WRITE THE BALANCE LINE FOR THE BATCH     *
024400*    JUST ENDED.  A BATCH BALANCES WHEN THE DETAILS PRESENT ON   *
025300     MOVE DL-BATCH-LOADED TO WLR-LOADED.
025400     MOVE DL-BATCH-REJECTED TO WLR-REJECTED.
025500     MOVE SPACES TO WLR-SOURCE-LINE.
025510     MOVE 'BATCH ID' TO WLR-SOURCE-LINE(1:8).
025520     MOVE DL-BATCH-ID TO WLR-SOURCE-LINE(10:8).
025530     IF DL-BATCH-DUP
025540         MOVE 'DUPLICATE BATCH' TO WLR-REASON
025550         WRITE WLRPT-LINE
025560         MOVE 'N' TO DL-BATCH-OPEN-SW
025570         GO TO 3500-EXIT
025580     END-IF.
025600     IF DL-HDR-BAD
025700         MOVE 'OUT OF BAL' TO WLR-REASON
025800         SET DL-ANY-OOB TO TRUE
026500         END-IF
026600     END-IF.
026700     WRITE WLRPT-LINE.
026710     IF DL-REGISTER-BATCH
026720         PERFORM 3600-REGISTER-BATCH
026730             THRU 3600-EXIT
026740     END-IF.
026800     MOVE 'N' TO DL-BATCH-OPEN-SW.
026900*
027000 3500-EXIT.
027100     EXIT.
027200*
027201******************************************************************
027202*    3600-REGISTER-BATCH - RECORD THE SITE BATCH JUST LOADED ON  *
027203*    THE REGISTRY.  FIRST LOOK FOR A BATCH ALREADY REGISTERED    *
027204*    FOR THE SITE WITH THE SAME CAPTURE DATE, LINE COUNT, AND    *
027205*    HASH TOTAL - THE SAME LINES SENT AGAIN UNDER A NEW HEADER - *
027206*    AND FLAG IT.  THE LINES ARE ALREADY ON WORDLINE, SO THE RUN *
027207*    FAILS RC 8 FOR SOMEONE TO DECIDE BEFORE ANTIQUITY RUNS.     *
027208******************************************************************
027209 3600-REGISTER-BATCH.
027210     MOVE 'N' TO DL-SAME-HASH-SW.
027211     PERFORM 3150-START-SITE
027212         THRU 3150-EXIT.
027213     PERFORM 3610-SCAN-SAME-CONTENT
027214         THRU 3610-EXIT
027215         UNTIL DL-REG-SCAN-DONE.
027216     IF DL-SAME-HASH
027217         MOVE 'POSSIBLE DUP' TO DL-REG-REASON
027218         MOVE 'SAME LINES AS' TO DL-RD-LABEL
027219         PERFORM 3700-WRITE-REGISTRY-LINE
027220             THRU 3700-EXIT
027221         ADD 1 TO DL-SAME-FLAGGED
027222     END-IF.
027223     MOVE SPACES TO BREG-RECORD.
027224     MOVE DL-SITE-ID TO BREG-SITE-ID.
027225     MOVE DL-BATCH-SEQ TO BREG-BATCH-SEQ.
027226     MOVE DL-BATCH-ID TO BREG-BATCH-ID.
027227     MOVE DL-CAPTURE-DATE TO BREG-CAPTURE-DATE.
027228     MOVE DL-LOAD-DATE TO BREG-LOAD-DATE.
027229     MOVE DL-RUN-TIME TO BREG-LOAD-TIME.
027230     MOVE DL-EXPECT-CNT TO BREG-EXPECT-CNT.
027231     MOVE DL-BATCH-DETAILS TO BREG-LINE-CNT.
027232     MOVE DL-BATCH-LOADED TO BREG-LOADED-CNT.
027233     MOVE DL-BATCH-REJECTED TO BREG-REJECTED-CNT.
027234     MOVE DL-BATCH-HASH TO BREG-HASH-TOTAL.
027235     IF DL-BATCH-DETAILS = DL-EXPECT-CNT
027236         SET BREG-IN-BALANCE TO TRUE
027237     ELSE
027238         SET BREG-OUT-OF-BALANCE TO TRUE
027239     END-IF.
027240     MOVE DL-SEQ-STATUS TO BREG-SEQ-STATUS.
027241     WRITE BREG-RECORD.
027242     IF NOT DL-REG-OK
027243         DISPLAY 'ANTWLOAD - BATCHREG WRITE FAILED, STATUS = '
027244             DL-REG-STATUS
027245         MOVE 16 TO RETURN-CODE
027246         GOBACK
027247     END-IF.
027248     ADD 1 TO DL-REG-WRITTEN.
027249*
027250 3600-EXIT.
027251     EXIT.
027252*
027253 3610-SCAN-SAME-CONTENT.
027254     READ BATCHREG NEXT
027255         AT END
027256             SET DL-REG-SCAN-DONE TO TRUE
027257             GO TO 3610-EXIT
027258     END-READ.
027259     IF BREG-SITE-ID NOT = DL-SITE-ID
027260         SET DL-REG-SCAN-DONE TO TRUE
027261         GO TO 3610-EXIT
027262     END-IF.
027263     IF BREG-CAPTURE-DATE = DL-CAPTURE-DATE
027264       AND BREG-LINE-CNT = DL-BATCH-DETAILS
027265       AND BREG-HASH-TOTAL = DL-BATCH-HASH
027266         SET DL-SAME-HASH TO TRUE
027267         SET DL-REG-SCAN-DONE TO TRUE
027268         MOVE BREG-BATCH-SEQ TO DL-RD-SEQ
027269         MOVE BREG-BATCH-ID TO DL-RD-BATCH-ID
027270     END-IF.
027271*
027272 3610-EXIT.
027273     EXIT.
027274*
027275******************************************************************
027276*    3700-WRITE-REGISTRY-LINE - ONE REPORT LINE PER REGISTRY     *
027277*    FINDING: THE BATCH ID AND SEQUENCE, THEN THE REGISTERED     *
027278*    BATCH IT WAS COMPARED WITH.  EVERY FINDING FAILS THE RUN.   *
027279******************************************************************
027280 3700-WRITE-REGISTRY-LINE.
027281     MOVE DL-SITE-ID TO WLR-SITE-ID.
027282     MOVE 'REGISTRY' TO WLR-LINE-TYPE.
027283     MOVE ZERO TO WLR-EXPECTED.
027284     MOVE ZERO TO WLR-LOADED.
027285     MOVE ZERO TO WLR-REJECTED.
027286     MOVE DL-REG-REASON TO WLR-REASON.
027287     MOVE SPACES TO WLR-SOURCE-LINE.
027288     MOVE 'BATCH ID' TO WLR-SOURCE-LINE(1:8).
027289     MOVE DL-BATCH-ID TO WLR-SOURCE-LINE(10:8).
027290     MOVE 'SEQ' TO WLR-SOURCE-LINE(19:3).
027291     MOVE DL-BATCH-SEQ TO WLR-SOURCE-LINE(23:5).
027292     MOVE DL-REG-DETAIL TO WLR-SOURCE-LINE(29:30).
027293     WRITE WLRPT-LINE.
027294     SET DL-ANY-REG-ERR TO TRUE.
027295*
027296 3700-EXIT.
027297     EXIT.
027298*
027300******************************************************************
027400*    4000-EDIT-DETAIL - APPLY THE INTAKE EDITS TO ONE CAPTURED   *
027500*    LINE AND LOAD IT INTO WORDLINE OR REJECT IT WITH A REASON.  *
027600*    A DETAIL ARRIVING BEFORE ANY HEADER CANNOT BE BALANCED TO   *
027700*    A SITE AND FAILS THE RUN.  A DETAIL OF A DUPLICATE BATCH IS *
027710*    COUNTED AS REJECTED WITHOUT A LINE OF ITS OWN - THE BATCH'S *
027720*    REGISTRY AND BALANCE LINES SAY WHY.                         *
027800******************************************************************
027900 4000-EDIT-DETAIL.
028000     IF NOT DL-BATCH-OPEN
028600         SET DL-ANY-OOB TO TRUE
028700         GO TO 4000-EXIT
028800     END-IF.
028810     IF DL-BATCH-DUP
028820         ADD 1 TO DL-BATCH-DETAILS
028830         ADD 1 TO DL-BATCH-REJECTED
028840         ADD 1 TO DL-TOTAL-REJECTED
028850         GO TO 4000-EXIT
028860     END-IF.
028900     ADD 1 TO DL-BATCH-DETAILS.
028950     PERFORM 4200-HASH-DETAIL
028960         THRU 4200-EXIT.
029000     PERFORM 4100-EDIT-FIELDS
029100         THRU 4100-EXIT.
029200     IF DL-DETAIL-BAD
029800     END-IF.
029900     MOVE CAPT-WORD-LINE TO WL-WORD-LINE.
030000     MOVE CAPT-INPUT-CHAR TO WL-INPUT-CHAR.
030010     MOVE DL-LINE-SITE-ID TO WL-SITE-ID.
030020     MOVE DL-LINE-BATCH-ID TO WL-BATCH-ID.
030100     WRITE WORDLINE-RECORD.
030200     IF NOT DL-WL-OK
030300         DISPLAY 'ANTWLOAD - WORDLINE WRITE FAILED, STATUS = '
034200 4100-EXIT.
034300     EXIT.
034400*
034403******************************************************************
034406*    4200-HASH-DETAIL - ADD THE DETAIL INTO THE BATCH HASH       *
034409*    TOTAL: EACH CHARACTER'S CODE POINT TIMES ITS POSITION IN    *
034412*    THE WORD LINE, THEN THE INPUT CHARACTER AS POSITION 61      *
034415******************************************************************
034418 4200-HASH-DETAIL.
034421     PERFORM 4210-HASH-ONE-CHAR
034424         THRU 4210-EXIT
034427         VARYING DL-HASH-POS FROM 1 BY 1
034430         UNTIL DL-HASH-POS > 60.
034433     MOVE ZERO TO DL-HASH-HALF.
034436     MOVE CAPT-INPUT-CHAR TO DL-HASH-CHAR.
034439     COMPUTE DL-BATCH-HASH = DL-BATCH-HASH + DL-HASH-HALF * 61.
034442*
034445 4200-EXIT.
034448     EXIT.
034451*
034454 4210-HASH-ONE-CHAR.
034457     MOVE ZERO TO DL-HASH-HALF.
034460     MOVE CAPT-WORD-LINE(DL-HASH-POS:1) TO DL-HASH-CHAR.
034463     COMPUTE DL-BATCH-HASH =
034466         DL-BATCH-HASH + DL-HASH-HALF * DL-HASH-POS.
034469*
034472 4210-EXIT.
034475     EXIT.
034478*
034500******************************************************************
034600*    5000-WRITE-REJECT - ONE REPORT LINE PER REJECTED CAPTURE    *
034700*    RECORD WITH THE REASON AND THE SOURCE LINE AS CAPTURED      *
037700     SET DL-BATCH-OPEN TO TRUE.
037800     ADD 1 TO DL-BATCH-CNT.
037900     MOVE 'RECY' TO DL-SITE-ID.
037910     MOVE SPACES TO DL-BATCH-ID.
038000     MOVE ZERO TO DL-BATCH-DETAILS.
038100     MOVE ZERO TO DL-BATCH-LOADED.
038200     MOVE ZERO TO DL-BATCH-REJECTED.
038300     MOVE 'N' TO DL-HDR-BAD-SW.
038310     MOVE 'N' TO DL-BATCH-DUP-SW.
038320     MOVE 'N' TO DL-REGISTER-SW.
038400     PERFORM 6200-LOAD-ONE-CORRECTED
038500         THRU 6200-EXIT
038600         UNTIL DL-WLC-EOF.
040500     MOVE SPACES TO CAPT-DATA.
040600     MOVE WLC-WORD-LINE TO CAPT-WORD-LINE.
040700     MOVE WLC-INPUT-CHAR TO CAPT-INPUT-CHAR.
040710     IF WLC-SITE-ID = SPACES
040720         MOVE DL-SITE-ID TO DL-LINE-SITE-ID
040730     ELSE
040740         MOVE WLC-SITE-ID TO DL-LINE-SITE-ID
040750     END-IF.
040760     MOVE WLC-BATCH-ID TO DL-LINE-BATCH-ID.
040800     PERFORM 4000-EDIT-DETAIL
040900         THRU 4000-EXIT.
041000     PERFORM 6100-READ-CORRECTED
041450*
041500******************************************************************
041600*    9000-TERMINATE - CLOSE FILES, SUMMARIZE, AND SET THE        *
041700*    OUT-OF-BALANCE (OR REGISTRY) RETURN CODE THE SCHEDULER      *
041750*    KEYS OFF                                                    *
041800******************************************************************
041900 9000-TERMINATE.
042000     CLOSE CAPTFILE.
042050     CLOSE WLCORR.
042100     CLOSE WORDLINE.
042200     CLOSE WLOADRPT.
042250     CLOSE BATCHREG.
042300     DISPLAY 'ANTWLOAD - CAPTURE RECORDS READ: ' DL-CAP-RECS-READ.
042400     DISPLAY 'ANTWLOAD - SITE BATCHES:         ' DL-BATCH-CNT.
042500     DISPLAY 'ANTWLOAD - WORDLINE LOADED:      ' DL-TOTAL-LOADED.
042600     DISPLAY 'ANTWLOAD - REJECTED:             ' DL-TOTAL-REJECTED.
042610     DISPLAY 'ANTWLOAD - BATCHES REGISTERED:   ' DL-REG-WRITTEN.
042620     DISPLAY 'ANTWLOAD - DUPLICATE BATCHES:    ' DL-DUP-BATCHES.
042630     DISPLAY 'ANTWLOAD - SEQUENCE GAPS/ORDER:  ' DL-SEQ-FLAGGED.
042640     DISPLAY 'ANTWLOAD - POSSIBLE DUPLICATES:  ' DL-SAME-FLAGGED.
042650     DISPLAY 'ANTWLOAD - RERUN BACK-OUTS:      '
042655         DL-REG-BACKED-OUT.
042700     IF DL-ANY-OOB
042800         DISPLAY 'ANTWLOAD - ONE OR MORE BATCHES OUT OF BALANCE'
042900         MOVE 8 TO RETURN-CODE
043000     END-IF.
043010     IF DL-ANY-REG-ERR
043020         DISPLAY 'ANTWLOAD - BATCH REGISTRY FINDINGS ON WLOADRPT'
043030         MOVE 8 TO RETURN-CODE
043040     END-IF.
043060     PERFORM 9500-POST-RUN-CONTROL
043080         THRU 9500-EXIT.
043100*
043200 9000-EXIT.
043300     EXIT.
043310*
043320******************************************************************
043330*    9500-POST-RUN-CONTROL - RECORD THE STEP'S RETURN CODE FOR   *
043340*    THE BUSINESS DATE.  THE CALL RESETS RETURN-CODE, SO IT IS   *
043350*    PUT BACK AFTERWARD.                                         *
043360******************************************************************
043370 9500-POST-RUN-CONTROL.
043380     MOVE 'E' TO BDCK-FUNCTION.
043390     MOVE RETURN-CODE TO BDCK-STEP-RC.
043400     CALL 'ANTBDCK' USING BDCK-PARM-AREA.
043410     MOVE BDCK-STEP-RC TO RETURN-CODE.
043420     IF NOT BDCK-OK
043430         DISPLAY 'ANTWLOAD - RUN CONTROL END NOT POSTED, '
043440             'STATUS = ' BDCK-STATUS
043450         MOVE 16 TO RETURN-CODE
043460     END-IF.
043470*
043480 9500-EXIT.
043490     EXIT.
