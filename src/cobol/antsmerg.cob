002720*                    RESUBMITTED MERGE NEVER RE-APPLIES          *
002730*                    POSTINGS ALREADY COUNTED - THE SAME RERUN-  *
002740*                    DUPLICATION GUARD ANTBMNT CARRIES.          *
002750*    10/15/26   JMH  SUSP-LAST-SITE-ID AND SUSP-LAST-BATCH-ID    *
002760*                    TAKEN FROM THE LATEST POSTING APPLIED.      *
002764*    10/15/26   JMH  RUN CONTROL: NEW PARM 'BUSDATE,FORCE' (BOTH *
002768*                    OPTIONAL, BLANK DATE = TODAY). THE MERGE    *
002772*                    ASKS ANTBDCK AT START WHETHER IT MAY RUN -  *
002776*                    ALL FOUR ANTIQUITY PARTITIONS MUST HAVE     *
002780*                    ENDED CLEAN FOR THE BUSINESS DATE AND THE   *
002784*                    MERGE MUST NOT ALREADY BE COMPLETE, UNLESS  *
002788*                    FORCED - AND POSTS ITS RETURN CODE AT END.  *
002792*                    A MERGE THAT ABENDS IS LEFT STARTED AND     *
002796*                    RESTARTS WITHOUT FORCE.                     *
002800******************************************************************
002900 PROGRAM-ID. ANTSMERG.
003000*
008040     05  DL-RESTART-CNT      PIC 9(09)  COMP  VALUE ZERO.
008050     05  DL-SKIP-IDX         PIC 9(09)  COMP  VALUE ZERO.
008060     05  DL-POST-POSITION    PIC 9(09)  COMP  VALUE ZERO.
008063*
008066 01  DL-RUN-PARM-FIELDS.
008069     05  DL-PARM-BDATE-X     PIC X(08)  VALUE SPACES.
008072     05  DL-PARM-FORCE-X     PIC X(08)  VALUE SPACES.
008075******************************************************************
008078*    BDCK-PARM-AREA - THE PARAMETER AREA FOR THE CALLABLE        *
008081*    RUN-CONTROL MODULE (ANTBDCK), CHECKED BEFORE ANY FILE IS    *
008084*    OPENED AND POSTED WITH THE RETURN CODE AT THE END           *
008087******************************************************************
008090     COPY BDCKPARM.
008100*
008114 LINKAGE SECTION.
008128*
008142 01  DL-PARM-AREA.
008156     05  DL-PARM-LEN         PIC S9(4) COMP.
008170     05  DL-PARM-TEXT        PIC X(20).
008184*
008200 PROCEDURE DIVISION USING DL-PARM-AREA.
008300*
008400 0000-MAINLINE.
008500     PERFORM 1000-INITIALIZE
009900*    PRIME THE POSTING READ                                      *
010000******************************************************************
010100 1000-INITIALIZE.
010133     PERFORM 1050-CHECK-RUN-CONTROL
010166         THRU 1050-EXIT.
010200     OPEN INPUT  SUSPPOST.
010300     IF NOT DL-SPST-OK
010400         DISPLAY 'ANTSMERG - SUSPPOST OPEN FAILED, STATUS = '
012800*
012900 1000-EXIT.
013000     EXIT.
013001*
013002******************************************************************
013003*    1050-CHECK-RUN-CONTROL - PARM IS 'BUSDATE,FORCE', BOTH      *
013004*    OPTIONAL; A BLANK BUSINESS DATE MEANS TODAY.  ASK THE       *
013005*    RUN-CONTROL MODULE WHETHER THIS STEP MAY RUN FOR THE DATE   *
013006*    AND STOP IF IT MAY NOT                                      *
013007******************************************************************
013008 1050-CHECK-RUN-CONTROL.
013009     MOVE SPACES TO DL-PARM-BDATE-X.
013010     MOVE SPACES TO DL-PARM-FORCE-X.
013011     IF DL-PARM-LEN > 0
013012         UNSTRING DL-PARM-TEXT(1:DL-PARM-LEN)
013013             DELIMITED BY ','
013014             INTO DL-PARM-BDATE-X
013015                  DL-PARM-FORCE-X
013016         END-UNSTRING
013017     END-IF.
013018     IF DL-PARM-FORCE-X NOT = SPACES
013019       AND DL-PARM-FORCE-X NOT = 'FORCE'
013020         DISPLAY 'ANTSMERG - PARM RERUN FIELD MUST BE FORCE OR '
013021             'BLANK, GOT: ' DL-PARM-FORCE-X
013022         GO TO 1000-ABEND
013023     END-IF.
013024     MOVE 'B' TO BDCK-FUNCTION.
013025     MOVE 'ANTSMERG' TO BDCK-STEP.
013026     MOVE DL-PARM-BDATE-X TO BDCK-BUS-DATE-X.
013027     MOVE 'N' TO BDCK-FORCE-SW.
013028     IF DL-PARM-FORCE-X = 'FORCE'
013029         SET BDCK-FORCE TO TRUE
013030     END-IF.
013031     CALL 'ANTBDCK' USING BDCK-PARM-AREA.
013032     IF NOT BDCK-OK
013033         DISPLAY 'ANTSMERG - RUN CONTROL CHECK FAILED, STATUS = '
013034             BDCK-STATUS ' ' BDCK-REFUSE-REASON
013035         GO TO 1000-ABEND
013036     END-IF.
013037     IF BDCK-REFUSED
013038         DISPLAY 'ANTSMERG - RUN REFUSED FOR ' BDCK-BUS-DATE-X
013039             ': ' BDCK-REFUSE-REASON
013040         GO TO 1000-ABEND
013041     END-IF.
013042     DISPLAY 'ANTSMERG - BUSINESS DATE ' BDCK-BUS-DATE-X.
013043*
013044 1050-EXIT.
013045     EXIT.
013046*
013047******************************************************************
013048*    1200-OPEN-CHECKPOINT - OPEN THE CHECKPOINT FILE (CREATING   *
013049*    AND PRIMING SLOT 1 ON FIRST USE) AND FETCH THE RESTART      *
013050*    POSITION LEFT BY A PRIOR ABENDED MERGE.  ZERO MEANS START   *
013060*    FROM THE TOP - A FIRST RUN OR ONE THAT ENDED NORMALLY.      *
013070******************************************************************
016700     MOVE SPOST-DATE TO SUSP-FIRST-DATE.
016800     MOVE SPOST-DATE TO SUSP-LAST-DATE.
016900     MOVE SPOST-ICHAR TO SUSP-ICHAR.
016910     MOVE SPOST-SITE-ID TO SUSP-LAST-SITE-ID.
016920     MOVE SPOST-BATCH-ID TO SUSP-LAST-BATCH-ID.
017000     WRITE SUSP-RECORD
017100         INVALID KEY
017200             DISPLAY 'ANTSMERG - SUSPENSE WRITE FAILED, '
017900*
018000 4000-STEP-SUSPENSE.
018100     ADD 1 TO SUSP-COUNT.
018200     IF SPOST-DATE NOT < SUSP-LAST-DATE
018300         MOVE SPOST-DATE TO SUSP-LAST-DATE
018310         MOVE SPOST-SITE-ID TO SUSP-LAST-SITE-ID
018320         MOVE SPOST-BATCH-ID TO SUSP-LAST-BATCH-ID
018400     END-IF.
018500     REWRITE SUSP-RECORD
018600         INVALID KEY
020100     DISPLAY 'ANTSMERG - POSTINGS READ:      ' DL-POSTS-READ.
020200     DISPLAY 'ANTSMERG - NEW SUSPENSE KEYS:  ' DL-NEW-CNT.
020300     DISPLAY 'ANTSMERG - COUNTS STEPPED:     ' DL-STEPPED-CNT.
020333     PERFORM 9500-POST-RUN-CONTROL
020366         THRU 9500-EXIT.
020400*
020500 9000-EXIT.
020600     EXIT.
020610*
020620******************************************************************
020630*    9500-POST-RUN-CONTROL - RECORD THE STEP'S RETURN CODE FOR   *
020640*    THE BUSINESS DATE.  THE CALL RESETS RETURN-CODE, SO IT IS   *
020650*    PUT BACK AFTERWARD.                                         *
020660******************************************************************
020670 9500-POST-RUN-CONTROL.
020680     MOVE 'E' TO BDCK-FUNCTION.
020690     MOVE RETURN-CODE TO BDCK-STEP-RC.
020700     CALL 'ANTBDCK' USING BDCK-PARM-AREA.
020710     MOVE BDCK-STEP-RC TO RETURN-CODE.
020720     IF NOT BDCK-OK
020730         DISPLAY 'ANTSMERG - RUN CONTROL END NOT POSTED, '
020740             'STATUS = ' BDCK-STATUS
020750         MOVE 16 TO RETURN-CODE
020760     END-IF.
020770*
020780 9500-EXIT.
020790     EXIT.
