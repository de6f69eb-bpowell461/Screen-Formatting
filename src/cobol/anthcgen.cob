002650*                    I-CHAR DIRECTLY, SO ONLY CANONICAL ENTRIES  *
002660*                    BELONG IN IT; A CROSS-REFERENCE RESOLVES    *
002670*                    THROUGH THE KEYED READ INSTEAD.             *
002674*    10/15/26   JMH  AN ENTRY NOT YET EFFECTIVE OR CARRYING AN   *
002678*                    EXPIRY DATE (SEE DICTREC) IS ALSO LEFT OUT  *
002682*                    ('DATED ENTRY' ON THE REPORT), SO THE SEED  *
002686*                    HOLDS ONLY OPEN-ENDED ENTRIES ALREADY IN    *
002690*                    EFFECT.                                     *
002695*    10/15/26   JMH  RUN CONTROL: NEW PARM 'BUSDATE,FORCE' (BOTH *
002696*                    OPTIONAL, BLANK DATE = TODAY). THE REBUILD  *
002697*                    ASKS ANTBDCK AT START WHETHER IT MAY RUN -  *
002698*                    ANTDSTAT MUST HAVE ENDED CLEAN FOR THE      *
002699*                    BUSINESS DATE AND THE REBUILD MUST NOT      *
002700*                    ALREADY BE COMPLETE, UNLESS FORCED - AND    *
002701*                    POSTS ITS RETURN CODE AT END.               *
002702******************************************************************
002800 PROGRAM-ID. ANTHCGEN.
002900*
003000 ENVIRONMENT DIVISION.
012800     05  DL-FOUND-COUNT      PIC 9(09)  COMP  VALUE ZERO.
012900*
013000 01  DL-PREV-WORD            PIC X(20)  VALUE HIGH-VALUES.
013050 01  DL-TODAY                PIC 9(08)  VALUE ZERO.
013100*
013200******************************************************************
013300*    DL-WORD-TABLE - ONE ENTRY PER DISTINCT MATCHED WORD FOUND   *
015300         10  DL-OLD-WORD     PIC X(20).
015400         10  DL-OLD-KEPT-SW  PIC X(01).
015500             88  DL-OLD-KEPT            VALUE 'Y'.
015509*
015518 01  DL-RUN-PARM-FIELDS.
015527     05  DL-PARM-BDATE-X     PIC X(08)  VALUE SPACES.
015536     05  DL-PARM-FORCE-X     PIC X(08)  VALUE SPACES.
015545******************************************************************
015554*    BDCK-PARM-AREA - THE PARAMETER AREA FOR THE CALLABLE        *
015563*    RUN-CONTROL MODULE (ANTBDCK), CHECKED BEFORE ANY FILE IS    *
015572*    OPENED AND POSTED WITH THE RETURN CODE AT THE END           *
015581******************************************************************
015590     COPY BDCKPARM.
015600*
015614 LINKAGE SECTION.
015628*
015642 01  DL-PARM-AREA.
015656     05  DL-PARM-LEN         PIC S9(4) COMP.
015670     05  DL-PARM-TEXT        PIC X(20).
015684*
015700 PROCEDURE DIVISION USING DL-PARM-AREA.
015800*
015900 0000-MAINLINE.
016000     PERFORM 1000-INITIALIZE
018300*    CAPTURE THE OLD HOTCACHE SEED BEFORE IT IS OVERWRITTEN      *
018400******************************************************************
018500 1000-INITIALIZE.
018516     PERFORM 1050-CHECK-RUN-CONTROL
018532         THRU 1050-EXIT.
018550     ACCEPT DL-TODAY FROM DATE YYYYMMDD.
018600     OPEN INPUT  DICTFILE.
018700     IF NOT DL-DICT-OK
018800         DISPLAY 'ANTHCGEN - DICTFILE OPEN FAILED, STATUS = '
020700*
020800 1000-EXIT.
020900     EXIT.
020902*
020904******************************************************************
020906*    1050-CHECK-RUN-CONTROL - PARM IS 'BUSDATE,FORCE', BOTH      *
020908*    OPTIONAL; A BLANK BUSINESS DATE MEANS TODAY.  ASK THE       *
020910*    RUN-CONTROL MODULE WHETHER THIS STEP MAY RUN FOR THE DATE   *
020912*    AND STOP IF IT MAY NOT                                      *
020914******************************************************************
020916 1050-CHECK-RUN-CONTROL.
020918     MOVE SPACES TO DL-PARM-BDATE-X.
020920     MOVE SPACES TO DL-PARM-FORCE-X.
020922     IF DL-PARM-LEN > 0
020924         UNSTRING DL-PARM-TEXT(1:DL-PARM-LEN)
020926             DELIMITED BY ','
020928             INTO DL-PARM-BDATE-X
020930                  DL-PARM-FORCE-X
020932         END-UNSTRING
020934     END-IF.
020936     IF DL-PARM-FORCE-X NOT = SPACES
020938       AND DL-PARM-FORCE-X NOT = 'FORCE'
020940         DISPLAY 'ANTHCGEN - PARM RERUN FIELD MUST BE FORCE OR '
020942             'BLANK, GOT: ' DL-PARM-FORCE-X
020944         GO TO 1000-ABEND
020946     END-IF.
020948     MOVE 'B' TO BDCK-FUNCTION.
020950     MOVE 'ANTHCGEN' TO BDCK-STEP.
020952     MOVE DL-PARM-BDATE-X TO BDCK-BUS-DATE-X.
020954     MOVE 'N' TO BDCK-FORCE-SW.
020956     IF DL-PARM-FORCE-X = 'FORCE'
020958         SET BDCK-FORCE TO TRUE
020960     END-IF.
020962     CALL 'ANTBDCK' USING BDCK-PARM-AREA.
020964     IF NOT BDCK-OK
020966         DISPLAY 'ANTHCGEN - RUN CONTROL CHECK FAILED, STATUS = '
020968             BDCK-STATUS ' ' BDCK-REFUSE-REASON
020970         GO TO 1000-ABEND
020972     END-IF.
020974     IF BDCK-REFUSED
020976         DISPLAY 'ANTHCGEN - RUN REFUSED FOR ' BDCK-BUS-DATE-X
020978             ': ' BDCK-REFUSE-REASON
020980         GO TO 1000-ABEND
020982     END-IF.
020984     DISPLAY 'ANTHCGEN - BUSINESS DATE ' BDCK-BUS-DATE-X.
020986*
020988 1050-EXIT.
020990     EXIT.
021000*
021100******************************************************************
021200*    1100-LOAD-OLD-SEED - READ THE CURRENT HOTCACHE SEED INTO    *
040750         WRITE HCRPT-LINE
040760         GO TO 5100-EXIT
040770     END-IF.
040771     IF DICT-EFF-DATE > DL-TODAY
040772        OR NOT DICT-NO-EXPIRY
040773         MOVE DL-WE-WORD(DL-TBL-IDX) TO HCR-WORD
040774         MOVE DL-WE-COUNT(DL-TBL-IDX) TO HCR-COUNT
040775         MOVE 'DATED ENTRY' TO HCR-DISPOSITION
040776         WRITE HCRPT-LINE
040777         GO TO 5100-EXIT
040778     END-IF.
040800     MOVE WORD OF DICT-RECORD TO HC-WORD.
040900     MOVE I-CHAR OF DICT-RECORD TO HC-ICHAR.
041000     WRITE HOTCACHE-RECORD.
050800     DISPLAY 'ANTHCGEN - KEPT FROM OLD SEED:  ' DL-KEPT-CNT.
050900     DISPLAY 'ANTHCGEN - NEW TO SEED:         ' DL-NEW-CNT.
051000     DISPLAY 'ANTHCGEN - DROPPED FROM SEED:   ' DL-DROPPED-CNT.
051033     PERFORM 9500-POST-RUN-CONTROL
051066         THRU 9500-EXIT.
051100*
051200 9000-EXIT.
051300     EXIT.
051310*
051320******************************************************************
051330*    9500-POST-RUN-CONTROL - RECORD THE STEP'S RETURN CODE FOR   *
051340*    THE BUSINESS DATE.  THE CALL RESETS RETURN-CODE, SO IT IS   *
051350*    PUT BACK AFTERWARD.                                         *
051360******************************************************************
051370 9500-POST-RUN-CONTROL.
051380     MOVE 'E' TO BDCK-FUNCTION.
051390     MOVE RETURN-CODE TO BDCK-STEP-RC.
051400     CALL 'ANTBDCK' USING BDCK-PARM-AREA.
051410     MOVE BDCK-STEP-RC TO RETURN-CODE.
051420     IF NOT BDCK-OK
051430         DISPLAY 'ANTHCGEN - RUN CONTROL END NOT POSTED, '
051440             'STATUS = ' BDCK-STATUS
051450         MOVE 16 TO RETURN-CODE
051460     END-IF.
051470*
051480 9500-EXIT.
051490     EXIT.
