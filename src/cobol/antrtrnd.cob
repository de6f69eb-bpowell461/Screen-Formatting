003100*    MODIFICATION HISTORY                                       *
003200*    DATE       INIT DESCRIPTION                                 *
003300*    09/02/26   JMH  INITIAL VERSION.                            *
003312*    10/15/26   JMH  RUN CONTROL: NEW PARM 'BUSDATE,FORCE' (BOTH *
003324*                    OPTIONAL, BLANK DATE = TODAY). THE REPORT   *
003336*                    ASKS ANTBDCK AT START WHETHER IT MAY RUN -  *
003348*                    ANTHCGEN MUST HAVE ENDED CLEAN FOR THE      *
003360*                    BUSINESS DATE AND THE REPORT MUST NOT       *
003372*                    ALREADY BE COMPLETE, UNLESS FORCED - AND    *
003384*                    POSTS ITS RETURN CODE AT END.               *
003400******************************************************************
003500 PROGRAM-ID. ANTRTRND.
003600*
014200         10  DL-NT-DICTRD    PIC 9(09)  COMP.
014300         10  DL-NT-START-SEC PIC 9(07)  COMP.
014400         10  DL-NT-END-SEC   PIC 9(07)  COMP.
014409*
014418 01  DL-RUN-PARM-FIELDS.
014427     05  DL-PARM-BDATE-X     PIC X(08)  VALUE SPACES.
014436     05  DL-PARM-FORCE-X     PIC X(08)  VALUE SPACES.
014445******************************************************************
014454*    BDCK-PARM-AREA - THE PARAMETER AREA FOR THE CALLABLE        *
014463*    RUN-CONTROL MODULE (ANTBDCK), CHECKED BEFORE ANY FILE IS    *
014472*    OPENED AND POSTED WITH THE RETURN CODE AT THE END           *
014481******************************************************************
014490     COPY BDCKPARM.
014500*
014514 LINKAGE SECTION.
014528*
014542 01  DL-PARM-AREA.
014556     05  DL-PARM-LEN         PIC S9(4) COMP.
014570     05  DL-PARM-TEXT        PIC X(20).
014584*
014600 PROCEDURE DIVISION USING DL-PARM-AREA.
014700*
014800 0000-MAINLINE.
014900     PERFORM 1000-INITIALIZE
016600*    1000-INITIALIZE - OPEN THE FILES AND PRIME THE CONTROL READ *
016700******************************************************************
016800 1000-INITIALIZE.
016833     PERFORM 1050-CHECK-RUN-CONTROL
016866         THRU 1050-EXIT.
016900     OPEN INPUT  CTLFILE.
017000     IF NOT DL-CTL-OK
017100         DISPLAY 'ANTRTRND - CTLFILE OPEN FAILED, STATUS = '
019000*
019100 1000-EXIT.
019200     EXIT.
019202*
019204******************************************************************
019206*    1050-CHECK-RUN-CONTROL - PARM IS 'BUSDATE,FORCE', BOTH      *
019208*    OPTIONAL; A BLANK BUSINESS DATE MEANS TODAY.  ASK THE       *
019210*    RUN-CONTROL MODULE WHETHER THIS STEP MAY RUN FOR THE DATE   *
019212*    AND STOP IF IT MAY NOT                                      *
019214******************************************************************
019216 1050-CHECK-RUN-CONTROL.
019218     MOVE SPACES TO DL-PARM-BDATE-X.
019220     MOVE SPACES TO DL-PARM-FORCE-X.
019222     IF DL-PARM-LEN > 0
019224         UNSTRING DL-PARM-TEXT(1:DL-PARM-LEN)
019226             DELIMITED BY ','
019228             INTO DL-PARM-BDATE-X
019230                  DL-PARM-FORCE-X
019232         END-UNSTRING
019234     END-IF.
019236     IF DL-PARM-FORCE-X NOT = SPACES
019238       AND DL-PARM-FORCE-X NOT = 'FORCE'
019240         DISPLAY 'ANTRTRND - PARM RERUN FIELD MUST BE FORCE OR '
019242             'BLANK, GOT: ' DL-PARM-FORCE-X
019244         GO TO 1000-ABEND
019246     END-IF.
019248     MOVE 'B' TO BDCK-FUNCTION.
019250     MOVE 'ANTRTRND' TO BDCK-STEP.
019252     MOVE DL-PARM-BDATE-X TO BDCK-BUS-DATE-X.
019254     MOVE 'N' TO BDCK-FORCE-SW.
019256     IF DL-PARM-FORCE-X = 'FORCE'
019258         SET BDCK-FORCE TO TRUE
019260     END-IF.
019262     CALL 'ANTBDCK' USING BDCK-PARM-AREA.
019264     IF NOT BDCK-OK
019266         DISPLAY 'ANTRTRND - RUN CONTROL CHECK FAILED, STATUS = '
019268             BDCK-STATUS ' ' BDCK-REFUSE-REASON
019270         GO TO 1000-ABEND
019272     END-IF.
019274     IF BDCK-REFUSED
019276         DISPLAY 'ANTRTRND - RUN REFUSED FOR ' BDCK-BUS-DATE-X
019278             ': ' BDCK-REFUSE-REASON
019280         GO TO 1000-ABEND
019282     END-IF.
019284     DISPLAY 'ANTRTRND - BUSINESS DATE ' BDCK-BUS-DATE-X.
019286*
019288 1050-EXIT.
019290     EXIT.
019300*
019400******************************************************************
019500*    2000-DIGEST-ONE-CTL - ROLL ONE CONTROL RECORD INTO ITS      *
052200     IF DL-ALERT-TRIPPED
052300         MOVE 8 TO RETURN-CODE
052400     END-IF.
052433     PERFORM 9500-POST-RUN-CONTROL
052466         THRU 9500-EXIT.
052500*
052600 9000-EXIT.
052700     EXIT.
052710*
052720******************************************************************
052730*    9500-POST-RUN-CONTROL - RECORD THE STEP'S RETURN CODE FOR   *
052740*    THE BUSINESS DATE.  THE CALL RESETS RETURN-CODE, SO IT IS   *
052750*    PUT BACK AFTERWARD.                                         *
052760******************************************************************
052770 9500-POST-RUN-CONTROL.
052780     MOVE 'E' TO BDCK-FUNCTION.
052790     MOVE RETURN-CODE TO BDCK-STEP-RC.
052800     CALL 'ANTBDCK' USING BDCK-PARM-AREA.
052810     MOVE BDCK-STEP-RC TO RETURN-CODE.
052820     IF NOT BDCK-OK
052830         DISPLAY 'ANTRTRND - RUN CONTROL END NOT POSTED, '
052840             'STATUS = ' BDCK-STATUS
052850         MOVE 16 TO RETURN-CODE
052860     END-IF.
052870*
052880 9500-EXIT.
052890     EXIT.
