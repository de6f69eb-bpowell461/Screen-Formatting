002300*                         ANY OTHER DICTIONARY MAINTENANCE.      *
002400*                                                                *
002500*                 THE USERID IS OPTIONAL AND STAMPS THE          *
002600*                 MAINTENANCE JOURNAL IN APPROVE MODE.  IN       *
002610*                 APPROVE MODE IT MUST ALSO HOLD SUSPENSE        *
002620*                 APPROVAL ON ITS SECURITY PROFILE (SECPROF,     *
002630*                 CHECKED BY THE ANTSECK MODULE); IF IT DOES     *
002640*                 NOT, THE REFUSAL IS LOGGED ON SECVIOL AND THE  *
002650*                 RUN ENDS RC 16 WITHOUT TOUCHING ANY FILE.      *
002657*                                                                *
002664*                 EVERY APPROVED ADD IS ALSO POSTED TO THE       *
002671*                 WHERE-USED CONCORDANCE (WUSEFILE) THROUGH THE  *
002678*                 ANTWUSE MODULE. IF ANY POSTING FAILS THE RUN   *
002685*                 ENDS RC 8 AND ANTWBLD MUST BE RUN TO REBUILD   *
002692*                 THE CONCORDANCE.                               *
002700*                                                                *
002800*    MODIFICATION HISTORY                                       *
002900*    DATE       INIT DESCRIPTION                                 *
003000*    08/22/26   JMH  INITIAL VERSION.                            *
003016*    10/15/26   JMH  APPROVE MODE NOW CHECKS THE PARM USERID FOR *
003032*                    SUSPENSE APPROVAL ON ITS SECURITY PROFILE   *
003048*                    (SECPROF) THROUGH ANTSECK BEFORE OPENING    *
003064*                    THE APPROVAL FILES. A REFUSAL IS LOGGED ON  *
003080*                    SECVIOL AND ENDS THE RUN RC 16.             *
003084*    10/15/26   JMH  AN APPROVED WORD OR PHRASE IS ADDED         *
003088*                    EFFECTIVE TODAY WITH NO EXPIRY (SEE         *
003092*                    DICTREC). IMAGES ARE NOW 239 BYTES, 96 FOR  *
003096*                    A DICT-RECORD.                              *
003097*    10/15/26   JMH  APPROVED ADDS ARE POSTED TO THE WHERE-USED  *
003098*                    CONCORDANCE (WUSEFILE) THROUGH ANTWUSE; RC  *
003099*                    8 IF ANY POSTING FAILS.                     *
003100******************************************************************
003200 PROGRAM-ID. ANTSUSP.
003300*
014900     05  DL-APPROVED-CNT     PIC 9(09)  COMP  VALUE ZERO.
015000     05  DL-REJECTED-CNT     PIC 9(09)  COMP  VALUE ZERO.
015100     05  DL-SCAN-IDX         PIC 9(03)  COMP  VALUE ZERO.
015150     05  DL-WUSE-ERR-CNT     PIC 9(09)  COMP  VALUE ZERO.
015200*
015300 01  DL-MODE-TEXT            PIC X(08)  VALUE SPACES.
015400 01  DL-USERID               PIC X(08)  VALUE 'SUSP'.
015500 01  DL-WORK-ICHAR           PIC X(12)  VALUE SPACES.
015600 01  DL-DISPOSITION          PIC X(16)  VALUE SPACES.
015700 01  DL-JRN-FILE-ID          PIC X(01).
015800 01  DL-BEFORE-IMAGE         PIC X(239).
015900 01  DL-AFTER-IMAGE          PIC X(239).
016000 01  DL-TODAY                PIC 9(08).
016050*
016060     COPY SECKPARM.
016065*
016070******************************************************************
016075*    WUSE-PARM-AREA - THE PARAMETER AREA FOR THE CALLABLE        *
016080*    WHERE-USED MODULE (ANTWUSE), POSTED WITH EVERY APPROVED ADD *
016085******************************************************************
016090     COPY WUSEPARM.
016100*
016200 LINKAGE SECTION.
016300*
024900 1000-EXIT.
025000     EXIT.
025100*
025110******************************************************************
025120*    1050-CHECK-AUTHORITY - THE PARM USERID MUST HOLD SUSPENSE   *
025130*    APPROVAL BEFORE ANY SUSPENSE ENTRY IS TURNED INTO A REAL    *
025140*    DICTIONARY OR PHRASE RECORD.  ANTSECK LOGS A REFUSAL.       *
025150******************************************************************
025160 1050-CHECK-AUTHORITY.
025162     MOVE 'O' TO SECK-FUNCTION.
025164     CALL 'ANTSECK' USING SECK-PARM-AREA.
025166     IF NOT SECK-OK
025168         DISPLAY 'ANTSUSP - SECURITY FILES NOT AVAILABLE, '
025170             'STATUS = ' SECK-STATUS
025172         GO TO 1000-ABEND
025174     END-IF.
025176     MOVE 'K' TO SECK-FUNCTION.
025178     MOVE DL-USERID TO SECK-USERID.
025180     MOVE 'ANTSUSP' TO SECK-PROGRAM.
025182     MOVE 'S' TO SECK-REQUESTED.
025184     MOVE 'APPROVE SUSPENSE ENTRIES FROM APPRTXN' TO SECK-DETAIL.
025186     CALL 'ANTSECK' USING SECK-PARM-AREA.
025188     IF SECK-REFUSED
025190         DISPLAY 'ANTSUSP - ' DL-USERID ' NOT AUTHORIZED FOR '
025192             'SUSPENSE APPROVAL - ' SECK-REFUSE-REASON
025194         MOVE 'C' TO SECK-FUNCTION
025196         CALL 'ANTSECK' USING SECK-PARM-AREA
025198         GO TO 1000-ABEND
025199     END-IF.
025200*
025201 1050-EXIT.
025202     EXIT.
025203*
025204 1100-OPEN-APPROVE-FILES.
025210     PERFORM 1050-CHECK-AUTHORITY
025220         THRU 1050-EXIT.
025300     OPEN INPUT  APPRTXN.
025400     IF NOT DL-APP-OK
025500         DISPLAY 'ANTSUSP - APPRTXN OPEN FAILED, STATUS = '
027400             DL-JRN-STATUS
027500         GO TO 1000-ABEND
027600     END-IF.
027611     MOVE 'O' TO WUSE-FUNCTION.
027622     MOVE 'U' TO WUSE-OPEN-MODE.
027633     CALL 'ANTWUSE' USING WUSE-PARM-AREA.
027644     IF NOT WUSE-OK
027655         DISPLAY 'ANTSUSP - WUSEFILE OPEN FAILED, '
027666             'STATUS = ' WUSE-STATUS
027677         GO TO 1000-ABEND
027688     END-IF.
027700     PERFORM 4100-READ-APPROVAL
027800         THRU 4100-EXIT.
027900*
040700     MOVE SUSP-TEXT(1:20) TO WORD OF DICT-RECORD.
040800     MOVE DL-WORK-ICHAR TO I-CHAR OF DICT-RECORD.
040900     MOVE DL-TODAY TO DICT-LAST-UPD-DATE.
040910     MOVE DL-TODAY TO DICT-EFF-DATE.
040920     MOVE 99999999 TO DICT-EXP-DATE.
041000     MOVE LOW-VALUES TO DL-BEFORE-IMAGE.
041100     MOVE LOW-VALUES TO DL-AFTER-IMAGE.
041200     MOVE DICT-RECORD TO DL-AFTER-IMAGE(1:96).
041300     MOVE 'D' TO DL-JRN-FILE-ID.
041400     WRITE DICT-RECORD
041500         INVALID KEY
042000             ADD 1 TO DL-APPROVED-CNT
042100             PERFORM 5000-WRITE-JOURNAL
042200                 THRU 5000-EXIT
042233             PERFORM 5100-POST-USES
042266                 THRU 5100-EXIT
042300     END-WRITE.
042400*
042500 4200-EXIT.
043700     MOVE DL-SCAN-IDX TO PHRASE-LEN OF PHRASE-RECORD.
043800     MOVE DL-WORK-ICHAR TO PHRASE-ICHAR OF PHRASE-RECORD.
043900     MOVE DL-TODAY TO PHRASE-LAST-UPD-DATE OF PHRASE-RECORD.
043910     MOVE DL-TODAY TO PHRASE-EFF-DATE OF PHRASE-RECORD.
043920     MOVE 99999999 TO PHRASE-EXP-DATE OF PHRASE-RECORD.
044000     MOVE LOW-VALUES TO DL-BEFORE-IMAGE.
044100     MOVE LOW-VALUES TO DL-AFTER-IMAGE.
044200     MOVE PHRASE-RECORD TO DL-AFTER-IMAGE.
045000             ADD 1 TO DL-APPROVED-CNT
045100             PERFORM 5000-WRITE-JOURNAL
045200                 THRU 5000-EXIT
045233             PERFORM 5100-POST-USES
045266                 THRU 5100-EXIT
045300     END-WRITE.
045400*
045500 4300-EXIT.
051700*
051800******************************************************************
051900*    5000-WRITE-JOURNAL - RECORD THE APPROVED ADD ON THE         *
052000*    MAINTENANCE JOURNAL, THE SAME WAY ANTPREL DOES FOR RELEASED *
052050*    ANTMAINT AND ANTBMNT CHANGES,                               *
052100*    SO ANTJRECV CAN ROLL IT FORWARD WITH EVERYTHING ELSE        *
052200******************************************************************
052300 5000-WRITE-JOURNAL.
053300 5000-EXIT.
053400     EXIT.
053500*
053505******************************************************************
053510*    5100-POST-USES - ADD THE APPROVED ENTRY'S USES TO THE       *
053515*    WHERE-USED CONCORDANCE.  A FAILURE IS COUNTED AND THE RUN   *
053520*    GOES ON; ANTWBLD PUTS THE CONCORDANCE RIGHT AFTERWARD.      *
053525******************************************************************
053530 5100-POST-USES.
053535     MOVE DL-JRN-FILE-ID TO WUSE-FILE-ID.
053540     MOVE 'A' TO WUSE-FUNCTION.
053545     MOVE DL-AFTER-IMAGE TO WUSE-IMAGE.
053550     CALL 'ANTWUSE' USING WUSE-PARM-AREA.
053555     IF NOT WUSE-OK
053560         DISPLAY 'ANTSUSP - WHERE-USED POSTING FAILED, STATUS = '
053565             WUSE-STATUS
053570         ADD 1 TO DL-WUSE-ERR-CNT
053575     END-IF.
053580*
053585 5100-EXIT.
053590     EXIT.
053595*
053600******************************************************************
053700*    9000-TERMINATE - CLOSE THE FILES THE MODE OPENED AND        *
053800*    SUMMARIZE THE RUN                                           *
054500         CLOSE DICTFILE
054600         CLOSE PHRASFILE
054700         CLOSE MAINTJRN
054710         MOVE 'C' TO SECK-FUNCTION
054720         CALL 'ANTSECK' USING SECK-PARM-AREA
054746         MOVE 'C' TO WUSE-FUNCTION
054772         CALL 'ANTWUSE' USING WUSE-PARM-AREA
054800     END-IF.
054900     IF DL-MODE-REPORT
055000         DISPLAY 'ANTSUSP - SUSPENSE ENTRIES:  ' DL-SUSP-RECS-READ
055300         DISPLAY 'ANTSUSP - APPROVED:          ' DL-APPROVED-CNT
055400         DISPLAY 'ANTSUSP - REJECTED:          ' DL-REJECTED-CNT
055500     END-IF.
055516     IF DL-WUSE-ERR-CNT > 0
055532         DISPLAY 'ANTSUSP - WHERE-USED NOT POSTED: '
055548             DL-WUSE-ERR-CNT ' - RUN ANTWBLD'
055564         MOVE 8 TO RETURN-CODE
055580     END-IF.
055600*
055700 9000-EXIT.
055800     EXIT.
