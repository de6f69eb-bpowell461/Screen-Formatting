000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID.  ANTPAGE                                        *
000500*    AUTHOR.      J. HOLLOWAY, APPLICATIONS MAINTENANCE          *
000600*    INSTALLATION. DATA ENTRY SYSTEMS                            *
000700*    DATE-WRITTEN. 10/15/26                                      *
000800*    DATE-COMPILED.                                              *
000900*                                                                *
001000*    REMARKS.     AGING REPORT FOR HELD DICTIONARY AND PHRASE    *
001100*                 MAINTENANCE.  BROWSES THE PENDING-CHANGE FILE  *
001200*                 (PENDFILE) AND LISTS EVERY CHANGE STILL OPEN - *
001300*                 AWAITING REVIEW ON ANTPREV, OR RELEASED BUT    *
001400*                 NOT YET APPLIED BY ANTPREL - THAT WAS MADE AT  *
001500*                 LEAST N DAYS AGO, WHERE N IS THE PARM:         *
001600*                                                                *
001700*                     PARM='NNN'      (1 TO 3 DIGITS)            *
001800*                                                                *
001900*                 WITH NO PARM THE THRESHOLD IS 3 DAYS.  AGE IS  *
002000*                 COUNTED IN CALENDAR DAYS FROM THE MAKE DATE.   *
002100*                 RETURN CODE 8 IF ANY ITEM IS LISTED, SO THE    *
002200*                 SCHEDULER CAN ALERT THE REVIEWERS.             *
002300*                                                                *
002400*    MODIFICATION HISTORY                                       *
002500*    DATE       INIT DESCRIPTION                                 *
002600*    10/15/26   JMH  INITIAL VERSION.                            *
002700******************************************************************
002800 PROGRAM-ID. ANTPAGE.
002900*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-370.
003300 OBJECT-COMPUTER. IBM-370.
003400*
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700*
003800     SELECT PENDFILE ASSIGN TO PENDFILE
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS PEND-KEY OF PEND-RECORD
004200         FILE STATUS IS DL-PEND-STATUS.
004300*
004400     SELECT PAGERPT ASSIGN TO PAGERPT
004500         ORGANIZATION IS SEQUENTIAL
004600         ACCESS MODE IS SEQUENTIAL
004700         FILE STATUS IS DL-RPT-STATUS.
004800*
004900 DATA DIVISION.
005000 FILE SECTION.
005100*
005200 FD  PENDFILE
005300     LABEL RECORDS ARE STANDARD.
005400     COPY PENDREC.
005500*
005600 FD  PAGERPT
005700     LABEL RECORDS ARE STANDARD
005800     RECORDING MODE IS F.
005900     COPY PGRPREC.
006000*
006100 WORKING-STORAGE SECTION.
006200*
006300 01  DL-FILE-STATUSES.
006400     05  DL-PEND-STATUS      PIC X(02).
006500         88  DL-PEND-OK                VALUE '00'.
006600         88  DL-PEND-NOT-THERE         VALUE '35'.
006700     05  DL-RPT-STATUS       PIC X(02).
006800         88  DL-RPT-OK                 VALUE '00'.
006900*
007000 01  DL-SWITCHES.
007100     05  DL-PEND-EOF-SW      PIC X(01)  VALUE 'N'.
007200         88  DL-PEND-EOF                VALUE 'Y'.
007300     05  DL-PEND-OPEN-SW     PIC X(01)  VALUE 'N'.
007400         88  DL-PEND-IS-OPEN            VALUE 'Y'.
007500*
007600 01  DL-COUNTERS.
007700     05  DL-PEND-READ        PIC 9(09)  COMP  VALUE ZERO.
007800     05  DL-OPEN-CNT         PIC 9(09)  COMP  VALUE ZERO.
007900     05  DL-AGED-CNT         PIC 9(09)  COMP  VALUE ZERO.
008000*
008100 01  DL-AGE-LIMIT-X          PIC X(03)  VALUE '003'.
008200 01  DL-AGE-LIMIT REDEFINES DL-AGE-LIMIT-X
008300                             PIC 9(03).
008400 01  DL-AGE-START            PIC 9(04)  COMP  VALUE ZERO.
008500 01  DL-TODAY                PIC 9(08).
008600 01  DL-TODAY-DAYNO          PIC 9(09)  COMP  VALUE ZERO.
008700 01  DL-ITEM-AGE             PIC 9(09)  COMP  VALUE ZERO.
008800*
008900******************************************************************
009000*    DL-DAYNO-WORK - CONVERTS A YYYYMMDD DATE TO A SERIAL DAY    *
009100*    NUMBER SO TWO DATES CAN BE SUBTRACTED ACROSS MONTH AND      *
009200*    YEAR ENDS.  SEE 8000-CALC-DAY-NUMBER.                       *
009300******************************************************************
009400 01  DL-DAYNO-WORK.
009500     05  DL-DN-DATE          PIC 9(08).
009600     05  DL-DN-DATE-R REDEFINES DL-DN-DATE.
009700         10  DL-DN-YYYY      PIC 9(04).
009800         10  DL-DN-MM        PIC 9(02).
009900         10  DL-DN-DD        PIC 9(02).
010000     05  DL-DN-A             PIC 9(04)  COMP.
010100     05  DL-DN-Y             PIC 9(09)  COMP.
010200     05  DL-DN-M             PIC 9(04)  COMP.
010300     05  DL-DN-T1            PIC 9(09)  COMP.
010400     05  DL-DN-T2            PIC 9(09)  COMP.
010500     05  DL-DN-T3            PIC 9(09)  COMP.
010600     05  DL-DN-T4            PIC 9(09)  COMP.
010700     05  DL-DN-RESULT        PIC 9(09)  COMP.
010800*
010900 LINKAGE SECTION.
011000*
011100 01  DL-PARM-AREA.
011200     05  DL-PARM-LEN         PIC S9(4) COMP.
011300     05  DL-PARM-TEXT        PIC X(03).
011400*
011500 PROCEDURE DIVISION USING DL-PARM-AREA.
011600*
011700 0000-MAINLINE.
011800     PERFORM 1000-INITIALIZE
011900         THRU 1000-EXIT.
012000     PERFORM 2000-CHECK-ITEM
012100         THRU 2000-EXIT
012200         UNTIL DL-PEND-EOF.
012300     PERFORM 9000-TERMINATE
012400         THRU 9000-EXIT.
012500     GOBACK.
012600*
012700 0000-EXIT.
012800     EXIT.
012900*
013000******************************************************************
013100*    1000-INITIALIZE - VALIDATE THE AGE-THRESHOLD PARM, OPEN     *
013200*    THE FILES, AND POSITION AT THE OLDEST HELD CHANGE           *
013300******************************************************************
013400 1000-INITIALIZE.
013500     IF DL-PARM-LEN > 3
013600         DISPLAY 'ANTPAGE - PARM MUST BE 1 TO 3 DIGITS (DAYS)'
013700         GO TO 1000-ABEND
013800     END-IF.
013900     IF DL-PARM-LEN > 0
014000         MOVE ZEROS TO DL-AGE-LIMIT-X
014100         COMPUTE DL-AGE-START = 4 - DL-PARM-LEN
014200         MOVE DL-PARM-TEXT(1:DL-PARM-LEN)
014300             TO DL-AGE-LIMIT-X(DL-AGE-START:DL-PARM-LEN)
014400     END-IF.
014500     IF DL-AGE-LIMIT-X NOT NUMERIC
014600         DISPLAY 'ANTPAGE - PARM DAYS NOT NUMERIC: '
014700             DL-AGE-LIMIT-X
014800         GO TO 1000-ABEND
014900     END-IF.
015000*
015100     ACCEPT DL-TODAY FROM DATE YYYYMMDD.
015200     MOVE DL-TODAY TO DL-DN-DATE.
015300     PERFORM 8000-CALC-DAY-NUMBER
015400         THRU 8000-EXIT.
015500     MOVE DL-DN-RESULT TO DL-TODAY-DAYNO.
015600*
015700     OPEN OUTPUT PAGERPT.
015800     IF NOT DL-RPT-OK
015900         DISPLAY 'ANTPAGE - PAGERPT OPEN FAILED, STATUS = '
016000             DL-RPT-STATUS
016100         GO TO 1000-ABEND
016200     END-IF.
016300*
016400     OPEN INPUT PENDFILE.
016500     IF DL-PEND-NOT-THERE
016600         DISPLAY 'ANTPAGE - NO PENDING-CHANGE FILE YET - NOTHING '
016700             'TO AGE'
016800         SET DL-PEND-EOF TO TRUE
016900         GO TO 1000-EXIT
017000     END-IF.
017100     IF NOT DL-PEND-OK
017200         DISPLAY 'ANTPAGE - PENDFILE OPEN FAILED, STATUS = '
017300             DL-PEND-STATUS
017400         GO TO 1000-ABEND
017500     END-IF.
017600     SET DL-PEND-IS-OPEN TO TRUE.
017700*
017800     MOVE LOW-VALUES TO PEND-KEY.
017900     START PENDFILE
018000         KEY IS NOT LESS THAN PEND-KEY
018100         INVALID KEY
018200             SET DL-PEND-EOF TO TRUE
018300     END-START.
018400     GO TO 1000-EXIT.
018500*
018600 1000-ABEND.
018700     MOVE 16 TO RETURN-CODE.
018800     GOBACK.
018900*
019000 1000-EXIT.
019100     EXIT.
019200*
019300******************************************************************
019400*    2000-CHECK-ITEM - READ THE NEXT HELD CHANGE AND LIST IT IF  *
019500*    IT IS STILL OPEN AND OLD ENOUGH                             *
019600******************************************************************
019700 2000-CHECK-ITEM.
019800     READ PENDFILE NEXT RECORD
019900         AT END
020000             SET DL-PEND-EOF TO TRUE
020100             GO TO 2000-EXIT
020200     END-READ.
020300     ADD 1 TO DL-PEND-READ.
020400     IF NOT PEND-OPEN
020500         GO TO 2000-EXIT
020600     END-IF.
020700     ADD 1 TO DL-OPEN-CNT.
020800     MOVE PEND-MAKE-DATE TO DL-DN-DATE.
020900     PERFORM 8000-CALC-DAY-NUMBER
021000         THRU 8000-EXIT.
021100     IF DL-DN-RESULT > DL-TODAY-DAYNO
021200         MOVE ZERO TO DL-ITEM-AGE
021300     ELSE
021400         COMPUTE DL-ITEM-AGE = DL-TODAY-DAYNO - DL-DN-RESULT
021500     END-IF.
021600     IF DL-ITEM-AGE < DL-AGE-LIMIT
021700         GO TO 2000-EXIT
021800     END-IF.
021900     ADD 1 TO DL-AGED-CNT.
022000     PERFORM 3000-WRITE-AGED
022100         THRU 3000-EXIT.
022200*
022300 2000-EXIT.
022400     EXIT.
022500*
022600******************************************************************
022700*    3000-WRITE-AGED - ONE REPORT LINE PER AGED OPEN ITEM        *
022800******************************************************************
022900 3000-WRITE-AGED.
023000     MOVE PEND-MAKE-DATE TO PGR-MAKE-DATE.
023100     MOVE DL-ITEM-AGE TO PGR-AGE-DAYS.
023200     IF PEND-RELEASED
023300         MOVE 'RELEASED' TO PGR-STATUS
023400     ELSE
023500         MOVE 'AWAITING' TO PGR-STATUS
023600     END-IF.
023700     MOVE PEND-MAKER-ID TO PGR-MAKER-ID.
023800     MOVE PEND-CHECKER-ID TO PGR-CHECKER-ID.
023900     MOVE PEND-FILE-ID TO PGR-FILE-ID.
024000     MOVE PEND-ACTION TO PGR-ACTION.
024100     MOVE SPACES TO PGR-KEY.
024200     IF PEND-FILE-PHRASE
024300         IF PEND-ACTION-ADD
024400             MOVE PEND-AFTER-IMAGE(4:40) TO PGR-KEY
024500         ELSE
024600             MOVE PEND-BEFORE-IMAGE(4:40) TO PGR-KEY
024700         END-IF
024800     ELSE
024900         IF PEND-ACTION-ADD
025000             MOVE PEND-AFTER-IMAGE(1:20) TO PGR-KEY(1:20)
025100         ELSE
025200             MOVE PEND-BEFORE-IMAGE(1:20) TO PGR-KEY(1:20)
025300         END-IF
025400     END-IF.
025500     MOVE PEND-REASON TO PGR-REASON.
025600     WRITE PGRPT-LINE.
025700*
025800 3000-EXIT.
025900     EXIT.
026000*
026100******************************************************************
026200*    8000-CALC-DAY-NUMBER - TURN DL-DN-DATE (YYYYMMDD) INTO A    *
026300*    SERIAL DAY NUMBER IN DL-DN-RESULT.  THE YEAR IS SHIFTED TO  *
026400*    START IN MARCH SO THE LEAP DAY FALLS AT THE END; EACH       *
026500*    DIVISION IS TAKEN SEPARATELY SO IT TRUNCATES AS INTENDED.   *
026600******************************************************************
026700 8000-CALC-DAY-NUMBER.
026800     COMPUTE DL-DN-A = (14 - DL-DN-MM) / 12.
026900     COMPUTE DL-DN-Y = DL-DN-YYYY + 4800 - DL-DN-A.
027000     COMPUTE DL-DN-M = DL-DN-MM + (12 * DL-DN-A) - 3.
027100     COMPUTE DL-DN-T1 = ((153 * DL-DN-M) + 2) / 5.
027200     COMPUTE DL-DN-T2 = DL-DN-Y / 4.
027300     COMPUTE DL-DN-T3 = DL-DN-Y / 100.
027400     COMPUTE DL-DN-T4 = DL-DN-Y / 400.
027500     COMPUTE DL-DN-RESULT = DL-DN-DD + DL-DN-T1
027600         + (365 * DL-DN-Y) + DL-DN-T2 - DL-DN-T3 + DL-DN-T4
027700         - 32045.
027800*
027900 8000-EXIT.
028000     EXIT.
028100*
028200******************************************************************
028300*    9000-TERMINATE - CLOSE FILES, SUMMARIZE THE RUN, AND SET    *
028400*    RETURN CODE 8 IF ANY ITEM IS PAST THE THRESHOLD             *
028500******************************************************************
028600 9000-TERMINATE.
028700     IF DL-PEND-IS-OPEN
028800         CLOSE PENDFILE
028900     END-IF.
029000     CLOSE PAGERPT.
029100     DISPLAY 'ANTPAGE - AGE THRESHOLD (DAYS): ' DL-AGE-LIMIT.
029200     DISPLAY 'ANTPAGE - PENDING ITEMS READ:   ' DL-PEND-READ.
029300     DISPLAY 'ANTPAGE - STILL OPEN:           ' DL-OPEN-CNT.
029400     DISPLAY 'ANTPAGE - AT OR PAST THRESHOLD: ' DL-AGED-CNT.
029500     IF DL-AGED-CNT > 0
029600         MOVE 8 TO RETURN-CODE
029700     END-IF.
029800*
029900 9000-EXIT.
030000     EXIT.
