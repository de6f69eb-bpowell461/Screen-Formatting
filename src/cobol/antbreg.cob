000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID.  ANTBREG                                        *
000500*    AUTHOR.      J. HOLLOWAY, APPLICATIONS MAINTENANCE          *
000600*    INSTALLATION. DATA ENTRY SYSTEMS                            *
000700*    DATE-WRITTEN. 10/15/26                                      *
000800*    DATE-COMPILED.                                              *
000900*                                                                *
001000*    REMARKS.     CAPTURE BATCH REGISTRY INQUIRY.  LISTS THE     *
001100*                 BATCH REGISTRY (BATCHREG) ANTWLOAD KEEPS -     *
001200*                 EVERY SITE BATCH EVER LOADED, IN SEQUENCE      *
001300*                 ORDER, WITH ITS BATCH ID, CAPTURE AND LOAD     *
001400*                 DATES, EXPECTED AND ACTUAL LINE COUNTS, HASH   *
001500*                 TOTAL, BALANCE RESULT, AND ANY SEQUENCE GAP OR *
001600*                 OUT-OF-ORDER FLAG - ON BREGRPT.                *
001700*                                                                *
001800*                 PARM='SITE' LISTS ONE SITE'S HISTORY; NO PARM  *
001900*                 LISTS EVERY SITE.  READ-ONLY.                  *
002000*                                                                *
002100*    MODIFICATION HISTORY                                       *
002200*    DATE       INIT DESCRIPTION                                 *
002300*    10/15/26   JMH  INITIAL VERSION.                            *
002400******************************************************************
002500 PROGRAM-ID. ANTBREG.
002600*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-370.
003000 OBJECT-COMPUTER. IBM-370.
003100*
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400*
003500     SELECT BATCHREG ASSIGN TO BATCHREG
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS BREG-KEY OF BREG-RECORD
003900         FILE STATUS IS DL-REG-STATUS.
004000*
004100     SELECT BREGRPT ASSIGN TO BREGRPT
004200         ORGANIZATION IS SEQUENTIAL
004300         ACCESS MODE IS SEQUENTIAL
004400         FILE STATUS IS DL-RPT-STATUS.
004500*
004600 DATA DIVISION.
004700 FILE SECTION.
004800*
004900 FD  BATCHREG
005000     LABEL RECORDS ARE STANDARD.
005100     COPY BREGREC.
005200*
005300 FD  BREGRPT
005400     LABEL RECORDS ARE STANDARD
005500     RECORDING MODE IS F.
005600     COPY BRRPREC.
005700*
005800 WORKING-STORAGE SECTION.
005900*
006000 01  DL-FILE-STATUSES.
006100     05  DL-REG-STATUS       PIC X(02).
006200         88  DL-REG-OK                 VALUE '00'.
006300     05  DL-RPT-STATUS       PIC X(02).
006400         88  DL-RPT-OK                 VALUE '00'.
006500*
006600 01  DL-SWITCHES.
006700     05  DL-REG-EOF-SW       PIC X(01)  VALUE 'N'.
006800         88  DL-REG-EOF                 VALUE 'Y'.
006900*
007000 01  DL-COUNTERS.
007100     05  DL-REG-LISTED       PIC 9(09)  COMP  VALUE ZERO.
007200*
007300 01  DL-SEL-SITE-ID          PIC X(04)  VALUE SPACES.
007400*
007500 LINKAGE SECTION.
007600*
007700 01  DL-PARM-AREA.
007800     05  DL-PARM-LEN         PIC S9(4) COMP.
007900     05  DL-PARM-TEXT        PIC X(04).
008000*
008100 PROCEDURE DIVISION USING DL-PARM-AREA.
008200*
008300 0000-MAINLINE.
008400     PERFORM 1000-INITIALIZE
008500         THRU 1000-EXIT.
008600     PERFORM 2000-LIST-ONE-BATCH
008700         THRU 2000-EXIT
008800         UNTIL DL-REG-EOF.
008900     PERFORM 9000-TERMINATE
009000         THRU 9000-EXIT.
009100     GOBACK.
009200*
009300 0000-EXIT.
009400     EXIT.
009500*
009600******************************************************************
009700*    1000-INITIALIZE - PICK UP THE SITE FROM THE PARM, OPEN THE  *
009800*    FILES, TITLE THE REPORT, AND POSITION ON THE FIRST BATCH    *
009900******************************************************************
010000 1000-INITIALIZE.
010100     IF DL-PARM-LEN > 0
010200         IF DL-PARM-LEN > 4
010300             DISPLAY 'ANTBREG - PARM MUST BE A SITE ID OF UP TO '
010400                 '4 CHARACTERS'
010500             GO TO 1000-ABEND
010600         END-IF
010700         MOVE DL-PARM-TEXT(1:DL-PARM-LEN) TO DL-SEL-SITE-ID
010800     END-IF.
010900*
011000     OPEN INPUT  BATCHREG.
011100     IF NOT DL-REG-OK
011200         DISPLAY 'ANTBREG - BATCHREG OPEN FAILED, STATUS = '
011300             DL-REG-STATUS
011400         GO TO 1000-ABEND
011500     END-IF.
011600*
011700     OPEN OUTPUT BREGRPT.
011800     IF NOT DL-RPT-OK
011900         DISPLAY 'ANTBREG - BREGRPT OPEN FAILED, STATUS = '
012000             DL-RPT-STATUS
012100         GO TO 1000-ABEND
012200     END-IF.
012300*
012400     MOVE SPACES TO BRRPT-TITLE-LINE.
012500     MOVE 'CAPTURE BATCH REGISTRY HISTORY - SITE' TO BRT-TEXT.
012600     IF DL-SEL-SITE-ID = SPACES
012700         MOVE 'ALL' TO BRT-SITE-ID
012800     ELSE
012900         MOVE DL-SEL-SITE-ID TO BRT-SITE-ID
013000     END-IF.
013100     WRITE BRRPT-TITLE-LINE.
013200*
013300     MOVE LOW-VALUES TO BREG-KEY.
013400     MOVE DL-SEL-SITE-ID TO BREG-SITE-ID.
013500     START BATCHREG KEY IS NOT LESS THAN BREG-KEY
013600         INVALID KEY
013700             SET DL-REG-EOF TO TRUE
013800     END-START.
013900     GO TO 1000-EXIT.
014000*
014100 1000-ABEND.
014200     MOVE 16 TO RETURN-CODE.
014300     GOBACK.
014400*
014500 1000-EXIT.
014600     EXIT.
014700*
014800******************************************************************
014900*    2000-LIST-ONE-BATCH - READ THE NEXT REGISTERED BATCH AND    *
015000*    LIST IT, STOPPING AT THE END OF THE SITE ASKED FOR          *
015100******************************************************************
015200 2000-LIST-ONE-BATCH.
015300     READ BATCHREG NEXT
015400         AT END
015500             SET DL-REG-EOF TO TRUE
015600             GO TO 2000-EXIT
015700     END-READ.
015800     IF DL-SEL-SITE-ID NOT = SPACES
015900       AND BREG-SITE-ID NOT = DL-SEL-SITE-ID
016000         SET DL-REG-EOF TO TRUE
016100         GO TO 2000-EXIT
016200     END-IF.
016300     ADD 1 TO DL-REG-LISTED.
016400     MOVE SPACES TO BRRPT-LINE.
016500     MOVE BREG-SITE-ID TO BRR-SITE-ID.
016600     MOVE BREG-BATCH-SEQ TO BRR-BATCH-SEQ.
016700     MOVE BREG-BATCH-ID TO BRR-BATCH-ID.
016800     MOVE BREG-CAPTURE-DATE TO BRR-CAPTURE-DATE.
016900     MOVE BREG-LOAD-DATE TO BRR-LOAD-DATE.
017000     MOVE BREG-EXPECT-CNT TO BRR-EXPECTED.
017100     MOVE BREG-LINE-CNT TO BRR-LINES.
017200     MOVE BREG-LOADED-CNT TO BRR-LOADED.
017300     MOVE BREG-REJECTED-CNT TO BRR-REJECTED.
017400     MOVE BREG-HASH-TOTAL TO BRR-HASH-TOTAL.
017500     IF BREG-IN-BALANCE
017600         MOVE 'IN BAL' TO BRR-BALANCE
017700     ELSE
017800         MOVE 'OUT OF BAL' TO BRR-BALANCE
017900     END-IF.
018000     EVALUATE TRUE
018100         WHEN BREG-SEQ-GAP
018200             MOVE 'SEQUENCE GAP' TO BRR-SEQUENCE
018300         WHEN BREG-SEQ-OUT-OF-ORDER
018400             MOVE 'OUT OF SEQUENCE' TO BRR-SEQUENCE
018500         WHEN OTHER
018600             MOVE SPACES TO BRR-SEQUENCE
018700     END-EVALUATE.
018800     WRITE BRRPT-LINE.
018900*
019000 2000-EXIT.
019100     EXIT.
019200*
019300******************************************************************
019400*    9000-TERMINATE - CLOSE FILES AND SUMMARIZE THE RUN          *
019500******************************************************************
019600 9000-TERMINATE.
019700     CLOSE BATCHREG.
019800     CLOSE BREGRPT.
019900     IF DL-REG-LISTED = ZERO
020000         DISPLAY 'ANTBREG - NO BATCHES REGISTERED FOR THE SITE'
020100     END-IF.
020200     DISPLAY 'ANTBREG - BATCHES LISTED:        ' DL-REG-LISTED.
020300*
020400 9000-EXIT.
020500     EXIT.
