002400*                 REFERENCE), THE MATCHED FORM, AND ITS I-CHAR.  *
002500*                 READ-ONLY THROUGHOUT - NOTHING A CLERK KEYS    *
002600*                 HERE CAN CHANGE A FILE.                        *
002610*                                                                *
002620*                 A MATCHED LINE WHOSE INPUT CHARACTER IS NOT    *
002630*                 ONE OF THE MATCHED ENTRY'S I-CHAR CHARACTERS   *
002640*                 IS WARNED AS AN ICHAR-MISMATCH, AS THE BATCH   *
002650*                 RUN WILL REPORT AND RECYCLE IT.                *
002700*                                                                *
002800*    MODIFICATION HISTORY                                       *
002900*    DATE       INIT DESCRIPTION                                 *
003000*    09/02/26   JMH  INITIAL VERSION.                            *
003016*    10/15/26   JMH  A MATCHED LINE WHOSE INPUT CHARACTER IS NOT *
003032*                    ONE OF THE MATCHED ENTRY'S I-CHAR           *
003048*                    CHARACTERS NOW GETS AN ICHAR-MISMATCH       *
003064*                    WARNING, THE SAME CHECK THE BATCH RUN       *
003080*                    MAKES.                                      *
003085*    10/15/26   JMH  LOOKS UP AS OF TODAY (ZERO LOOK-AS-OF-      *
003090*                    DATE), SO A FUTURE-DATED ENTRY IS NOT YET   *
003095*                    ACCEPTED AND A RETIRED ONE NO LONGER IS.    *
003100******************************************************************
003200 PROGRAM-ID. ANTVALID.
003300*
004800 01  DL-SOURCE-LINE          PIC X(60)  VALUE SPACES.
004900 01  DL-INPUT-CHAR           PIC X(01)  VALUE SPACE.
005000 01  DL-EDIT-CHAR            PIC X(01).
005050 01  DL-ICHAR-TALLY          PIC 9(03)  COMP  VALUE ZERO.
005100*
005200     COPY LOOKPARM.
005300*
016400 3000-LOOKUP-LINE.
016500     MOVE 'L' TO LOOK-FUNCTION.
016600     MOVE SPACE TO LOOK-EXACT-SW.
016650     MOVE ZERO TO LOOK-AS-OF-DATE.
016700     MOVE SPACES TO LOOK-TEXT.
016800     MOVE DL-SOURCE-LINE TO LOOK-TEXT(1:60).
016900     MOVE ZERO TO LOOK-TEXT-LEN.
018400         END-EVALUATE
018500         DISPLAY 'MATCHED:  ' LOOK-MATCHED-TEXT(1:60)
018600         DISPLAY 'I-CHAR:   ' LOOK-ICHAR
018650         PERFORM 3100-CHECK-MATCHED-ICHAR
018660             THRU 3100-EXIT
018700     ELSE
018800         DISPLAY 'RESULT:   NOT MATCHED - THE OVERNIGHT RUN '
018900             'WOULD REPORT THIS LINE'
019200 3000-EXIT.
019300     EXIT.
019400*
019410******************************************************************
019420*    3100-CHECK-MATCHED-ICHAR - THE SAME RULE ANTIQUITY'S 3100-  *
019430*    CHECK-MATCHED-ICHAR APPLIES: THE KEYSTROKE MUST BE ONE OF   *
019440*    THE MATCHED ENTRY'S I-CHAR CHARACTERS.  A BLANK I-CHAR      *
019450*    PLACES NO RESTRICTION ON IT.                                *
019460******************************************************************
019470 3100-CHECK-MATCHED-ICHAR.
019480     IF LOOK-ICHAR = SPACES
019490         GO TO 3100-EXIT
019500     END-IF.
019510     MOVE ZERO TO DL-ICHAR-TALLY.
019520     INSPECT LOOK-ICHAR
019530         TALLYING DL-ICHAR-TALLY FOR ALL DL-EDIT-CHAR.
019540     IF DL-ICHAR-TALLY = ZERO
019550         DISPLAY 'ANTVALID - ICHAR-MISMATCH: ' DL-EDIT-CHAR
019560             ' IS NOT AN I-CHAR OF THE MATCHED ENTRY - '
019570             'THE OVERNIGHT RUN WOULD REPORT AND RECYCLE '
019575             'THIS LINE'
019580     END-IF.
019590*
019600 3100-EXIT.
019610     EXIT.
019620*
019646******************************************************************
019672*    9000-TERMINATE - RELEASE THE LOOKUP MODULE'S FILES          *
019700******************************************************************
019800 9000-TERMINATE.
019900     MOVE 'C' TO LOOK-FUNCTION.
