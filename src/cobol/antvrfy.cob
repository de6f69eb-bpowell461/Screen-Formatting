001700*                 SPACE; USAGE STATISTICS NOT NUMERIC; A CROSS-  *
001800*                 REFERENCE WHOSE TARGET IS MISSING OR IS        *
001900*                 ITSELF A CROSS-REFERENCE.                      *
001910*                 DICTFILE AND PHRASFILE - AN EFFECTIVE OR       *
001920*                 EXPIRY DATE NOT NUMERIC, OR AN EXPIRY DATE NOT *
001930*                 AFTER THE EFFECTIVE DATE; A CROSS-REFERENCE    *
001940*                 IN EFFECT ON A DATE ITS TARGET IS NOT.         *
002000*                 PHRASFILE - A PHRASE-LEN THAT DOES NOT MATCH   *
002100*                 THE TRUE TRIMMED LENGTH OF PHRASE-TEXT, OR A   *
002200*                 BAD I-CHAR BYTE.                               *
003500*    MODIFICATION HISTORY                                       *
003600*    DATE       INIT DESCRIPTION                                 *
003700*    09/02/26   JMH  INITIAL VERSION.                            *
003716*    10/15/26   JMH  DICTFILE AND PHRASFILE ENTRIES NOW CHECKED  *
003732*                    FOR NON-NUMERIC OR INVERTED                 *
003748*                    EFFECTIVE/EXPIRY DATES, AND A CROSS-        *
003764*                    REFERENCE WHOSE DATE RANGE RUNS OUTSIDE ITS *
003780*                    TARGET'S.                                   *
003800******************************************************************
003900 PROGRAM-ID. ANTVRFY.
004000*
014800     05  DL-ICHAR-WORK       PIC X(12).
014900     05  DL-SAVE-WORD        PIC X(20).
015000     05  DL-SAVE-ICHAR       PIC X(12).
015010     05  DL-SAVE-EFF-DATE    PIC 9(08).
015020     05  DL-SAVE-EXP-DATE    PIC 9(08).
015100     05  DL-TRUE-LEN         PIC 9(03)  COMP  VALUE ZERO.
015200*
015300 PROCEDURE DIVISION.
026500         PERFORM 8000-WRITE-FINDING
026600             THRU 8000-EXIT
026700     END-IF.
026710     MOVE DICT-EFF-DATE TO DL-SAVE-EFF-DATE.
026720     MOVE DICT-EXP-DATE TO DL-SAVE-EXP-DATE.
026730     IF DICT-EFF-DATE NOT NUMERIC
026740       OR DICT-EXP-DATE NOT NUMERIC
026750         MOVE 'DICTFILE' TO VFR-FILE-ID
026760         MOVE SPACES TO VFR-KEY-TEXT
026770         MOVE DL-SAVE-WORD TO VFR-KEY-TEXT(1:20)
026780         MOVE 'DATES NOT NUMERIC' TO VFR-FINDING
026790         PERFORM 8000-WRITE-FINDING
026800             THRU 8000-EXIT
026810         GO TO 2100-EXIT
026820     END-IF.
026830     IF DICT-EXP-DATE NOT > DICT-EFF-DATE
026840         MOVE 'DICTFILE' TO VFR-FILE-ID
026850         MOVE SPACES TO VFR-KEY-TEXT
026860         MOVE DL-SAVE-WORD TO VFR-KEY-TEXT(1:20)
026870         MOVE 'DATES INVERTED' TO VFR-FINDING
026880         PERFORM 8000-WRITE-FINDING
026890             THRU 8000-EXIT
026895     END-IF.
026900     IF DICT-TYPE-XREF
026950         PERFORM 2200-CHECK-XREF-TARGET
027000             THRU 2200-EXIT
027100     END-IF.
027200*
029900                 MOVE 'XREF TO XREF' TO VFR-FINDING
030000                 PERFORM 8000-WRITE-FINDING
030100                     THRU 8000-EXIT
030110             ELSE
030120                 IF DICT-EFF-DATE > DL-SAVE-EFF-DATE
030130                   OR DICT-EXP-DATE < DL-SAVE-EXP-DATE
030140                     MOVE 'DICTFILE' TO VFR-FILE-ID
030150                     MOVE SPACES TO VFR-KEY-TEXT
030160                     MOVE DL-SAVE-WORD TO VFR-KEY-TEXT(1:20)
030170                     MOVE 'XREF OUTLIVES TARGET' TO VFR-FINDING
030180                     PERFORM 8000-WRITE-FINDING
030190                         THRU 8000-EXIT
030195                 END-IF
030200             END-IF
030300     END-READ.
030400     MOVE DL-SAVE-WORD TO WORD OF DICT-RECORD.
035600         PERFORM 8000-WRITE-FINDING
035700             THRU 8000-EXIT
035800     END-IF.
035810     IF PHRASE-EFF-DATE OF PHRASE-RECORD NOT NUMERIC
035820       OR PHRASE-EXP-DATE OF PHRASE-RECORD NOT NUMERIC
035830         MOVE 'PHRASFIL' TO VFR-FILE-ID
035840         MOVE PHRASE-TEXT OF PHRASE-RECORD(1:60)
035850             TO VFR-KEY-TEXT
035860         MOVE 'DATES NOT NUMERIC' TO VFR-FINDING
035870         PERFORM 8000-WRITE-FINDING
035880             THRU 8000-EXIT
035890         GO TO 3100-EXIT
035900     END-IF.
035910     IF PHRASE-EXP-DATE OF PHRASE-RECORD
035920           NOT > PHRASE-EFF-DATE OF PHRASE-RECORD
035930         MOVE 'PHRASFIL' TO VFR-FILE-ID
035940         MOVE PHRASE-TEXT OF PHRASE-RECORD(1:60)
035950             TO VFR-KEY-TEXT
035960         MOVE 'DATES INVERTED' TO VFR-FINDING
035970         PERFORM 8000-WRITE-FINDING
035980             THRU 8000-EXIT
035990     END-IF.
035995*
036000 3100-EXIT.
036100     EXIT.
036200*
