000100*****************************************************************
000200*    WUSEPARM.CPY                                                *
000300*    PARAMETER AREA FOR THE CALLABLE WHERE-USED CONCORDANCE      *
000400*    MODULE (ANTWUSE).  CALLERS COPY THIS AT THE 01 LEVEL IN     *
000500*    WORKING-STORAGE AND PASS IT ON EVERY CALL; ANTWUSE COPIES   *
000600*    IT IN LINKAGE.  FUNCTIONS:                                  *
000700*                                                                *
000800*        O  OPEN WUSEFILE - FOR UPDATE IF WUSE-OPEN-MODE IS U,   *
000900*           OTHERWISE READ-ONLY                                  *
001000*        A  POST THE USES CARRIED BY ONE DICTFILE OR PHRASFILE   *
001100*           IMAGE (WUSE-FILE-ID D OR P, WUSE-IMAGE IN THE        *
001200*           MAINTJRN CONVENTION - A DICT-RECORD IN THE FIRST 96  *
001300*           BYTES) - AFTER AN ADD, OR WITH THE AFTER IMAGE OF A  *
001400*           CORRECTION                                           *
001500*        D  DROP THE USES CARRIED BY ONE IMAGE - AFTER A         *
001600*           DELETE, OR WITH THE BEFORE IMAGE OF A CORRECTION     *
001700*        Q  QUERY WHAT USES WUSE-WORD: THE COUNT OF DEPENDENT    *
001800*           PHRASES AND CROSS-REFERENCES, AND THE FIRST TEN OF   *
001900*           THEM IN KEY ORDER                                    *
001910*        X  AS Q, BUT CROSS-REFERENCES ONLY - ASKED BEFORE A     *
001920*           WORD CORRECTION OR RETIREMENT THAT COULD LEAVE THE   *
001930*           CROSS-REFERENCES POINTING AT IT OUTLIVING IT         *
002000*        C  CLOSE                                                *
002100*                                                                *
002200*    A CORRECTION IS POSTED AS D WITH THE BEFORE IMAGE THEN A    *
002300*    WITH THE AFTER IMAGE.  POSTING A USE ALREADY ON FILE, OR    *
002400*    DROPPING ONE THAT IS NOT, IS NOT AN ERROR - WUSE-POSTED     *
002500*    COUNTS ONLY THE RECORDS ACTUALLY WRITTEN OR DELETED.  A     *
002600*    NONZERO STATUS FROM O MEANS THE FILE COULD NOT BE OPENED    *
002700*    AND THE CALLER MUST NOT GO ON; 97 MEANS A OR D WAS ASKED    *
002800*    OF A READ-ONLY OPEN.                                        *
002900*                                                                *
003000*    MODIFICATION HISTORY                                        *
003100*    DATE       INIT DESCRIPTION                                 *
003200*    10/15/26   JMH  INITIAL VERSION.                            *
003210*    10/15/26   JMH  ADDED FUNCTION X, THE CROSS-REFERENCE-ONLY  *
003220*                    QUERY.                                      *
003300*****************************************************************
003400 01  WUSE-PARM-AREA.
003500     05  WUSE-FUNCTION           PIC X(01).
003600         88  WUSE-FUNC-OPEN              VALUE 'O'.
003700         88  WUSE-FUNC-ADD               VALUE 'A'.
003800         88  WUSE-FUNC-DROP              VALUE 'D'.
003900         88  WUSE-FUNC-QUERY             VALUE 'Q'.
003950         88  WUSE-FUNC-QUERY-XREF        VALUE 'X'.
004000         88  WUSE-FUNC-CLOSE             VALUE 'C'.
004100     05  WUSE-OPEN-MODE          PIC X(01).
004200         88  WUSE-OPEN-UPDATE            VALUE 'U'.
004300     05  WUSE-FILE-ID            PIC X(01).
004400         88  WUSE-FILE-DICT              VALUE 'D'.
004500         88  WUSE-FILE-PHRASE            VALUE 'P'.
004600     05  WUSE-IMAGE              PIC X(239).
004700     05  WUSE-WORD               PIC X(20).
004800     05  WUSE-STATUS             PIC X(02).
004900         88  WUSE-OK                     VALUE '00'.
005000         88  WUSE-NOT-UPDATE             VALUE '97'.
005100         88  WUSE-BAD-FUNCTION           VALUE '98'.
005200     05  WUSE-POSTED             PIC 9(05).
005300     05  WUSE-USE-COUNT          PIC 9(05).
005400     05  WUSE-LIST-COUNT         PIC 9(02).
005500     05  WUSE-LIST-ENTRY         OCCURS 10 TIMES.
005600         10  WUSE-LIST-TYPE      PIC X(01).
005700         10  WUSE-LIST-KEY       PIC X(200).
