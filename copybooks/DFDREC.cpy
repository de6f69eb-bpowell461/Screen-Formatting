000100*****************************************************************
000200*    DFDREC.CPY                                                  *
000300*    DICTIONARY DISTRIBUTION FEED RECORD (DISTFEED) WRITTEN BY   *
000400*    ANTDFEED FOR THE REMOTE DATA-ENTRY SITES THAT KEY OFFLINE   *
000500*    AGAINST THEIR OWN COPY OF THE WORD LIST.  EVERY FEED IS ONE *
000600*    HEADER, ANY NUMBER OF DETAILS, AND ONE TRAILER, EACH WITH   *
000700*    THE FEED SEQUENCE NUMBER; A SITE APPLIES FEEDS STRICTLY IN  *
000800*    SEQUENCE AND STOPS AT A GAP.                                *
000900*                                                                *
001000*    HEADER  - DELTA (CHANGES JOURNALED ON MAINTJRN AFTER THE    *
001100*              DATE/TIME SHOWN) OR FULL REFRESH (THE SITE        *
001200*              REPLACES ITS COPY OUTRIGHT).                      *
001300*    DETAIL  - ONE ADD, CORRECT, OR DELETE OF A DICTFILE OR      *
001400*              PHRASFILE ENTRY, IN JOURNAL ORDER.  THE IMAGE IS  *
001500*              THE ENTRY AS IT NOW STANDS FOR AN ADD OR CORRECT  *
001600*              AND AS IT STOOD FOR A DELETE; A 96-BYTE DICT-     *
001700*              RECORD OCCUPIES THE FIRST 96 BYTES, THE REST      *
001800*              LOW-VALUES, AS ON THE JOURNAL.  A FULL REFRESH    *
001900*              SENDS EVERY ENTRY AS AN ADD.                      *
002000*    TRAILER - DETAIL COUNTS BY FILE AND ACTION AND THE NUMBER   *
002100*              OF WORD AND PHRASE ENTRIES ON FILE ONCE THE FEED  *
002200*              IS APPLIED, SO THE SITE CAN BALANCE ITS COPY,     *
002300*              AND THE DATE/TIME OF THE LAST JOURNAL ENTRY THE   *
002400*              FEED TAKES IN.                                    *
002500*                                                                *
002600*    MODIFICATION HISTORY                                        *
002700*    DATE       INIT DESCRIPTION                                 *
002800*    10/15/26   JMH  INITIAL VERSION.                            *
002900*****************************************************************
003000 01  DFD-RECORD.
003100     05  DFD-REC-TYPE            PIC X(01).
003200         88  DFD-HEADER                  VALUE 'H'.
003300         88  DFD-DETAIL                  VALUE 'D'.
003400         88  DFD-TRAILER                 VALUE 'T'.
003500     05  DFD-FEED-SEQ            PIC 9(07).
003600     05  DFD-BODY                PIC X(262).
003700     05  DFD-HEADER-BODY REDEFINES DFD-BODY.
003800         10  DFD-HDR-FEED-TYPE   PIC X(01).
003900             88  DFD-HDR-DELTA           VALUE 'D'.
004000             88  DFD-HDR-FULL            VALUE 'F'.
004100         10  DFD-HDR-FEED-DATE   PIC 9(08).
004200         10  DFD-HDR-FEED-TIME   PIC 9(08).
004300         10  DFD-HDR-AFTER-DATE  PIC 9(08).
004400         10  DFD-HDR-AFTER-TIME  PIC 9(08).
004500         10  FILLER              PIC X(229).
004600     05  DFD-DETAIL-BODY REDEFINES DFD-BODY.
004700         10  DFD-DTL-FILE-ID     PIC X(01).
004800             88  DFD-DTL-DICT            VALUE 'D'.
004900             88  DFD-DTL-PHRASE          VALUE 'P'.
005000         10  DFD-DTL-ACTION      PIC X(01).
005100             88  DFD-DTL-ADD             VALUE 'A'.
005200             88  DFD-DTL-CORRECT         VALUE 'C'.
005300             88  DFD-DTL-DELETE          VALUE 'D'.
005400         10  DFD-DTL-CHG-DATE    PIC 9(08).
005500         10  DFD-DTL-CHG-TIME    PIC 9(08).
005600         10  DFD-DTL-IMAGE       PIC X(239).
005700         10  DFD-DTL-DICT-VIEW REDEFINES DFD-DTL-IMAGE.
005800             15  DFD-DTL-DICT-REC PIC X(96).
005900             15  FILLER          PIC X(143).
006000         10  FILLER              PIC X(05).
006100     05  DFD-TRAILER-BODY REDEFINES DFD-BODY.
006200         10  DFD-TRL-DICT-ADDS   PIC 9(09).
006300         10  DFD-TRL-DICT-CORRECTS
006400                                 PIC 9(09).
006500         10  DFD-TRL-DICT-DELETES
006600                                 PIC 9(09).
006700         10  DFD-TRL-PHR-ADDS    PIC 9(09).
006800         10  DFD-TRL-PHR-CORRECTS
006900                                 PIC 9(09).
007000         10  DFD-TRL-PHR-DELETES PIC 9(09).
007100         10  DFD-TRL-DETAIL-CNT  PIC 9(09).
007200         10  DFD-TRL-DICT-TOTAL  PIC 9(09).
007300         10  DFD-TRL-PHR-TOTAL   PIC 9(09).
007400         10  DFD-TRL-THRU-DATE   PIC 9(08).
007500         10  DFD-TRL-THRU-TIME   PIC 9(08).
007600         10  FILLER              PIC X(165).
