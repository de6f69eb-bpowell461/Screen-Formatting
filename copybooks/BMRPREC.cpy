000800*    MODIFICATION HISTORY                                        *
000900*    DATE       INIT DESCRIPTION                                 *
001000*    08/22/26   JMH  INITIAL VERSION.                            *
001020*    10/15/26   JMH  BMRPT-USE-LINE ADDED: UNDER A WORD DELETE   *
001040*                    THAT IS STILL IN USE, ONE LINE PER          *
001060*                    DEPENDENT PHRASE OR CROSS-REFERENCE (FIRST  *
001080*                    TEN) AND A COUNT OF ANY MORE.               *
001100*****************************************************************
001200 01  BMRPT-LINE.
001300     05  BMR-TXN-NBR             PIC ZZZ,ZZZ,ZZ9.
002200     05  FILLER                  PIC X(02)   VALUE SPACES.
002300     05  BMR-REASON              PIC X(20).
002400     05  FILLER                  PIC X(42)   VALUE SPACES.
002500*
002600 01  BMRPT-USE-LINE REDEFINES BMRPT-LINE.
002700     05  FILLER                  PIC X(18).
002800     05  BMRU-LABEL              PIC X(08).
002900     05  FILLER                  PIC X(01).
003000     05  BMRU-KEY                PIC X(100).
003100     05  FILLER                  PIC X(05).
