000100*****************************************************************
000200*    SVRPREC.CPY                                                 *
000300*    DAILY SECURITY REPORT LINES (SECRPT) WRITTEN BY ANTSECR.    *
000400*    SVRPT-LINE IS ONE REFUSED ATTEMPT FROM THE VIOLATION LOG    *
000500*    FOR THE REPORT DATE.  SVRPT-ROSTER-LINE FOLLOWS THE         *
000600*    VIOLATIONS - ONE PER ACTIVE PROFILE HOLDING ANY FUNCTION    *
000700*    THAT CAN CHANGE THE VOCABULARY, WITH ITS FLAGS IN THE       *
000800*    SECPREC ORDER (IWPXSRJ), SO THE REPORT ALSO SHOWS WHO       *
000900*    WAS ABLE TO MAKE CHANGES THAT DAY.  SVRPT-TITLE-LINE        *
001000*    INTRODUCES EACH SECTION.                                    *
001100*                                                                *
001200*    MODIFICATION HISTORY                                        *
001300*    DATE       INIT DESCRIPTION                                 *
001400*    10/15/26   JMH  INITIAL VERSION.                            *
001500*****************************************************************
001600 01  SVRPT-LINE.
001700     05  SVR-DATE                PIC 9(08).
001800     05  FILLER                  PIC X(02).
001900     05  SVR-TIME                PIC 9(08).
002000     05  FILLER                  PIC X(02).
002100     05  SVR-USERID              PIC X(08).
002200     05  FILLER                  PIC X(02).
002300     05  SVR-PROGRAM             PIC X(08).
002400     05  FILLER                  PIC X(02).
002500     05  SVR-REQUESTED           PIC X(01).
002600     05  FILLER                  PIC X(02).
002700     05  SVR-REASON              PIC X(20).
002800     05  FILLER                  PIC X(02).
002900     05  SVR-DETAIL              PIC X(40).
003000     05  FILLER                  PIC X(27).
003100*
003200 01  SVRPT-ROSTER-LINE.
003300     05  SVR-R-USERID            PIC X(08).
003400     05  FILLER                  PIC X(02).
003500     05  SVR-R-USER-NAME         PIC X(30).
003600     05  FILLER                  PIC X(02).
003700     05  SVR-R-FLAGS             PIC X(07).
003800     05  FILLER                  PIC X(02).
003900     05  SVR-R-LAST-UPD-DATE     PIC 9(08).
004000     05  FILLER                  PIC X(02).
004100     05  SVR-R-LAST-UPD-BY       PIC X(08).
004200     05  FILLER                  PIC X(63).
004300*
004400 01  SVRPT-TITLE-LINE.
004500     05  SVR-T-TEXT              PIC X(60).
004600     05  SVR-T-DATE              PIC 9(08).
004700     05  FILLER                  PIC X(64).
