000100*****************************************************************
000200*    BDCREC.CPY                                                  *
000300*    BUSINESS-DATE RUN-CONTROL RECORD (BDCTL, VSAM KSDS KEYED    *
000400*    BY BUSINESS DATE AND STEP).  ONE RECORD PER NIGHTLY STEP    *
000500*    PER BUSINESS DATE, WRITTEN 'S' WHEN THE STEP STARTS AND     *
000600*    REWRITTEN 'C' (ENDED RC 4 OR LESS) OR 'F' (ENDED RC 8 OR    *
000700*    MORE) WHEN IT ENDS.  A STEP THAT ABENDS NEVER POSTS ITS     *
000800*    END AND STAYS 'S'.  MAINTAINED ONLY BY ANTBDCK; LISTED BY   *
000900*    ANTBDST.  STEP CODES:                                       *
001000*        ANTWLOAD  WORD-LINE LOAD                                *
001100*        ANTIQTY   ANTIQUITY, WHOLE-FILE RUN                     *
001200*        ANTIQP1-4 ANTIQUITY, PARTITIONS 1-4                     *
001300*        ANTSMERG  PARTITION SUSPENSE MERGE                      *
001400*        ANTDSTAT  DICTIONARY USAGE STATISTICS                   *
001500*        ANTHCGEN  HOTCACHE SEED REBUILD                         *
001600*        ANTRTRND  RUN-CONTROL TREND REPORT                      *
001700*    BDC-FORCED IS SET WHEN THE LAST START WAS ONLY ALLOWED BY   *
001800*    A FORCE PARM; BDC-FORCE-REASON IS WHAT IT WAS FORCED PAST.  *
001900*                                                                *
002000*    MODIFICATION HISTORY                                        *
002100*    DATE       INIT DESCRIPTION                                 *
002200*    10/15/26   JMH  INITIAL VERSION.                            *
002300*****************************************************************
002400 01  BDC-RECORD.
002500     05  BDC-KEY.
002600         10  BDC-BUS-DATE        PIC 9(08).
002700         10  BDC-STEP            PIC X(08).
002800     05  BDC-RUN-STATUS          PIC X(01).
002900         88  BDC-STARTED                 VALUE 'S'.
003000         88  BDC-COMPLETE                VALUE 'C'.
003100         88  BDC-FAILED                  VALUE 'F'.
003200     05  BDC-START-DATE          PIC 9(08).
003300     05  BDC-START-TIME          PIC 9(08).
003400     05  BDC-END-DATE            PIC 9(08).
003500     05  BDC-END-TIME            PIC 9(08).
003600     05  BDC-RETURN-CODE         PIC 9(04).
003700     05  BDC-RUN-CNT             PIC 9(03).
003800     05  BDC-FORCED-SW           PIC X(01).
003900         88  BDC-FORCED                  VALUE 'Y'.
004000     05  BDC-FORCE-REASON        PIC X(40).
004100     05  FILLER                  PIC X(23).
