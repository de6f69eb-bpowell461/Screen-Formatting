000100*****************************************************************
000200*    BREGREC.CPY                                                 *
000300*    CAPTURE BATCH REGISTRY RECORD (BATCHREG) - INDEXED (VSAM    *
000400*    KSDS) KEYED ON THE CAPTURE SITE AND THE SITE'S OWN RUNNING  *
000500*    BATCH SEQUENCE NUMBER FROM THE CAPTURE HEADER.  ANTWLOAD    *
000600*    WRITES ONE RECORD FOR EVERY SITE BATCH IT LOADS, WITH THE   *
000700*    BATCH ID, CAPTURE DATE, LINE COUNT, AND A HASH TOTAL OF THE *
000800*    DETAIL LINES, AND REFUSES A LATER BATCH WHOSE SEQUENCE OR   *
000900*    BATCH ID IS ALREADY REGISTERED FOR THE SITE.  BREG-SEQ-     *
001000*    STATUS RECORDS WHETHER THE BATCH ARRIVED WITH A GAP BEFORE  *
001100*    IT OR OUT OF ORDER.  ANTBREG LISTS THE HISTORY BY SITE.     *
001200*                                                                *
001300*    THE HASH TOTAL IS THE SUM, OVER EVERY DETAIL IN THE BATCH,  *
001400*    OF EACH CHARACTER'S CODE POINT TIMES ITS POSITION IN THE    *
001500*    61 BYTES OF WORD LINE AND INPUT CHARACTER.                  *
001600*                                                                *
001700*    MODIFICATION HISTORY                                        *
001800*    DATE       INIT DESCRIPTION                                 *
001900*    10/15/26   JMH  INITIAL VERSION.                            *
002000*****************************************************************
002100 01  BREG-RECORD.
002200     05  BREG-KEY.
002300         10  BREG-SITE-ID        PIC X(04).
002400         10  BREG-BATCH-SEQ      PIC 9(05).
002500     05  BREG-BATCH-ID           PIC X(08).
002600     05  BREG-CAPTURE-DATE       PIC 9(08).
002700     05  BREG-LOAD-DATE          PIC 9(08).
002800     05  BREG-LOAD-TIME          PIC 9(08).
002900     05  BREG-EXPECT-CNT         PIC 9(07).
003000     05  BREG-LINE-CNT           PIC 9(07).
003100     05  BREG-LOADED-CNT         PIC 9(07).
003200     05  BREG-REJECTED-CNT       PIC 9(07).
003300     05  BREG-HASH-TOTAL         PIC 9(15).
003400     05  BREG-BAL-STATUS         PIC X(01).
003500         88  BREG-IN-BALANCE             VALUE 'B'.
003600         88  BREG-OUT-OF-BALANCE         VALUE 'O'.
003700     05  BREG-SEQ-STATUS         PIC X(01).
003800         88  BREG-SEQ-IN-ORDER           VALUE ' '.
003900         88  BREG-SEQ-GAP                VALUE 'G'.
004000         88  BREG-SEQ-OUT-OF-ORDER       VALUE 'O'.
004100     05  FILLER                  PIC X(14).
