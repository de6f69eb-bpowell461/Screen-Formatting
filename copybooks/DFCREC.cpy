000100*****************************************************************
000200*    DFCREC.CPY                                                  *
000300*    DISTRIBUTION FEED CONTROL FILE (DISTCTL) FOR ANTDFEED.  ONE *
000400*    SLOT (RELATIVE RECORD 1) HOLDING THE LAST FEED SEQUENCE     *
000500*    NUMBER ISSUED AND THE HIGH-WATER MARK ON THE MAINTENANCE    *
000600*    JOURNAL - HOW MANY MAINTJRN RECORDS HAVE ALREADY GONE OUT,  *
000700*    AND THE DATE, TIME, FILE, ACTION, AND KEY OF THE LAST ONE,  *
000800*    WHICH THE NEXT RUN CHECKS BEFORE IT SENDS ANYTHING NEWER.   *
000900*    THE WORD AND PHRASE TOTALS ARE THOSE THE LAST TRAILER       *
001000*    CARRIED.  REWRITTEN ONLY AFTER A FEED IS COMPLETE.          *
001100*                                                                *
001200*    MODIFICATION HISTORY                                        *
001300*    DATE       INIT DESCRIPTION                                 *
001400*    10/15/26   JMH  INITIAL VERSION.                            *
001500*****************************************************************
001600 01  DFC-RECORD.
001700     05  DFC-LAST-FEED-SEQ       PIC 9(07).
001800     05  DFC-LAST-FEED-TYPE      PIC X(01).
001900     05  DFC-LAST-FEED-DATE      PIC 9(08).
002000     05  DFC-LAST-FEED-TIME      PIC 9(08).
002100     05  DFC-JRNL-POSITION       PIC 9(09)  COMP.
002200     05  DFC-HWM-DATE            PIC 9(08).
002300     05  DFC-HWM-TIME            PIC 9(08).
002400     05  DFC-HWM-FILE-ID         PIC X(01).
002500     05  DFC-HWM-ACTION          PIC X(01).
002600     05  DFC-HWM-KEY             PIC X(40).
002700     05  DFC-DICT-TOTAL          PIC 9(09).
002800     05  DFC-PHR-TOTAL           PIC 9(09).
002900     05  FILLER                  PIC X(16).
