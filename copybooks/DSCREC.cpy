000100*****************************************************************
000200*    DSCREC.CPY                                                  *
000300*    USAGE STATISTICS CONTROL FILE (STATCTL) FOR ANTDSTAT.  ONE  *
000400*    SLOT (RELATIVE RECORD 1) HOLDING THE HIGH-WATER MARK ON THE *
000500*    LOOKUP AUDIT TRAIL - THE LAST AUDIT DATE WHOSE LOOKUPS HAVE *
000600*    ALL BEEN POSTED TO THE DICTIONARY - AND WHEN AND HOW MANY   *
000700*    THE RUN THAT SET IT POSTED.  THE NEXT RUN POSTS EVERY AUDIT *
000800*    RECORD DATED AFTER THE MARK UP TO ITS OWN BUSINESS DATE.    *
000900*    REWRITTEN ONLY WHEN A RUN ENDS CLEAN.                       *
001000*                                                                *
001100*    MODIFICATION HISTORY                                        *
001200*    DATE       INIT DESCRIPTION                                 *
001300*    10/15/26   JMH  INITIAL VERSION.                            *
001400*****************************************************************
001500 01  DSC-RECORD.
001600     05  DSC-POSTED-THRU-DATE    PIC 9(08).
001700     05  DSC-LAST-RUN-DATE       PIC 9(08).
001800     05  DSC-LAST-RUN-TIME       PIC 9(08).
001900     05  DSC-LAST-POSTED-CNT     PIC 9(09).
002000     05  FILLER                  PIC X(47).
