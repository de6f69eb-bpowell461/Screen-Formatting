000100*****************************************************************
000200*    SVIOREC.CPY                                                 *
000300*    SECURITY-VIOLATION LOG RECORD (SECVIOL) - SEQUENTIAL, ONE   *
000400*    RECORD PER REFUSED ATTEMPT, APPENDED BY ANTSECK WHENEVER A  *
000500*    USERID ASKS FOR A FUNCTION ITS SECURITY PROFILE (SECPROF)   *
000600*    DOES NOT GRANT.  RECORDS WHEN, WHO, FROM WHICH PROGRAM,     *
000700*    WHAT FUNCTION, WHY IT WAS REFUSED, AND WHAT THE USER WAS    *
000800*    TRYING TO TOUCH.  ANTSECR REPORTS ONE DAY OF IT.            *
000900*                                                                *
001000*    MODIFICATION HISTORY                                        *
001100*    DATE       INIT DESCRIPTION                                 *
001200*    10/15/26   JMH  INITIAL VERSION.                            *
001300*****************************************************************
001400 01  SVIO-RECORD.
001500     05  SVIO-DATE               PIC 9(08).
001600     05  SVIO-TIME               PIC 9(08).
001700     05  SVIO-USERID             PIC X(08).
001800     05  SVIO-PROGRAM            PIC X(08).
001900     05  SVIO-REQUESTED          PIC X(01).
002000     05  SVIO-REASON             PIC X(20).
002100     05  SVIO-DETAIL             PIC X(40).
002200     05  FILLER                  PIC X(07).
