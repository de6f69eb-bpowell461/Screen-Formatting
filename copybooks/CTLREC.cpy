001200*    MODIFICATION HISTORY                                        *
001300*    DATE       INIT DESCRIPTION                                 *
001400*    08/22/26   JMH  INITIAL VERSION.                            *
001420*    10/15/26   JMH  ADDED CTL-ICHAR-MISM-CNT - MATCHED LINES    *
001440*                    KEYED WITH AN INPUT CHARACTER THE ENTRY'S   *
001460*                    I-CHAR DOES NOT ALLOW.  RECORD IS NOW 150   *
001480*                    BYTES.                                      *
001500*****************************************************************
001600 01  CTL-RECORD.
001700     05  CTL-RUN-DATE            PIC 9(08).
003100     05  CTL-DICT-READ-CNT       PIC 9(09).
003200     05  CTL-NORM-MATCH-CNT      PIC 9(09).
003300     05  CTL-XTR-WRITTEN         PIC 9(09).
003400     05  CTL-ICHAR-MISM-CNT      PIC 9(09).
