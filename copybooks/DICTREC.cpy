000994*                    AUDIT TRAIL RECORDS, AND READ BACK BY ITS   *
000995*                    STALE-VOCABULARY REPORT.  NO LENGTH CHANGE; *
000996*                    ANTDCNV SEEDS BOTH FIELDS TO ZERO.          *
000997*    10/15/26   JMH  ADDED DICT-EFF-DATE AND DICT-EXP-DATE. AN   *
000998*                    ENTRY IS IN EFFECT ON A BUSINESS DATE WHEN  *
000999*                    THE EFFECTIVE DATE IS ON OR BEFORE IT AND   *
001000*                    THE EXPIRY DATE IS AFTER IT; 99999999 MEANS *
001001*                    NO EXPIRY. A FUTURE-DATED ADD OR AN END-    *
001002*                    DATED RETIREMENT IS KEYED IN ADVANCE AND    *
001003*                    ANTLOOK HONORS IT ON THE DAY. RECORD GROWS  *
001004*                    80 TO 96 BYTES - RUN THE ONE-TIME ANTECNV   *
001005*                    CONVERSION JOB BEFORE THE FIRST RUN WITH    *
001006*                    THIS LAYOUT.                                *
001007*****************************************************************
001100 01  DICT-RECORD.
001200     05  WORD                    PIC X(20).
001300     05  I-CHAR                  PIC X(12).
001440     05  DICT-XREF-WORD          PIC X(20).
001450     05  DICT-HIT-COUNT          PIC 9(09).
001460     05  DICT-LAST-MATCH-DATE    PIC 9(08).
001470     05  DICT-EFF-DATE           PIC 9(08).
001480     05  DICT-EXP-DATE           PIC 9(08).
001490         88  DICT-NO-EXPIRY              VALUE 99999999.
001500     05  FILLER                  PIC X(02).
