001170*                    PHRASE CLASSIFICATION) FROM WL-WORD-LINE     *
001180*                    ITSELF, SO THE FIELD WAS NEVER POPULATED OR  *
001190*                    READ BY ANY PROGRAM.                         *
001191*    10/15/26   JMH  ADDED WL-SITE-ID AND WL-BATCH-ID, STAMPED BY *
001192*                    ANTWLOAD FROM THE CAPTURE BATCH HEADER, SO   *
001193*                    THE KEYING SITE AND BATCH FOLLOW EVERY LINE  *
001194*                    INTO THE AUDIT, RECYCLE, SUSPENSE, AND       *
001195*                    EXCEPTION OUTPUTS.  RECORD IS NOW 73 BYTES.  *
001200*****************************************************************
001300 01  WORDLINE-RECORD.
001500     05  WL-WORD-LINE            PIC X(60).
001600     05  WL-INPUT-CHAR           PIC X(01).
001700     05  WL-SITE-ID              PIC X(04).
001800     05  WL-BATCH-ID             PIC X(08).
