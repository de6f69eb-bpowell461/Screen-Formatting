001240*                    'PHRASE CAND' (MISSED PHRASE WHOSE EVERY    *
001250*                    WORD IS ON THE DICTIONARY - A CANDIDATE     *
001260*                    FOR A NEW PHRASFILE ENTRY).                 *
001268*    10/15/26   JMH  ANTCPAIR READS THE SUGGESTION REPORT BACK   *
001276*                    TO SEE WHETHER THE CANDIDATES OFFERED FOR A *
001284*                    MISSED WORD EVER INCLUDED THE WORD DATA     *
001292*                    ENTRY CORRECTED IT TO. NO LAYOUT CHANGE.    *
001300*****************************************************************
001400 01  SUGG-LINE.
001500     05  SUG-REC-NBR             PIC ZZZ,ZZZ,ZZ9.
