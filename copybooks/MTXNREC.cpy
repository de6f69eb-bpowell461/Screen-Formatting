001250*                    MUST EXIST ON DICTFILE AND MUST NOT ITSELF  *
001260*                    BE A CROSS-REFERENCE.  RECORD GROWS 214 TO  *
001270*                    234 BYTES.                                  *
001273*    10/15/26   JMH  ADDED MTXN-EFF-DATE AND MTXN-EXP-DATE       *
001276*                    (YYYYMMDD) AND THE R (RETIRE) ACTION. ON AN *
001279*                    ADD A BLANK EFFECTIVE DATE MEANS THE RUN    *
001282*                    DATE AND A BLANK EXPIRY MEANS NONE; ON A    *
001285*                    CORRECT A BLANK DATE LEAVES THE ENTRY'S     *
001288*                    DATE AS IT IS. A RETIRE END-DATES AN        *
001291*                    EXISTING ENTRY AT MTXN-EXP-DATE (REQUIRED)  *
001294*                    AND CHANGES NOTHING ELSE. RECORD GROWS 234  *
001297*                    TO 250 BYTES.                               *
001300*****************************************************************
001400 01  MTXN-RECORD.
001500     05  MTXN-ACTION             PIC X(01).
001600         88  MTXN-ACTION-ADD             VALUE 'A'.
001700         88  MTXN-ACTION-CORRECT         VALUE 'C'.
001800         88  MTXN-ACTION-DELETE          VALUE 'D'.
001850         88  MTXN-ACTION-RETIRE          VALUE 'R'.
001900         88  MTXN-ACTION-VALID           VALUES 'A' 'C' 'D' 'R'.
002000     05  MTXN-TYPE               PIC X(01).
002100         88  MTXN-TYPE-WORD              VALUE 'W'.
002200         88  MTXN-TYPE-PHRASE            VALUE 'P'.
002700         10  FILLER              PIC X(180).
002800     05  MTXN-ICHAR              PIC X(12).
002900     05  MTXN-XREF-WORD          PIC X(20).
003000     05  MTXN-EFF-DATE           PIC X(08).
003100     05  MTXN-EFF-DATE-N REDEFINES MTXN-EFF-DATE
003200                                 PIC 9(08).
003300     05  MTXN-EXP-DATE           PIC X(08).
003400     05  MTXN-EXP-DATE-N REDEFINES MTXN-EXP-DATE
003500                                 PIC 9(08).
