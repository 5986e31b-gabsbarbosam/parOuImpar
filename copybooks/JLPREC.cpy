000100******************************************************************
000200*    COPYBOOK:  JLPREC
000300*    PURPOSE :  OPTIONAL PARAMETER RECORD FOR THE JRNRPT JOURNAL
000400*               LISTING - THE FIRST AND LAST JOURNAL DATES TO LIST
000500*               AND AN OPTIONAL OPERATOR.  AN ABSENT JRNPARM, ZERO
000600*               DATES OR A BLANK OPERATOR MEAN NO LIMIT.
000700*------------------------------------------------------------------
000800*    MODIFICATION HISTORY
000900*    DATE       INIT  DESCRIPTION
001000*    15/10/2026 GB    INITIAL COPYBOOK.
001100******************************************************************
001200 01  JLP-RECORD.
001300     05  JLP-DATA-INICIAL    PIC 9(08).
001400     05  FILLER              PIC X(01).
001500     05  JLP-DATA-FINAL      PIC 9(08).
001600     05  FILLER              PIC X(01).
001700     05  JLP-OPERADOR        PIC X(08).
