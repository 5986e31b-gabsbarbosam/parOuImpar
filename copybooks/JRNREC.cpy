000100******************************************************************
000200*    COPYBOOK:  JRNREC
000300*    PURPOSE :  MAINTENANCE JOURNAL RECORD (JRNFILE) - ONE LINE
000400*               APPENDED BY THE OPRAUT SUBPROGRAM FOR EVERY
000500*               PROTECTED ACTION A MAINTENANCE UTILITY TAKES OR
000600*               REFUSES: WHO (OPERATOR), WHAT (PROGRAM AND
000700*               FUNCTION), WHEN (SYSTEM DATE AND TIME), ON WHAT
000800*               (THE TARGET - BUSINESS DATE, SUSPENSE VALUE,
000900*               PURGE AGE OR RETENTION YEARS), HOW MANY RECORDS IT
001000*               TOUCHED AND THE OUTCOME.  THE FILE IS SHARED BY
001100*               ALL THE UTILITIES, NEVER REWRITTEN, AND LISTED FOR
001200*               THE COMPLIANCE BINDER BY JRNRPT.
001300*------------------------------------------------------------------
001400*    MODIFICATION HISTORY
001500*    DATE       INIT  DESCRIPTION
001600*    15/10/2026 GB    INITIAL COPYBOOK.
001700******************************************************************
001800 01  JRN-RECORD.
001900     05  JRN-DATA            PIC 9(08).
002000     05  FILLER              PIC X(01).
002100     05  JRN-HORA            PIC 9(08).
002200     05  FILLER              PIC X(01).
002300     05  JRN-OPERADOR        PIC X(08).
002400     05  FILLER              PIC X(01).
002500     05  JRN-PROGRAMA        PIC X(08).
002600     05  FILLER              PIC X(01).
002700     05  JRN-FUNCAO          PIC X(02).
002800     05  FILLER              PIC X(01).
002900     05  JRN-ALVO            PIC X(20).
003000     05  FILLER              PIC X(01).
003100     05  JRN-COMPLEMENTO     PIC X(20).
003200     05  FILLER              PIC X(01).
003300     05  JRN-QTD             PIC 9(09).
003400     05  FILLER              PIC X(01).
003500     05  JRN-RESULTADO       PIC X(10).
003600         88  JRN-CONCLUIDO           VALUE "CONCLUIDO".
003700         88  JRN-RECUSADO            VALUE "RECUSADO".
003800         88  JRN-ABORTADO            VALUE "ABORTADO".
003900     05  FILLER              PIC X(01).
004000     05  JRN-JOB-ID          PIC X(08).
